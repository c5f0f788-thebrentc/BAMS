*>                    applies on night N now reports on night N;
*>                    rejected entries keep the date they were
*>                    keyed under.
*> 2026-10-15   rcp   stamp the business date on every reject
*>                    record, so the nightly fee assessment can
*>                    charge each night's refused items once.
*> 2026-10-15   rcp   record each run on the run-history file for the
*>                    operations status screen and the business date
*>                    advance.
*> -----------------------------------------------------------------
identification division.
program-id. eoddrive is initial program.
    copy "CHKSEL.cpy".
    copy "REJSEL.cpy".
    copy "BDTSEL.cpy".
    copy "RHSSEL.cpy".

data division.
file section.
    copy "CHKREC.cpy".
    copy "REJREC.cpy".
    copy "BDTREC.cpy".
    copy "RHSREC.cpy".

working-storage section.

01  chkpt-file-status           pic x(02).
01  rej-file-status             pic x(02).
01  bdt-file-status             pic x(02).
01  rhs-file-status             pic x(02).

01  bdt-run-date                pic 9(08)   value zero.

01  eod-xfer-ok-sw                pic x(01)   value "Y".
    88  eod-xfer-ok                             value "Y".

    copy "RHSWORK.cpy".

procedure division.
*> =================================================================
*> 0000-mainline
*> controls overall flow of the end-of-day batch driver.
*> =================================================================
0000-mainline.
    move "EODDRIVE" to rhw-program-name
    perform 8600-start-run-history thru 8600-exit
    perform 1000-initialize thru 1000-exit
    if eod-open-failed
        move 16 to return-code
        perform 8000-write-checkpoint thru 8000-exit
    end-if
    perform 9999-terminate thru 9999-exit
    perform 9900-record-run-history thru 9900-exit
    goback.

*> =================================================================
    move txn-type         to rej-type
    move txn-amount       to rej-amount
    move eod-reject-reason to rej-reason-code
    move eod-today-date   to rej-reject-date
    write rej-record
    add 1 to eod-records-rejected
    set txn-is-rejected to true
8000-exit.
    exit.

*> =================================================================
*> 9900-record-run-history
*> records the run on the run-history file - entries read,
*> applied and rejected.
*> =================================================================
9900-record-run-history.
    move eod-records-read     to rhw-records-read
    move eod-records-applied  to rhw-records-written
    move eod-records-rejected to rhw-records-rejected
    perform 8650-write-run-history thru 8650-exit.
9900-exit.
    exit.

*> =================================================================
*> 9999-terminate
*> closes the account master and transaction log files.
*> =================================================================
    copy "BDTGET.cpy".

*> =================================================================
*> 8600-start-run-history
*> shared run-history paragraphs - see copybooks/rhslog.cpy.
*> =================================================================
    copy "RHSLOG.cpy".

end program eoddrive.
