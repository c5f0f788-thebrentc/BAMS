*>                    ordinary operators now stop at 49 rows and
*>                    everything past them totals visibly under
*>                    its own label.
*> 2026-10-15   rcp   record each run on the run-history file for the
*>                    operations status screen and the business date
*>                    advance.
*> -----------------------------------------------------------------
identification division.
program-id. tlrproof.
file-control.
    copy "TXNSEL.cpy".
    copy "BDTSEL.cpy".
    copy "RHSSEL.cpy".
    select print-file assign to "TLRPROOF"
        organization is line sequential
        access mode is sequential
file section.
    copy "TXNREC.cpy".
    copy "BDTREC.cpy".
    copy "RHSREC.cpy".

    fd  print-file.
    01  tpr-header-line             pic x(100).
01  txn-file-status             pic x(02).
01  bdt-file-status             pic x(02).
01  print-file-status           pic x(02).
01  rhs-file-status             pic x(02).

01  bdt-run-date                pic 9(08)   value zero.


01  tpr-net-change              pic s9(11)v99 value zero.

01  tpr-entries-read            pic 9(09)   value zero.

01  tpr-net-change-disp         pic -(11)9.99.

    copy "RHSWORK.cpy".

procedure division.
*> =================================================================
*> 0000-mainline
*> controls overall flow of the teller proof report.
*> =================================================================
0000-mainline.
    move "TLRPROOF" to rhw-program-name
    perform 8600-start-run-history thru 8600-exit
    perform 1000-initialize thru 1000-exit
    if tpr-run-ok
        perform 2000-tally-log thru 2000-exit
        move 16 to return-code
    end-if
    perform 9999-terminate thru 9999-exit
    perform 9900-record-run-history thru 9900-exit
    goback.

*> =================================================================
        at end
            set tpr-at-end to true
        not at end
            add 1 to tpr-entries-read
            if txn-is-posted and txn-date = tpr-today-date
                perform 2100-tally-entry thru 2100-exit
            end-if
4100-exit.
    exit.

*> =================================================================
*> 9900-record-run-history
*> records the run on the run-history file - log entries read,
*> operators proved and the net change.
*> =================================================================
9900-record-run-history.
    move tpr-entries-read to rhw-records-read
    move tpr-opr-count    to rhw-control-count
    move tpr-net-change   to rhw-control-amount
    perform 8650-write-run-history thru 8650-exit.
9900-exit.
    exit.

*> =================================================================
*> 9999-terminate
*> closes the files and reports the run counts.
*> =================================================================
    copy "BDTGET.cpy".

*> =================================================================
*> 8600-start-run-history
*> shared run-history paragraphs - see copybooks/rhslog.cpy.
*> =================================================================
    copy "RHSLOG.cpy".

end program tlrproof.
