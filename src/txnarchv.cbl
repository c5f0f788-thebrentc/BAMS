*>                    kept record and rewrite the live log from
*>                    the stumps.  the keep data set is recreated
*>                    every run, so no conversion is needed.
*> 2026-10-15   rcp   grew the keep record with the log record
*>                    from 104 to 112 characters for the checker
*>                    id.
*> 2026-10-15   rcp   record each run on the run-history file for the
*>                    operations status screen and the business date
*>                    advance.  the business date is read only to stamp
*>                    the history record - the run does not depend on
*>                    it.
*> 2026-10-15   rcp   stamp the archive trailer with the clock date
*>                    and time the run started and the cutoff date, so
*>                    forward recovery can tell whether this purge ran
*>                    after the account-master image it recovers from.
*> -----------------------------------------------------------------
identification division.
program-id. txnarchv.
    copy "TXNSEL.cpy".
    copy "CHKSEL.cpy".
    copy "ARCSEL.cpy".
    copy "BDTSEL.cpy".
    copy "RHSSEL.cpy".
    select keep-file assign to "TXNKEEP"
        organization is sequential
        access mode is sequential
    copy "TXNREC.cpy".
    copy "CHKREC.cpy".
    copy "ARCREC.cpy".
    copy "BDTREC.cpy".
    copy "RHSREC.cpy".

    fd  keep-file
        label records are standard
        record contains 112 characters.

    01  kep-record                  pic x(112).

working-storage section.

01  chkpt-file-status           pic x(02).
01  arc-file-status             pic x(02).
01  kep-file-status             pic x(02).
01  bdt-file-status             pic x(02).
01  rhs-file-status             pic x(02).

01  bdt-run-date                pic 9(08)   value zero.

01  arv-cutoff-date             pic 9(08)   value zero.

01  arv-run-date                pic 9(08)   value zero.

01  arv-run-time                pic 9(08)   value zero.

01  arv-run-ok-sw               pic x(01)   value "Y".
    88  arv-run-ok                            value "Y".


01  arv-net-amount              pic s9(13)v99 value zero.

    copy "RHSWORK.cpy".

procedure division.
*> =================================================================
*> 0000-mainline
*> controls overall flow of the archive and purge run.
*> =================================================================
0000-mainline.
    move "TXNARCHV" to rhw-program-name
    perform 8600-start-run-history thru 8600-exit
    perform 8800-get-business-date thru 8800-exit
    perform 1000-initialize thru 1000-exit
    if arv-run-ok
        perform 2000-split-log thru 2000-exit
        move 8 to return-code
    end-if
    perform 9999-terminate thru 9999-exit
    perform 9900-record-run-history thru 9900-exit
    goback.

*> =================================================================
*> 1000-initialize
*> notes the clock start for the archive trailer, reads the
*> cutoff date and refuses the run while the end-of-day
*> checkpoint shows an in-progress run.
*> =================================================================
1000-initialize.
    accept arv-run-date from date yyyymmdd
    accept arv-run-time from time
    accept arv-cutoff-date
    if arv-cutoff-date = zero
        display "TXNARCHV: CUTOFF DATE MISSING"
    perform 2100-split-loop thru 2100-exit
        until arv-txn-at-end or not arv-run-ok
    if arv-run-ok
        move spaces               to arc-trailer-record
        move "T"                  to arc-trl-rec-type
        move arv-records-archived to arc-trl-record-count
        move arv-net-amount       to arc-trl-net-amount
        set arc-trl-stamped       to true
        move arv-run-date         to arc-trl-run-date
        move arv-run-time         to arc-trl-run-time
        move arv-cutoff-date      to arc-trl-cutoff-date
        write arc-trailer-record
        if arc-file-status not = "00"
            display "TXNARCHV: TRAILER WRITE FAILED - STATUS "
5100-exit.
    exit.

*> =================================================================
*> 9900-record-run-history
*> records the run on the run-history file - entries read,
*> archived and kept and the net amount archived.
*> =================================================================
9900-record-run-history.
    move arv-records-read     to rhw-records-read
    move arv-records-archived to rhw-records-written
    move arv-records-kept     to rhw-control-count
    move arv-net-amount       to rhw-control-amount
    perform 8650-write-run-history thru 8650-exit.
9900-exit.
    exit.

*> =================================================================
*> 9999-terminate
*> reports the run counts.
9999-exit.
    exit.

*> =================================================================
*> 8800-get-business-date
*> shared run-control read paragraph - see copybooks/bdtget.cpy.
*> =================================================================
    copy "BDTGET.cpy".

*> =================================================================
*> 8600-start-run-history
*> shared run-history paragraphs - see copybooks/rhslog.cpy.
*> =================================================================
    copy "RHSLOG.cpy".

end program txnarchv.
