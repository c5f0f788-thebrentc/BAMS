*> 2026-09-01   rcp   surface orders against dormant accounts on
*>                    sysout like closed and held ones, unrolled,
*>                    until a supervisor reactivates the account.
*> 2026-10-15   rcp   blank the checker id added to the transaction-log
*>                    record on the entries written here.
*> 2026-10-15   rcp   record each run on the run-history file for the
*>                    operations status screen and the business date
*>                    advance.
*> -----------------------------------------------------------------
identification division.
program-id. stogen.
    copy "ACCTSEL.cpy".
    copy "TXNSEL.cpy".
    copy "BDTSEL.cpy".
    copy "RHSSEL.cpy".

data division.
file section.
    copy "ACCTREC.cpy".
    copy "TXNREC.cpy".
    copy "BDTREC.cpy".
    copy "RHSREC.cpy".

working-storage section.

01  acct-file-status            pic x(02).
01  txn-file-status             pic x(02).
01  bdt-file-status             pic x(02).
01  rhs-file-status             pic x(02).

01  bdt-run-date                pic 9(08)   value zero.

01  gen-leap-sw                 pic x(01)   value "N".
    88  gen-leap-year                         value "Y".

    copy "RHSWORK.cpy".

procedure division.
*> =================================================================
*> 0000-mainline
*> controls overall flow of the standing order generation run.
*> =================================================================
0000-mainline.
    move "STOGEN" to rhw-program-name
    perform 8600-start-run-history thru 8600-exit
    perform 1000-initialize thru 1000-exit
    if gen-open-failed
        move 16 to return-code
            until gen-at-end
    end-if
    perform 9999-terminate thru 9999-exit
    perform 9900-record-run-history thru 9900-exit
    goback.

*> =================================================================
    move zero to txn-partner-seq-no
    move spaces to txn-counterpart-acct
    move "STOGEN" to txn-operator-id
    move spaces to txn-checker-id
    write txn-record
    perform 7000-roll-next-due thru 7000-exit.
3500-exit.
7350-exit.
    exit.

*> =================================================================
*> 9900-record-run-history
*> records the run on the run-history file - orders read,
*> entries written, orders reported as not paid and orders
*> expired.
*> =================================================================
9900-record-run-history.
    move gen-orders-read     to rhw-records-read
    move gen-entries-written to rhw-records-written
    move gen-orders-reported to rhw-records-rejected
    move gen-orders-expired  to rhw-control-count
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

end program stogen.
