*> 2026-09-01   rcp   reject items against dormant accounts at
*>                    intake, reason DM, the same way the screen
*>                    refuses them.
*> 2026-10-15   rcp   blank the checker id added to the transaction-log
*>                    record on the entries written here.
*> 2026-10-15   rcp   record each run on the run-history file for the
*>                    operations status screen and the business date
*>                    advance.
*> -----------------------------------------------------------------
identification division.
program-id. txnbatch.
    copy "ACCTSEL.cpy".
    copy "TXNSEL.cpy".
    copy "BDTSEL.cpy".
    copy "RHSSEL.cpy".
    select batch-reject-file assign to "BCHREJCT"
        organization is line sequential
        access mode is sequential
    copy "ACCTREC.cpy".
    copy "TXNREC.cpy".
    copy "BDTREC.cpy".
    copy "RHSREC.cpy".

    fd  batch-reject-file.
    01  brj-record.
01  txn-file-status             pic x(02).
01  brj-file-status             pic x(02).
01  bdt-file-status             pic x(02).
01  rhs-file-status             pic x(02).

01  bdt-run-date                pic 9(08)   value zero.


01  bti-base-seq-no             pic 9(16)   value zero.

    copy "RHSWORK.cpy".

procedure division.
*> =================================================================
*> 0000-mainline
*> controls overall flow of the batch intake run.
*> =================================================================
0000-mainline.
    move "TXNBATCH" to rhw-program-name
    perform 8600-start-run-history thru 8600-exit
    perform 1000-initialize thru 1000-exit
    if bti-controls-ok
        perform 2000-control-pass thru 2000-exit
        end-if
    end-if
    perform 9999-terminate thru 9999-exit
    perform 9900-record-run-history thru 9900-exit
    goback.

*> =================================================================
    move zero to txn-partner-seq-no
    move spaces to txn-counterpart-acct
    move bti-source to txn-operator-id
    move spaces to txn-checker-id
    write txn-record.
3300-exit.
    exit.
3400-exit.
    exit.

*> =================================================================
*> 9900-record-run-history
*> records the run on the run-history file - items counted,
*> loaded and rejected and the hash total.
*> =================================================================
9900-record-run-history.
    move bti-items-counted  to rhw-records-read
    move bti-items-loaded   to rhw-records-written
    move bti-items-rejected to rhw-records-rejected
    move bti-hash-total     to rhw-control-amount
    perform 8650-write-run-history thru 8650-exit.
9900-exit.
    exit.

*> =================================================================
*> 9999-terminate
*> reports the run counts.
*> =================================================================
    copy "BDTGET.cpy".

*> =================================================================
*> 8600-start-run-history
*> shared run-history paragraphs - see copybooks/rhslog.cpy.
*> =================================================================
    copy "RHSLOG.cpy".

end program txnbatch.
