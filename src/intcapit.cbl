*>                    claw-back of a negative accrual stays a
*>                    type D debit, marked with reason code IN so
*>                    the tax report can net it.
*> 2026-10-15   rcp   blank the checker id added to the transaction-log
*>                    record on the entries written here.
*> 2026-10-15   rcp   record each run on the run-history file for the
*>                    operations status screen and the business date
*>                    advance.
*> -----------------------------------------------------------------
identification division.
program-id. intcapit.
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


01  cap-base-seq-no             pic 9(16)   value zero.

    copy "RHSWORK.cpy".

procedure division.
*> =================================================================
*> 0000-mainline
*> controls overall flow of the capitalization run.
*> =================================================================
0000-mainline.
    move "INTCAPIT" to rhw-program-name
    perform 8600-start-run-history thru 8600-exit
    perform 1000-initialize thru 1000-exit
    if cap-open-failed
        move 16 to return-code
            until cap-acct-at-end
    end-if
    perform 9999-terminate thru 9999-exit
    perform 9900-record-run-history thru 9900-exit
    goback.

*> =================================================================
    move zero to txn-partner-seq-no
    move spaces to txn-counterpart-acct
    move "INTCAPIT" to txn-operator-id
    move spaces to txn-checker-id
    write txn-record
    subtract cap-amount from acct-accrued-int
    add cap-amount to cap-total-capitalized
3000-exit.
    exit.

*> =================================================================
*> 9900-record-run-history
*> records the run on the run-history file - accounts read,
*> entries written and the total capitalized.
*> =================================================================
9900-record-run-history.
    move cap-accounts-read     to rhw-records-read
    move cap-entries-written   to rhw-records-written
    move cap-total-capitalized to rhw-control-amount
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

end program intcapit.
