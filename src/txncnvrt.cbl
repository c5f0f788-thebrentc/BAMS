*>                    txn-counterpart-acct spaces - so the output
*>                    lands in whatever layout the copybook
*>                    currently carries.
*> 2026-10-15   rcp   blank the checker id added to the log record since.
*> -----------------------------------------------------------------
identification division.
program-id. txncnvrt.
            move zero                to txn-partner-seq-no
            move spaces              to txn-counterpart-acct
            move spaces              to txn-operator-id
            move spaces              to txn-checker-id
            write txn-record
            add 1 to cnv-records-written
    end-read.
