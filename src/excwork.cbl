*> 2026-09-01   rcp   stamp the keying supervisor on the
*>                    adjustment log entry, for the teller proof
*>                    report.
*> 2026-10-15   rcp   blank the checker id added to the transaction-log
*>                    record on the entries written here.
*> -----------------------------------------------------------------
identification division.
program-id. excwork is initial program.
    move zero to txn-partner-seq-no
    move spaces to txn-counterpart-acct
    move wrk-operator-id to txn-operator-id
    move spaces to txn-checker-id
    write txn-record.
3100-exit.
    exit.
