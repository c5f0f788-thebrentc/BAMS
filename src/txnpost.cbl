*>                    dormant account - the supervisor reactivates
*>                    it through account maintenance first, which
*>                    restamps the activity date.
*> 2026-10-15   rcp   per-operator posting limit: a debit, credit or
*>                    transfer above the keying operator's limit on
*>                    operator-master is queued on the pending-approval
*>                    file, balance untouched, for a different supervisor
*>                    to approve on the approval queue screen.  blank the
*>                    checker id on the entries posted here.
*> -----------------------------------------------------------------
identification division.
program-id. txnpost is initial program.
    copy "ACCTSEL.cpy".
    copy "TXNSEL.cpy".
    copy "AUDSEL.cpy".
    copy "OPRSEL.cpy".
    copy "PNDSEL.cpy".

data division.
file section.
    copy "ACCTREC.cpy".
    copy "TXNREC.cpy".
    copy "AUDREC.cpy".
    copy "OPRREC.cpy".
    copy "PNDREC.cpy".

working-storage section.

01  acct-file-status            pic x(02).
01  txn-file-status             pic x(02).
01  aud-file-status             pic x(02).
01  opr-file-status             pic x(02).
01  pnd-file-status             pic x(02).

01  post-operator-id            pic x(08)   value spaces.

01  post-valid-sw                 pic x(01)   value "Y".
    88  post-entry-valid                       value "Y".

01  post-limit                    pic 9(9)v99 value zero.

01  post-queue-sw                 pic x(01)   value "N".
    88  post-queue-available                   value "Y".

01  post-today-date               pic 9(08)   value zero.

01  post-now-time                 pic 9(08)   value zero.
            at 2312
        set post-done to true
    end-if
    perform 1100-get-post-limit thru 1100-exit
    open i-o pending-approval-file
    if pnd-file-status = "05" or pnd-file-status = "35"
        open output pending-approval-file
        close pending-approval-file
        open i-o pending-approval-file
    end-if
    if pnd-file-status = "00"
        set post-queue-available to true
    end-if
    open extend audit-trail
    if aud-file-status = "05" or aud-file-status = "35"
        open output audit-trail
1000-exit.
    exit.

*> =================================================================
*> 1100-get-post-limit
*> reads the keying operator's posting limit.  zero - including
*> a record that predates the limit, or no operator file at
*> all - means no limit.
*> =================================================================
1100-get-post-limit.
    open input operator-master
    if opr-file-status not = "00"
        go to 1100-exit
    end-if
    move post-operator-id to opr-operator-id
    read operator-master
        invalid key
            continue
        not invalid key
            if opr-post-limit numeric
                move opr-post-limit to post-limit
            end-if
    end-read
    close operator-master.
1100-exit.
    exit.

*> =================================================================
*> 2000-entry-loop
*> prompts for a transaction and posts it if it is valid.
            perform 3200-validate-transfer-to thru 3200-exit
        end-if
        if post-entry-valid
            if post-limit > zero and post-amount > post-limit
                perform 4800-queue-for-approval thru 4800-exit
            else
                if post-type-is-transfer
                    perform 4500-post-transfer thru 4500-exit
                else
                    perform 4000-post-transaction thru 4000-exit
                end-if
            end-if
        end-if
    end-if.
    move zero to txn-partner-seq-no
    move spaces to txn-counterpart-acct
    move post-operator-id to txn-operator-id
    move spaces to txn-checker-id
    write txn-record
    display "TRANSACTION POSTED"                           at 1212
    move post-operator-id to aud-operator-id
    compute txn-partner-seq-no = post-base-seq-no + 1
    move post-to-acct-number to txn-counterpart-acct
    move post-operator-id to txn-operator-id
    move spaces to txn-checker-id
    write txn-record
    move post-to-acct-number to acct-number
    read account-master
    move post-base-seq-no    to txn-partner-seq-no
    move post-acct-number    to txn-counterpart-acct
    move post-operator-id to txn-operator-id
    move spaces to txn-checker-id
    write txn-record
    display "TRANSFER POSTED"                              at 1212
    move post-operator-id  to aud-operator-id
4500-exit.
    exit.

*> =================================================================
*> 4800-queue-for-approval
*> an entry above the operator's posting limit does not touch the
*> balance: it is written to the pending-approval file, keyed by
*> a sequence number minted like a log entry's, for a different
*> supervisor to approve or decline on the approval queue screen.
*> =================================================================
4800-queue-for-approval.
    if not post-queue-available
        display "OVER YOUR POSTING LIMIT - APPROVAL QUEUE UNAVAILABLE"
            at 1212
        go to 4800-exit
    end-if
    accept  post-today-date from date yyyymmdd
    accept  post-now-time   from time
    move spaces to pnd-record
    compute pnd-seq-no = post-today-date * 100000000 + post-now-time
    move post-acct-number to pnd-acct-number
    evaluate true
        when post-type-is-debit
            set pnd-type-debit to true
        when post-type-is-credit
            set pnd-type-credit to true
        when other
            set pnd-type-transfer to true
    end-evaluate
    move post-to-acct-number to pnd-to-acct-number
    move post-amount       to pnd-amount
    move post-operator-id  to pnd-maker-id
    move post-today-date   to pnd-keyed-date
    move post-now-time     to pnd-keyed-time
    set pnd-stat-pending   to true
    move spaces to pnd-checker-id
    move zero to pnd-decided-date
    move zero to pnd-decided-time
    move zero to pnd-posted-seq-no
    write pnd-record
        invalid key
            display "APPROVAL QUEUE WRITE FAILED - STATUS "
                pnd-file-status                            at 1212
            go to 4800-exit
    end-write
    display "OVER YOUR LIMIT - QUEUED FOR APPROVAL, REF "
        pnd-seq-no                                         at 1212
    move post-operator-id  to aud-operator-id
    move "TXNPOST"         to aud-program-name
    move post-acct-number  to aud-acct-number
    move "PQ"              to aud-action-code
    perform 8900-write-audit-rec thru 8900-exit.
4800-exit.
    exit.

*> =================================================================
*> 9999-terminate
*> closes the account master and transaction log files.
9999-terminate.
    close account-master
    close transaction-log
    close audit-trail
    if post-queue-available
        close pending-approval-file
    end-if.
9999-exit.
    exit.

