*> -----------------------------------------------------------------
*> program:      txnappr
*> author:       r. c. peters
*> installation: bams - bank account management system
*> date-written: 2026-10-15
*> -----------------------------------------------------------------
*> purpose:      posting approval queue screen.  lists the debits,
*>               credits and transfers the transaction entry
*>               screen queued over their maker's posting limit,
*>               and lets a supervisor other than the maker
*>               approve or decline each one.  an approved entry
*>               is validated again against the account as it
*>               stands now - status, hold and available balance,
*>               both sides of a transfer - and posted to
*>               account-master and transaction-log exactly as
*>               the entry screen posts, carrying the maker in
*>               txn-operator-id and the approver in
*>               txn-checker-id.  a declined entry never touches
*>               the balance.  the pending record keeps the
*>               decision, who made it and when.  an external
*>               payment queued by the external payment screen
*>               (type X) is debited like a debit, reason code
*>               XP, and its payment record on the external
*>               payment file is marked keyed for the nightly
*>               outbound file - or cancelled when declined.
*>               invoked from the helloscreen main menu, which
*>               offers the option to supervisors only.
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original program.
*> 2026-10-15   rcp   approve and decline type X, an external payment
*>                    queued over its maker's limit: the approval
*>                    posts it as a debit with reason code XP and
*>                    marks the payment keyed for the outbound file; a
*>                    decline cancels it.
*> 2026-10-15   rcp   a transfer whose credit leg fails after the
*>                    debit leg is posted is still marked approved, so
*>                    it cannot be approved and debited again.
*> -----------------------------------------------------------------
identification division.
program-id. txnappr is initial program.
author. r. c. peters.
installation. bams.
date-written. 2026-10-15.

environment division.
input-output section.
file-control.
    copy "PNDSEL.cpy".
    copy "ACCTSEL.cpy".
    copy "TXNSEL.cpy".
    copy "AUDSEL.cpy".
    copy "PAYSEL.cpy".

data division.
file section.
    copy "PNDREC.cpy".
    copy "ACCTREC.cpy".
    copy "TXNREC.cpy".
    copy "AUDREC.cpy".
    copy "PAYREC.cpy".

working-storage section.

01  pnd-file-status             pic x(02).
01  acct-file-status            pic x(02).
01  txn-file-status             pic x(02).
01  aud-file-status             pic x(02).
01  pay-file-status             pic x(02).

01  apr-operator-id             pic x(08)   value spaces.

01  apr-authority               pic x(01)   value space.
    88  apr-auth-supervisor                   value "S".

01  apr-done-sw                 pic x(01)   value "N".
    88  apr-done                              value "Y".

01  apr-target-seq              pic 9(16)   value zero.

01  apr-decision                pic x(01)   value space.
    88  apr-decision-approve                  value "A" "a".
    88  apr-decision-decline                  value "D" "d".

01  apr-list-row                pic 9(02)   value zero.

01  apr-screen-pos              pic 9(04)   value zero.

01  apr-list-at-end-sw          pic x(01)   value "N".
    88  apr-list-at-end                       value "Y".

01  apr-list-line.
    05  apr-lst-seq             pic 9(16).
    05  filler                  pic x(01)   value space.
    05  apr-lst-acct            pic x(10).
    05  filler                  pic x(01)   value space.
    05  apr-lst-type            pic x(01).
    05  filler                  pic x(01)   value space.
    05  apr-lst-to-acct         pic x(10).
    05  filler                  pic x(01)   value space.
    05  apr-lst-amount          pic z(8)9.99.
    05  filler                  pic x(01)   value space.
    05  apr-lst-maker           pic x(08).

01  apr-valid-sw                pic x(01)   value "Y".
    88  apr-entry-valid                       value "Y".

01  apr-override-sw             pic x(01)   value "N".
    88  apr-override-approved                 value "Y".

01  apr-leg-failed-sw           pic x(01)   value "N".
    88  apr-leg-failed                        value "Y".

01  apr-override-answer         pic x(01)   value space.

01  apr-balance-disp            pic -(9)9.99.

01  apr-amount                  pic 9(9)v99 value zero.

01  apr-base-seq-no             pic 9(16)   value zero.

01  apr-today-date              pic 9(08)   value zero.

01  apr-now-time                pic 9(08)   value zero.

01  apr-pay-open-sw             pic x(01)   value "N".
    88  apr-pay-open                          value "Y".

linkage section.
01  apr-passed-operator-id      pic x(08).
01  apr-passed-authority        pic x(01).

procedure division using apr-passed-operator-id
                         apr-passed-authority.
*> =================================================================
*> 0000-mainline
*> controls overall flow of the posting approval queue screen.
*> =================================================================
0000-mainline.
    move apr-passed-operator-id to apr-operator-id
    move apr-passed-authority   to apr-authority
    perform 1000-initialize thru 1000-exit
    perform 2000-approval-loop thru 2000-exit
        until apr-done
    perform 9999-terminate thru 9999-exit
    goback.

*> =================================================================
*> 1000-initialize
*> turns away anyone below supervisor and opens the files.  the
*> pending-approval file is created here on first use.
*> =================================================================
1000-initialize.
    if not apr-auth-supervisor
        display "SUPERVISOR AUTHORITY REQUIRED"       at 2012
        set apr-done to true
        go to 1000-exit
    end-if
    open i-o pending-approval-file
    if pnd-file-status = "05" or pnd-file-status = "35"
        open output pending-approval-file
        close pending-approval-file
        open i-o pending-approval-file
    end-if
    if pnd-file-status not = "00"
        display "APPROVAL QUEUE OPEN FAILED - STATUS "
            pnd-file-status                           at 2112
        set apr-done to true
    end-if
    open i-o account-master
    if acct-file-status not = "00"
        display "ACCOUNT MASTER OPEN FAILED - STATUS " acct-file-status
            at 2212
        set apr-done to true
    end-if
    open extend transaction-log
    if txn-file-status = "05" or txn-file-status = "35"
        open output transaction-log
    end-if
    if txn-file-status not = "00"
        display "TRANSACTION LOG OPEN FAILED - STATUS " txn-file-status
            at 2312
        set apr-done to true
    end-if
    open i-o external-payment-file
    if pay-file-status = "00"
        set apr-pay-open to true
    end-if
    open extend audit-trail
    if aud-file-status = "05" or aud-file-status = "35"
        open output audit-trail
    end-if.
1000-exit.
    exit.

*> =================================================================
*> 2000-approval-loop
*> lists the pending entries, prompts for one by reference and
*> takes the decision on it.
*> =================================================================
2000-approval-loop.
    display "POSTING APPROVAL QUEUE"                      at 0212
    perform 2100-list-pending thru 2100-exit
    display "ENTER REFERENCE (ZERO TO EXIT):"             at 1512
    accept  apr-target-seq                                at 1545
    if apr-target-seq = zero
        set apr-done to true
        go to 2000-exit
    end-if
    perform 3000-fetch-pending thru 3000-exit
    if apr-target-seq = zero
        go to 2000-exit
    end-if
    display "APPROVE OR DECLINE? (A/D, BLANK = LEAVE):"   at 1712
    accept  apr-decision                                  at 1755
    evaluate true
        when apr-decision-approve
            perform 4000-approve-entry thru 4000-exit
        when apr-decision-decline
            perform 5000-decline-entry thru 5000-exit
        when other
            display "ENTRY LEFT PENDING"                  at 1912
    end-evaluate.
2000-exit.
    exit.

*> =================================================================
*> 2100-list-pending
*> paints up to ten pending entries, oldest first, on rows 04
*> through 13.  the file is in reference order, which is keying
*> order.
*> =================================================================
2100-list-pending.
    display "REFERENCE        ACCOUNT    T TO ACCOUNT       AMOUNT "
        "MAKER"                                           at 0312
    move 4 to apr-list-row
    move "N" to apr-list-at-end-sw
    move zero to pnd-seq-no
    start pending-approval-file key not < pnd-seq-no
        invalid key
            set apr-list-at-end to true
    end-start
    perform 2150-list-one-pending thru 2150-exit
        until apr-list-at-end or apr-list-row > 13
    if apr-list-row = 4
        display "NO ENTRIES AWAITING APPROVAL"            at 0412
    end-if
    if apr-list-row > 13 and not apr-list-at-end
        display "MORE ENTRIES PENDING - DECIDE THESE FIRST" at 1412
    end-if.
2100-exit.
    exit.

*> =================================================================
*> 2150-list-one-pending
*> reads the next queue record and paints it if it is pending.
*> =================================================================
2150-list-one-pending.
    read pending-approval-file next record
        at end
            set apr-list-at-end to true
            go to 2150-exit
    end-read
    if not pnd-stat-pending
        go to 2150-exit
    end-if
    move pnd-seq-no         to apr-lst-seq
    move pnd-acct-number    to apr-lst-acct
    move pnd-type           to apr-lst-type
    move pnd-to-acct-number to apr-lst-to-acct
    move pnd-amount         to apr-lst-amount
    move pnd-maker-id       to apr-lst-maker
    compute apr-screen-pos = apr-list-row * 100 + 12
    display apr-list-line                                 at apr-screen-pos
    add 1 to apr-list-row.
2150-exit.
    exit.

*> =================================================================
*> 3000-fetch-pending
*> reads the keyed reference and screens out anything that is not
*> the supervisor's to decide.  zeroes apr-target-seq when the
*> entry cannot be worked so the caller can abandon it.
*> =================================================================
3000-fetch-pending.
    move apr-target-seq to pnd-seq-no
    read pending-approval-file
        invalid key
            display "REFERENCE NOT FOUND"                 at 2012
            move zero to apr-target-seq
            go to 3000-exit
    end-read
    if not pnd-stat-pending
        display "ENTRY IS NO LONGER PENDING - STATUS "
            pnd-status                                    at 2012
        move zero to apr-target-seq
        go to 3000-exit
    end-if
    if pnd-maker-id = apr-operator-id
        display "YOU CANNOT DECIDE AN ENTRY YOU KEYED"    at 2012
        move zero to apr-target-seq
        go to 3000-exit
    end-if
    move pnd-amount to apr-lst-amount
    display "ACCOUNT: " pnd-acct-number
        "  TYPE: " pnd-type
        "  TO: " pnd-to-acct-number
        "  AMOUNT: " apr-lst-amount                       at 1612.
3000-exit.
    exit.

*> =================================================================
*> 4000-approve-entry
*> validates the entry against the accounts as they stand now
*> and posts it.  an entry that no longer passes stays pending,
*> to be declined or left to expire.
*> =================================================================
4000-approve-entry.
    set apr-entry-valid to true
    move "N" to apr-override-sw
    move "N" to apr-leg-failed-sw
    move pnd-amount to apr-amount
    if pnd-type-external
        perform 4050-fetch-payment thru 4050-exit
        if not apr-entry-valid
            go to 4000-exit
        end-if
    end-if
    perform 4100-validate-from thru 4100-exit
    if apr-entry-valid and pnd-type-transfer
        perform 4200-validate-transfer-to thru 4200-exit
    end-if
    if not apr-entry-valid
        go to 4000-exit
    end-if
    accept apr-today-date from date yyyymmdd
    accept apr-now-time   from time
    compute apr-base-seq-no =
        apr-today-date * 100000000 + apr-now-time
    if pnd-type-transfer
        perform 4600-post-transfer thru 4600-exit
    else
        perform 4500-post-entry thru 4500-exit
    end-if
    if not apr-entry-valid
        go to 4000-exit
    end-if
    set pnd-stat-approved to true
    move apr-operator-id to pnd-checker-id
    move apr-today-date  to pnd-decided-date
    move apr-now-time    to pnd-decided-time
    move apr-base-seq-no to pnd-posted-seq-no
    rewrite pnd-record
        invalid key
            display "APPROVAL QUEUE REWRITE FAILED"       at 2012
    end-rewrite
    if pnd-type-external
        set pay-stat-keyed to true
        move apr-base-seq-no to pay-debit-seq-no
        rewrite pay-record
            invalid key
                display "PAYMENT FILE REWRITE FAILED"     at 2012
        end-rewrite
    end-if
    if apr-leg-failed
        display "ENTRY APPROVED - CREDIT LEG NOT POSTED"  at 1912
    else
        display "ENTRY APPROVED AND POSTED"               at 1912
    end-if
    move apr-operator-id  to aud-operator-id
    move "TXNAPPR"        to aud-program-name
    move pnd-acct-number  to aud-acct-number
    move "PA"             to aud-action-code
    perform 8900-write-audit-rec thru 8900-exit
    if apr-override-approved
        move "HO" to aud-action-code
        perform 8900-write-audit-rec thru 8900-exit
    end-if.
4000-exit.
    exit.

*> =================================================================
*> 4050-fetch-payment
*> reads the external payment a type X entry stands for.  it must
*> still be queued - without it there is nothing to send, so the
*> entry stays pending to be declined.
*> =================================================================
4050-fetch-payment.
    if not apr-pay-open
        display "EXTERNAL PAYMENT FILE UNAVAILABLE"       at 2012
        move "N" to apr-valid-sw
        go to 4050-exit
    end-if
    move pnd-seq-no to pay-seq-no
    read external-payment-file
        invalid key
            display "EXTERNAL PAYMENT NOT FOUND"          at 2012
            move "N" to apr-valid-sw
            go to 4050-exit
    end-read
    if not pay-stat-queued
        display "EXTERNAL PAYMENT IS NOT QUEUED - STATUS "
            pay-status                                    at 2012
        move "N" to apr-valid-sw
    end-if.
4050-exit.
    exit.

*> =================================================================
*> 4100-validate-from
*> checks the entry's account exists, is open to the posting and
*> - for a debit or transfer - still has the funds.
*> =================================================================
4100-validate-from.
    move pnd-acct-number to acct-number
    read account-master
        invalid key
            display "ACCOUNT NOT FOUND"                   at 2012
            move "N" to apr-valid-sw
            go to 4100-exit
    end-read
    if acct-stat-closed
        display "ACCOUNT IS CLOSED - ENTRY CANNOT POST"   at 2012
        move "N" to apr-valid-sw
        go to 4100-exit
    end-if
    if acct-stat-dormant
        display "ACCOUNT IS DORMANT - ENTRY CANNOT POST"  at 2012
        move "N" to apr-valid-sw
        go to 4100-exit
    end-if
    if acct-stat-hold
        perform 4300-hold-override thru 4300-exit
        if not apr-entry-valid
            go to 4100-exit
        end-if
    end-if
    if not pnd-type-credit and apr-amount > acct-balance
        move acct-balance to apr-balance-disp
        display "INSUFFICIENT FUNDS - BALANCE IS "
            apr-balance-disp                              at 2012
        move "N" to apr-valid-sw
    end-if.
4100-exit.
    exit.

*> =================================================================
*> 4200-validate-transfer-to
*> checks the to-account side of a transfer is still on the
*> master and able to take the credit.
*> =================================================================
4200-validate-transfer-to.
    move pnd-to-acct-number to acct-number
    read account-master
        invalid key
            display "TO ACCOUNT NOT FOUND"                at 2012
            move "N" to apr-valid-sw
            go to 4200-exit
    end-read
    if acct-stat-closed
        display "TO ACCOUNT IS CLOSED - TRANSFER REFUSED" at 2012
        move "N" to apr-valid-sw
        go to 4200-exit
    end-if
    if acct-stat-dormant
        display "TO ACCOUNT IS DORMANT - SEE SUPERVISOR"  at 2012
        move "N" to apr-valid-sw
        go to 4200-exit
    end-if
    if acct-stat-hold
        perform 4300-hold-override thru 4300-exit
    end-if.
4200-exit.
    exit.

*> =================================================================
*> 4300-hold-override
*> an entry against a held account posts only on the approving
*> supervisor's override, logged HO with the approval.
*> =================================================================
4300-hold-override.
    display "ACCOUNT IS ON HOLD - OVERRIDE? (Y/N):"       at 1812
    accept  apr-override-answer                           at 1852
    if apr-override-answer = "Y" or apr-override-answer = "y"
        set apr-override-approved to true
    else
        display "ENTRY NOT OVERRIDDEN - LEFT PENDING"     at 2012
        move "N" to apr-valid-sw
    end-if.
4300-exit.
    exit.

*> =================================================================
*> 4500-post-entry
*> applies an approved debit or credit to the balance and appends
*> the log entry, carrying the maker and the approver.
*> =================================================================
4500-post-entry.
    move pnd-acct-number to acct-number
    read account-master
        invalid key
            display "ACCOUNT READ FAILED"                 at 2012
            move "N" to apr-valid-sw
            go to 4500-exit
    end-read
    if pnd-type-debit
        subtract apr-amount from acct-balance
    else
        add apr-amount to acct-balance
    end-if
    move apr-today-date to acct-last-actvy-date
    rewrite acct-record
        invalid key
            display "ACCOUNT REWRITE FAILED"              at 2012
            move "N" to apr-valid-sw
            go to 4500-exit
    end-rewrite
    move apr-base-seq-no  to txn-seq-no
    move pnd-acct-number  to txn-acct-number
    if pnd-type-debit
        set txn-type-debit  to true
    else
        set txn-type-credit to true
    end-if
    move apr-amount       to txn-amount
    move apr-today-date   to txn-date
    move apr-now-time     to txn-time
    set txn-is-posted     to true
    move zero to txn-orig-seq-no
    move "N" to txn-reversed-sw
    move spaces to txn-reason-code
    if pnd-type-external
        move "XP" to txn-reason-code
    end-if
    move zero to txn-partner-seq-no
    move spaces to txn-counterpart-acct
    move pnd-maker-id     to txn-operator-id
    move apr-operator-id  to txn-checker-id
    write txn-record.
4500-exit.
    exit.

*> =================================================================
*> 4600-post-transfer
*> applies both legs of an approved transfer together, minted and
*> linked exactly as the entry screen links them, each leg
*> carrying the maker and the approver.  once the debit leg is on
*> the log the entry counts as posted: a failure on the credit
*> leg is reported for operations to put right, and the entry is
*> still marked approved so it can never debit a second time.
*> =================================================================
4600-post-transfer.
    move pnd-acct-number to acct-number
    read account-master
        invalid key
            display "ACCOUNT READ FAILED"                 at 2012
            move "N" to apr-valid-sw
            go to 4600-exit
    end-read
    subtract apr-amount from acct-balance
    move apr-today-date to acct-last-actvy-date
    rewrite acct-record
        invalid key
            display "ACCOUNT REWRITE FAILED"              at 2012
            move "N" to apr-valid-sw
            go to 4600-exit
    end-rewrite
    move apr-base-seq-no    to txn-seq-no
    move pnd-acct-number    to txn-acct-number
    set txn-type-debit      to true
    move apr-amount         to txn-amount
    move apr-today-date     to txn-date
    move apr-now-time       to txn-time
    set txn-is-posted       to true
    move zero to txn-orig-seq-no
    move "N" to txn-reversed-sw
    move spaces to txn-reason-code
    compute txn-partner-seq-no = apr-base-seq-no + 1
    move pnd-to-acct-number to txn-counterpart-acct
    move pnd-maker-id       to txn-operator-id
    move apr-operator-id    to txn-checker-id
    write txn-record
    move pnd-to-acct-number to acct-number
    read account-master
        invalid key
            display "TO ACCOUNT READ FAILED - REFER TO OPERATIONS"
                at 2012
            move "Y" to apr-leg-failed-sw
            go to 4600-exit
    end-read
    add apr-amount to acct-balance
    move apr-today-date to acct-last-actvy-date
    rewrite acct-record
        invalid key
            display "TO ACCOUNT REWRITE FAILED - REFER TO OPERATIONS"
                at 2012
            move "Y" to apr-leg-failed-sw
            go to 4600-exit
    end-rewrite
    compute txn-seq-no = apr-base-seq-no + 1
    move pnd-to-acct-number to txn-acct-number
    set txn-type-credit     to true
    move apr-amount         to txn-amount
    move apr-today-date     to txn-date
    move apr-now-time       to txn-time
    set txn-is-posted       to true
    move zero to txn-orig-seq-no
    move "N" to txn-reversed-sw
    move spaces to txn-reason-code
    move apr-base-seq-no    to txn-partner-seq-no
    move pnd-acct-number    to txn-counterpart-acct
    move pnd-maker-id       to txn-operator-id
    move apr-operator-id    to txn-checker-id
    write txn-record.
4600-exit.
    exit.

*> =================================================================
*> 5000-decline-entry
*> declines the entry - the balance was never touched, so only
*> the queue record changes.
*> =================================================================
5000-decline-entry.
    accept apr-today-date from date yyyymmdd
    accept apr-now-time   from time
    set pnd-stat-declined to true
    move apr-operator-id to pnd-checker-id
    move apr-today-date  to pnd-decided-date
    move apr-now-time    to pnd-decided-time
    rewrite pnd-record
        invalid key
            display "APPROVAL QUEUE REWRITE FAILED"       at 2012
            go to 5000-exit
    end-rewrite
    if pnd-type-external and apr-pay-open
        move pnd-seq-no to pay-seq-no
        read external-payment-file
            invalid key
                continue
            not invalid key
                if pay-stat-queued
                    set pay-stat-cancelled to true
                    rewrite pay-record
                        invalid key
                            continue
                    end-rewrite
                end-if
        end-read
    end-if
    display "ENTRY DECLINED"                              at 1912
    move apr-operator-id  to aud-operator-id
    move "TXNAPPR"        to aud-program-name
    move pnd-acct-number  to aud-acct-number
    move "PD"             to aud-action-code
    perform 8900-write-audit-rec thru 8900-exit.
5000-exit.
    exit.

*> =================================================================
*> 9999-terminate
*> closes the files before returning to the menu.
*> =================================================================
9999-terminate.
    close pending-approval-file
    close account-master
    close transaction-log
    close audit-trail
    if apr-pay-open
        close external-payment-file
    end-if.
9999-exit.
    exit.

*> =================================================================
*> 8900-write-audit-rec
*> shared audit-trail logging paragraph - see copybooks/audlog.cpy.
*> =================================================================
    copy "AUDLOG.cpy".

end program txnappr.
