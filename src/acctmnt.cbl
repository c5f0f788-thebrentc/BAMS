*>               an opening balance is logged to transaction-log
*>               as a posted credit so reconcile's independent sum
*>               of the log still agrees with the master balance.
*>               option 5 closes out an account with money still
*>               in it - accrued interest capitalized, the
*>               remaining balance paid out or transferred, its
*>               standing orders cancelled and the account closed
*>               in a single action.
*>               invoked from the helloscreen main menu.
*> -----------------------------------------------------------------
*> maintenance history
*>                    blank product - onto its product line.  the
*>                    product qualifies the rate table rows and
*>                    maps to the gl code glextract feeds.
*> 2026-10-15   rcp   blank the checker id added to the transaction-log
*>                    record on the entries written here.
*> 2026-10-15   rcp   close-out settlement, option 5: in one supervised
*>                    action capitalizes the accrued interest to the
*>                    cent, pays out or transfers the remaining balance
*>                    to a nominated account - every entry posted to
*>                    transaction-log with reason code CO on the
*>                    settlement legs - cancels the account's active
*>                    standing orders, closes the account and appends
*>                    the settlement to the close-out file, from which
*>                    the nightly closrpt step prints the final closing
*>                    statement.  audited AX.  refused for a held or
*>                    overdrawn account and while the log still holds
*>                    unposted entries for it.
*> 2026-10-15   rcp   a new account starts with a blank close reason,
*>                    and an account the yearly escheat run closed
*>                    (close reason E) can no longer change status
*>                    here - the balance went to the state and the
*>                    owner's claim is made there.
*> 2026-10-15   rcp   close-out by transfer credits the nominated
*>                    account before closing the account, abandoning
*>                    the close-out if it cannot, so a failed credit
*>                    leg no longer leaves the balance debited and
*>                    lost.
*> -----------------------------------------------------------------
identification division.
program-id. acctmnt is initial program.
    copy "AUDSEL.cpy".
    copy "CUSSEL.cpy".
    copy "PRDSEL.cpy".
    copy "STOSEL.cpy".
    copy "CLSSEL.cpy".

data division.
file section.
    copy "AUDREC.cpy".
    copy "CUSREC.cpy".
    copy "PRDREC.cpy".
    copy "STOREC.cpy".
    copy "CLSREC.cpy".

working-storage section.

01  aud-file-status             pic x(02).
01  cust-file-status            pic x(02).
01  prd-file-status             pic x(02).
01  sto-file-status             pic x(02).
01  cls-file-status             pic x(02).

01  mnt-operator-id             pic x(08)   value spaces.


01  mnt-balance-disp            pic -(9)9.99.

01  mnt-amount-disp             pic -(9)9.99.

*> close-out settlement work fields.
01  mnt-sto-unavail-sw          pic x(01)   value "N".
    88  mnt-sto-unavailable                   value "Y".

01  mnt-log-ok-sw               pic x(01)   value "Y".
    88  mnt-log-ok                            value "Y".

01  mnt-log-at-end-sw           pic x(01)   value "N".
    88  mnt-log-at-end                        value "Y".

01  mnt-sto-at-end-sw           pic x(01)   value "N".
    88  mnt-sto-at-end                        value "Y".

01  mnt-credit-ok-sw            pic x(01)   value "N".
    88  mnt-credit-ok                         value "Y".

01  mnt-to-prior-actvy-date     pic 9(08)   value zero.

01  mnt-unposted-count          pic 9(07)   value zero.

01  mnt-orders-cancelled        pic 9(03)   value zero.

01  mnt-cls-interest            pic s9(9)v99 value zero.

01  mnt-cls-settle-amount       pic s9(9)v99 value zero.

01  mnt-cls-method              pic x(01)   value space.
    88  mnt-cls-payout                        value "P" "p".
    88  mnt-cls-transfer                      value "T" "t".

01  mnt-to-acct-number          pic x(10)   value spaces.

01  mnt-confirm                 pic x(01)   value space.
    88  mnt-confirmed                         value "Y" "y".

01  mnt-base-seq-no             pic 9(16)   value zero.

linkage section.
01  mnt-passed-operator-id      pic x(08).
01  mnt-passed-authority        pic x(01).
    if cust-file-status not = "00"
        set mnt-cust-unavail-sw to "Y"
    end-if
    open i-o standing-order-master
    if sto-file-status not = "00"
        set mnt-sto-unavail-sw to "Y"
    end-if
    open extend close-out-file
    if cls-file-status = "05" or cls-file-status = "35"
        open output close-out-file
    end-if
    perform 1100-load-product-table thru 1100-exit.
1000-exit.
    exit.
    display "2.  CHANGE CUSTOMER LINK"       at 0512
    display "3.  CHANGE ACCOUNT STATUS"      at 0612
    display "4.  CHANGE PRODUCT TYPE"        at 0712
    display "5.  CLOSE OUT ACCOUNT"          at 0812
    display "X.  RETURN TO MAIN MENU"        at 0912
    display "SELECT OPTION:"                 at 1012
    accept  mnt-choice                       at 1027
    evaluate mnt-choice
        when "1"
            perform 3000-open-account thru 3000-exit
            perform 5000-change-status thru 5000-exit
        when "4"
            perform 6000-change-product thru 6000-exit
        when "5"
            perform 6500-close-out thru 6500-exit
        when "X"
        when "x"
            set mnt-done to true
        when other
            display "INVALID OPTION - PLEASE SELECT 1-5 OR X"
                at 2012
    end-evaluate.
2000-exit.
    move cust-name          to acct-name
    move mnt-cust-number    to acct-cust-number
    move mnt-product        to acct-product-type
    move space              to acct-close-reason
    move mnt-open-balance   to acct-balance
    set acct-stat-active    to true
    move mnt-today-date     to acct-last-actvy-date
    move zero to txn-partner-seq-no
    move spaces to txn-counterpart-acct
    move mnt-operator-id to txn-operator-id
    move spaces to txn-checker-id
    write txn-record.
3100-exit.
    exit.
*> 5000-change-status
*> reads an existing account and moves it between active, hold
*> and closed.  an account with money still in it cannot be
*> closed here - option 5 settles and closes it.
*> =================================================================
5000-change-status.
    perform 7000-fetch-account thru 7000-exit
        display "ACCOUNT IS ALREADY IN THAT STATUS"       at 2012
        go to 5000-exit
    end-if
    if acct-closed-escheated
        display "ACCOUNT ESCHEATED - CLAIM IS MADE TO THE STATE"
            at 2012
        go to 5000-exit
    end-if
    if mnt-new-status = "C" and acct-balance not = zero
        display "BALANCE NOT ZERO - USE CLOSE OUT (OPTION 5)"
            at 2012
        go to 5000-exit
    end-if
    move "AS" to mnt-status-action
6000-exit.
    exit.

*> =================================================================
*> 6500-close-out
*> settles and closes an account in one supervised action: the
*> accrued interest is capitalized to the cent, the remaining
*> balance is paid out or transferred to a nominated account, the
*> account's standing orders are cancelled and the account is
*> closed.  a held account is refused - the hold is released
*> first - and so is an overdrawn one and one the log still holds
*> unposted entries for, which would reject against the closed
*> account at end of day; those close out after the nightly run.
*> =================================================================
6500-close-out.
    perform 7000-fetch-account thru 7000-exit
    if mnt-acct-number = spaces
        go to 6500-exit
    end-if
    if acct-stat-closed
        display "ACCOUNT IS ALREADY CLOSED"               at 2012
        go to 6500-exit
    end-if
    if acct-stat-hold
        display "ACCOUNT IS ON HOLD - RELEASE THE HOLD FIRST"
            at 2012
        go to 6500-exit
    end-if
    perform 6510-count-unposted thru 6510-exit
    if not mnt-log-ok
        go to 6500-exit
    end-if
    if mnt-unposted-count > zero
        display "UNPOSTED ENTRIES WAITING - CLOSE OUT AFTER END OF DAY"
            at 2012
        go to 6500-exit
    end-if
    compute mnt-cls-interest rounded = acct-accrued-int
    compute mnt-cls-settle-amount = acct-balance + mnt-cls-interest
    if mnt-cls-settle-amount < zero
        display "ACCOUNT OVERDRAWN - CANNOT BE SETTLED"   at 2012
        go to 6500-exit
    end-if
    move mnt-cls-interest      to mnt-amount-disp
    move mnt-cls-settle-amount to mnt-balance-disp
    display "INTEREST: " mnt-amount-disp "  TO SETTLE: "
        mnt-balance-disp                                  at 1412
    move space  to mnt-cls-method
    move spaces to mnt-to-acct-number
    if mnt-cls-settle-amount > zero
        perform 6520-take-settlement thru 6520-exit
        if mnt-cls-method = space
            go to 6500-exit
        end-if
    end-if
    display "CONFIRM CLOSE OUT (Y/N):"                    at 1812
    accept  mnt-confirm                                   at 1840
    if not mnt-confirmed
        display "CLOSE OUT ABANDONED"                     at 2012
        go to 6500-exit
    end-if
    perform 6530-post-settlement thru 6530-exit.
6500-exit.
    exit.

*> =================================================================
*> 6510-count-unposted
*> counts the entries for the account still waiting on the log
*> for the nightly apply.  the log is open for extend, so it is
*> closed and read from the top, then reopened for extend.
*> =================================================================
6510-count-unposted.
    move zero to mnt-unposted-count
    move "N" to mnt-log-at-end-sw
    move "Y" to mnt-log-ok-sw
    close transaction-log
    open input transaction-log
    if txn-file-status = "00"
        perform 6515-count-one-entry thru 6515-exit
            until mnt-log-at-end
        close transaction-log
    end-if
    open extend transaction-log
    if txn-file-status = "05" or txn-file-status = "35"
        open output transaction-log
    end-if
    if txn-file-status not = "00"
        display "TRANSACTION LOG REOPEN FAILED - STATUS "
            txn-file-status                               at 2012
        move "N" to mnt-log-ok-sw
        set mnt-done to true
    end-if.
6510-exit.
    exit.

*> =================================================================
*> 6515-count-one-entry
*> reads one log entry and counts it if it is an unposted entry
*> for the account.
*> =================================================================
6515-count-one-entry.
    read transaction-log
        at end
            set mnt-log-at-end to true
            go to 6515-exit
    end-read
    if txn-acct-number = mnt-acct-number and txn-is-unposted
        add 1 to mnt-unposted-count
    end-if.
6515-exit.
    exit.

*> =================================================================
*> 6520-take-settlement
*> takes how the balance is settled - paid out, or transferred to
*> a nominated account, which must be another active account.
*> blanks mnt-cls-method when the settlement is refused so the
*> caller can abandon the close-out.  reading the nominated
*> account leaves it in the record area; the account being
*> closed is read back before anything is posted.
*> =================================================================
6520-take-settlement.
    display "SETTLE BY P=PAY OUT, T=TRANSFER:"            at 1512
    accept  mnt-cls-method                                at 1546
    evaluate true
        when mnt-cls-payout
            move "P" to mnt-cls-method
            go to 6520-exit
        when mnt-cls-transfer
            move "T" to mnt-cls-method
        when other
            display "SETTLEMENT MUST BE P OR T"           at 2012
            move space to mnt-cls-method
            go to 6520-exit
    end-evaluate
    display "TRANSFER TO ACCOUNT:"                        at 1612
    accept  mnt-to-acct-number                            at 1646
    if mnt-to-acct-number = spaces
            or mnt-to-acct-number = mnt-acct-number
        display "NOMINATED ACCOUNT MUST BE ANOTHER ACCOUNT"
            at 2012
        move space to mnt-cls-method
        go to 6520-exit
    end-if
    move mnt-to-acct-number to acct-number
    read account-master
        invalid key
            display "NOMINATED ACCOUNT NOT FOUND"         at 2012
            move space to mnt-cls-method
            go to 6520-exit
    end-read
    if not acct-stat-active
        display "NOMINATED ACCOUNT IS NOT ACTIVE"         at 2012
        move space to mnt-cls-method
        go to 6520-exit
    end-if
    display "TO:       " acct-name                        at 1712.
6520-exit.
    exit.

*> =================================================================
*> 6530-post-settlement
*> reads the account back, brings the balance to zero and closes
*> it, then posts the settlement to transaction-log - the
*> interest at the base sequence number, the settlement debit at
*> base + 1 and, for a transfer, the nominated account's credit
*> leg at base + 2 - all posted, like an online posting, so
*> eoddrive never reapplies them.  for a transfer the nominated
*> account is credited first: if it cannot take the money the
*> close-out is abandoned with nothing changed, and if the
*> closing account then cannot be rewritten the credit is taken
*> back off.  the standing orders are cancelled last and the
*> settlement is appended to the close-out file for the closing
*> statement.
*> =================================================================
6530-post-settlement.
    move mnt-acct-number to acct-number
    read account-master
        invalid key
            display "ACCOUNT READ FAILED"                 at 2012
            go to 6530-exit
    end-read
    accept  mnt-today-date from date yyyymmdd
    accept  mnt-now-time   from time
    compute mnt-base-seq-no = mnt-today-date * 100000000 + mnt-now-time
    move spaces                to cls-record
    move acct-number           to cls-acct-number
    move acct-name             to cls-acct-name
    move acct-cust-number      to cls-cust-number
    move acct-product-type     to cls-product-type
    move acct-status           to cls-prior-status
    move mnt-today-date        to cls-close-date
    move mnt-now-time          to cls-close-time
    move mnt-operator-id       to cls-operator-id
    move acct-balance          to cls-prior-balance
    move mnt-cls-interest      to cls-interest-amount
    move zero                  to cls-interest-seq-no
    move mnt-cls-method        to cls-settle-method
    move mnt-cls-settle-amount to cls-settle-amount
    move zero                  to cls-settle-seq-no
    move mnt-to-acct-number    to cls-to-acct-number
    move zero                  to cls-orders-cancelled
    if mnt-cls-transfer
        perform 6560-credit-nominated thru 6560-exit
        if not mnt-credit-ok
            display "CLOSE-OUT ABANDONED - NOTHING CHANGED"
                at 1912
            go to 6530-exit
        end-if
        move mnt-acct-number to acct-number
        read account-master
            invalid key
                display "ACCOUNT READ FAILED"             at 2012
                perform 6568-reverse-nominated thru 6568-exit
                go to 6530-exit
        end-read
    end-if
    add mnt-cls-interest to acct-balance
    move zero to acct-accrued-int
    subtract mnt-cls-settle-amount from acct-balance
    set acct-stat-closed to true
    move mnt-today-date to acct-last-actvy-date
    rewrite acct-record
        invalid key
            display "ACCOUNT REWRITE FAILED"              at 2012
            if mnt-cls-transfer
                perform 6568-reverse-nominated thru 6568-exit
            end-if
            go to 6530-exit
    end-rewrite
    if mnt-cls-interest not = zero
        perform 6540-log-interest thru 6540-exit
    end-if
    if mnt-cls-settle-amount > zero
        perform 6550-log-settlement thru 6550-exit
    end-if
    if mnt-cls-transfer
        perform 6565-log-nominated-credit thru 6565-exit
    end-if
    perform 6570-cancel-orders thru 6570-exit
    move mnt-orders-cancelled to cls-orders-cancelled
    write cls-record
    display "ACCOUNT CLOSED OUT - ORDERS CANCELLED: "
        mnt-orders-cancelled                              at 1912
    move "AX" to aud-action-code
    perform 8000-log-maintenance thru 8000-exit.
6530-exit.
    exit.

*> =================================================================
*> 6540-log-interest
*> posts the capitalized interest as a type I entry - or, for a
*> negative accrual, claws it back as a debit marked IN, exactly
*> as intcapit does.
*> =================================================================
6540-log-interest.
    move mnt-base-seq-no to txn-seq-no
    move mnt-base-seq-no to cls-interest-seq-no
    move mnt-acct-number to txn-acct-number
    if mnt-cls-interest > zero
        set txn-type-interest to true
        move mnt-cls-interest to txn-amount
        move spaces to txn-reason-code
    else
        set txn-type-debit to true
        compute txn-amount = zero - mnt-cls-interest
        move "IN" to txn-reason-code
    end-if
    move mnt-today-date  to txn-date
    move mnt-now-time    to txn-time
    set txn-is-posted    to true
    move zero to txn-orig-seq-no
    move "N" to txn-reversed-sw
    move zero to txn-partner-seq-no
    move spaces to txn-counterpart-acct
    move mnt-operator-id to txn-operator-id
    move spaces to txn-checker-id
    write txn-record.
6540-exit.
    exit.

*> =================================================================
*> 6550-log-settlement
*> posts the settlement debit, marked CO.  for a transfer it is
*> the lead leg and carries the credit leg's number and account.
*> =================================================================
6550-log-settlement.
    compute txn-seq-no = mnt-base-seq-no + 1
    move txn-seq-no      to cls-settle-seq-no
    move mnt-acct-number to txn-acct-number
    set txn-type-debit   to true
    move mnt-cls-settle-amount to txn-amount
    move mnt-today-date  to txn-date
    move mnt-now-time    to txn-time
    set txn-is-posted    to true
    move zero to txn-orig-seq-no
    move "N" to txn-reversed-sw
    move "CO" to txn-reason-code
    if mnt-cls-transfer
        compute txn-partner-seq-no = mnt-base-seq-no + 2
        move mnt-to-acct-number to txn-counterpart-acct
    else
        move zero to txn-partner-seq-no
        move spaces to txn-counterpart-acct
    end-if
    move mnt-operator-id to txn-operator-id
    move spaces to txn-checker-id
    write txn-record.
6550-exit.
    exit.

*> =================================================================
*> 6560-credit-nominated
*> lands the transferred balance on the nominated account, ahead
*> of the closing account's rewrite.  leaves the credit switch
*> off when the nominated account cannot take it.
*> =================================================================
6560-credit-nominated.
    move "N" to mnt-credit-ok-sw
    move mnt-to-acct-number to acct-number
    read account-master
        invalid key
            display "NOMINATED ACCOUNT READ FAILED"       at 2012
            go to 6560-exit
    end-read
    move acct-last-actvy-date to mnt-to-prior-actvy-date
    add mnt-cls-settle-amount to acct-balance
    move mnt-today-date to acct-last-actvy-date
    rewrite acct-record
        invalid key
            display "NOMINATED ACCOUNT REWRITE FAILED"    at 2012
            go to 6560-exit
    end-rewrite
    set mnt-credit-ok to true.
6560-exit.
    exit.

*> =================================================================
*> 6565-log-nominated-credit
*> posts the nominated account's credit leg, marked CO, carrying
*> the debit leg's number and the closed account.
*> =================================================================
6565-log-nominated-credit.
    compute txn-seq-no = mnt-base-seq-no + 2
    move mnt-to-acct-number to txn-acct-number
    set txn-type-credit  to true
    move mnt-cls-settle-amount to txn-amount
    move mnt-today-date  to txn-date
    move mnt-now-time    to txn-time
    set txn-is-posted    to true
    move zero to txn-orig-seq-no
    move "N" to txn-reversed-sw
    move "CO" to txn-reason-code
    compute txn-partner-seq-no = mnt-base-seq-no + 1
    move mnt-acct-number to txn-counterpart-acct
    move mnt-operator-id to txn-operator-id
    move spaces to txn-checker-id
    write txn-record.
6565-exit.
    exit.

*> =================================================================
*> 6568-reverse-nominated
*> takes the transferred balance back off the nominated account
*> when the closing account could not be closed, so the
*> abandoned close-out leaves both balances as they were.
*> =================================================================
6568-reverse-nominated.
    move mnt-to-acct-number to acct-number
    read account-master
        invalid key
            display "SETTLEMENT LEG FAILED - REFER TO OPERATIONS"
                at 2112
            go to 6568-exit
    end-read
    subtract mnt-cls-settle-amount from acct-balance
    move mnt-to-prior-actvy-date to acct-last-actvy-date
    rewrite acct-record
        invalid key
            display "SETTLEMENT LEG FAILED - REFER TO OPERATIONS"
                at 2112
            go to 6568-exit
    end-rewrite
    display "CLOSE-OUT ABANDONED - NOTHING CHANGED"       at 1912.
6568-exit.
    exit.

*> =================================================================
*> 6570-cancel-orders
*> cancels every active standing order drawn on or paying into
*> the closed account, each audited SX as on the standing order
*> screen.  the orders file has no account key, so it is read
*> from the top.
*> =================================================================
6570-cancel-orders.
    move zero to mnt-orders-cancelled
    if mnt-sto-unavailable
        go to 6570-exit
    end-if
    move "N" to mnt-sto-at-end-sw
    move low-values to sto-order-no
    start standing-order-master
        key is not less than sto-order-no
        invalid key
            set mnt-sto-at-end to true
    end-start
    perform 6575-cancel-one-order thru 6575-exit
        until mnt-sto-at-end.
6570-exit.
    exit.

*> =================================================================
*> 6575-cancel-one-order
*> reads the next standing order and cancels it if it is an
*> active order on the closed account.
*> =================================================================
6575-cancel-one-order.
    read standing-order-master next record
        at end
            set mnt-sto-at-end to true
            go to 6575-exit
    end-read
    if sto-acct-number not = mnt-acct-number
            or not sto-stat-active
        go to 6575-exit
    end-if
    set sto-stat-cancelled to true
    rewrite sto-record
        invalid key
            display "ORDER REWRITE FAILED"                at 2012
            go to 6575-exit
    end-rewrite
    add 1 to mnt-orders-cancelled
    move "SX" to aud-action-code
    perform 8000-log-maintenance thru 8000-exit.
6575-exit.
    exit.

*> =================================================================
*> 7000-fetch-account
*> prompts for an account number and reads the master record.
    close account-master
    close transaction-log
    close audit-trail
    close customer-master
    if not mnt-sto-unavailable
        close standing-order-master
    end-if
    close close-out-file.
9999-exit.
    exit.

