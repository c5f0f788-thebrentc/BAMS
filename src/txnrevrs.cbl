*>               the original sequence number and the SIGNED
*>               balance effect, so the day's reports show one
*>               correction instead of two unrelated movements.
*>               reversing the debit of an external payment not
*>               yet sent cancels the payment; once it has gone
*>               out on the outbound file, or when the payment
*>               cannot be found, it cannot be reversed.
*>               invoked from the helloscreen main menu, which
*>               offers the option to supervisors only.
*> -----------------------------------------------------------------
*> 2026-08-22   rcp   original program.
*> 2026-09-01   rcp   stamp the keying operator on the type R log
*>                    entry, for the teller proof report.
*> 2026-10-15   rcp   judge the sign by txn-type-debit so a service
*>                    charge (type F) reverses as a debit, and carry
*>                    a fee's reason code onto the type R entry so
*>                    a refunded charge reports as a fee refund.
*> 2026-10-15   rcp   blank the checker id added to the transaction-log
*>                    record on the entries written here.
*> 2026-10-15   rcp   reversing the debit of an external payment still
*>                    waiting for the outbound file cancels the
*>                    payment; a payment already sent is refused.
*> 2026-10-15   rcp   refuse to reverse an external payment debit when
*>                    the payment file is unavailable or the payment
*>                    is not on it.
*> -----------------------------------------------------------------
identification division.
program-id. txnrevrs is initial program.
    copy "ACCTSEL.cpy".
    copy "TXNSEL.cpy".
    copy "AUDSEL.cpy".
    copy "PAYSEL.cpy".

data division.
file section.
    copy "ACCTREC.cpy".
    copy "TXNREC.cpy".
    copy "AUDREC.cpy".
    copy "PAYREC.cpy".

working-storage section.

01  acct-file-status            pic x(02).
01  txn-file-status             pic x(02).
01  aud-file-status             pic x(02).
01  pay-file-status             pic x(02).

01  rev-operator-id             pic x(08)   value spaces.


01  rev-orig-type               pic x(01)   value space.

01  rev-orig-reason             pic x(02)   value spaces.
    88  rev-orig-was-fee                      value "FM" "FD" "FL"
                                              "FR".

01  rev-orig-amount             pic s9(9)v99 comp-3 value zero.

01  rev-signed-effect           pic s9(9)v99 comp-3 value zero.

01  rev-now-time                pic 9(08)   value zero.

01  rev-pay-open-sw             pic x(01)   value "N".
    88  rev-pay-open                          value "Y".

01  rev-pay-found-sw            pic x(01)   value "N".
    88  rev-pay-found                         value "Y".

01  rev-pay-at-end-sw           pic x(01)   value "N".
    88  rev-pay-at-end                        value "Y".

linkage section.
01  rev-passed-operator-id      pic x(08).
01  rev-passed-authority        pic x(01).
            at 2312
        set rev-done to true
    end-if
    open i-o external-payment-file
    if pay-file-status = "00"
        set rev-pay-open to true
    end-if
    open extend audit-trail
    if aud-file-status = "05" or aud-file-status = "35"
        open output audit-trail
            set rev-found-sw to "N"
        when other
            continue
    end-evaluate
    move "N" to rev-pay-found-sw
    if rev-found and txn-reason-ext-payment
        perform 3200-find-payment thru 3200-exit
    end-if.
3000-exit.
    exit.

3100-exit.
    exit.

*> =================================================================
*> 3200-find-payment
*> finds the external payment the located debit took the funds
*> for.  a payment already sent or returned cannot be called
*> back, so its debit is not reversed here - a payment still
*> waiting for the outbound file is cancelled by 5000.  the
*> debit is refused too when the payment cannot be found, since
*> it may yet go out on the outbound file.
*> =================================================================
3200-find-payment.
    if not rev-pay-open
        display "EXTERNAL PAYMENT FILE UNAVAILABLE - CANNOT REVERSE"
            at 0612
        set rev-found-sw to "N"
        go to 3200-exit
    end-if
    move "N" to rev-pay-at-end-sw
    move zero to pay-seq-no
    start external-payment-file key not < pay-seq-no
        invalid key
            set rev-pay-at-end to true
    end-start
    if not rev-pay-at-end
        perform 3250-scan-payments thru 3250-exit
            until rev-pay-found or rev-pay-at-end
    end-if
    if not rev-pay-found
        display "EXTERNAL PAYMENT NOT FOUND - CANNOT REVERSE"
            at 0612
        set rev-found-sw to "N"
        go to 3200-exit
    end-if
    if not pay-stat-keyed
        display "EXTERNAL PAYMENT ALREADY SENT - STATUS "
            pay-status " - CANNOT REVERSE"                 at 0612
        set rev-found-sw to "N"
    end-if.
3200-exit.
    exit.

*> =================================================================
*> 3250-scan-payments
*> reads one external payment looking for the located debit.
*> =================================================================
3250-scan-payments.
    read external-payment-file next record
        at end
            set rev-pay-at-end to true
        not at end
            if pay-debit-seq-no = rev-target-seq
                set rev-pay-found to true
            end-if
    end-read.
3250-exit.
    exit.

*> =================================================================
*> 4000-confirm-and-reverse
*> shows the located entry, asks for confirmation, validates the
    move txn-acct-number to rev-orig-acct
    move txn-type        to rev-orig-type
    move txn-amount      to rev-orig-amount
    move txn-reason-code to rev-orig-reason
    if txn-type-debit
        move rev-orig-amount to rev-signed-effect
    else
        compute rev-signed-effect = zero - rev-orig-amount
    set txn-is-posted     to true
    move rev-target-seq   to txn-orig-seq-no
    move "N" to txn-reversed-sw
    if rev-orig-was-fee
        move rev-orig-reason to txn-reason-code
    else
        move spaces to txn-reason-code
    end-if
    move zero to txn-partner-seq-no
    move spaces to txn-counterpart-acct
    move rev-operator-id to txn-operator-id
    move spaces to txn-checker-id
    write txn-record
    close transaction-log
    open i-o transaction-log
    if rev-pay-found
        set pay-stat-cancelled to true
        rewrite pay-record
            invalid key
                display "PAYMENT FILE REWRITE FAILED"      at 1412
        end-rewrite
    end-if
    display "ENTRY REVERSED"                               at 1312
    move rev-operator-id to aud-operator-id
    move "TXNREVRS"      to aud-program-name
9999-terminate.
    close account-master
    close transaction-log
    close audit-trail
    if rev-pay-open
        close external-payment-file
    end-if.
9999-exit.
    exit.

