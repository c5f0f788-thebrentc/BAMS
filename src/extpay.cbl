*> -----------------------------------------------------------------
*> program:      extpay
*> author:       r. c. peters
*> installation: bams - bank account management system
*> date-written: 2026-10-15
*> -----------------------------------------------------------------
*> purpose:      external payment entry screen.  accepts a payment
*>               from an account to a beneficiary at another bank -
*>               the beneficiary's bank code, account and name, a
*>               payment reference and the amount - under the same
*>               status, hold and available-balance checks as a
*>               debit on the transaction entry screen.  the funds
*>               are debited on the spot: the balance comes down
*>               and a posted type D log entry carrying reason
*>               code XP is written, so the money is held off the
*>               account until the nightly extpout step sends the
*>               payment on the outbound file.  a payment above
*>               the keying operator's posting limit debits
*>               nothing - it is queued on the pending-approval
*>               file as type X for a different supervisor to
*>               approve on the approval queue screen, which then
*>               debits it.  every payment is kept on the external
*>               payment file (see copybooks/payrec.cpy).  invoked
*>               from the helloscreen main menu.
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original program.
*> 2026-10-15   rcp   take the payment record back off when the
*>                    account read or rewrite fails, so an undebited
*>                    payment is never sent.
*> -----------------------------------------------------------------
identification division.
program-id. extpay is initial program.
author. r. c. peters.
installation. bams.
date-written. 2026-10-15.

environment division.
input-output section.
file-control.
    copy "ACCTSEL.cpy".
    copy "TXNSEL.cpy".
    copy "AUDSEL.cpy".
    copy "OPRSEL.cpy".
    copy "PNDSEL.cpy".
    copy "PAYSEL.cpy".

data division.
file section.
    copy "ACCTREC.cpy".
    copy "TXNREC.cpy".
    copy "AUDREC.cpy".
    copy "OPRREC.cpy".
    copy "PNDREC.cpy".
    copy "PAYREC.cpy".

working-storage section.

01  acct-file-status            pic x(02).
01  txn-file-status             pic x(02).
01  aud-file-status             pic x(02).
01  opr-file-status             pic x(02).
01  pnd-file-status             pic x(02).
01  pay-file-status             pic x(02).

01  xpy-operator-id             pic x(08)   value spaces.

01  xpy-authority               pic x(01)   value space.
    88  xpy-auth-supervisor                   value "S".

01  xpy-acct-number             pic x(10)   value spaces.

01  xpy-bene-bank-code          pic x(09)   value spaces.

01  xpy-bene-account            pic x(17)   value spaces.

01  xpy-bene-name               pic x(30)   value spaces.

01  xpy-reference               pic x(18)   value spaces.

01  xpy-amount                  pic 9(9)v99 value zero.

01  xpy-amount-disp             pic z(8)9.99.

01  xpy-balance-disp            pic -(9)9.99.

01  xpy-confirm                 pic x(01)   value space.
    88  xpy-confirmed                         value "Y" "y".

01  xpy-done-sw                 pic x(01)   value "N".
    88  xpy-done                              value "Y".

01  xpy-valid-sw                pic x(01)   value "Y".
    88  xpy-entry-valid                       value "Y".

01  xpy-override-sw             pic x(01)   value "N".
    88  xpy-override-approved                 value "Y".

01  xpy-override-answer         pic x(01)   value space.

01  xpy-limit                   pic 9(9)v99 value zero.

01  xpy-queue-sw                pic x(01)   value "N".
    88  xpy-queue-available                   value "Y".

01  xpy-seq-no                  pic 9(16)   value zero.

01  xpy-today-date              pic 9(08)   value zero.

01  xpy-now-time                pic 9(08)   value zero.

01  xpy-blank-line              pic x(68)   value spaces.

linkage section.
01  xpy-passed-operator-id      pic x(08).
01  xpy-passed-authority        pic x(01).

procedure division using xpy-passed-operator-id
                         xpy-passed-authority.
*> =================================================================
*> 0000-mainline
*> controls overall flow of the external payment entry screen.
*> =================================================================
0000-mainline.
    move xpy-passed-operator-id to xpy-operator-id
    move xpy-passed-authority   to xpy-authority
    perform 1000-initialize thru 1000-exit
    perform 2000-entry-loop thru 2000-exit
        until xpy-done
    perform 9999-terminate thru 9999-exit
    goback.

*> =================================================================
*> 1000-initialize
*> opens the files.  the external payment file and the
*> pending-approval file are created here on first use.
*> =================================================================
1000-initialize.
    open i-o account-master
    if acct-file-status not = "00"
        display "ACCOUNT MASTER OPEN FAILED - STATUS " acct-file-status
            at 2112
        set xpy-done to true
    end-if
    open extend transaction-log
    if txn-file-status = "05" or txn-file-status = "35"
        open output transaction-log
    end-if
    if txn-file-status not = "00"
        display "TRANSACTION LOG OPEN FAILED - STATUS " txn-file-status
            at 2212
        set xpy-done to true
    end-if
    open i-o external-payment-file
    if pay-file-status = "05" or pay-file-status = "35"
        open output external-payment-file
        close external-payment-file
        open i-o external-payment-file
    end-if
    if pay-file-status not = "00"
        display "EXTERNAL PAYMENT FILE OPEN FAILED - STATUS "
            pay-file-status                               at 2312
        set xpy-done to true
    end-if
    perform 1100-get-post-limit thru 1100-exit
    open i-o pending-approval-file
    if pnd-file-status = "05" or pnd-file-status = "35"
        open output pending-approval-file
        close pending-approval-file
        open i-o pending-approval-file
    end-if
    if pnd-file-status = "00"
        set xpy-queue-available to true
    end-if
    open extend audit-trail
    if aud-file-status = "05" or aud-file-status = "35"
        open output audit-trail
    end-if.
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
    move xpy-operator-id to opr-operator-id
    read operator-master
        invalid key
            continue
        not invalid key
            if opr-post-limit numeric
                move opr-post-limit to xpy-limit
            end-if
    end-read
    close operator-master.
1100-exit.
    exit.

*> =================================================================
*> 2000-entry-loop
*> prompts for a payment, checks it, has the operator confirm it
*> and debits or queues it.
*> =================================================================
2000-entry-loop.
    display "EXTERNAL PAYMENT"                            at 0212
    display "ENTER ACCOUNT NUMBER (BLANK TO EXIT):"       at 0412
    accept  xpy-acct-number                               at 0452
    if xpy-acct-number = spaces
        set xpy-done to true
        go to 2000-exit
    end-if
    display xpy-blank-line                                at 1112
    display xpy-blank-line                                at 1212
    display xpy-blank-line                                at 1312
    display xpy-blank-line                                at 1412
    display "BENEFICIARY BANK CODE:"                      at 0512
    accept  xpy-bene-bank-code                            at 0536
    display "BENEFICIARY ACCOUNT:"                        at 0612
    accept  xpy-bene-account                              at 0636
    display "BENEFICIARY NAME:"                           at 0712
    accept  xpy-bene-name                                 at 0736
    display "PAYMENT REFERENCE:"                          at 0812
    accept  xpy-reference                                 at 0836
    display "AMOUNT (E.G. 1000.00):"                      at 0912
    accept  xpy-amount                                    at 0936
    set xpy-entry-valid to true
    move "N" to xpy-override-sw
    perform 3000-validate-entry thru 3000-exit
    if not xpy-entry-valid
        go to 2000-exit
    end-if
    move xpy-amount to xpy-amount-disp
    display "PAY " xpy-amount-disp " TO " xpy-bene-name   at 1312
    display "CONFIRM PAYMENT (Y/N):"                      at 1412
    move space to xpy-confirm
    accept  xpy-confirm                                   at 1436
    if not xpy-confirmed
        display "PAYMENT NOT SENT"                        at 1412
        go to 2000-exit
    end-if
    if xpy-limit > zero and xpy-amount > xpy-limit
        perform 4800-queue-for-approval thru 4800-exit
    else
        perform 4000-post-payment thru 4000-exit
    end-if.
2000-exit.
    exit.

*> =================================================================
*> 3000-validate-entry
*> checks the beneficiary details are complete, the account
*> exists, the amount is a nonzero number, the account status
*> allows the payment and it stays within the available balance.
*> =================================================================
3000-validate-entry.
    if xpy-bene-bank-code not numeric
        display "BANK CODE MUST BE NINE DIGITS"           at 1112
        move "N" to xpy-valid-sw
        go to 3000-exit
    end-if
    if xpy-bene-account = spaces
        display "BENEFICIARY ACCOUNT MUST NOT BE BLANK"   at 1112
        move "N" to xpy-valid-sw
        go to 3000-exit
    end-if
    if xpy-bene-name = spaces
        display "BENEFICIARY NAME MUST NOT BE BLANK"      at 1112
        move "N" to xpy-valid-sw
        go to 3000-exit
    end-if
    if xpy-amount = zero
        display "AMOUNT MUST NOT BE ZERO"                 at 1112
        move "N" to xpy-valid-sw
        go to 3000-exit
    end-if
    move xpy-acct-number to acct-number
    read account-master
        invalid key
            display "ACCOUNT NOT FOUND"                   at 1112
            move "N" to xpy-valid-sw
            go to 3000-exit
    end-read
    if acct-stat-closed
        display "ACCOUNT IS CLOSED - PAYMENT REFUSED"     at 1112
        move "N" to xpy-valid-sw
        go to 3000-exit
    end-if
    if acct-stat-dormant
        display "ACCOUNT IS DORMANT - SEE SUPERVISOR"     at 1112
        move "N" to xpy-valid-sw
        go to 3000-exit
    end-if
    if acct-stat-hold
        perform 3100-hold-override thru 3100-exit
        if not xpy-entry-valid
            go to 3000-exit
        end-if
    end-if
    if xpy-amount > acct-balance
        move acct-balance to xpy-balance-disp
        display "INSUFFICIENT FUNDS - BALANCE IS "
            xpy-balance-disp                              at 1112
        move "N" to xpy-valid-sw
    end-if.
3000-exit.
    exit.

*> =================================================================
*> 3100-hold-override
*> a payment from a held account is refused for a teller and
*> offered to a supervisor as an override decision.
*> =================================================================
3100-hold-override.
    if not xpy-auth-supervisor
        display "ACCOUNT IS ON HOLD - PAYMENT REFUSED"    at 1112
        move "N" to xpy-valid-sw
        go to 3100-exit
    end-if
    display "ACCOUNT IS ON HOLD - OVERRIDE? (Y/N):"       at 1112
    accept  xpy-override-answer                           at 1152
    if xpy-override-answer = "Y" or xpy-override-answer = "y"
        set xpy-override-approved to true
    else
        display "PAYMENT NOT OVERRIDDEN"                  at 1212
        move "N" to xpy-valid-sw
    end-if.
3100-exit.
    exit.

*> =================================================================
*> 4000-post-payment
*> files the payment as keyed, then debits the account and
*> appends the posted debit, reason code XP, under the payment's
*> own sequence number.  the payment record goes first so a
*> duplicate reference leaves the balance untouched; if the
*> account then cannot be debited the payment record is taken
*> back off, so extpout never sends money that was not held.
*> =================================================================
4000-post-payment.
    accept  xpy-today-date from date yyyymmdd
    accept  xpy-now-time   from time
    compute xpy-seq-no = xpy-today-date * 100000000 + xpy-now-time
    perform 4900-build-payment thru 4900-exit
    set pay-stat-keyed     to true
    move xpy-seq-no        to pay-debit-seq-no
    write pay-record
        invalid key
            display "PAYMENT FILE WRITE FAILED - STATUS "
                pay-file-status                           at 1412
            go to 4000-exit
    end-write
    move xpy-acct-number to acct-number
    read account-master
        invalid key
            display "ACCOUNT READ FAILED"                 at 1412
            delete external-payment-file record
                invalid key
                    continue
            end-delete
            go to 4000-exit
    end-read
    subtract xpy-amount from acct-balance
    move xpy-today-date to acct-last-actvy-date
    rewrite acct-record
        invalid key
            display "ACCOUNT REWRITE FAILED"              at 1412
            delete external-payment-file record
                invalid key
                    continue
            end-delete
            go to 4000-exit
    end-rewrite
    move xpy-seq-no        to txn-seq-no
    move xpy-acct-number   to txn-acct-number
    set txn-type-debit     to true
    move xpy-amount        to txn-amount
    move xpy-today-date    to txn-date
    move xpy-now-time      to txn-time
    set txn-is-posted      to true
    move zero to txn-orig-seq-no
    move "N" to txn-reversed-sw
    move "XP" to txn-reason-code
    move zero to txn-partner-seq-no
    move spaces to txn-counterpart-acct
    move xpy-operator-id   to txn-operator-id
    move spaces to txn-checker-id
    write txn-record
    display "PAYMENT DEBITED FOR SENDING, REF " xpy-seq-no at 1412
    move xpy-operator-id   to aud-operator-id
    move "EXTPAY"          to aud-program-name
    move xpy-acct-number   to aud-acct-number
    move "EP"              to aud-action-code
    perform 8900-write-audit-rec thru 8900-exit
    if xpy-override-approved
        move "HO" to aud-action-code
        perform 8900-write-audit-rec thru 8900-exit
    end-if.
4000-exit.
    exit.

*> =================================================================
*> 4800-queue-for-approval
*> a payment above the operator's posting limit does not touch
*> the balance: it is filed as queued and written to the
*> pending-approval file as type X under the same sequence
*> number, for a different supervisor to approve or decline on
*> the approval queue screen.
*> =================================================================
4800-queue-for-approval.
    if not xpy-queue-available
        display "OVER YOUR POSTING LIMIT - APPROVAL QUEUE UNAVAILABLE"
            at 1412
        go to 4800-exit
    end-if
    accept  xpy-today-date from date yyyymmdd
    accept  xpy-now-time   from time
    compute xpy-seq-no = xpy-today-date * 100000000 + xpy-now-time
    perform 4900-build-payment thru 4900-exit
    set pay-stat-queued    to true
    move zero to pay-debit-seq-no
    write pay-record
        invalid key
            display "PAYMENT FILE WRITE FAILED - STATUS "
                pay-file-status                           at 1412
            go to 4800-exit
    end-write
    move spaces to pnd-record
    move xpy-seq-no        to pnd-seq-no
    move xpy-acct-number   to pnd-acct-number
    set pnd-type-external  to true
    move spaces to pnd-to-acct-number
    move xpy-amount        to pnd-amount
    move xpy-operator-id   to pnd-maker-id
    move xpy-today-date    to pnd-keyed-date
    move xpy-now-time      to pnd-keyed-time
    set pnd-stat-pending   to true
    move spaces to pnd-checker-id
    move zero to pnd-decided-date
    move zero to pnd-decided-time
    move zero to pnd-posted-seq-no
    write pnd-record
        invalid key
            display "APPROVAL QUEUE WRITE FAILED - STATUS "
                pnd-file-status                           at 1412
            delete external-payment-file record
                invalid key
                    continue
            end-delete
            go to 4800-exit
    end-write
    display "OVER YOUR LIMIT - QUEUED FOR APPROVAL, REF "
        pnd-seq-no                                        at 1412
    move xpy-operator-id   to aud-operator-id
    move "EXTPAY"          to aud-program-name
    move xpy-acct-number   to aud-acct-number
    move "PQ"              to aud-action-code
    perform 8900-write-audit-rec thru 8900-exit.
4800-exit.
    exit.

*> =================================================================
*> 4900-build-payment
*> fills the external payment record from the keyed entry.  the
*> caller sets the status and the debit reference.
*> =================================================================
4900-build-payment.
    move spaces to pay-record
    move xpy-seq-no          to pay-seq-no
    move xpy-acct-number     to pay-acct-number
    move xpy-amount          to pay-amount
    move xpy-bene-bank-code  to pay-bene-bank-code
    move xpy-bene-account    to pay-bene-account
    move xpy-bene-name       to pay-bene-name
    move xpy-reference       to pay-reference
    move xpy-operator-id     to pay-maker-id
    move xpy-today-date      to pay-keyed-date
    move xpy-now-time        to pay-keyed-time
    move zero to pay-sent-date
    move zero to pay-return-date
    move spaces to pay-return-reason
    move zero to pay-return-seq-no.
4900-exit.
    exit.

*> =================================================================
*> 9999-terminate
*> closes the files before returning to the menu.
*> =================================================================
9999-terminate.
    close account-master
    close transaction-log
    close external-payment-file
    close audit-trail
    if xpy-queue-available
        close pending-approval-file
    end-if.
9999-exit.
    exit.

*> =================================================================
*> 8900-write-audit-rec
*> shared audit-trail logging paragraph - see copybooks/audlog.cpy.
*> =================================================================
    copy "AUDLOG.cpy".

end program extpay.
