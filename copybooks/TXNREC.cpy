*>                    credit.  the rare interest claw-back (a
*>                    negative accrual) still posts as a type D
*>                    debit and is marked with reason code IN.
*> 2026-10-15   rcp   added the fee transaction type F: the service
*>                    charges feeasses assesses from the fee
*>                    schedule carry it, with the kind of charge
*>                    in txn-reason-code - FM monthly maintenance,
*>                    FD debit items over the free allowance, FL
*>                    low balance, FR refused item.  F is one of
*>                    the txn-type-debit values, so every reader
*>                    that tests the debit side treats a fee
*>                    exactly like a debit; set txn-type-debit
*>                    still stamps a plain D.  a reversal of a
*>                    fee carries the fee's reason code, so a
*>                    refunded charge stays identifiable.
*> 2026-10-15   rcp   grew the record from 104 to 112 characters for
*>                    maker-checker approval: txn-checker-id holds
*>                    the supervisor who approved an entry queued
*>                    over its maker's posting limit, the maker
*>                    staying in txn-operator-id.  every other
*>                    entry carries spaces.  existing
*>                    transaction-log data sets must be converted
*>                    before the first run - the one-time txncnvt3
*>                    job does it, and arccnvt2 converts the
*>                    archive generations.
*> 2026-10-15   rcp   added reason code CO: the settlement debit of an
*>                    account close-out - and both legs when the balance
*>                    is transferred to a nominated account - carry it,
*>                    so a close-out payout is identifiable on the log.
*>                    the record length is unchanged.
*> 2026-10-15   rcp   added reason code XP: the debit that takes the
*>                    funds of an external payment off the account
*>                    carries it.  a payment the beneficiary's bank
*>                    returns is credited back by a type C entry
*>                    carrying the return reason code R1-R6 or R9 (see
*>                    xprrec.cpy).  the record length is unchanged.
*> 2026-10-15   rcp   added reason code ES: the yearly escheat run
*>                    remits a dormant account's balance as a posted
*>                    debit leg carrying it and credits the
*>                    escheatment holding account with the matching
*>                    leg, also marked ES, so unclaimed property is
*>                    identifiable on the log.  the record length is
*>                    unchanged.
*> -----------------------------------------------------------------
    fd  transaction-log
        label records are standard
        record contains 112 characters.

    01  txn-record.
        05  txn-seq-no                  pic 9(16).
        05  txn-acct-number             pic x(10).
        05  txn-type                    pic x(01).
            88  txn-type-debit               value "D" "F".
            88  txn-type-credit              value "C".
            88  txn-type-reversal            value "R".
            88  txn-type-interest            value "I".
            88  txn-type-fee                 value "F".
        05  txn-amount                  pic s9(9)v99 comp-3.
        05  txn-date                    pic 9(08).
        05  txn-time                    pic 9(08).
        05  txn-reversed-sw             pic x(01).
            88  txn-is-reversed              value "Y".
        05  txn-reason-code             pic x(02).
            88  txn-reason-fee               value "FM" "FD" "FL"
                                                   "FR".
            88  txn-reason-closeout          value "CO".
            88  txn-reason-ext-payment       value "XP".
            88  txn-reason-ext-return        value "R1" "R2" "R3"
                                                   "R4" "R5" "R6"
                                                   "R9".
            88  txn-reason-escheat           value "ES".
        05  filler                      pic x(01).
        05  txn-partner-seq-no          pic 9(16).
        05  txn-counterpart-acct        pic x(10).
        05  txn-operator-id             pic x(08).
        05  txn-checker-id              pic x(08).
