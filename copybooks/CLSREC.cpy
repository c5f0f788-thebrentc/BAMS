*> -----------------------------------------------------------------
*> copybook:  clsrec.cpy
*> purpose:   fd and record layout for the account close-out
*>            file.  one record per account settled and closed on
*>            the acctmnt close-out option, written after every
*>            posting of the settlement has been made: the account
*>            as it stood, the balance before settlement, the
*>            accrued interest capitalized (signed - a negative
*>            accrual is clawed back as a debit) and the log
*>            entry that carried it, how the remaining balance was
*>            settled - P paid out over the counter or by cheque,
*>            T transferred to a nominated account - with the
*>            amount, the log entry (the debit leg of a transfer)
*>            and the nominated account, and how many standing
*>            orders the close-out cancelled.  a sequence number
*>            of zero means no entry was needed for that part.
*>            the record is the source of the final closing
*>            statement and of the nightly closures report - see
*>            src/closrpt.cbl.
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original copybook.
*> -----------------------------------------------------------------
    fd  close-out-file
        label records are standard
        record contains 150 characters.

    01  cls-record.
        05  cls-acct-number             pic x(10).
        05  cls-acct-name               pic x(30).
        05  cls-cust-number             pic x(10).
        05  cls-product-type            pic x(02).
        05  cls-prior-status            pic x(01).
        05  cls-close-date              pic 9(08).
        05  cls-close-time              pic 9(08).
        05  cls-operator-id             pic x(08).
        05  cls-prior-balance           pic s9(9)v99 comp-3.
        05  cls-interest-amount         pic s9(9)v99 comp-3.
        05  cls-interest-seq-no         pic 9(16).
        05  cls-settle-method           pic x(01).
            88  cls-settle-payout            value "P".
            88  cls-settle-transfer          value "T".
        05  cls-settle-amount           pic s9(9)v99 comp-3.
        05  cls-settle-seq-no           pic 9(16).
        05  cls-to-acct-number          pic x(10).
        05  cls-orders-cancelled        pic 9(03).
        05  filler                      pic x(09).
