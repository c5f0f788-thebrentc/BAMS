*> -----------------------------------------------------------------
*> copybook:  payrec.cpy
*> purpose:   fd and record layout for the external payment file.
*>            one record per payment keyed on the external payment
*>            screen to a beneficiary at another bank, keyed by
*>            the sequence number minted when it was keyed.  the
*>            payment's life is in pay-status:
*>              Q  queued over the maker's posting limit on the
*>                 pending-approval file under the same sequence
*>                 number - nothing is debited yet;
*>              K  keyed - the funds are debited from the account
*>                 (a posted type D log entry, reason code XP,
*>                 pointed at by pay-debit-seq-no) and the
*>                 payment awaits the nightly outbound file;
*>              S  sent on the outbound file of business date
*>                 pay-sent-date;
*>              R  returned by the beneficiary's bank - the funds
*>                 were credited back by a type C log entry
*>                 carrying the return reason code, pointed at by
*>                 pay-return-seq-no;
*>              X  cancelled - declined or expired on the approval
*>                 queue before anything was debited.
*>            records are kept, so the file is the audit of every
*>            payment sent out of the shop.
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original copybook.
*> 2026-10-15   rcp   widened the trailing filler from 14 to 19 so the
*>                    layout fills the 200 characters the fd declares.
*> -----------------------------------------------------------------
    fd  external-payment-file
        label records are standard
        record contains 200 characters.

    01  pay-record.
        05  pay-seq-no                  pic 9(16).
        05  pay-acct-number             pic x(10).
        05  pay-amount                  pic s9(9)v99 comp-3.
        05  pay-bene-bank-code          pic x(09).
        05  pay-bene-account            pic x(17).
        05  pay-bene-name               pic x(30).
        05  pay-reference               pic x(18).
        05  pay-status                  pic x(01).
            88  pay-stat-queued              value "Q".
            88  pay-stat-keyed               value "K".
            88  pay-stat-sent                value "S".
            88  pay-stat-returned            value "R".
            88  pay-stat-cancelled           value "X".
        05  pay-maker-id                pic x(08).
        05  pay-keyed-date              pic 9(08).
        05  pay-keyed-time              pic 9(08).
        05  pay-debit-seq-no            pic 9(16).
        05  pay-sent-date               pic 9(08).
        05  pay-return-date             pic 9(08).
        05  pay-return-reason           pic x(02).
        05  pay-return-seq-no           pic 9(16).
        05  filler                      pic x(19).
