*> -----------------------------------------------------------------
*> copybook:  xprrec.cpy
*> purpose:   fd and record layouts for the inbound returned
*>            payments file.  the file opens with one header
*>            record naming the sending bank and its business
*>            date, carries one detail record per payment the
*>            beneficiary's bank bounced - the payment reference,
*>            account and amount as bams sent them on the
*>            outbound file, and the return reason - and closes
*>            with one trailer record carrying the detail item
*>            count and the hash total of all detail amounts.
*>            the record type byte in column one tells the three
*>            layouts apart.
*>
*>            return reason codes:
*>              R1  beneficiary account closed
*>              R2  no such account
*>              R3  invalid account number
*>              R4  beneficiary name does not match the account
*>              R5  refused by the beneficiary
*>              R6  duplicate payment
*>              R9  any other reason
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original copybook.
*> -----------------------------------------------------------------
    fd  returned-payment-file.

    01  xpr-header-record.
        05  xpr-hdr-rec-type            pic x(01).
            88  xpr-is-header                value "H".
        05  xpr-hdr-source              pic x(08).
        05  xpr-hdr-business-date-x     pic x(08).
        05  xpr-hdr-business-date redefines
                xpr-hdr-business-date-x pic 9(08).

    01  xpr-detail-record.
        05  xpr-det-rec-type            pic x(01).
            88  xpr-is-detail                value "D".
        05  xpr-det-payment-ref-x       pic x(16).
        05  xpr-det-payment-ref redefines xpr-det-payment-ref-x
                                        pic 9(16).
        05  xpr-det-acct-number         pic x(10).
        05  xpr-det-amount-x            pic x(11).
        05  xpr-det-amount redefines xpr-det-amount-x
                                        pic 9(9)v99.
        05  xpr-det-reason              pic x(02).
            88  xpr-reason-known             value "R1" "R2" "R3"
                                                   "R4" "R5" "R6"
                                                   "R9".

    01  xpr-trailer-record.
        05  xpr-trl-rec-type            pic x(01).
            88  xpr-is-trailer               value "T".
        05  xpr-trl-item-count          pic 9(07).
        05  xpr-trl-hash-total          pic 9(11)v99.
