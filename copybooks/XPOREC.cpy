*> -----------------------------------------------------------------
*> copybook:  xporec.cpy
*> purpose:   fd and record layouts for the outbound external
*>            payments file - the reverse of the batch intake
*>            file txnbatch takes in.  the file opens with one
*>            header record naming bams as the sender, the
*>            business date the payments were sent under and when
*>            the file was built; carries one detail record per
*>            payment, with the payment reference the returns
*>            file quotes back, the debited account, the amount
*>            in eleven display digits (nine whole, two implied
*>            decimals) and the beneficiary; and closes with one
*>            trailer record carrying the detail item count and
*>            the hash total of all detail amounts.  the record
*>            type byte in column one tells the three layouts
*>            apart.
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original copybook.
*> -----------------------------------------------------------------
    fd  outbound-payment-file.

    01  xpo-header-record.
        05  xpo-hdr-rec-type            pic x(01).
            88  xpo-is-header                value "H".
        05  xpo-hdr-source              pic x(08).
        05  xpo-hdr-business-date       pic 9(08).
        05  xpo-hdr-created-date        pic 9(08).
        05  xpo-hdr-created-time        pic 9(08).

    01  xpo-detail-record.
        05  xpo-det-rec-type            pic x(01).
            88  xpo-is-detail                value "D".
        05  xpo-det-payment-ref         pic 9(16).
        05  xpo-det-acct-number         pic x(10).
        05  xpo-det-amount              pic 9(9)v99.
        05  xpo-det-bene-bank-code      pic x(09).
        05  xpo-det-bene-account        pic x(17).
        05  xpo-det-bene-name           pic x(30).
        05  xpo-det-reference           pic x(18).

    01  xpo-trailer-record.
        05  xpo-trl-rec-type            pic x(01).
            88  xpo-is-trailer               value "T".
        05  xpo-trl-item-count          pic 9(07).
        05  xpo-trl-hash-total          pic 9(11)v99.
