*> -----------------------------------------------------------------
*> copybook:  imgrec.cpy
*> purpose:   fd and record layouts for the account-master image
*>            copy file.  a generation holds, in order:
*>              - one header naming the business date and the
*>                clock time the image was taken;
*>              - one detail per account - the record type byte
*>                followed by the account-master record image
*>                unchanged, so a reader moves img-acct-data
*>                straight into acct-record;
*>              - one unposted record per transaction-log entry
*>                still waiting to be applied when the image was
*>                taken - its balance effect is not in the image,
*>                so forward recovery must roll it if it has been
*>                posted since;
*>              - one closing trailer carrying the account count
*>                and balance total, so a generation can be proved
*>                complete before it is trusted, and the highest
*>                sequence number and record count then on the
*>                live log - records beyond that count on the
*>                log, less any a purge since has archived, were
*>                written after the image.  sequence numbers are
*>                minted from each job's clock and interleave, so
*>                they cannot tell.
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original copybook.
*> 2026-10-15   rcp   purpose corrected - the log record count, not
*>                    the high sequence number, tells recovery where
*>                    the image stands on the log.
*> -----------------------------------------------------------------
    fd  image-file
        label records are standard
        record contains 81 characters.

    01  img-detail-record.
        05  img-rec-type                pic x(01).
            88  img-is-header                value "H".
            88  img-is-detail                value "D".
            88  img-is-unposted              value "U".
            88  img-is-trailer               value "T".
        05  img-acct-data               pic x(80).

    01  img-header-record.
        05  img-hdr-rec-type            pic x(01).
        05  img-hdr-business-date       pic 9(08).
        05  img-hdr-clock-date          pic 9(08).
        05  img-hdr-clock-time          pic 9(08).
        05  filler                      pic x(56).

    01  img-unposted-record.
        05  img-unp-rec-type            pic x(01).
        05  img-unp-seq-no              pic 9(16).
        05  img-unp-acct-number         pic x(10).
        05  filler                      pic x(54).

    01  img-trailer-record.
        05  img-trl-rec-type            pic x(01).
        05  img-trl-record-count        pic 9(09).
        05  img-trl-balance-total       pic s9(13)v99.
        05  img-trl-unposted-count      pic 9(09).
        05  img-trl-high-seq-no         pic 9(16).
        05  img-trl-log-count           pic 9(09).
        05  filler                      pic x(22).
