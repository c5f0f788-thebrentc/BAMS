*>                    written in the old length must be converted
*>                    by the one-time arccnvrt job before any
*>                    reader concatenates them.
*> 2026-10-15   rcp   grew the detail image with the transaction
*>                    log record from 104 to 112 characters for
*>                    the checker id, so the record is now 113.
*>                    older generations are converted by the
*>                    one-time arccnvt2 job.
*> 2026-10-15   rcp   carved the purge stamp out of the trailer filler
*>                    - the clock date and time the purge run started
*>                    and its cutoff date, flagged S - so forward
*>                    recovery can tell a purge run after an account-
*>                    master image from one run before it.
*>                    generations written before carry no stamp and
*>                    are taken as older than any image.  the record
*>                    length is unchanged.
*> -----------------------------------------------------------------
    fd  archive-file
        label records are standard
        record contains 113 characters.

    01  arc-detail-record.
        05  arc-rec-type                pic x(01).
            88  arc-is-detail                value "D".
        05  arc-txn-data                pic x(112).

    01  arc-trailer-record.
        05  arc-trl-rec-type            pic x(01).
            88  arc-is-trailer               value "T".
        05  arc-trl-record-count        pic 9(09).
        05  arc-trl-net-amount          pic s9(13)v99.
        05  arc-trl-stamp-sw            pic x(01).
            88  arc-trl-stamped              value "S".
        05  arc-trl-run-date            pic 9(08).
        05  arc-trl-run-time            pic 9(08).
        05  arc-trl-cutoff-date         pic 9(08).
        05  filler                      pic x(63).
