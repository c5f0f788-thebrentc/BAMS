*> maintenance history
*> date        init  description
*> 2026-08-22   rcp   original copybook.
*> 2026-10-15   rcp   carved opr-post-limit out of the trailing
*>                    filler - the largest amount the operator may
*>                    post or transfer on screen without a second
*>                    operator's approval.  zero means no limit; a
*>                    record written before the field existed
*>                    carries spaces there, which the readers treat
*>                    as zero.  the record length is unchanged.
*> -----------------------------------------------------------------
    fd  operator-master
        label records are standard
            88  opr-is-inactive              value "N".
            88  opr-is-locked                value "L".
        05  opr-fail-count              pic 9(02).
        05  opr-post-limit              pic 9(9)v99 comp-3.
        05  filler                      pic x(04).
