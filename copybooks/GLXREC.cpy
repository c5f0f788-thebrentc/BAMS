*> maintenance history
*> date        init  description
*> 2026-08-08   rcp   original copybook.
*> 2026-10-15   rcp   carved glx-movement-class out of the detail
*>                    filler: an account's service charges and fee
*>                    refunds extract as their own class F detail,
*>                    apart from its ordinary movement, so the gl
*>                    can book fee income.  the control total still
*>                    sums every detail.
*> -----------------------------------------------------------------
    fd  gl-extract-file
        label records are standard
        05  glx-gl-code                 pic x(06).
        05  glx-net-amount              pic s9(9)v99.
        05  glx-movement-date           pic 9(08).
        05  glx-movement-class          pic x(01).
            88  glx-class-ordinary           value space.
            88  glx-class-fee                value "F".
        05  filler                      pic x(03).

    01  glx-trailer-record.
        05  glx-trl-rec-type            pic x(01).
