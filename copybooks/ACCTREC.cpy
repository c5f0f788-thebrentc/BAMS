*>                    spaces until maintenance assigns a product,
*>                    and price and extract under the defaults.
*>                    the record length is unchanged.
*> 2026-10-15   rcp   carved acct-close-reason out of the trailing
*>                    filler - the yearly escheat run closes a dormant
*>                    account whose balance it remits to the state
*>                    with reason E, so the account stays identifiable
*>                    when the owner later claims, and the register on
*>                    escrec.cpy holds the detail.  every other
*>                    account carries a space.  the record length is
*>                    unchanged.
*> -----------------------------------------------------------------
    fd  account-master
        label records are standard
        05  acct-accrued-int            pic s9(7)v9(4) comp-3.
        05  acct-cust-number            pic x(10).
        05  acct-product-type           pic x(02).
        05  acct-close-reason           pic x(01).
            88  acct-closed-escheated        value "E".
        05  filler                      pic x(06).
