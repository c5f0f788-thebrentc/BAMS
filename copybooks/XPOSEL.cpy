*> -----------------------------------------------------------------
*> copybook:  xposel.cpy
*> purpose:   file-control select clause for the outbound external
*>            payments file sent to the clearing bank.
*> note:      calling program must declare a working-storage item
*>            named xpo-file-status pic x(02).
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original copybook.
*> -----------------------------------------------------------------
    select outbound-payment-file assign to "PAYOUT"
        organization is line sequential
        access mode is sequential
        file status is xpo-file-status.
