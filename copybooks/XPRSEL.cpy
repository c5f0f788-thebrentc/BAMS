*> -----------------------------------------------------------------
*> copybook:  xprsel.cpy
*> purpose:   file-control select clause for the inbound returned
*>            payments file received from the clearing bank.
*> note:      calling program must declare a working-storage item
*>            named xpr-file-status pic x(02).
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original copybook.
*> -----------------------------------------------------------------
    select returned-payment-file assign to "PAYRTN"
        organization is line sequential
        access mode is sequential
        file status is xpr-file-status.
