*> -----------------------------------------------------------------
*> copybook:  paysel.cpy
*> purpose:   file-control select clause for the external payment
*>            indexed file.  copy into the file-control paragraph
*>            of any program that keys, approves, transmits or
*>            returns a payment to an account at another bank.
*> note:      calling program must declare a working-storage item
*>            named pay-file-status pic x(02).
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original copybook.
*> -----------------------------------------------------------------
    select external-payment-file assign to "EXTPAY"
        organization is indexed
        access mode is dynamic
        record key is pay-seq-no
        file status is pay-file-status.
