*> -----------------------------------------------------------------
*> copybook:  escsel.cpy
*> purpose:   file-control select clause for the escheatment
*>            register indexed file.  copy into the file-control
*>            paragraph of any program that records or looks up
*>            the due-diligence notice or the escheatment of a
*>            dormant account.
*> note:      calling program must declare a working-storage item
*>            named esn-file-status pic x(02).
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original copybook.
*> -----------------------------------------------------------------
    select escheat-register-file assign to "ESCHREG"
        organization is indexed
        access mode is dynamic
        record key is esn-acct-number
        file status is esn-file-status.
