*> -----------------------------------------------------------------
*> copybook:  imgsel.cpy
*> purpose:   file-control select clause for the account-master
*>            image copy file.  the nightly acctimag step writes
*>            one dated generation per run; acctrcvr reads the
*>            generation it is recovering from.
*> note:      calling program must declare a working-storage item
*>            named img-file-status pic x(02).
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original copybook.
*> -----------------------------------------------------------------
    select image-file assign to "ACCTIMG"
        organization is sequential
        access mode is sequential
        file status is img-file-status.
