*> -----------------------------------------------------------------
*> copybook:  pndsel.cpy
*> purpose:   file-control select clause for the pending-approval
*>            indexed file.  copy into the file-control paragraph
*>            of any program that queues, approves, declines or
*>            expires an online posting held over its maker's
*>            posting limit.
*> note:      calling program must declare a working-storage item
*>            named pnd-file-status pic x(02).
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original copybook.
*> -----------------------------------------------------------------
    select pending-approval-file assign to "PENDAPPR"
        organization is indexed
        access mode is dynamic
        record key is pnd-seq-no
        file status is pnd-file-status.
