*> -----------------------------------------------------------------
*> copybook:  rhssel.cpy
*> purpose:   file-control select clause for the run-history file.
*>            every batch program appends one record per run; the
*>            operations status screen and the business date
*>            advance read it back.
*> note:      calling program must declare a working-storage item
*>            named rhs-file-status pic x(02).
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original copybook.
*> -----------------------------------------------------------------
    select run-history-file assign to "RUNHIST"
        organization is sequential
        access mode is sequential
        file status is rhs-file-status.
