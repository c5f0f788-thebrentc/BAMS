*> -----------------------------------------------------------------
*> copybook:  feesel.cpy
*> purpose:   file-control select clause for the fee schedule
*>            table file.  copy into the file-control paragraph of
*>            any program that prices service charges.
*> note:      calling program must declare a working-storage item
*>            named fee-file-status pic x(02).
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original copybook.
*> -----------------------------------------------------------------
    select fee-schedule-file assign to "FEETABL"
        organization is line sequential
        access mode is sequential
        file status is fee-file-status.
