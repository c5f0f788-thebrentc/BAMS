*> -----------------------------------------------------------------
*> copybook:  fwvsel.cpy
*> purpose:   file-control select clause for the fee waiver
*>            indexed file.  copy into the file-control paragraph
*>            of any program that grants, reviews or honors fee
*>            waivers.
*> note:      calling program must declare a working-storage item
*>            named fwv-file-status pic x(02).
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original copybook.
*> -----------------------------------------------------------------
    select fee-waiver-file assign to "FEEWAIVE"
        organization is indexed
        access mode is dynamic
        record key is fwv-key
        file status is fwv-file-status.
