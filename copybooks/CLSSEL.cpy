*> -----------------------------------------------------------------
*> copybook:  clssel.cpy
*> purpose:   file-control select clause for the account close-out
*>            file.  the acctmnt close-out option appends one
*>            record per account it settles and closes; the
*>            nightly closrpt step reads the file to print the
*>            closing statements and the closures report.
*> note:      calling program must declare a working-storage item
*>            named cls-file-status pic x(02).
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original copybook.
*> -----------------------------------------------------------------
    select close-out-file assign to "CLOSEOUT"
        organization is sequential
        access mode is sequential
        file status is cls-file-status.
