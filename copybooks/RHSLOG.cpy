*> -----------------------------------------------------------------
*> copybook:  rhslog.cpy
*> purpose:   shared procedure division paragraphs that record a
*>            batch run on the run-history file.  copy this into
*>            the procedure division of any batch program that
*>            has already copied rhssel.cpy, rhsrec.cpy and
*>            rhswork.cpy and declared a working-storage item
*>            named bdt-run-date pic 9(08) holding the business
*>            date from the run-control file.  perform
*>            8600-start-run-history thru 8600-exit first thing
*>            in the run to stamp the start, and
*>            8650-write-run-history thru 8650-exit last thing
*>            before the goback, once the return code is final.
*>            a run-history file that cannot be opened is
*>            reported on sysout but does not change the return
*>            code - the run itself is unaffected, and the
*>            missing record holds the business date advance
*>            until the step is looked into.
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original copybook.
*> -----------------------------------------------------------------
8600-start-run-history.
    accept rhw-start-date from date yyyymmdd
    accept rhw-start-time from time.
8600-exit.
    exit.

8650-write-run-history.
    move return-code to rhw-return-code
    open extend run-history-file
    if rhs-file-status = "05" or rhs-file-status = "35"
        open output run-history-file
    end-if
    if rhs-file-status not = "00"
        display rhw-program-name
            ": RUN HISTORY OPEN FAILED - STATUS " rhs-file-status
        go to 8650-exit
    end-if
    move spaces               to rhs-record
    move bdt-run-date         to rhs-business-date
    move rhw-program-name     to rhs-program-name
    move rhw-start-date       to rhs-start-date
    move rhw-start-time       to rhs-start-time
    accept rhs-end-date from date yyyymmdd
    accept rhs-end-time from time
    move rhw-records-read     to rhs-records-read
    move rhw-records-written  to rhs-records-written
    move rhw-records-rejected to rhs-records-rejected
    move rhw-control-count    to rhs-control-count
    move rhw-control-amount   to rhs-control-amount
    move rhw-return-code      to rhs-return-code
    write rhs-record
    close run-history-file.
8650-exit.
    exit.
