*> -----------------------------------------------------------------
*> copybook:  rhsrec.cpy
*> purpose:   fd and record layout for the run-history file.  one
*>            record per batch program run, appended as the run
*>            ends: the business date it ran under, the program,
*>            the clock start and end, the records it read, wrote
*>            and rejected, a control count and a control amount,
*>            and the return code it ended with.  what each count
*>            holds is the program's own business - see the
*>            9900-record-run-history paragraph of each program.
*>            a program rerun for the same business date simply
*>            appends again; the latest record for a program and
*>            date is the one that counts.  a step the stream
*>            skipped on its cond test writes nothing, so a
*>            missing record is read against the stream table in
*>            strmtbl.cpy - see strmchk.cpy.
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original copybook.
*> -----------------------------------------------------------------
    fd  run-history-file
        label records are standard
        record contains 100 characters.

    01  rhs-record.
        05  rhs-business-date           pic 9(08).
        05  rhs-program-name            pic x(09).
        05  rhs-start-date              pic 9(08).
        05  rhs-start-time              pic 9(08).
        05  rhs-end-date                pic 9(08).
        05  rhs-end-time                pic 9(08).
        05  rhs-records-read            pic 9(09).
        05  rhs-records-written         pic 9(09).
        05  rhs-records-rejected        pic 9(09).
        05  rhs-control-count           pic 9(09).
        05  rhs-control-amount          pic s9(13)v99 comp-3.
        05  rhs-return-code             pic 9(04).
        05  filler                      pic x(03).
