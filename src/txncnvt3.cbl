*> -----------------------------------------------------------------
*> program:      txncnvt3
*> author:       r. c. peters
*> installation: bams - bank account management system
*> date-written: 2026-10-15
*> -----------------------------------------------------------------
*> purpose:      one-time transaction-log conversion.  copies a
*>               transaction-log data set in the old 104-character
*>               layout to the current 112-character layout: the
*>               original fields carry across unchanged and the
*>               checker id added since - txn-checker-id - starts
*>               at spaces.  run once, before the first run of any
*>               converted program, against a new output data
*>               set; the run deck explains the rename that
*>               follows.  the companion arccnvt2 job converts
*>               the archive generations, which carry the same
*>               log image.  rerunnable: the output is rewritten
*>               from scratch each run.
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original program.
*> -----------------------------------------------------------------
identification division.
program-id. txncnvt3.
author. r. c. peters.
installation. bams.
date-written. 2026-10-15.

environment division.
input-output section.
file-control.
    select old-transaction-log assign to "TXNLOGOL"
        organization is sequential
        access mode is sequential
        file status is cnv-old-status.
    copy "TXNSEL.cpy".

data division.
file section.
    fd  old-transaction-log
        label records are standard
        record contains 104 characters.

    01  old-txn-record.
        05  old-txn-common              pic x(104).

    copy "TXNREC.cpy".

working-storage section.

01  cnv-old-status              pic x(02).
01  txn-file-status             pic x(02).

01  cnv-at-end-sw               pic x(01)   value "N".
    88  cnv-at-end                            value "Y".

01  cnv-records-read            pic 9(09)   value zero.

01  cnv-records-written         pic 9(09)   value zero.

procedure division.
*> =================================================================
*> 0000-mainline
*> controls overall flow of the conversion run.
*> =================================================================
0000-mainline.
    perform 1000-initialize thru 1000-exit
    perform 2000-convert-log thru 2000-exit
        until cnv-at-end
    perform 9999-terminate thru 9999-exit
    goback.

*> =================================================================
*> 1000-initialize
*> opens the old log for input and the new log for output.
*> =================================================================
1000-initialize.
    open input old-transaction-log
    if cnv-old-status not = "00"
        display "TXNCNVT3: OLD LOG OPEN FAILED - STATUS "
            cnv-old-status
        set cnv-at-end to true
        move 16 to return-code
    end-if
    open output transaction-log
    if txn-file-status not = "00"
        display "TXNCNVT3: NEW LOG OPEN FAILED - STATUS "
            txn-file-status
        set cnv-at-end to true
        move 16 to return-code
    end-if.
1000-exit.
    exit.

*> =================================================================
*> 2000-convert-log
*> copies one old-layout record to the new layout - the first 104
*> characters are unchanged between the layouts, so the old image
*> lands in place and only the new field is initialized.
*> =================================================================
2000-convert-log.
    read old-transaction-log
        at end
            set cnv-at-end to true
        not at end
            add 1 to cnv-records-read
            move spaces          to txn-record
            move old-txn-common  to txn-record (1:104)
            move spaces          to txn-checker-id
            write txn-record
            add 1 to cnv-records-written
    end-read.
2000-exit.
    exit.

*> =================================================================
*> 9999-terminate
*> closes the files and reports the run counts.
*> =================================================================
9999-terminate.
    close old-transaction-log
    close transaction-log
    display "TXNCNVT3: RECORDS READ    " cnv-records-read
    display "TXNCNVT3: RECORDS WRITTEN " cnv-records-written.
9999-exit.
    exit.

end program txncnvt3.
