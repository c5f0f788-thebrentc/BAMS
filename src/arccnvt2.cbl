*> -----------------------------------------------------------------
*> program:      arccnvt2
*> author:       r. c. peters
*> installation: bams - bank account management system
*> date-written: 2026-10-15
*> -----------------------------------------------------------------
*> purpose:      one-time transaction-log archive conversion.
*>               copies one archive generation in the old
*>               105-character layout to the current 113-character
*>               layout: a detail record's 104-character log image
*>               carries across unchanged with the checker id
*>               added since starting at spaces, and the
*>               trailer's count and net amount re-land in the
*>               new layout.  run once per cataloged
*>               generation, before any reader concatenates the
*>               generations under the new copybook; the run
*>               deck explains the renames.  rerunnable: the
*>               output is rewritten from scratch each run.
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original program.
*> 2026-10-15   rcp   clear the trailer before building it, so a
*>                    converted trailer carries no purge stamp.
*> -----------------------------------------------------------------
identification division.
program-id. arccnvt2.
author. r. c. peters.
installation. bams.
date-written. 2026-10-15.

environment division.
input-output section.
file-control.
    select old-archive-file assign to "ARCOLD"
        organization is sequential
        access mode is sequential
        file status is cnv-old-status.
    copy "ARCSEL.cpy".

data division.
file section.
    fd  old-archive-file
        label records are standard
        record contains 105 characters.

    01  old-arc-detail-record.
        05  old-arc-rec-type            pic x(01).
            88  old-arc-is-detail            value "D".
        05  old-arc-txn-data            pic x(104).

    01  old-arc-trailer-record.
        05  old-arc-trl-rec-type        pic x(01).
            88  old-arc-is-trailer           value "T".
        05  old-arc-trl-record-count    pic 9(09).
        05  old-arc-trl-net-amount      pic s9(13)v99.
        05  filler                      pic x(80).

    copy "ARCREC.cpy".

working-storage section.

01  cnv-old-status              pic x(02).
01  arc-file-status             pic x(02).

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
    perform 2000-convert-archive thru 2000-exit
        until cnv-at-end
    perform 9999-terminate thru 9999-exit
    goback.

*> =================================================================
*> 1000-initialize
*> opens the old generation for input and the new one for output.
*> =================================================================
1000-initialize.
    open input old-archive-file
    if cnv-old-status not = "00"
        display "ARCCNVT2: OLD ARCHIVE OPEN FAILED - STATUS "
            cnv-old-status
        set cnv-at-end to true
        move 16 to return-code
    end-if
    open output archive-file
    if arc-file-status not = "00"
        display "ARCCNVT2: NEW ARCHIVE OPEN FAILED - STATUS "
            arc-file-status
        set cnv-at-end to true
        move 16 to return-code
    end-if.
1000-exit.
    exit.

*> =================================================================
*> 2000-convert-archive
*> copies one old-layout record to the new layout, judging detail
*> against trailer off the record type byte.
*> =================================================================
2000-convert-archive.
    read old-archive-file
        at end
            set cnv-at-end to true
        not at end
            add 1 to cnv-records-read
            if old-arc-is-trailer
                move spaces to arc-trailer-record
                move "T" to arc-trl-rec-type
                move old-arc-trl-record-count
                    to arc-trl-record-count
                move old-arc-trl-net-amount
                    to arc-trl-net-amount
                write arc-trailer-record
            else
                move "D" to arc-rec-type
                move spaces to arc-txn-data
                move old-arc-txn-data to arc-txn-data (1:104)
                write arc-detail-record
            end-if
            add 1 to cnv-records-written
    end-read.
2000-exit.
    exit.

*> =================================================================
*> 9999-terminate
*> closes the files and reports the run counts.
*> =================================================================
9999-terminate.
    close old-archive-file
    close archive-file
    display "ARCCNVT2: RECORDS READ    " cnv-records-read
    display "ARCCNVT2: RECORDS WRITTEN " cnv-records-written.
9999-exit.
    exit.

end program arccnvt2.
