*> -----------------------------------------------------------------
*> program:      audexcp
*> author:       r. c. peters
*> installation: bams - bank account management system
*> date-written: 2026-10-15
*> -----------------------------------------------------------------
*> purpose:      nightly supervisory audit exception report.  reads
*>               the audit-trail records written since the last run
*>               and prints, for the supervisor's sign-off:
*>                 - every sensitive action - hold override (HO),
*>                   operator unlock (OU), dormant reactivation (DR),
*>                   reconciliation adjustment (XA) and account
*>                   close-out (AX);
*>                 - every operator maintenance action an operator
*>                   took against their own operator record;
*>                 - every account an operator posted to, reversed
*>                   on, approved for or adjusted the same day they
*>                   had maintained it - opened it, relinked it,
*>                   changed its status or product, or reactivated
*>                   it;
*>                 - each operator's count of account-not-found
*>                   (NF) inquiries, flagged REPEATED at or over the
*>                   threshold in the control record.
*>               a section with nothing in it prints a NONE line,
*>               so the supervisor can prove the check ran.  the
*>               action codes are described through
*>               copybooks/auddesc.cpy, shared with the audinq
*>               inquiry screen.  rc 4 when anything was listed.
*>               run from the nightly stream - see jcl/nightly.jcl.
*>
*>               control file (AUDCNTL), one record:
*>                 cols  1- 8  date of the last record reported
*>                 cols  9-16  time of the last record reported
*>                 cols 19-21  repeated not-found threshold (9(3)),
*>                             3 when blank or zero
*>               a missing control file is a first run and every
*>               record on the trail is reported.  the record is
*>               rewritten at the end of a good run with the stamp
*>               of the newest record read, so each record is
*>               reported exactly once; to reprint a night, set the
*>               stamp back and rerun.
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original program.
*> 2026-10-15   rcp   account close-out (AX) lists as a sensitive
*>                    action.
*> 2026-10-15   rcp   record each run on the run-history file for the
*>                    operations status screen and the business date
*>                    advance.
*> 2026-10-15   rcp   the action description is now performed as
*>                    8750-describe-action, clear of the shared
*>                    date-to-serial paragraph.
*> -----------------------------------------------------------------
identification division.
program-id. audexcp.
author. r. c. peters.
installation. bams.
date-written. 2026-10-15.

environment division.
input-output section.
file-control.
    copy "AUDSEL.cpy".
    copy "BDTSEL.cpy".
    copy "RHSSEL.cpy".
    select audit-control-file assign to "AUDCNTL"
        organization is line sequential
        access mode is sequential
        file status is axc-file-status.
    select print-file assign to "AUDXRPT"
        organization is line sequential
        access mode is sequential
        file status is print-file-status.
    select sort-work-file assign to "SORTWK1".

data division.
file section.
    copy "AUDREC.cpy".
    copy "BDTREC.cpy".
    copy "RHSREC.cpy".

    fd  audit-control-file.
    01  axc-record.
        05  axc-last-date               pic 9(08).
        05  axc-last-time               pic 9(08).
        05  filler                      pic x(02).
        05  axc-nf-threshold-x          pic x(03).
        05  axc-nf-threshold redefines axc-nf-threshold-x
                                        pic 9(03).

    fd  print-file.
    01  axp-header-line             pic x(90).
    01  axp-detail-line.
        05  axp-det-date            pic 9(08).
        05  filler                  pic x(02).
        05  axp-det-time            pic 9(06).
        05  filler                  pic x(02).
        05  axp-det-operator        pic x(08).
        05  filler                  pic x(02).
        05  axp-det-program         pic x(08).
        05  filler                  pic x(02).
        05  axp-det-acct            pic x(10).
        05  filler                  pic x(02).
        05  axp-det-code            pic x(02).
        05  filler                  pic x(02).
        05  axp-det-desc            pic x(24).
        05  filler                  pic x(02).
        05  axp-det-note            pic x(10).
    01  axp-pair-line.
        05  axp-pair-operator       pic x(08).
        05  filler                  pic x(02).
        05  axp-pair-acct           pic x(10).
        05  filler                  pic x(02).
        05  axp-pair-date           pic 9(08).
        05  filler                  pic x(02).
        05  axp-pair-mnt-code       pic x(02).
        05  filler                  pic x(01).
        05  axp-pair-mnt-time       pic 9(06).
        05  filler                  pic x(02).
        05  axp-pair-work-code      pic x(02).
        05  filler                  pic x(01).
        05  axp-pair-work-time      pic 9(06).
        05  filler                  pic x(02).
        05  axp-pair-desc           pic x(24).
    01  axp-nf-line.
        05  axp-nf-operator         pic x(08).
        05  filler                  pic x(02).
        05  axp-nf-count            pic z(6)9.
        05  filler                  pic x(02).
        05  axp-nf-flag             pic x(08).

    sd  sort-work-file.
    01  srt-record.
        05  srt-operator-id         pic x(08).
        05  srt-acct-number         pic x(10).
        05  srt-date                pic 9(08).
        05  srt-time                pic 9(08).
        05  srt-action-code         pic x(02).
        05  srt-action-kind         pic x(01).

working-storage section.

01  aud-file-status             pic x(02).
01  bdt-file-status             pic x(02).
01  axc-file-status             pic x(02).
01  print-file-status           pic x(02).
01  rhs-file-status             pic x(02).

01  bdt-run-date                pic 9(08)   value zero.

01  axp-run-ok-sw               pic x(01)   value "Y".
    88  axp-run-ok                            value "Y".

01  axp-aud-at-end-sw           pic x(01)   value "N".
    88  axp-aud-at-end                        value "Y".

01  axp-sort-at-end-sw          pic x(01)   value "N".
    88  axp-sort-at-end                       value "Y".

01  axp-aud-open-sw             pic x(01)   value "N".
    88  axp-aud-open                          value "Y".

01  axp-own-record-sw           pic x(01)   value "N".
    88  axp-own-record                        value "Y".

*> the stamp of the last record reported by the previous run, and
*> the newest stamp read tonight - written back at the end.
01  axp-last-date               pic 9(08)   value zero.

01  axp-last-time               pic 9(08)   value zero.

01  axp-high-date               pic 9(08)   value zero.

01  axp-high-time               pic 9(08)   value zero.

01  axp-nf-threshold            pic 9(03)   value 3.

01  axp-time-parts.
    05  axp-time-hhmmss         pic 9(06).
    05  filler                  pic 9(02).

*> the operator and account being worked through the sorted
*> maintenance and money actions, and the operator's latest
*> maintenance of that account.
01  axp-current-operator        pic x(08)   value spaces.

01  axp-current-acct            pic x(10)   value spaces.

01  axp-mnt-date                pic 9(08)   value zero.

01  axp-mnt-time                pic 9(08)   value zero.

01  axp-mnt-code                pic x(02)   value spaces.

*> not-found inquiries by operator.  as in tlrproof, ordinary
*> operators stop at row 49 and row 50 lumps any excess under
*> *OTHERS*.
01  axp-nf-table.
    05  axp-nf-used             pic 9(03)   value zero.
    05  axp-nf-entry            occurs 50 times.
        10  axp-tbl-operator        pic x(08).
        10  axp-tbl-nf-count        pic 9(07).

01  axp-sub                     pic 9(03)   comp value zero.

01  axp-hit-sub                 pic 9(03)   comp value zero.

01  axp-work-operator           pic x(08)   value spaces.

01  axp-records-read            pic 9(07)   value zero.

01  axp-records-new             pic 9(07)   value zero.

01  axp-sensitive-count         pic 9(07)   value zero.

01  axp-pair-count              pic 9(07)   value zero.

01  axp-repeat-count            pic 9(07)   value zero.

*> action code description work fields - see copybooks/auddesc.cpy.
01  aud-desc-code               pic x(02)   value spaces.
01  aud-action-desc             pic x(24)   value spaces.
01  aud-sensitive-sw            pic x(01)   value "N".
    88  aud-action-sensitive                  value "Y".
01  aud-action-kind             pic x(01)   value space.
    88  aud-kind-maintenance                  value "M".
    88  aud-kind-monetary                     value "P".

    copy "RHSWORK.cpy".

procedure division.
*> =================================================================
*> 0000-mainline
*> controls overall flow of the audit exception run.
*> =================================================================
0000-mainline.
    move "AUDEXCP" to rhw-program-name
    perform 8600-start-run-history thru 8600-exit
    perform 1000-initialize thru 1000-exit
    if axp-run-ok
        sort sort-work-file
            on ascending key srt-operator-id
                             srt-acct-number
                             srt-date
                             srt-time
            input procedure 2000-select-records
            output procedure 5000-judge-accounts
        perform 6000-write-not-found thru 6000-exit
        perform 6500-write-totals thru 6500-exit
        perform 7000-write-control thru 7000-exit
        if axp-sensitive-count > zero
                or axp-pair-count > zero
                or axp-repeat-count > zero
            if return-code = zero
                move 4 to return-code
            end-if
        end-if
    end-if
    perform 9999-terminate thru 9999-exit
    perform 9900-record-run-history thru 9900-exit
    goback.

*> =================================================================
*> 1000-initialize
*> establishes the business date, reads the control record and
*> opens the report.
*> =================================================================
1000-initialize.
    perform 8800-get-business-date thru 8800-exit
    if bdt-run-date = zero
        display "AUDEXCP: RUN CONTROL FILE MISSING - RUN REFUSED"
        move "N" to axp-run-ok-sw
        move 16 to return-code
        go to 1000-exit
    end-if
    perform 1400-read-control thru 1400-exit
    open output print-file
    if print-file-status not = "00"
        display "AUDEXCP: PRINT FILE OPEN FAILED - STATUS "
            print-file-status
        move "N" to axp-run-ok-sw
        move 16 to return-code
        go to 1000-exit
    end-if
    move spaces to axp-header-line
    string "BAMS SUPERVISORY AUDIT EXCEPTION REPORT - BUSINESS DATE "
            delimited by size
        bdt-run-date delimited by size
        into axp-header-line
    write axp-header-line
    move spaces to axp-header-line
    string "AUDIT RECORDS WRITTEN AFTER " delimited by size
        axp-last-date delimited by size
        " " delimited by size
        axp-last-time delimited by size
        into axp-header-line
    write axp-header-line
    move spaces to axp-header-line
    write axp-header-line
    move "SENSITIVE ACTIONS AND OWN OPERATOR RECORD MAINTENANCE"
        to axp-header-line
    write axp-header-line
    move spaces to axp-header-line
    string "DATE      TIME    OPERATOR  PROGRAM   ACCOUNT/KEY "
            delimited by size
        "AC  DESCRIPTION               NOTE" delimited by size
        into axp-header-line
    write axp-header-line.
1000-exit.
    exit.

*> =================================================================
*> 1400-read-control
*> reads the stamp the previous run reported up to and the
*> not-found threshold.  a missing control file is a first run.
*> =================================================================
1400-read-control.
    move zero to axc-last-date
    move zero to axc-last-time
    move spaces to axc-nf-threshold-x
    open input audit-control-file
    if axc-file-status = "00"
        read audit-control-file
            at end
                move zero to axc-last-date
                move zero to axc-last-time
                move spaces to axc-nf-threshold-x
        end-read
        close audit-control-file
    end-if
    if axc-last-date not numeric or axc-last-time not numeric
        move zero to axc-last-date
        move zero to axc-last-time
    end-if
    move axc-last-date to axp-last-date
    move axc-last-time to axp-last-time
    move axc-last-date to axp-high-date
    move axc-last-time to axp-high-time
    if axc-nf-threshold-x numeric
        if axc-nf-threshold > zero
            move axc-nf-threshold to axp-nf-threshold
        end-if
    end-if.
1400-exit.
    exit.

*> =================================================================
*> 2000-select-records
*> sort input procedure - reads the trail, passes over what the
*> previous run reported, lists the sensitive and own-record
*> actions as they pass, counts the not-found inquiries, and
*> releases the account maintenance and money actions for the
*> same-day pairing.  a missing trail is a night with no online
*> activity.
*> =================================================================
2000-select-records.
    open input audit-trail
    if aud-file-status not = "00"
        display "AUDEXCP: NO AUDIT TRAIL - STATUS " aud-file-status
        set axp-aud-at-end to true
    else
        set axp-aud-open to true
    end-if
    perform 2100-select-loop thru 2100-exit
        until axp-aud-at-end
    if axp-aud-open
        close audit-trail
    end-if
    if axp-sensitive-count = zero
        move "  NONE" to axp-header-line
        write axp-header-line
    end-if.
2000-exit.
    exit.

*> =================================================================
*> 2100-select-loop
*> reads one audit record and routes it if it is new tonight.
*> =================================================================
2100-select-loop.
    read audit-trail
        at end
            set axp-aud-at-end to true
            go to 2100-exit
    end-read
    add 1 to axp-records-read
    if aud-timestamp-date < axp-last-date
        go to 2100-exit
    end-if
    if aud-timestamp-date = axp-last-date
            and aud-timestamp-time not > axp-last-time
        go to 2100-exit
    end-if
    add 1 to axp-records-new
    if aud-timestamp-date > axp-high-date
            or (aud-timestamp-date = axp-high-date
                and aud-timestamp-time > axp-high-time)
        move aud-timestamp-date to axp-high-date
        move aud-timestamp-time to axp-high-time
    end-if
    move aud-action-code to aud-desc-code
    perform 8750-describe-action thru 8750-exit
    move "N" to axp-own-record-sw
    if aud-program-name = "OPRMNT"
            and aud-acct-number = aud-operator-id
        set axp-own-record to true
    end-if
    if aud-action-sensitive or axp-own-record
        perform 3000-list-sensitive thru 3000-exit
    end-if
    if aud-action-code = "NF"
        perform 2400-count-not-found thru 2400-exit
    end-if
    if (aud-kind-maintenance or aud-kind-monetary)
            and aud-acct-number not = spaces
        move aud-operator-id    to srt-operator-id
        move aud-acct-number    to srt-acct-number
        move aud-timestamp-date to srt-date
        move aud-timestamp-time to srt-time
        move aud-action-code    to srt-action-code
        move aud-action-kind    to srt-action-kind
        release srt-record
    end-if.
2100-exit.
    exit.

*> =================================================================
*> 2400-count-not-found
*> adds one not-found inquiry to the operator's table row,
*> opening a row for an operator not seen yet tonight.
*> =================================================================
2400-count-not-found.
    move aud-operator-id to axp-work-operator
    move zero to axp-hit-sub
    move 1 to axp-sub
    perform 2450-find-operator-row thru 2450-exit
        until axp-hit-sub not = zero
            or axp-sub > axp-nf-used
    if axp-hit-sub = zero
        if axp-nf-used < 49
            perform 2420-open-operator-row thru 2420-exit
        else
            move "*OTHERS*" to axp-work-operator
            move 1 to axp-sub
            perform 2450-find-operator-row thru 2450-exit
                until axp-hit-sub not = zero
                    or axp-sub > axp-nf-used
            if axp-hit-sub = zero
                perform 2420-open-operator-row thru 2420-exit
            end-if
        end-if
    end-if
    add 1 to axp-tbl-nf-count (axp-hit-sub).
2400-exit.
    exit.

*> =================================================================
*> 2420-open-operator-row
*> opens a fresh table row for the operator in axp-work-operator.
*> =================================================================
2420-open-operator-row.
    add 1 to axp-nf-used
    move axp-nf-used to axp-hit-sub
    move axp-work-operator to axp-tbl-operator (axp-hit-sub)
    move zero to axp-tbl-nf-count (axp-hit-sub).
2420-exit.
    exit.

*> =================================================================
*> 2450-find-operator-row
*> compares one table row against the operator being counted.
*> =================================================================
2450-find-operator-row.
    if axp-tbl-operator (axp-sub) = axp-work-operator
        move axp-sub to axp-hit-sub
    end-if
    add 1 to axp-sub.
2450-exit.
    exit.

*> =================================================================
*> 3000-list-sensitive
*> prints one sensitive or own-record action.
*> =================================================================
3000-list-sensitive.
    move spaces to axp-detail-line
    move aud-timestamp-time to axp-time-parts
    move aud-timestamp-date to axp-det-date
    move axp-time-hhmmss    to axp-det-time
    move aud-operator-id    to axp-det-operator
    move aud-program-name   to axp-det-program
    move aud-acct-number    to axp-det-acct
    move aud-action-code    to axp-det-code
    move aud-action-desc    to axp-det-desc
    if axp-own-record
        move "OWN RECORD" to axp-det-note
    end-if
    write axp-detail-line
    add 1 to axp-sensitive-count.
3000-exit.
    exit.

*> =================================================================
*> 5000-judge-accounts
*> sort output procedure - walks each operator's actions on each
*> account in time order and flags a money action taken the same
*> day as that operator's maintenance of the account.
*> =================================================================
5000-judge-accounts.
    move spaces to axp-header-line
    write axp-header-line
    move "ACCOUNTS WORKED THE SAME DAY BY THE OPERATOR WHO MAINTAINED THEM"
        to axp-header-line
    write axp-header-line
    move spaces to axp-header-line
    string "OPERATOR  ACCOUNT     DATE      MAINTAINED "
            delimited by size
        "WORKED     DESCRIPTION" delimited by size
        into axp-header-line
    write axp-header-line
    move spaces to axp-current-operator
    move spaces to axp-current-acct
    perform 5100-return-loop thru 5100-exit
        until axp-sort-at-end
    if axp-pair-count = zero
        move "  NONE" to axp-header-line
        write axp-header-line
    end-if.
5000-exit.
    exit.

*> =================================================================
*> 5100-return-loop
*> returns one sorted action, breaking on operator and account.
*> a maintenance action becomes the latest one on the account; a
*> money action on the same date as it is flagged.
*> =================================================================
5100-return-loop.
    return sort-work-file
        at end
            set axp-sort-at-end to true
            go to 5100-exit
    end-return
    if srt-operator-id not = axp-current-operator
            or srt-acct-number not = axp-current-acct
        move srt-operator-id to axp-current-operator
        move srt-acct-number to axp-current-acct
        move zero   to axp-mnt-date
        move zero   to axp-mnt-time
        move spaces to axp-mnt-code
    end-if
    if srt-action-kind = "M"
        move srt-date        to axp-mnt-date
        move srt-time        to axp-mnt-time
        move srt-action-code to axp-mnt-code
        go to 5100-exit
    end-if
    if axp-mnt-date not = zero and srt-date = axp-mnt-date
        perform 5200-flag-pair thru 5200-exit
    end-if.
5100-exit.
    exit.

*> =================================================================
*> 5200-flag-pair
*> prints one money action taken on an account the same operator
*> maintained earlier the same day.
*> =================================================================
5200-flag-pair.
    move srt-action-code to aud-desc-code
    perform 8750-describe-action thru 8750-exit
    move spaces to axp-pair-line
    move srt-operator-id to axp-pair-operator
    move srt-acct-number to axp-pair-acct
    move srt-date        to axp-pair-date
    move axp-mnt-code    to axp-pair-mnt-code
    move axp-mnt-time    to axp-time-parts
    move axp-time-hhmmss to axp-pair-mnt-time
    move srt-action-code to axp-pair-work-code
    move srt-time        to axp-time-parts
    move axp-time-hhmmss to axp-pair-work-time
    move aud-action-desc to axp-pair-desc
    write axp-pair-line
    add 1 to axp-pair-count.
5200-exit.
    exit.

*> =================================================================
*> 6000-write-not-found
*> prints each operator's not-found inquiry count, flagging those
*> at or over the threshold.
*> =================================================================
6000-write-not-found.
    move spaces to axp-header-line
    write axp-header-line
    move spaces to axp-header-line
    string "ACCOUNT-NOT-FOUND INQUIRIES BY OPERATOR - REPEATED AT "
            delimited by size
        axp-nf-threshold delimited by size
        " OR MORE" delimited by size
        into axp-header-line
    write axp-header-line
    move "OPERATOR    COUNT" to axp-header-line
    write axp-header-line
    if axp-nf-used = zero
        move "  NONE" to axp-header-line
        write axp-header-line
        go to 6000-exit
    end-if
    move 1 to axp-sub
    perform 6100-write-one-operator thru 6100-exit
        until axp-sub > axp-nf-used.
6000-exit.
    exit.

*> =================================================================
*> 6100-write-one-operator
*> prints one operator's not-found count.
*> =================================================================
6100-write-one-operator.
    move spaces to axp-nf-line
    move axp-tbl-operator (axp-sub) to axp-nf-operator
    move axp-tbl-nf-count (axp-sub) to axp-nf-count
    if axp-tbl-nf-count (axp-sub) >= axp-nf-threshold
        move "REPEATED" to axp-nf-flag
        add 1 to axp-repeat-count
    end-if
    write axp-nf-line
    add 1 to axp-sub.
6100-exit.
    exit.

*> =================================================================
*> 6500-write-totals
*> prints the closing counts.
*> =================================================================
6500-write-totals.
    move spaces to axp-header-line
    write axp-header-line
    move spaces to axp-header-line
    string "RECORDS READ: " delimited by size
        axp-records-read delimited by size
        "   NEW: " delimited by size
        axp-records-new delimited by size
        into axp-header-line
    write axp-header-line
    move spaces to axp-header-line
    string "SENSITIVE: " delimited by size
        axp-sensitive-count delimited by size
        "   SAME-DAY WORKED: " delimited by size
        axp-pair-count delimited by size
        "   REPEATED NOT-FOUND: " delimited by size
        axp-repeat-count delimited by size
        into axp-header-line
    write axp-header-line.
6500-exit.
    exit.

*> =================================================================
*> 7000-write-control
*> records the newest stamp reported, so the next run starts
*> after it, keeping the threshold as it was.
*> =================================================================
7000-write-control.
    move spaces to axc-record
    move axp-high-date to axc-last-date
    move axp-high-time to axc-last-time
    move axp-nf-threshold to axc-nf-threshold
    open output audit-control-file
    if axc-file-status not = "00"
        display "AUDEXCP: AUDIT CONTROL OPEN FAILED - STATUS "
            axc-file-status
        move 16 to return-code
        go to 7000-exit
    end-if
    write axc-record
    close audit-control-file.
7000-exit.
    exit.

*> =================================================================
*> 9900-record-run-history
*> records the run on the run-history file - audit records
*> read, exception lines listed and records new tonight.
*> =================================================================
9900-record-run-history.
    move axp-records-read to rhw-records-read
    compute rhw-records-written = axp-sensitive-count
        + axp-pair-count + axp-repeat-count
    move axp-records-new  to rhw-control-count
    perform 8650-write-run-history thru 8650-exit.
9900-exit.
    exit.

*> =================================================================
*> 9999-terminate
*> closes the report and reports the run counts.
*> =================================================================
9999-terminate.
    if axp-run-ok
        close print-file
    end-if
    display "AUDEXCP: BUSINESS DATE      " bdt-run-date
    display "AUDEXCP: RECORDS READ       " axp-records-read
    display "AUDEXCP: NEW RECORDS        " axp-records-new
    display "AUDEXCP: SENSITIVE ACTIONS  " axp-sensitive-count
    display "AUDEXCP: SAME-DAY WORKED    " axp-pair-count
    display "AUDEXCP: REPEATED NOT-FOUND " axp-repeat-count.
9999-exit.
    exit.

*> =================================================================
*> 8750-describe-action
*> shared action code description paragraph - see
*> copybooks/auddesc.cpy.
*> =================================================================
    copy "AUDDESC.cpy".

*> =================================================================
*> 8800-get-business-date
*> shared run-control read paragraph - see copybooks/bdtget.cpy.
*> =================================================================
    copy "BDTGET.cpy".

*> =================================================================
*> 8600-start-run-history
*> shared run-history paragraphs - see copybooks/rhslog.cpy.
*> =================================================================
    copy "RHSLOG.cpy".

end program audexcp.
