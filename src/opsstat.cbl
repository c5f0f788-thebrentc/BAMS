*> -----------------------------------------------------------------
*> program:      opsstat
*> author:       r. c. peters
*> installation: bams - bank account management system
*> date-written: 2026-10-15
*> -----------------------------------------------------------------
*> purpose:      operations stream status screen.  shows the last
*>               nightly stream step by step from the run-history
*>               file every batch program writes: each step of
*>               jcl/nightly.jcl with its program, whether the
*>               business date waits on it, its status - CLEAN,
*>               FAILED, SKIPPED by its cond gating, or NOT RUN -
*>               its return code, clock start and end, and records
*>               read, written and rejected, with a step's control
*>               count and amount shown on request.  the last
*>               stream is the one run under the current business
*>               date, or, when nothing has yet run under it, the
*>               one run under the prior date; any other date can
*>               be keyed.  the verdict line says whether the
*>               date advance will accept the stream, judged by
*>               the same shared check advdate applies (see
*>               copybooks/strmchk.cpy).  invoked from the
*>               helloscreen main menu, which offers the option to
*>               supervisors only.
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original program.
*> 2026-10-15   rcp   rows start a line higher and the prompt and
*>                    messages move down, so the step rows have room
*>                    for step055 gltrial and for steps to come -
*>                    the screen holds up to sixteen.
*> -----------------------------------------------------------------
identification division.
program-id. opsstat is initial program.
author. r. c. peters.
installation. bams.
date-written. 2026-10-15.

environment division.
input-output section.
file-control.
    copy "BDTSEL.cpy".
    copy "RHSSEL.cpy".

data division.
file section.
    copy "BDTREC.cpy".
    copy "RHSREC.cpy".

working-storage section.

01  bdt-file-status             pic x(02).
01  rhs-file-status             pic x(02).

01  bdt-run-date                pic 9(08)   value zero.

01  bdt-prior-run-date          pic 9(08)   value zero.

01  ost-operator-id             pic x(08)   value spaces.

01  ost-authority               pic x(01)   value space.
    88  ost-auth-supervisor                   value "S".

01  ost-action                  pic x(01)   value space.

01  ost-done-sw                 pic x(01)   value "N".
    88  ost-done                              value "Y".

01  ost-keyed-date              pic 9(08)   value zero.

01  ost-keyed-step              pic x(08)   value spaces.

01  ost-screen-pos              pic 9(04)   value zero.

01  ost-time-parts.
    05  ost-time-hh             pic x(02).
    05  ost-time-mm             pic x(02).
    05  filler                  pic x(04).

01  ost-time-num redefines ost-time-parts
                                pic 9(08).

01  ost-hhmm.
    05  ost-hhmm-hh             pic x(02).
    05  filler                  pic x(01)   value ":".
    05  ost-hhmm-mm             pic x(02).

01  ost-heading-line.
    05  filler                  pic x(39)   value
        "STEP     PROGRAM   R STATUS    RC START".
    05  filler                  pic x(34)   value
        "   END      READ   WRITTEN REJECTS".

01  ost-list-line.
    05  ost-list-step           pic x(08).
    05  filler                  pic x(01)   value space.
    05  ost-list-program        pic x(09).
    05  filler                  pic x(01)   value space.
    05  ost-list-required       pic x(01).
    05  filler                  pic x(01)   value space.
    05  ost-list-status         pic x(07).
    05  filler                  pic x(01)   value space.
    05  ost-list-figures.
        10  ost-list-rc             pic zzz9.
        10  filler                  pic x(01).
        10  ost-list-start          pic x(05).
        10  filler                  pic x(01).
        10  ost-list-end            pic x(05).
        10  filler                  pic x(01).
        10  ost-list-read           pic z(8)9.
        10  filler                  pic x(01).
        10  ost-list-written        pic z(8)9.
        10  filler                  pic x(01).
        10  ost-list-rejected       pic z(6)9.

01  ost-verdict-line            pic x(66)   value spaces.

01  ost-detail-line.
    05  ost-det-step            pic x(08).
    05  filler                  pic x(16)   value
        " CONTROL COUNT: ".
    05  ost-det-count           pic zzz,zzz,zz9.
    05  filler                  pic x(10)   value
        "  AMOUNT: ".
    05  ost-det-amount          pic -z,zzz,zzz,zzz,zz9.99.

01  ost-blank-line              pic x(79)   value spaces.

    copy "STRMTBL.cpy".

linkage section.
01  ost-passed-operator-id      pic x(08).
01  ost-passed-authority        pic x(01).

procedure division using ost-passed-operator-id
                         ost-passed-authority.
*> =================================================================
*> 0000-mainline
*> controls overall flow of the operations stream status screen.
*> =================================================================
0000-mainline.
    move ost-passed-operator-id to ost-operator-id
    move ost-passed-authority   to ost-authority
    perform 1000-initialize thru 1000-exit
    perform 2000-status-loop thru 2000-exit
        until ost-done
    goback.

*> =================================================================
*> 1000-initialize
*> turns away anyone below supervisor and picks the last stream -
*> the current business date's, or the prior date's when nothing
*> has yet run under the current one.
*> =================================================================
1000-initialize.
    if not ost-auth-supervisor
        display "SUPERVISOR AUTHORITY REQUIRED"       at 2012
        set ost-done to true
        go to 1000-exit
    end-if
    perform 8800-get-business-date thru 8800-exit
    if bdt-run-date = zero
        display "NO RUN CONTROL FILE - KEY A BUSINESS DATE (D)"
            at 2312
    end-if
    move bdt-run-date to stp-check-date
    perform 8400-check-stream thru 8400-exit
    if stp-steps-ran = zero and bdt-prior-run-date not = zero
        move bdt-prior-run-date to stp-check-date
        perform 8400-check-stream thru 8400-exit
    end-if.
1000-exit.
    exit.

*> =================================================================
*> 2000-status-loop
*> paints the stream for the date being shown and routes the
*> operator's action - R reads the run-history file afresh, D
*> shows another business date, S shows one step's control
*> totals, X ends the inquiry.
*> =================================================================
2000-status-loop.
    perform 3000-display-stream thru 3000-exit
    display "R=REFRESH, D=OTHER DATE, S=STEP TOTALS, X=EXIT:"
        at 2212
    move space to ost-action
    accept  ost-action                                    at 2261
    display ost-blank-line                                at 2402
    display ost-blank-line                                at 2302
    evaluate ost-action
        when "R"
        when "r"
            perform 8400-check-stream thru 8400-exit
        when "D"
        when "d"
            perform 4000-take-date thru 4000-exit
        when "S"
        when "s"
            perform 5000-step-totals thru 5000-exit
        when "X"
        when "x"
            set ost-done to true
        when other
            display "INVALID OPTION - PLEASE SELECT R, D, S OR X"
                at 2312
    end-evaluate.
2000-exit.
    exit.

*> =================================================================
*> 3000-display-stream
*> paints the heading, the verdict the date advance would reach,
*> and one row per step of the stream table.
*> =================================================================
3000-display-stream.
    display "OPERATIONS STREAM STATUS"                    at 0212
    display "BUSINESS DATE: " stp-check-date
        "   STEPS RUN: " stp-steps-ran                    at 0312
    move spaces to ost-verdict-line
    if stp-stream-clean
        move "STREAM CLEAN - THE BUSINESS DATE MAY BE ADVANCED"
            to ost-verdict-line
    else
        string "STREAM NOT CLEAN - DATE ADVANCE HELD AT "
                delimited by size
            stp-step-name (stp-first-bad-sub)
                delimited by space
            " "
                delimited by size
            stp-program (stp-first-bad-sub)
                delimited by space
            into ost-verdict-line
        end-string
    end-if
    display ost-verdict-line                              at 0412
    display ost-heading-line                              at 0502
    move 1 to stp-sub
    perform 3100-display-one-step thru 3100-exit
        until stp-sub > stp-step-count.
3000-exit.
    exit.

*> =================================================================
*> 3100-display-one-step
*> paints the row for step stp-sub.  a step with no run under the
*> date shows its status alone.
*> =================================================================
3100-display-one-step.
    move stp-step-name (stp-sub) to ost-list-step
    move stp-program (stp-sub)   to ost-list-program
    move stp-required (stp-sub)  to ost-list-required
    evaluate true
        when stp-stat-clean (stp-sub)
            move "CLEAN"   to ost-list-status
        when stp-stat-failed (stp-sub)
            move "FAILED"  to ost-list-status
        when stp-stat-skipped (stp-sub)
            move "SKIPPED" to ost-list-status
        when other
            move "NOT RUN" to ost-list-status
    end-evaluate
    move spaces to ost-list-figures
    if stp-ran (stp-sub)
        move stp-return-code (stp-sub)      to ost-list-rc
        move stp-start-time (stp-sub)       to ost-time-num
        perform 3200-format-time thru 3200-exit
        move ost-hhmm                       to ost-list-start
        move stp-end-time (stp-sub)         to ost-time-num
        perform 3200-format-time thru 3200-exit
        move ost-hhmm                       to ost-list-end
        move stp-records-read (stp-sub)     to ost-list-read
        move stp-records-written (stp-sub)  to ost-list-written
        move stp-records-rejected (stp-sub) to ost-list-rejected
    end-if
    compute ost-screen-pos = (5 + stp-sub) * 100 + 2
    display ost-list-line                                 at ost-screen-pos
    add 1 to stp-sub.
3100-exit.
    exit.

*> =================================================================
*> 3200-format-time
*> turns the hhmmsscc clock time in ost-time-parts into hh:mm.
*> =================================================================
3200-format-time.
    move ost-time-hh to ost-hhmm-hh
    move ost-time-mm to ost-hhmm-mm.
3200-exit.
    exit.

*> =================================================================
*> 4000-take-date
*> takes another business date to show.  zero goes back to the
*> last stream.
*> =================================================================
4000-take-date.
    display "BUSINESS DATE YYYYMMDD (0 = LAST STREAM):"   at 2312
    move zero to ost-keyed-date
    accept  ost-keyed-date                                at 2354
    display ost-blank-line                                at 2302
    if ost-keyed-date = zero
        perform 1000-initialize thru 1000-exit
        go to 4000-exit
    end-if
    move ost-keyed-date to stp-check-date
    perform 8400-check-stream thru 8400-exit.
4000-exit.
    exit.

*> =================================================================
*> 5000-step-totals
*> shows the control count and control amount the keyed step's
*> program recorded for the date.
*> =================================================================
5000-step-totals.
    display "STEP NAME:"                                  at 2312
    move spaces to ost-keyed-step
    accept  ost-keyed-step                                at 2323
    display ost-blank-line                                at 2302
    move zero to stp-find-sub
    move 1 to stp-scan-sub
    perform 5100-match-step-name thru 5100-exit
        until stp-find-sub not = zero
            or stp-scan-sub > stp-step-count
    if stp-find-sub = zero
        display "STEP NOT IN THE NIGHTLY STREAM"          at 2312
        go to 5000-exit
    end-if
    if not stp-ran (stp-find-sub)
        display "STEP HAS NOT RUN UNDER THIS DATE"        at 2312
        go to 5000-exit
    end-if
    move stp-step-name (stp-find-sub)      to ost-det-step
    move stp-control-count (stp-find-sub)  to ost-det-count
    move stp-control-amount (stp-find-sub) to ost-det-amount
    display ost-detail-line                               at 2402.
5000-exit.
    exit.

*> =================================================================
*> 5100-match-step-name
*> compares one stream table row against the keyed step name.
*> =================================================================
5100-match-step-name.
    if stp-step-name (stp-scan-sub) = ost-keyed-step
        move stp-scan-sub to stp-find-sub
    end-if
    add 1 to stp-scan-sub.
5100-exit.
    exit.

*> =================================================================
*> 8400-check-stream
*> shared nightly stream check - see copybooks/strmchk.cpy.
*> =================================================================
    copy "STRMCHK.cpy".

*> =================================================================
*> 8800-get-business-date
*> shared run-control read paragraph - see copybooks/bdtget2.cpy.
*> =================================================================
    copy "BDTGET2.cpy".

end program opsstat.
