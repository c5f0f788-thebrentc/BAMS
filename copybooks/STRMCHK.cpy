*> -----------------------------------------------------------------
*> copybook:  strmchk.cpy
*> purpose:   shared procedure division paragraphs that judge the
*>            nightly stream for one business date from the
*>            run-history file.  copy this into the procedure
*>            division of any program that has already copied
*>            rhssel.cpy, rhsrec.cpy and strmtbl.cpy.  move the
*>            business date into stp-check-date and perform
*>            8400-check-stream thru 8400-exit; every row of the
*>            stream table then carries the latest run of its
*>            program under that date and a status:
*>              C  clean     ran, at or under its highest clean
*>                           return code;
*>              F  failed    ran and ended above it;
*>              S  skipped   did not run because a step named in
*>                           its cond parameter ended above zero
*>                           or was itself skipped;
*>              N  not run   no record and no cond reason - the
*>                           stream abended before it, or has not
*>                           reached it yet.
*>            stp-stream-clean is set when every required step is
*>            clean or skipped - a skipped step's gate has already
*>            been judged on its own row - and otherwise
*>            stp-first-bad-sub points at the first required step
*>            that failed or did not run.  stp-steps-ran counts
*>            the steps with a record under the date.
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original copybook.
*> -----------------------------------------------------------------
8400-check-stream.
    move zero to stp-steps-ran
    move zero to stp-first-bad-sub
    move "Y" to stp-stream-clean-sw
    move "N" to stp-rhs-at-end-sw
    move 1 to stp-sub
    perform 8410-clear-one-step thru 8410-exit
        until stp-sub > stp-step-count
    open input run-history-file
    if rhs-file-status = "00"
        perform 8420-take-one-run thru 8420-exit
            until stp-rhs-at-end
        close run-history-file
    end-if
    move 1 to stp-sub
    perform 8430-judge-one-step thru 8430-exit
        until stp-sub > stp-step-count.
8400-exit.
    exit.

8410-clear-one-step.
    move "N"  to stp-status (stp-sub)
    move "N"  to stp-ran-sw (stp-sub)
    move zero to stp-return-code (stp-sub)
    move zero to stp-start-time (stp-sub)
    move zero to stp-end-time (stp-sub)
    move zero to stp-records-read (stp-sub)
    move zero to stp-records-written (stp-sub)
    move zero to stp-records-rejected (stp-sub)
    move zero to stp-control-count (stp-sub)
    move zero to stp-control-amount (stp-sub)
    add 1 to stp-sub.
8410-exit.
    exit.

8420-take-one-run.
    read run-history-file
        at end
            set stp-rhs-at-end to true
            go to 8420-exit
    end-read
    if rhs-business-date not = stp-check-date
        go to 8420-exit
    end-if
    move rhs-program-name to stp-find-program
    perform 8440-find-step thru 8440-exit
    if stp-find-sub = zero
        go to 8420-exit
    end-if
    if not stp-ran (stp-find-sub)
        add 1 to stp-steps-ran
    end-if
    move "Y"                  to stp-ran-sw (stp-find-sub)
    move rhs-return-code      to stp-return-code (stp-find-sub)
    move rhs-start-time       to stp-start-time (stp-find-sub)
    move rhs-end-time         to stp-end-time (stp-find-sub)
    move rhs-records-read     to stp-records-read (stp-find-sub)
    move rhs-records-written  to stp-records-written (stp-find-sub)
    move rhs-records-rejected to stp-records-rejected (stp-find-sub)
    move rhs-control-count    to stp-control-count (stp-find-sub)
    move rhs-control-amount   to stp-control-amount (stp-find-sub).
8420-exit.
    exit.

8430-judge-one-step.
    if stp-ran (stp-sub)
        if stp-return-code (stp-sub) > stp-max-rc (stp-sub)
            set stp-stat-failed (stp-sub) to true
        else
            set stp-stat-clean (stp-sub) to true
        end-if
    else
        move "N" to stp-gated-off-sw
        move stp-gate-1 (stp-sub) to stp-find-program
        perform 8450-judge-gate thru 8450-exit
        move stp-gate-2 (stp-sub) to stp-find-program
        perform 8450-judge-gate thru 8450-exit
        if stp-gated-off
            set stp-stat-skipped (stp-sub) to true
        else
            set stp-stat-not-run (stp-sub) to true
        end-if
    end-if
    if stp-step-required (stp-sub)
            and (stp-stat-failed (stp-sub)
                or stp-stat-not-run (stp-sub))
        if stp-stream-clean
            move stp-sub to stp-first-bad-sub
        end-if
        move "N" to stp-stream-clean-sw
    end-if
    add 1 to stp-sub.
8430-exit.
    exit.

8440-find-step.
    move zero to stp-find-sub
    move 1 to stp-scan-sub
    perform 8445-match-one-step thru 8445-exit
        until stp-find-sub not = zero
            or stp-scan-sub > stp-step-count.
8440-exit.
    exit.

8445-match-one-step.
    if stp-program (stp-scan-sub) = stp-find-program
        move stp-scan-sub to stp-find-sub
    end-if
    add 1 to stp-scan-sub.
8445-exit.
    exit.

8450-judge-gate.
    if stp-find-program = spaces
        go to 8450-exit
    end-if
    perform 8440-find-step thru 8440-exit
    if stp-find-sub = zero
        go to 8450-exit
    end-if
    if stp-stat-skipped (stp-find-sub)
        set stp-gated-off to true
        go to 8450-exit
    end-if
    if stp-ran (stp-find-sub)
            and stp-return-code (stp-find-sub) > zero
        set stp-gated-off to true
    end-if.
8450-exit.
    exit.
