*>               date it replaced.  run
*>               after the nightly stream ends clean - or before
*>               the next morning's open - never before the
*>               stream, and the advance is refused until every
*>               required step of the stream has finished cleanly
*>               under the current date on the run-history file
*>               (see copybooks/strmtbl.cpy): the day's records
*>               carry the date the shop traded under, and
*>               advancing first would
*>               leave rptdaily and glextract filtering on a date
*>               no record carries yet, so the day would escape
*>               the reports and the gl feed for good.
*>                    intaccru books the weekend's interest in
*>                    one pass off the widened prior-to-current
*>                    gap.  one advance per close, not three.
*> 2026-10-15   rcp   refuse the advance while a required step of the
*>                    nightly stream has failed or not run under the
*>                    current date, judged from the run-history file by
*>                    the shared stream check the operations status
*>                    screen shows, naming the first step holding it.
*> -----------------------------------------------------------------
identification division.
program-id. advdate is initial program.
    copy "BDTSEL.cpy".
    copy "AUDSEL.cpy".
    copy "CALSEL.cpy".
    copy "RHSSEL.cpy".

data division.
file section.
    copy "BDTREC.cpy".
    copy "AUDREC.cpy".
    copy "CALREC.cpy".
    copy "RHSREC.cpy".

working-storage section.

01  bdt-file-status             pic x(02).
01  aud-file-status             pic x(02).
01  cal-file-status             pic x(02).
01  rhs-file-status             pic x(02).

01  bdt-run-date                pic 9(08)   value zero.


01  adv-dow-remainder           pic 9(07)   value zero.

01  adv-stream-message          pic x(60)   value spaces.

    copy "DSLWORK.cpy".

    copy "STRMTBL.cpy".

linkage section.
01  adv-passed-operator-id      pic x(08).
01  adv-passed-authority        pic x(01).
*> =================================================================
*> 3000-advance-date
*> shows the current business date and advances it one calendar
*> day on confirmation.  refused while the nightly stream has not
*> finished cleanly under the current date - see 3100.
*> =================================================================
3000-advance-date.
    move bdt-run-date to adv-current-date
    perform 3100-check-stream thru 3100-exit
    if not stp-stream-clean
        go to 3000-exit
    end-if
    move adv-current-date to adv-roll-date
    perform 4000-compute-next-day thru 4000-exit
    perform 4500-roll-to-business-day thru 4500-exit
3000-exit.
    exit.

*> =================================================================
*> 3100-check-stream
*> judges the nightly stream for the current business date from
*> the run-history file.  every required step must have ended
*> within its clean return code or been skipped by its cond
*> gating; otherwise the first step holding the date is shown
*> and the date stays where it is.
*> =================================================================
3100-check-stream.
    move adv-current-date to stp-check-date
    perform 8400-check-stream thru 8400-exit
    if stp-stream-clean
        go to 3100-exit
    end-if
    move spaces to adv-stream-message
    if stp-stat-failed (stp-first-bad-sub)
        string stp-step-name (stp-first-bad-sub)
                delimited by space
            " "
                delimited by size
            stp-program (stp-first-bad-sub)
                delimited by space
            " FAILED - RETURN CODE "
                delimited by size
            stp-return-code (stp-first-bad-sub)
                delimited by size
            into adv-stream-message
        end-string
    else
        string stp-step-name (stp-first-bad-sub)
                delimited by space
            " "
                delimited by size
            stp-program (stp-first-bad-sub)
                delimited by space
            " HAS NOT RUN"
                delimited by size
            into adv-stream-message
        end-string
    end-if
    display "BUSINESS DATE ADVANCE"                   at 0212
    display "CURRENT BUSINESS DATE: " adv-current-date at 0412
    display "NIGHTLY STREAM NOT FINISHED CLEANLY:"     at 0612
    display adv-stream-message                         at 0712
    display "BUSINESS DATE NOT ADVANCED - SEE OPERATIONS STATUS"
        at 0912.
3100-exit.
    exit.

*> =================================================================
*> 4000-compute-next-day
*> rolls adv-roll-date forward one calendar day into
9999-exit.
    exit.

*> =================================================================
*> 8400-check-stream
*> shared nightly stream check - see copybooks/strmchk.cpy.
*> =================================================================
    copy "STRMCHK.cpy".

*> =================================================================
*> 8800-get-business-date
*> shared run-control read paragraph - see copybooks/bdtget.cpy.
