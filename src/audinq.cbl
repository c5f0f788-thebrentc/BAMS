*> -----------------------------------------------------------------
*> program:      audinq
*> author:       r. c. peters
*> installation: bams - bank account management system
*> date-written: 2026-10-15
*> -----------------------------------------------------------------
*> purpose:      audit trail inquiry screen.  lets a supervisor
*>               search the audit trail by operator, by account,
*>               by action code and by a from/to date range - any
*>               criterion left blank or zero matches everything -
*>               and pages through the matching records oldest
*>               first, ten to a screen, with each action code
*>               described in words (see copybooks/auddesc.cpy).
*>               the account criterion matches the key column of
*>               the trail, so it finds an operator id for the
*>               operator maintenance actions and a customer
*>               number for the customer maintenance actions as
*>               well.  every search is itself written to the
*>               trail (audit code AQ).  invoked from the
*>               helloscreen main menu, which offers the option to
*>               supervisors only.
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original program.
*> 2026-10-15   rcp   the action description is now performed as
*>                    8750-describe-action, clear of the shared
*>                    date-to-serial paragraph.
*> -----------------------------------------------------------------
identification division.
program-id. audinq is initial program.
author. r. c. peters.
installation. bams.
date-written. 2026-10-15.

environment division.
input-output section.
file-control.
    copy "AUDSEL.cpy".

data division.
file section.
    copy "AUDREC.cpy".

working-storage section.

01  aud-file-status             pic x(02).

01  aqi-operator-id             pic x(08)   value spaces.

01  aqi-authority               pic x(01)   value space.
    88  aqi-auth-supervisor                   value "S".

01  aqi-sel-operator            pic x(08)   value spaces.

01  aqi-sel-acct                pic x(10)   value spaces.

01  aqi-sel-action              pic x(02)   value spaces.

01  aqi-sel-from-date           pic 9(08)   value zero.

01  aqi-sel-to-date             pic 9(08)   value zero.

01  aqi-choice                  pic x(01)   value space.

01  aqi-action                  pic x(01)   value space.

01  aqi-done-sw                 pic x(01)   value "N".
    88  aqi-done                              value "Y".

01  aqi-browse-done-sw          pic x(01)   value "N".
    88  aqi-browse-done                       value "Y".

01  aqi-at-end-sw               pic x(01)   value "N".
    88  aqi-at-end                            value "Y".

01  aqi-valid-sw                pic x(01)   value "N".
    88  aqi-criteria-valid                    value "Y".

01  aqi-page-rows               pic 9(02)   comp value 10.

01  aqi-rows-shown              pic 9(02)   comp value zero.

01  aqi-matches                 pic 9(07)   value zero.

01  aqi-screen-pos              pic 9(04)   value zero.

01  aqi-time-parts.
    05  aqi-time-hhmmss         pic 9(06).
    05  filler                  pic 9(02).

01  aqi-list-line.
    05  aqi-list-date           pic 9(08).
    05  filler                  pic x(01)   value space.
    05  aqi-list-time           pic 9(06).
    05  filler                  pic x(01)   value space.
    05  aqi-list-operator       pic x(08).
    05  filler                  pic x(01)   value space.
    05  aqi-list-acct           pic x(10).
    05  filler                  pic x(01)   value space.
    05  aqi-list-code           pic x(02).
    05  filler                  pic x(01)   value space.
    05  aqi-list-desc           pic x(24).

01  aqi-blank-line              pic x(63)   value spaces.

*> action code description work fields - see copybooks/auddesc.cpy.
01  aud-desc-code               pic x(02)   value spaces.
01  aud-action-desc             pic x(24)   value spaces.
01  aud-sensitive-sw            pic x(01)   value "N".
    88  aud-action-sensitive                  value "Y".
01  aud-action-kind             pic x(01)   value space.
    88  aud-kind-maintenance                  value "M".
    88  aud-kind-monetary                     value "P".

linkage section.
01  aqi-passed-operator-id      pic x(08).
01  aqi-passed-authority        pic x(01).

procedure division using aqi-passed-operator-id
                         aqi-passed-authority.
*> =================================================================
*> 0000-mainline
*> controls overall flow of the audit trail inquiry screen.
*> =================================================================
0000-mainline.
    move aqi-passed-operator-id to aqi-operator-id
    move aqi-passed-authority   to aqi-authority
    perform 1000-initialize thru 1000-exit
    perform 2000-inquiry-loop thru 2000-exit
        until aqi-done
    goback.

*> =================================================================
*> 1000-initialize
*> turns away anyone below supervisor.  the audit trail is opened
*> fresh for every search, since a sequential file can only be
*> repositioned by reopening.
*> =================================================================
1000-initialize.
    if not aqi-auth-supervisor
        display "SUPERVISOR AUTHORITY REQUIRED"       at 2012
        set aqi-done to true
    end-if.
1000-exit.
    exit.

*> =================================================================
*> 2000-inquiry-loop
*> takes the search criteria and runs the search, or ends the
*> inquiry.
*> =================================================================
2000-inquiry-loop.
    display "AUDIT TRAIL INQUIRY"                         at 0212
    move spaces to aqi-sel-operator
    move spaces to aqi-sel-acct
    move spaces to aqi-sel-action
    move zero   to aqi-sel-from-date
    move zero   to aqi-sel-to-date
    display "OPERATOR        (BLANK = ALL):"              at 0412
    accept  aqi-sel-operator                              at 0446
    display "ACCOUNT / KEY   (BLANK = ALL):"              at 0512
    accept  aqi-sel-acct                                  at 0546
    display "ACTION CODE     (BLANK = ALL):"              at 0612
    accept  aqi-sel-action                                at 0646
    display "FROM DATE YYYYMMDD (0 = ALL):"               at 0712
    accept  aqi-sel-from-date                             at 0746
    display "TO DATE   YYYYMMDD (0 = ALL):"               at 0812
    accept  aqi-sel-to-date                               at 0846
    display "S=SEARCH, X=EXIT:"                           at 0912
    accept  aqi-choice                                    at 0946
    evaluate aqi-choice
        when "S"
        when "s"
            perform 3000-validate-criteria thru 3000-exit
            if aqi-criteria-valid
                perform 4000-run-search thru 4000-exit
            end-if
        when "X"
        when "x"
            set aqi-done to true
        when other
            display "INVALID OPTION - PLEASE SELECT S OR X"   at 2212
    end-evaluate.
2000-exit.
    exit.

*> =================================================================
*> 3000-validate-criteria
*> proves the action code is one the system writes and the date
*> range runs forward.
*> =================================================================
3000-validate-criteria.
    move "N" to aqi-valid-sw
    if aqi-sel-action not = spaces
        move aqi-sel-action to aud-desc-code
        perform 8750-describe-action thru 8750-exit
        if aud-action-desc = "UNKNOWN ACTION"
            display "UNKNOWN ACTION CODE"                 at 2212
            go to 3000-exit
        end-if
    end-if
    if aqi-sel-to-date not = zero
            and aqi-sel-from-date > aqi-sel-to-date
        display "FROM DATE IS AFTER TO DATE"              at 2212
        go to 3000-exit
    end-if
    set aqi-criteria-valid to true.
3000-exit.
    exit.

*> =================================================================
*> 4000-run-search
*> reads the trail from the top, a screenful of matches at a
*> time, until the operator ends the search or the trail runs
*> out, then logs the search.
*> =================================================================
4000-run-search.
    open input audit-trail
    if aud-file-status not = "00"
        display "AUDIT TRAIL OPEN FAILED - STATUS " aud-file-status
            at 2212
        go to 4000-exit
    end-if
    move zero to aqi-matches
    move "N" to aqi-at-end-sw
    move "N" to aqi-browse-done-sw
    perform 5000-display-page thru 5000-exit
    perform 4100-show-and-route thru 4100-exit
        until aqi-browse-done
    close audit-trail
    perform 8000-log-inquiry thru 8000-exit.
4000-exit.
    exit.

*> =================================================================
*> 4100-show-and-route
*> prompts under the page on the screen and routes the paging
*> action - N paints the next page of matches, X ends the search.
*> =================================================================
4100-show-and-route.
    if aqi-at-end
        display "END OF AUDIT TRAIL - MATCHES: " aqi-matches
            "   X=END SEARCH:"                            at 2112
    else
        display "N=NEXT PAGE, X=END SEARCH:              "
                                                          at 2112
    end-if
    accept  aqi-action                                    at 2166
    evaluate aqi-action
        when "N"
        when "n"
            if aqi-at-end
                display "NO FURTHER MATCHES"              at 2212
            else
                perform 5000-display-page thru 5000-exit
            end-if
        when "X"
        when "x"
            set aqi-browse-done to true
        when other
            continue
    end-evaluate.
4100-exit.
    exit.

*> =================================================================
*> 5000-display-page
*> clears the list area and paints up to a screenful of matches.
*> =================================================================
5000-display-page.
    display "DATE     TIME   OPERATOR ACCOUNT    AC DESCRIPTION"
        at 1012
    move zero to aqi-rows-shown
    perform 5050-clear-one-row thru 5050-exit
        until aqi-rows-shown >= aqi-page-rows
    move zero to aqi-rows-shown
    perform 5100-next-match thru 5100-exit
        until aqi-rows-shown >= aqi-page-rows
            or aqi-at-end.
5000-exit.
    exit.

*> =================================================================
*> 5050-clear-one-row
*> blanks one row of the list area.
*> =================================================================
5050-clear-one-row.
    add 1 to aqi-rows-shown
    compute aqi-screen-pos = (10 + aqi-rows-shown) * 100 + 12
    display aqi-blank-line                                at aqi-screen-pos.
5050-exit.
    exit.

*> =================================================================
*> 5100-next-match
*> reads the next audit record and paints it if it meets every
*> criterion given.
*> =================================================================
5100-next-match.
    read audit-trail
        at end
            set aqi-at-end to true
            go to 5100-exit
    end-read
    if aqi-sel-operator not = spaces
            and aud-operator-id not = aqi-sel-operator
        go to 5100-exit
    end-if
    if aqi-sel-acct not = spaces
            and aud-acct-number not = aqi-sel-acct
        go to 5100-exit
    end-if
    if aqi-sel-action not = spaces
            and aud-action-code not = aqi-sel-action
        go to 5100-exit
    end-if
    if aqi-sel-from-date not = zero
            and aud-timestamp-date < aqi-sel-from-date
        go to 5100-exit
    end-if
    if aqi-sel-to-date not = zero
            and aud-timestamp-date > aqi-sel-to-date
        go to 5100-exit
    end-if
    add 1 to aqi-matches
    add 1 to aqi-rows-shown
    move aud-action-code to aud-desc-code
    perform 8750-describe-action thru 8750-exit
    move aud-timestamp-time to aqi-time-parts
    move aud-timestamp-date to aqi-list-date
    move aqi-time-hhmmss    to aqi-list-time
    move aud-operator-id    to aqi-list-operator
    move aud-acct-number    to aqi-list-acct
    move aud-action-code    to aqi-list-code
    move aud-action-desc    to aqi-list-desc
    compute aqi-screen-pos = (10 + aqi-rows-shown) * 100 + 12
    display aqi-list-line                                 at aqi-screen-pos.
5100-exit.
    exit.

*> =================================================================
*> 8000-log-inquiry
*> writes the search to the audit trail, carrying the account
*> criterion, once the trail has been read.
*> =================================================================
8000-log-inquiry.
    open extend audit-trail
    if aud-file-status = "05" or aud-file-status = "35"
        open output audit-trail
    end-if
    move aqi-operator-id  to aud-operator-id
    move "AUDINQ"         to aud-program-name
    move aqi-sel-acct     to aud-acct-number
    move "AQ"             to aud-action-code
    perform 8900-write-audit-rec thru 8900-exit
    close audit-trail.
8000-exit.
    exit.

*> =================================================================
*> 8750-describe-action
*> shared action code description paragraph - see
*> copybooks/auddesc.cpy.
*> =================================================================
    copy "AUDDESC.cpy".

*> =================================================================
*> 8900-write-audit-rec
*> shared audit-trail logging paragraph - see copybooks/audlog.cpy.
*> =================================================================
    copy "AUDLOG.cpy".

end program audinq.
