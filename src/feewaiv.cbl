*> -----------------------------------------------------------------
*> program:      feewaiv
*> author:       r. c. peters
*> installation: bams - bank account management system
*> date-written: 2026-10-15
*> -----------------------------------------------------------------
*> purpose:      fee waiver maintenance screen.  lets a supervisor
*>               waive a service charge for an account - one kind
*>               of fee (FM monthly, FD debit items, FL low
*>               balance, FR refused item) or FA for every charge -
*>               through a given date, with a reason; cancel a
*>               waiver; and look one up with the count and amount
*>               it has waived so far.  the nightly feeasses step
*>               passes over any charge an active waiver covers
*>               and adds it to the waiver's running totals.  each
*>               grant is written as a record of its own, numbered
*>               in turn for the account and fee, and is kept with
*>               its terms and totals once it is cancelled or
*>               expires, so every waiver stays on record; every
*>               grant and cancellation is also written to the
*>               audit trail.  a charge already posted is refunded
*>               through the reversal screen instead.  invoked
*>               from the helloscreen main menu, which offers the
*>               option to supervisors only.
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original program.
*> 2026-10-15   rcp   each grant is written as a new record under the
*>                    next grant number instead of over a cancelled or
*>                    expired one, so every grant keeps its terms and
*>                    totals.
*> -----------------------------------------------------------------
identification division.
program-id. feewaiv is initial program.
author. r. c. peters.
installation. bams.
date-written. 2026-10-15.

environment division.
input-output section.
file-control.
    copy "FWVSEL.cpy".
    copy "ACCTSEL.cpy".
    copy "AUDSEL.cpy".

data division.
file section.
    copy "FWVREC.cpy".
    copy "ACCTREC.cpy".
    copy "AUDREC.cpy".

working-storage section.

01  fwv-file-status             pic x(02).
01  acct-file-status            pic x(02).
01  aud-file-status             pic x(02).

01  fwm-operator-id             pic x(08)   value spaces.

01  fwm-authority               pic x(01)   value space.
    88  fwm-auth-supervisor                   value "S".

01  fwm-choice                  pic x(01)   value space.

01  fwm-acct-number             pic x(10)   value spaces.

01  fwm-fee-code                pic x(02)   value spaces.

01  fwm-waive-thru              pic 9(08)   value zero.

01  fwm-reason                  pic x(20)   value spaces.

01  fwm-today-date              pic 9(08)   value zero.

01  fwm-date-parts.
    05  fwm-date-year           pic 9(04).
    05  fwm-date-month          pic 9(02).
    05  fwm-date-day            pic 9(02).

01  fwm-last-grant              pic 9(03)   value zero.

01  fwm-active-grant            pic 9(03)   value zero.

01  fwm-show-grant              pic 9(03)   value zero.

01  fwm-found-sw                pic x(01)   value "N".
    88  fwm-found                             value "Y".

01  fwm-in-force-sw             pic x(01)   value "N".
    88  fwm-in-force                          value "Y".

01  fwm-scan-at-end-sw          pic x(01)   value "N".
    88  fwm-scan-at-end                       value "Y".

01  fwm-done-sw                 pic x(01)   value "N".
    88  fwm-done                              value "Y".

01  fwm-amount-disp             pic -(7)9.99.

linkage section.
01  fwm-passed-operator-id      pic x(08).
01  fwm-passed-authority        pic x(01).

procedure division using fwm-passed-operator-id
                         fwm-passed-authority.
*> =================================================================
*> 0000-mainline
*> controls overall flow of the fee waiver maintenance screen.
*> =================================================================
0000-mainline.
    move fwm-passed-operator-id to fwm-operator-id
    move fwm-passed-authority   to fwm-authority
    perform 1000-initialize thru 1000-exit
    perform 2000-maintenance-loop thru 2000-exit
        until fwm-done
    perform 9999-terminate thru 9999-exit
    goback.

*> =================================================================
*> 1000-initialize
*> turns away anyone below supervisor and opens the files.  the
*> fee waiver file is created here on first use.
*> =================================================================
1000-initialize.
    if not fwm-auth-supervisor
        display "SUPERVISOR AUTHORITY REQUIRED"       at 2012
        set fwm-done to true
        go to 1000-exit
    end-if
    open i-o fee-waiver-file
    if fwv-file-status = "05" or fwv-file-status = "35"
        open output fee-waiver-file
        close fee-waiver-file
        open i-o fee-waiver-file
    end-if
    if fwv-file-status not = "00"
        display "FEE WAIVER FILE OPEN FAILED - STATUS "
            fwv-file-status                           at 2212
        set fwm-done to true
    end-if
    open input account-master
    if acct-file-status not = "00"
        display "ACCOUNT MASTER OPEN FAILED - STATUS " acct-file-status
            at 2312
        set fwm-done to true
    end-if
    open extend audit-trail
    if aud-file-status = "05" or aud-file-status = "35"
        open output audit-trail
    end-if
    accept fwm-today-date from date yyyymmdd.
1000-exit.
    exit.

*> =================================================================
*> 2000-maintenance-loop
*> displays the maintenance menu, accepts a choice and routes it.
*> =================================================================
2000-maintenance-loop.
    display "FEE WAIVER MAINTENANCE"             at 0212
    display "1.  WAIVE A FEE"                    at 0412
    display "2.  CANCEL WAIVER"                  at 0512
    display "3.  VIEW WAIVER"                    at 0612
    display "X.  RETURN TO MAIN MENU"            at 0712
    display "SELECT OPTION:"                     at 0912
    accept  fwm-choice                           at 0927
    evaluate fwm-choice
        when "1"
            perform 3000-grant-waiver thru 3000-exit
        when "2"
            perform 4000-cancel-waiver thru 4000-exit
        when "3"
            perform 7000-fetch-waiver thru 7000-exit
        when "X"
        when "x"
            set fwm-done to true
        when other
            display "INVALID OPTION - PLEASE SELECT 1-3 OR X"
                at 2012
    end-evaluate.
2000-exit.
    exit.

*> =================================================================
*> 3000-grant-waiver
*> waives one kind of fee, or every fee, for an account through
*> a date.  a waiver still in force must be cancelled before it
*> is replaced.  the new grant is written as a record of its own
*> under the next grant number, with fresh running totals, so
*> the terms and totals of every earlier grant stay on file.
*> =================================================================
3000-grant-waiver.
    perform 6000-accept-key thru 6000-exit
    if fwm-acct-number = spaces
        go to 3000-exit
    end-if
    move fwm-acct-number to acct-number
    read account-master
        invalid key
            display "ACCOUNT NOT FOUND"                   at 2012
            go to 3000-exit
    end-read
    if acct-stat-closed
        display "ACCOUNT IS CLOSED"                       at 2012
        go to 3000-exit
    end-if
    perform 6500-find-grants thru 6500-exit
    if fwm-in-force
        display "WAIVER ALREADY IN FORCE - CANCEL IT FIRST" at 2012
        go to 3000-exit
    end-if
    if fwm-last-grant = 999
        display "NO GRANT NUMBERS LEFT FOR THIS FEE"      at 2012
        go to 3000-exit
    end-if
    display "WAIVE THROUGH (YYYYMMDD):"                   at 1312
    accept  fwm-waive-thru                                at 1342
    move fwm-waive-thru to fwm-date-parts
    if fwm-waive-thru = zero
            or fwm-date-month < 01 or fwm-date-month > 12
            or fwm-date-day < 01 or fwm-date-day > 31
        display "WAIVE-THROUGH DATE IS NOT A VALID DATE"  at 2012
        go to 3000-exit
    end-if
    if fwm-waive-thru < fwm-today-date
        display "WAIVE-THROUGH DATE IS IN THE PAST"       at 2012
        go to 3000-exit
    end-if
    display "REASON:"                                     at 1412
    accept  fwm-reason                                    at 1442
    if fwm-reason = spaces
        display "A REASON MUST BE GIVEN"                  at 2012
        go to 3000-exit
    end-if
    move spaces to fwv-record
    move fwm-acct-number to fwv-acct-number
    move fwm-fee-code    to fwv-fee-code
    compute fwv-grant-no = fwm-last-grant + 1
    move fwm-waive-thru  to fwv-waive-thru
    set fwv-stat-active  to true
    move fwm-reason      to fwv-reason
    move fwm-operator-id to fwv-set-by
    move fwm-today-date  to fwv-set-date
    move zero to fwv-fees-waived
    move zero to fwv-amount-waived
    write fwv-record
        invalid key
            display "WAIVER WRITE FAILED - STATUS " fwv-file-status
                at 2012
            go to 3000-exit
    end-write
    display "FEE WAIVER SET UP"                           at 1912
    move "FW" to aud-action-code
    perform 8000-log-maintenance thru 8000-exit.
3000-exit.
    exit.

*> =================================================================
*> 4000-cancel-waiver
*> marks the active grant cancelled so the nightly assessment
*> charges the fee again.  the record is kept with its running
*> totals.  with no grant active, 7000 shows the latest one, which
*> is already cancelled.
*> =================================================================
4000-cancel-waiver.
    perform 7000-fetch-waiver thru 7000-exit
    if not fwm-found
        go to 4000-exit
    end-if
    if fwv-stat-cancelled
        display "WAIVER IS ALREADY CANCELLED"             at 2012
        go to 4000-exit
    end-if
    set fwv-stat-cancelled to true
    rewrite fwv-record
        invalid key
            display "WAIVER REWRITE FAILED"               at 2012
            go to 4000-exit
    end-rewrite
    display "FEE WAIVER CANCELLED"                        at 1912
    move "FC" to aud-action-code
    perform 8000-log-maintenance thru 8000-exit.
4000-exit.
    exit.

*> =================================================================
*> 6000-accept-key
*> prompts for the account and fee code.  blanks fwm-acct-number
*> when either is unusable so the caller can abandon the function.
*> =================================================================
6000-accept-key.
    display "ACCOUNT NUMBER:"                             at 1112
    accept  fwm-acct-number                               at 1142
    if fwm-acct-number = spaces
        go to 6000-exit
    end-if
    display "FEE (FM, FD, FL, FR OR FA = ALL):"           at 1212
    accept  fwm-fee-code                                  at 1246
    move fwm-fee-code to fwv-fee-code
    if not fwv-fee-valid
        display "FEE MUST BE FM, FD, FL, FR OR FA"        at 2012
        move spaces to fwm-acct-number
    end-if.
6000-exit.
    exit.

*> =================================================================
*> 6500-find-grants
*> browses the grants on file for the account and fee, noting
*> the last grant number used, the latest grant still active and
*> whether any grant is in force today.
*> =================================================================
6500-find-grants.
    move zero to fwm-last-grant
    move zero to fwm-active-grant
    move "N" to fwm-in-force-sw
    move "N" to fwm-scan-at-end-sw
    move fwm-acct-number to fwv-acct-number
    move fwm-fee-code    to fwv-fee-code
    move zero            to fwv-grant-no
    start fee-waiver-file
        key is not less than fwv-key
        invalid key
            set fwm-scan-at-end to true
    end-start
    perform 6550-scan-grant thru 6550-exit
        until fwm-scan-at-end.
6500-exit.
    exit.

*> =================================================================
*> 6550-scan-grant
*> reads the next grant, stopping at the first record for another
*> account or fee.
*> =================================================================
6550-scan-grant.
    read fee-waiver-file next record
        at end
            set fwm-scan-at-end to true
            go to 6550-exit
    end-read
    if fwv-acct-number not = fwm-acct-number
            or fwv-fee-code not = fwm-fee-code
        set fwm-scan-at-end to true
        go to 6550-exit
    end-if
    move fwv-grant-no to fwm-last-grant
    if fwv-stat-active
        move fwv-grant-no to fwm-active-grant
        if fwv-waive-thru >= fwm-today-date
            set fwm-in-force to true
        end-if
    end-if.
6550-exit.
    exit.

*> =================================================================
*> 7000-fetch-waiver
*> prompts for the key, reads the active grant - or, with none
*> active, the latest - and shows it.  leaves the found switch
*> off when there is nothing to show.
*> =================================================================
7000-fetch-waiver.
    move "N" to fwm-found-sw
    perform 6000-accept-key thru 6000-exit
    if fwm-acct-number = spaces
        go to 7000-exit
    end-if
    perform 6500-find-grants thru 6500-exit
    if fwm-last-grant = zero
        display "WAIVER NOT FOUND"                        at 2012
        go to 7000-exit
    end-if
    if fwm-active-grant = zero
        move fwm-last-grant to fwm-show-grant
    else
        move fwm-active-grant to fwm-show-grant
    end-if
    move fwm-acct-number to fwv-acct-number
    move fwm-fee-code    to fwv-fee-code
    move fwm-show-grant  to fwv-grant-no
    read fee-waiver-file
        invalid key
            display "WAIVER READ FAILED - STATUS " fwv-file-status
                at 2012
            go to 7000-exit
    end-read
    set fwm-found to true
    move fwv-amount-waived to fwm-amount-disp
    display "THROUGH: " fwv-waive-thru
        "  STATUS: " fwv-status
        "  SET BY: " fwv-set-by
        "  ON: " fwv-set-date                             at 1312
    display "REASON: " fwv-reason                         at 1412
    display "FEES WAIVED: " fwv-fees-waived
        "  AMOUNT: " fwm-amount-disp                      at 1512
    display "GRANT " fwv-grant-no " OF " fwm-last-grant
        " ON FILE"                                        at 1612.
7000-exit.
    exit.

*> =================================================================
*> 8000-log-maintenance
*> stamps the shared audit fields and writes one audit record
*> for the maintenance action in aud-action-code.
*> =================================================================
8000-log-maintenance.
    move fwm-operator-id  to aud-operator-id
    move "FEEWAIV"        to aud-program-name
    move fwv-acct-number  to aud-acct-number
    perform 8900-write-audit-rec thru 8900-exit.
8000-exit.
    exit.

*> =================================================================
*> 9999-terminate
*> closes the files before returning to the menu.
*> =================================================================
9999-terminate.
    close fee-waiver-file
    close account-master
    close audit-trail.
9999-exit.
    exit.

*> =================================================================
*> 8900-write-audit-rec
*> shared audit-trail logging paragraph - see copybooks/audlog.cpy.
*> =================================================================
    copy "AUDLOG.cpy".

end program feewaiv.
