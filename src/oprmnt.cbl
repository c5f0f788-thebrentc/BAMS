*> maintenance history
*> date        init  description
*> 2026-08-22   rcp   original program.
*> 2026-10-15   rcp   added the posting limit: keyed when an operator is
*>                    added and changed through the new set posting limit
*>                    option (audit code OL), and shown with the operator.
*> -----------------------------------------------------------------
identification division.
program-id. oprmnt is initial program.
01  omt-new-authority           pic x(01)   value space.
    88  omt-authority-valid                   value "T" "S".

01  omt-new-limit               pic 9(9)v99 value zero.

01  omt-limit-disp              pic z(8)9.99.

01  omt-done-sw                 pic x(01)   value "N".
    88  omt-done                              value "Y".

    display "2.  CHANGE PASSWORD"                at 0512
    display "3.  UNLOCK / REACTIVATE"            at 0612
    display "4.  DEACTIVATE"                     at 0712
    display "5.  SET POSTING LIMIT"              at 0812
    display "X.  RETURN TO MAIN MENU"            at 0912
    display "SELECT OPTION:"                     at 1012
    accept  omt-choice                           at 1027
    evaluate omt-choice
            perform 5000-unlock-operator thru 5000-exit
        when "4"
            perform 6000-deactivate-operator thru 6000-exit
        when "5"
            perform 6500-set-post-limit thru 6500-exit
        when "X"
        when "x"
            set omt-done to true
        when other
            display "INVALID OPTION - PLEASE SELECT 1-5 OR X"
                at 2012
    end-evaluate.
2000-exit.
        display "AUTHORITY MUST BE T OR S"             at 2012
        go to 3000-exit
    end-if
    display "POSTING LIMIT (ZERO = NO LIMIT):"         at 1512
    accept  omt-new-limit                              at 1550
    move omt-target-id     to opr-operator-id
    move omt-new-password  to opr-password
    move omt-new-authority to opr-authority
    set opr-is-active      to true
    move zero              to opr-fail-count
    move omt-new-limit     to opr-post-limit
    write opr-record
        invalid key
            display "OPERATOR WRITE FAILED - STATUS " opr-file-status
6000-exit.
    exit.

*> =================================================================
*> 6500-set-post-limit
*> sets the largest amount the operator may post or transfer on
*> the transaction entry screen before the entry is queued for a
*> second operator's approval.  zero means no limit.
*> =================================================================
6500-set-post-limit.
    perform 7000-fetch-operator thru 7000-exit
    if omt-target-id = spaces
        go to 6500-exit
    end-if
    display "NEW POSTING LIMIT (ZERO = NO LIMIT):"     at 1412
    accept  omt-new-limit                              at 1450
    move omt-new-limit to opr-post-limit
    rewrite opr-record
        invalid key
            display "OPERATOR REWRITE FAILED"          at 2012
            go to 6500-exit
    end-rewrite
    display "POSTING LIMIT SET"                        at 1612
    move "OL" to aud-action-code
    perform 8000-log-maintenance thru 8000-exit.
6500-exit.
    exit.

*> =================================================================
*> 7000-fetch-operator
*> prompts for an operator id and reads the master record.
            move spaces to omt-target-id
            go to 7000-exit
    end-read
    move zero to omt-limit-disp
    if opr-post-limit numeric
        move opr-post-limit to omt-limit-disp
    end-if
    display "AUTHORITY: " opr-authority
        "  ACTIVE: " opr-active-sw
        "  FAILURES: " opr-fail-count
        "  LIMIT: " omt-limit-disp                     at 1312.
7000-exit.
    exit.

