*>                    open to tellers like the inquiry it extends.
*> 2026-09-01   rcp   added the supervisor-only processing
*>                    calendar maintenance option.
*> 2026-10-15   rcp   added the supervisor-only fee waiver option,
*>                    opening a second column of options.
*> 2026-10-15   rcp   added the supervisor-only posting approval queue
*>                    option, and seed the default supervisor with no
*>                    posting limit.
*> 2026-10-15   rcp   added option F, audit trail inquiry (audinq) -
*>                    supervisors only.
*> 2026-10-15   rcp   added option G, operations stream status
*>                    (opsstat) - supervisors only.
*> 2026-10-15   rcp   added option I, external payment entry (extpay)
*>                    - open to tellers like transaction entry.
*> -----------------------------------------------------------------
identification division.
program-id. helloscreen.
        set opr-auth-supervisor to true
        set opr-is-active       to true
        move zero        to opr-fail-count
        move zero        to opr-post-limit
        write opr-record
        close operator-master
        open i-o operator-master
    display "A.  CUSTOMER MAINTENANCE"   at 1712
    display "B.  STANDING ORDERS"        at 1812
    display "C.  PROCESSING CALENDAR"    at 1912
    display "D.  FEE WAIVERS"            at 0846
    display "E.  APPROVAL QUEUE"         at 0946
    display "F.  AUDIT INQUIRY"          at 1046
    display "G.  OPERATIONS STATUS"      at 1146
    display "I.  EXTERNAL PAYMENT"       at 1246
    display "H.  TRANSACTION HISTORY"    at 2012
    display "X.  EXIT"                   at 2112
    display "SELECT OPTION:"             at 2212.
            or menu-choice = "A" or menu-choice = "a"
            or menu-choice = "B" or menu-choice = "b"
            or menu-choice = "C" or menu-choice = "c"
            or menu-choice = "D" or menu-choice = "d"
            or menu-choice = "E" or menu-choice = "e"
            or menu-choice = "F" or menu-choice = "f"
            or menu-choice = "G" or menu-choice = "g"
        if not menu-auth-supervisor
            perform 3800-not-authorized thru 3800-exit
            move space to menu-choice
        when "C"
        when "c"
            perform 3785-processing-calendar thru 3785-exit
        when "D"
        when "d"
            perform 3786-fee-waivers thru 3786-exit
        when "E"
        when "e"
            perform 3787-approval-queue thru 3787-exit
        when "F"
        when "f"
            perform 3788-audit-inquiry thru 3788-exit
        when "G"
        when "g"
            perform 3789-operations-status thru 3789-exit
        when "H"
        when "h"
            perform 3790-transaction-history thru 3790-exit
        when "I"
        when "i"
            perform 3791-external-payment thru 3791-exit
        when "X"
        when "x"
            set menu-done to true
            or menu-choice = "A" or menu-choice = "a"
            or menu-choice = "B" or menu-choice = "b"
            or menu-choice = "C" or menu-choice = "c"
            or menu-choice = "D" or menu-choice = "d"
            or menu-choice = "E" or menu-choice = "e"
            or menu-choice = "F" or menu-choice = "f"
            or menu-choice = "G" or menu-choice = "g"
            or menu-choice = "H" or menu-choice = "h"
            or menu-choice = "I" or menu-choice = "i"
        move menu-operator-id to aud-operator-id
        move "MENU"           to aud-program-name
        move spaces           to aud-acct-number
3785-exit.
    exit.

*> =================================================================
*> 3786-fee-waivers
*> invokes the fee waiver maintenance screen program.
*> =================================================================
3786-fee-waivers.
    close audit-trail
    call "feewaiv" using menu-operator-id menu-authority
    open extend audit-trail
    if aud-file-status = "05" or aud-file-status = "35"
        open output audit-trail
    end-if.
3786-exit.
    exit.

*> =================================================================
*> 3787-approval-queue
*> invokes the posting approval queue screen program.
*> =================================================================
3787-approval-queue.
    close audit-trail
    call "txnappr" using menu-operator-id menu-authority
    open extend audit-trail
    if aud-file-status = "05" or aud-file-status = "35"
        open output audit-trail
    end-if.
3787-exit.
    exit.

*> =================================================================
*> 3788-audit-inquiry
*> calls the audinq audit trail inquiry screen, passing the
*> signed-on operator and authority.
*> =================================================================
3788-audit-inquiry.
    close audit-trail
    call "audinq" using menu-operator-id menu-authority
    open extend audit-trail
    if aud-file-status = "05" or aud-file-status = "35"
        open output audit-trail
    end-if.
3788-exit.
    exit.

*> =================================================================
*> 3789-operations-status
*> calls the opsstat operations stream status screen, passing the
*> signed-on operator and authority.
*> =================================================================
3789-operations-status.
    close audit-trail
    call "opsstat" using menu-operator-id menu-authority
    open extend audit-trail
    if aud-file-status = "05" or aud-file-status = "35"
        open output audit-trail
    end-if.
3789-exit.
    exit.

*> =================================================================
*> 3790-transaction-history
*> invokes the transaction history browse screen program with no
3790-exit.
    exit.

*> =================================================================
*> 3791-external-payment
*> calls the extpay external payment entry screen, passing the
*> signed-on operator and authority.
*> =================================================================
3791-external-payment.
    close audit-trail
    call "extpay" using menu-operator-id menu-authority
    open extend audit-trail
    if aud-file-status = "05" or aud-file-status = "35"
        open output audit-trail
    end-if.
3791-exit.
    exit.

*> =================================================================
*> 3800-not-authorized
*> refuses a supervisor-only selection by a teller and logs the
*> warns the operator of an unrecognized menu selection.
*> =================================================================
3900-invalid-choice.
    display "INVALID OPTION - PLEASE SELECT 1-9, A-I OR X" at 2312
    call "timepause" using menu-error-seconds end-call.
3900-exit.
    exit.
