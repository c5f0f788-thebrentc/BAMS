*> -----------------------------------------------------------------
*> copybook:  auddesc.cpy
*> purpose:   shared procedure division paragraph that describes
*>            one audit-trail action code.  copy this into the
*>            procedure division of any program that reads the
*>            audit trail back.  before performing
*>            8750-describe-action thru 8750-exit, the calling
*>            paragraph moves the code into aud-desc-code; the
*>            paragraph returns:
*>              aud-action-desc   the action in words, or
*>                                UNKNOWN ACTION for a code no
*>                                program writes;
*>              aud-sensitive-sw  "Y" for an action a supervisor
*>                                reviews every time it happens -
*>                                hold override, operator unlock,
*>                                dormant reactivation,
*>                                reconciliation adjustment and
*>                                account close-out;
*>              aud-action-kind   "M" for account maintenance,
*>                                "P" for an action that moves
*>                                money on the account, space for
*>                                anything else.
*> note:      calling program must declare in working-storage:
*>              01  aud-desc-code       pic x(02).
*>              01  aud-action-desc     pic x(24).
*>              01  aud-sensitive-sw    pic x(01).
*>                  88  aud-action-sensitive  value "Y".
*>              01  aud-action-kind     pic x(01).
*>                  88  aud-kind-maintenance  value "M".
*>                  88  aud-kind-monetary     value "P".
*>            a program that writes a new action code adds it
*>            here.
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original copybook.
*> 2026-10-15   rcp   added AX, account close-out - a money action, and
*>                    sensitive, since it pays the balance away.
*> 2026-10-15   rcp   added EP, external payment keyed - a money
*>                    action.
*> 2026-10-15   rcp   renumbered to 8750-describe-action - 8700 is the
*>                    shared date-to-serial paragraph in dayserl.cpy.
*> -----------------------------------------------------------------
8750-describe-action.
    move "N"   to aud-sensitive-sw
    move space to aud-action-kind
    evaluate aud-desc-code
        when "SI"
            move "SIGNED ON"                to aud-action-desc
        when "SF"
            move "SIGN-ON FAILED"           to aud-action-desc
        when "SL"
            move "SIGN-ON LOCKED OUT"       to aud-action-desc
        when "MS"
            move "MENU SELECTION"           to aud-action-desc
        when "NA"
            move "NOT AUTHORISED"           to aud-action-desc
        when "AF"
            move "ACCOUNT INQUIRY"          to aud-action-desc
        when "NF"
            move "ACCOUNT NOT FOUND"        to aud-action-desc
        when "CV"
            move "CUSTOMER VIEWED"          to aud-action-desc
        when "TH"
            move "HISTORY VIEWED"           to aud-action-desc
        when "AO"
            move "ACCOUNT OPENED"           to aud-action-desc
            move "M" to aud-action-kind
        when "AN"
            move "CUSTOMER LINK CHANGED"    to aud-action-desc
            move "M" to aud-action-kind
        when "AS"
            move "ACCOUNT STATUS CHANGED"   to aud-action-desc
            move "M" to aud-action-kind
        when "DR"
            move "DORMANT REACTIVATED"      to aud-action-desc
            move "M" to aud-action-kind
            move "Y" to aud-sensitive-sw
        when "AP"
            move "PRODUCT CHANGED"          to aud-action-desc
            move "M" to aud-action-kind
        when "CA"
            move "CUSTOMER SET UP"          to aud-action-desc
        when "CN"
            move "CUSTOMER NAME CHANGED"    to aud-action-desc
        when "CD"
            move "CUSTOMER ADDRESS CHANGED" to aud-action-desc
        when "HA"
            move "HOLIDAY ADDED"            to aud-action-desc
        when "HX"
            move "HOLIDAY REMOVED"          to aud-action-desc
        when "OA"
            move "OPERATOR ADDED"           to aud-action-desc
        when "OP"
            move "PASSWORD CHANGED"         to aud-action-desc
        when "OU"
            move "OPERATOR UNLOCKED"        to aud-action-desc
            move "Y" to aud-sensitive-sw
        when "OX"
            move "OPERATOR DEACTIVATED"     to aud-action-desc
        when "OL"
            move "POSTING LIMIT SET"        to aud-action-desc
        when "SA"
            move "STANDING ORDER SET UP"    to aud-action-desc
        when "SC"
            move "STANDING ORDER CHANGED"   to aud-action-desc
        when "SX"
            move "STANDING ORDER CANCELLED" to aud-action-desc
        when "TD"
            move "DEBIT POSTED"             to aud-action-desc
            move "P" to aud-action-kind
        when "TC"
            move "CREDIT POSTED"            to aud-action-desc
            move "P" to aud-action-kind
        when "TX"
            move "TRANSFER POSTED"          to aud-action-desc
            move "P" to aud-action-kind
        when "HO"
            move "HOLD OVERRIDDEN"          to aud-action-desc
            move "Y" to aud-sensitive-sw
        when "PQ"
            move "QUEUED FOR APPROVAL"      to aud-action-desc
            move "P" to aud-action-kind
        when "PA"
            move "APPROVED AND POSTED"      to aud-action-desc
            move "P" to aud-action-kind
        when "PD"
            move "APPROVAL DECLINED"        to aud-action-desc
        when "TR"
            move "TRANSACTION REVERSED"     to aud-action-desc
            move "P" to aud-action-kind
        when "XA"
            move "RECON ADJUSTMENT POSTED"  to aud-action-desc
            move "P" to aud-action-kind
            move "Y" to aud-sensitive-sw
        when "XC"
            move "RECON EXCEPTION CLEARED"  to aud-action-desc
        when "DA"
            move "BUSINESS DATE ADVANCED"   to aud-action-desc
        when "FW"
            move "FEE WAIVED"               to aud-action-desc
        when "FC"
            move "FEE WAIVER CANCELLED"     to aud-action-desc
        when "AQ"
            move "AUDIT TRAIL INQUIRY"      to aud-action-desc
        when "AX"
            move "ACCOUNT CLOSED OUT"       to aud-action-desc
            move "P" to aud-action-kind
            move "Y" to aud-sensitive-sw
        when "EP"
            move "EXTERNAL PAYMENT KEYED"   to aud-action-desc
            move "P" to aud-action-kind
        when other
            move "UNKNOWN ACTION"           to aud-action-desc
    end-evaluate.
8750-exit.
    exit.
