*> -----------------------------------------------------------------
*> program:      closrpt
*> author:       r. c. peters
*> installation: bams - bank account management system
*> date-written: 2026-10-15
*> -----------------------------------------------------------------
*> purpose:      nightly account closures report and final closing
*>               statements.  reads the close-out records the
*>               acctmnt close-out option appended since the last
*>               run and, for each:
*>                 - prints the customer's final closing statement
*>                   on its own page of CLOSSTMT - mailing block
*>                   from customer-master, the balance before
*>                   settlement, the interest capitalized, the
*>                   balance paid out or transferred and to which
*>                   account, the closing balance of zero and the
*>                   standing orders cancelled;
*>                 - lists the closure on the operations report
*>                   CLOSRPT, checked against account-master: the
*>                   account must still be on file, closed and at
*>                   a zero balance, or the line is flagged.
*>               the report ends with the night's totals - interest
*>               capitalized, paid out and transferred.  a night
*>               with no closures prints a NONE line, so operations
*>               can prove the check ran.  rc 4 when any closure
*>               was flagged.  run from the nightly stream - see
*>               jcl/nightly.jcl.
*>
*>               control file (CLSCNTL), one record:
*>                 cols  1- 8  date of the last closure reported
*>                 cols  9-16  time of the last closure reported
*>               a missing control file is a first run and every
*>               record on the close-out file is reported.  the
*>               record is rewritten at the end of a good run with
*>               the stamp of the newest closure read, so each
*>               closure is reported once; to reprint a night's
*>               statements, set the stamp back and rerun.
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original program.
*> 2026-10-15   rcp   record each run on the run-history file for the
*>                    operations status screen and the business date
*>                    advance.
*> -----------------------------------------------------------------
identification division.
program-id. closrpt.
author. r. c. peters.
installation. bams.
date-written. 2026-10-15.

environment division.
input-output section.
file-control.
    copy "CLSSEL.cpy".
    copy "ACCTSEL.cpy".
    copy "CUSSEL.cpy".
    copy "BDTSEL.cpy".
    copy "RHSSEL.cpy".
    select close-control-file assign to "CLSCNTL"
        organization is line sequential
        access mode is sequential
        file status is crc-file-status.
    select statement-print-file assign to "CLOSSTMT"
        organization is line sequential
        access mode is sequential
        file status is stm-print-status.
    select print-file assign to "CLOSRPT"
        organization is line sequential
        access mode is sequential
        file status is print-file-status.

data division.
file section.
    copy "CLSREC.cpy".
    copy "ACCTREC.cpy".
    copy "CUSREC.cpy".
    copy "BDTREC.cpy".
    copy "RHSREC.cpy".

    fd  close-control-file.
    01  crc-record.
        05  crc-last-date               pic 9(08).
        05  crc-last-time               pic 9(08).

    fd  statement-print-file.
    01  stm-print-line              pic x(80).

    fd  print-file.
    01  clr-header-line             pic x(120).
    01  clr-detail-line.
        05  clr-det-acct            pic x(10).
        05  filler                  pic x(02).
        05  clr-det-date            pic 9(08).
        05  filler                  pic x(01).
        05  clr-det-time            pic 9(06).
        05  filler                  pic x(02).
        05  clr-det-operator        pic x(08).
        05  filler                  pic x(02).
        05  clr-det-prior           pic -(9)9.99.
        05  filler                  pic x(02).
        05  clr-det-interest        pic -(9)9.99.
        05  filler                  pic x(02).
        05  clr-det-settled         pic -(9)9.99.
        05  filler                  pic x(02).
        05  clr-det-method          pic x(01).
        05  filler                  pic x(02).
        05  clr-det-to-acct         pic x(10).
        05  filler                  pic x(02).
        05  clr-det-orders          pic zz9.
        05  filler                  pic x(02).
        05  clr-det-note            pic x(16).

working-storage section.

01  cls-file-status             pic x(02).
01  acct-file-status            pic x(02).
01  cust-file-status            pic x(02).
01  bdt-file-status             pic x(02).
01  crc-file-status             pic x(02).
01  stm-print-status            pic x(02).
01  print-file-status           pic x(02).
01  rhs-file-status             pic x(02).

01  bdt-run-date                pic 9(08)   value zero.

01  clr-run-ok-sw               pic x(01)   value "Y".
    88  clr-run-ok                            value "Y".

01  clr-cls-at-end-sw           pic x(01)   value "N".
    88  clr-cls-at-end                        value "Y".

01  clr-cls-open-sw             pic x(01)   value "N".
    88  clr-cls-open                          value "Y".

01  clr-cust-unavail-sw         pic x(01)   value "N".
    88  clr-cust-unavailable                  value "Y".

*> the stamp of the last closure reported by the previous run, and
*> the newest stamp read tonight - written back at the end.
01  clr-last-date               pic 9(08)   value zero.

01  clr-last-time               pic 9(08)   value zero.

01  clr-high-date               pic 9(08)   value zero.

01  clr-high-time               pic 9(08)   value zero.

01  clr-time-parts.
    05  clr-time-hhmmss         pic 9(06).
    05  filler                  pic 9(02).

01  clr-closing-balance         pic s9(09)v99 value zero.

01  clr-amount-disp             pic -(9)9.99.

01  clr-records-read            pic 9(07)   value zero.

01  clr-closures                pic 9(07)   value zero.

01  clr-flagged                 pic 9(07)   value zero.

01  clr-orders-total            pic 9(07)   value zero.

01  clr-interest-total          pic s9(11)v99 value zero.

01  clr-payout-total            pic s9(11)v99 value zero.

01  clr-transfer-total          pic s9(11)v99 value zero.

01  clr-total-disp              pic -(11)9.99.

01  clr-count-disp              pic z(6)9.

    copy "RHSWORK.cpy".

procedure division.
*> =================================================================
*> 0000-mainline
*> controls overall flow of the closures run.
*> =================================================================
0000-mainline.
    move "CLOSRPT" to rhw-program-name
    perform 8600-start-run-history thru 8600-exit
    perform 1000-initialize thru 1000-exit
    if clr-run-ok
        perform 2000-report-closures thru 2000-exit
        perform 6000-write-totals thru 6000-exit
        perform 7000-write-control thru 7000-exit
        if clr-flagged > zero
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
*> establishes the business date, reads the control record, opens
*> the master files and both reports.
*> =================================================================
1000-initialize.
    perform 8800-get-business-date thru 8800-exit
    if bdt-run-date = zero
        display "CLOSRPT: RUN CONTROL FILE MISSING - RUN REFUSED"
        move "N" to clr-run-ok-sw
        move 16 to return-code
        go to 1000-exit
    end-if
    perform 1400-read-control thru 1400-exit
    open input account-master
    if acct-file-status not = "00"
        display "CLOSRPT: ACCOUNT MASTER OPEN FAILED - STATUS "
            acct-file-status
        move "N" to clr-run-ok-sw
        move 16 to return-code
        go to 1000-exit
    end-if
    open input customer-master
    if cust-file-status not = "00"
        display "CLOSRPT: NO CUSTOMER MASTER - STATUS "
            cust-file-status " - STATEMENTS PRINT WITHOUT ADDRESSES"
        set clr-cust-unavail-sw to "Y"
    end-if
    open output statement-print-file
    if stm-print-status not = "00"
        display "CLOSRPT: STATEMENT FILE OPEN FAILED - STATUS "
            stm-print-status
        move "N" to clr-run-ok-sw
        move 16 to return-code
        go to 1000-exit
    end-if
    open output print-file
    if print-file-status not = "00"
        display "CLOSRPT: PRINT FILE OPEN FAILED - STATUS "
            print-file-status
        move "N" to clr-run-ok-sw
        move 16 to return-code
        go to 1000-exit
    end-if
    move spaces to clr-header-line
    string "BAMS ACCOUNT CLOSURES REPORT - BUSINESS DATE "
            delimited by size
        bdt-run-date delimited by size
        into clr-header-line
    write clr-header-line
    move spaces to clr-header-line
    string "CLOSURES RECORDED AFTER " delimited by size
        clr-last-date delimited by size
        " " delimited by size
        clr-last-time delimited by size
        into clr-header-line
    write clr-header-line
    move spaces to clr-header-line
    write clr-header-line
    move spaces to clr-header-line
    string "ACCOUNT     CLOSED           OPERATOR " delimited by size
        " PRIOR BALANCE       INTEREST        SETTLED  "
            delimited by size
        "BY TO ACCOUNT  ORD  CHECK" delimited by size
        into clr-header-line
    write clr-header-line.
1000-exit.
    exit.

*> =================================================================
*> 1400-read-control
*> reads the stamp the previous run reported up to.  a missing
*> control file is a first run.
*> =================================================================
1400-read-control.
    move zero to crc-last-date
    move zero to crc-last-time
    open input close-control-file
    if crc-file-status = "00"
        read close-control-file
            at end
                move zero to crc-last-date
                move zero to crc-last-time
        end-read
        close close-control-file
    end-if
    if crc-last-date not numeric or crc-last-time not numeric
        move zero to crc-last-date
        move zero to crc-last-time
    end-if
    move crc-last-date to clr-last-date
    move crc-last-time to clr-last-time
    move crc-last-date to clr-high-date
    move crc-last-time to clr-high-time.
1400-exit.
    exit.

*> =================================================================
*> 2000-report-closures
*> reads the close-out file and reports every closure recorded
*> since the previous run.  a missing file means no account has
*> ever been closed out.
*> =================================================================
2000-report-closures.
    open input close-out-file
    if cls-file-status not = "00"
        display "CLOSRPT: NO CLOSE-OUT FILE - STATUS " cls-file-status
        set clr-cls-at-end to true
    else
        set clr-cls-open to true
    end-if
    perform 2100-closure-loop thru 2100-exit
        until clr-cls-at-end
    if clr-cls-open
        close close-out-file
    end-if
    if clr-closures = zero
        move "  NONE" to clr-header-line
        write clr-header-line
    end-if.
2000-exit.
    exit.

*> =================================================================
*> 2100-closure-loop
*> reads one close-out record and, if it is new tonight, prints
*> its statement and lists it.
*> =================================================================
2100-closure-loop.
    read close-out-file
        at end
            set clr-cls-at-end to true
            go to 2100-exit
    end-read
    add 1 to clr-records-read
    if cls-close-date < clr-last-date
        go to 2100-exit
    end-if
    if cls-close-date = clr-last-date
            and cls-close-time not > clr-last-time
        go to 2100-exit
    end-if
    if cls-close-date > clr-high-date
            or (cls-close-date = clr-high-date
                and cls-close-time > clr-high-time)
        move cls-close-date to clr-high-date
        move cls-close-time to clr-high-time
    end-if
    add 1 to clr-closures
    add cls-orders-cancelled to clr-orders-total
    add cls-interest-amount  to clr-interest-total
    if cls-settle-transfer
        add cls-settle-amount to clr-transfer-total
    else
        add cls-settle-amount to clr-payout-total
    end-if
    compute clr-closing-balance = cls-prior-balance
        + cls-interest-amount - cls-settle-amount
    perform 3000-print-statement thru 3000-exit
    perform 4000-list-closure thru 4000-exit.
2100-exit.
    exit.

*> =================================================================
*> 3000-print-statement
*> prints the customer's final closing statement on a new page.
*> =================================================================
3000-print-statement.
    move "BAMS FINAL CLOSING STATEMENT" to stm-print-line
    write stm-print-line after advancing page
    move spaces to stm-print-line
    string "ACCOUNT " delimited by size
        cls-acct-number delimited by size
        "  " delimited by size
        cls-acct-name delimited by size
        into stm-print-line
    write stm-print-line
    perform 3100-print-mailing-block thru 3100-exit
    move spaces to stm-print-line
    write stm-print-line
    move spaces to stm-print-line
    string "ACCOUNT CLOSED ON " delimited by size
        cls-close-date delimited by size
        into stm-print-line
    write stm-print-line
    move spaces to stm-print-line
    write stm-print-line
    move cls-prior-balance to clr-amount-disp
    move spaces to stm-print-line
    string "BALANCE BEFORE SETTLEMENT:  " delimited by size
        clr-amount-disp delimited by size
        into stm-print-line
    write stm-print-line
    move cls-interest-amount to clr-amount-disp
    move spaces to stm-print-line
    string "INTEREST CAPITALIZED:       " delimited by size
        clr-amount-disp delimited by size
        into stm-print-line
    write stm-print-line
    move cls-settle-amount to clr-amount-disp
    move spaces to stm-print-line
    if cls-settle-transfer
        string "TRANSFERRED TO ACCOUNT:     " delimited by size
            clr-amount-disp delimited by size
            "  " delimited by size
            cls-to-acct-number delimited by size
            into stm-print-line
    else
        string "PAID TO CUSTOMER:           " delimited by size
            clr-amount-disp delimited by size
            into stm-print-line
    end-if
    write stm-print-line
    move clr-closing-balance to clr-amount-disp
    move spaces to stm-print-line
    string "CLOSING BALANCE:            " delimited by size
        clr-amount-disp delimited by size
        into stm-print-line
    write stm-print-line
    move spaces to stm-print-line
    write stm-print-line
    move cls-orders-cancelled to clr-count-disp
    move spaces to stm-print-line
    string "STANDING ORDERS CANCELLED:  " delimited by size
        clr-count-disp delimited by size
        into stm-print-line
    write stm-print-line
    move "THIS ACCOUNT IS NOW CLOSED." to stm-print-line
    write stm-print-line.
3000-exit.
    exit.

*> =================================================================
*> 3100-print-mailing-block
*> prints the customer name, mailing address and phone under the
*> account heading, as stmtprnt does.  an account with no
*> customer link, a customer the link no longer finds, or a
*> missing customer file print a visible no-address line.
*> =================================================================
3100-print-mailing-block.
    if clr-cust-unavailable or cls-cust-number = spaces
        move "*** NO MAILING ADDRESS ON FILE ***"
            to stm-print-line
        write stm-print-line
        go to 3100-exit
    end-if
    move cls-cust-number to cust-number
    read customer-master
        invalid key
            move "*** NO MAILING ADDRESS ON FILE ***"
                to stm-print-line
            write stm-print-line
            go to 3100-exit
    end-read
    move spaces to stm-print-line
    string "MAIL TO: " delimited by size
        cust-name delimited by size
        into stm-print-line
    write stm-print-line
    move spaces to stm-print-line
    string "         " delimited by size
        cust-addr-line1 delimited by size
        into stm-print-line
    write stm-print-line
    if cust-addr-line2 not = spaces
        move spaces to stm-print-line
        string "         " delimited by size
            cust-addr-line2 delimited by size
            into stm-print-line
        write stm-print-line
    end-if
    if cust-addr-line3 not = spaces
        move spaces to stm-print-line
        string "         " delimited by size
            cust-addr-line3 delimited by size
            into stm-print-line
        write stm-print-line
    end-if
    if cust-phone not = spaces
        move spaces to stm-print-line
        string "         " delimited by size
            cust-phone delimited by size
            into stm-print-line
        write stm-print-line
    end-if.
3100-exit.
    exit.

*> =================================================================
*> 4000-list-closure
*> lists the closure on the operations report, checked against
*> account-master as it stands tonight.
*> =================================================================
4000-list-closure.
    move spaces to clr-detail-line
    move cls-close-time to clr-time-parts
    move cls-acct-number      to clr-det-acct
    move cls-close-date       to clr-det-date
    move clr-time-hhmmss      to clr-det-time
    move cls-operator-id      to clr-det-operator
    move cls-prior-balance    to clr-det-prior
    move cls-interest-amount  to clr-det-interest
    move cls-settle-amount    to clr-det-settled
    move cls-settle-method    to clr-det-method
    move cls-to-acct-number   to clr-det-to-acct
    move cls-orders-cancelled to clr-det-orders
    move "OK" to clr-det-note
    move cls-acct-number to acct-number
    read account-master
        invalid key
            move "NOT ON MASTER" to clr-det-note
        not invalid key
            if not acct-stat-closed
                move "NOT CLOSED" to clr-det-note
            else
                if acct-balance not = zero
                    move "BALANCE NOT ZERO" to clr-det-note
                end-if
            end-if
    end-read
    if clr-det-note not = "OK"
        add 1 to clr-flagged
    end-if
    write clr-detail-line.
4000-exit.
    exit.

*> =================================================================
*> 6000-write-totals
*> closes the report with the night's totals.
*> =================================================================
6000-write-totals.
    move spaces to clr-header-line
    write clr-header-line
    move clr-closures to clr-count-disp
    move spaces to clr-header-line
    string "ACCOUNTS CLOSED OUT        " delimited by size
        clr-count-disp delimited by size
        into clr-header-line
    write clr-header-line
    move clr-interest-total to clr-total-disp
    move spaces to clr-header-line
    string "INTEREST CAPITALIZED       " delimited by size
        clr-total-disp delimited by size
        into clr-header-line
    write clr-header-line
    move clr-payout-total to clr-total-disp
    move spaces to clr-header-line
    string "BALANCES PAID OUT          " delimited by size
        clr-total-disp delimited by size
        into clr-header-line
    write clr-header-line
    move clr-transfer-total to clr-total-disp
    move spaces to clr-header-line
    string "BALANCES TRANSFERRED       " delimited by size
        clr-total-disp delimited by size
        into clr-header-line
    write clr-header-line
    move clr-orders-total to clr-count-disp
    move spaces to clr-header-line
    string "STANDING ORDERS CANCELLED  " delimited by size
        clr-count-disp delimited by size
        into clr-header-line
    write clr-header-line
    move clr-flagged to clr-count-disp
    move spaces to clr-header-line
    string "CLOSURES FLAGGED           " delimited by size
        clr-count-disp delimited by size
        into clr-header-line
    write clr-header-line.
6000-exit.
    exit.

*> =================================================================
*> 7000-write-control
*> rewrites the control record with the stamp of the newest
*> closure read, so the next run starts after it.
*> =================================================================
7000-write-control.
    move spaces to crc-record
    move clr-high-date to crc-last-date
    move clr-high-time to crc-last-time
    open output close-control-file
    if crc-file-status not = "00"
        display "CLOSRPT: CLOSE CONTROL OPEN FAILED - STATUS "
            crc-file-status
        move 16 to return-code
        go to 7000-exit
    end-if
    write crc-record
    close close-control-file.
7000-exit.
    exit.

*> =================================================================
*> 9900-record-run-history
*> records the run on the run-history file - close-out records
*> read, closures reported and flagged, standing orders
*> cancelled and the balances settled.
*> =================================================================
9900-record-run-history.
    move clr-records-read to rhw-records-read
    move clr-closures     to rhw-records-written
    move clr-flagged      to rhw-records-rejected
    move clr-orders-total to rhw-control-count
    compute rhw-control-amount =
        clr-payout-total + clr-transfer-total
    perform 8650-write-run-history thru 8650-exit.
9900-exit.
    exit.

*> =================================================================
*> 9999-terminate
*> closes the files and reports the run counts.
*> =================================================================
9999-terminate.
    if clr-run-ok
        close account-master
        close customer-master
        close statement-print-file
        close print-file
    end-if
    display "CLOSRPT: BUSINESS DATE      " bdt-run-date
    display "CLOSRPT: RECORDS READ       " clr-records-read
    display "CLOSRPT: CLOSURES REPORTED  " clr-closures
    display "CLOSRPT: STANDING ORDERS    " clr-orders-total
    display "CLOSRPT: CLOSURES FLAGGED   " clr-flagged.
9999-exit.
    exit.

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

end program closrpt.
