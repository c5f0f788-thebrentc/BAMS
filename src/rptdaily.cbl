*>                    anonymous debit and credit.
*> 2026-09-01   rcp   label type I capitalization entries INTEREST
*>                    in the description column.
*> 2026-10-15   rcp   describe type F service charges by kind of fee,
*>                    and a reversal carrying a fee reason code as a
*>                    fee refund; fees charged and refunded are
*>                    counted and totalled on their own line.
*> 2026-10-15   rcp   record each run on the run-history file for the
*>                    operations status screen and the business date
*>                    advance.
*> -----------------------------------------------------------------
identification division.
program-id. rptdaily is initial program.
    copy "ACCTSEL.cpy".
    copy "TXNSEL.cpy".
    copy "BDTSEL.cpy".
    copy "RHSSEL.cpy".
    select print-file assign to "RPTDAILY"
        organization is line sequential
        access mode is sequential
    copy "ACCTREC.cpy".
    copy "TXNREC.cpy".
    copy "BDTREC.cpy".
    copy "RHSREC.cpy".

    fd  print-file.
    01  rpt-header-line             pic x(90).
01  txn-file-status             pic x(02).
01  print-file-status           pic x(02).
01  bdt-file-status             pic x(02).
01  rhs-file-status             pic x(02).

01  bdt-run-date                pic 9(08)   value zero.


01  rpt-reversal-count          pic 9(07)   value zero.

01  rpt-fee-count               pic 9(07)   value zero.

01  rpt-fee-total               pic s9(09)v99 value zero.

01  rpt-fee-refund-count        pic 9(07)   value zero.

01  rpt-fee-refund-total        pic s9(09)v99 value zero.

01  rpt-fee-total-disp          pic -(9)9.99.

01  rpt-acct-count               pic 9(07)   value zero.

01  rpt-at-end-sw                 pic x(01)   value "N".
01  rpt-run-ok-sw                  pic x(01)   value "Y".
    88  rpt-run-ok                               value "Y".

    copy "RHSWORK.cpy".

procedure division.
*> =================================================================
*> 0000-mainline
*> controls overall flow of the daily activity report.
*> =================================================================
0000-mainline.
    move "RPTDAILY" to rhw-program-name
    perform 8600-start-run-history thru 8600-exit
    perform 1000-initialize thru 1000-exit
    if rpt-run-ok
        perform 2000-detail-section thru 2000-exit
        move 16 to return-code
    end-if
    perform 9999-terminate thru 9999-exit
    perform 9900-record-run-history thru 9900-exit
    goback.

*> =================================================================
    else
        add 1 to rpt-txn-count
    end-if
    if txn-type-fee
        add 1 to rpt-fee-count
        add txn-amount to rpt-fee-total
    end-if
    if txn-type-reversal and txn-reason-fee
        add 1 to rpt-fee-refund-count
        add txn-amount to rpt-fee-refund-total
    end-if
    move spaces to rpt-detail-line
    move txn-acct-number to rpt-det-acct
    move txn-type         to rpt-det-type
        move "INTEREST" to rpt-det-desc
        go to 2150-exit
    end-if
    if txn-type-fee or (txn-type-reversal and txn-reason-fee)
        perform 2160-describe-fee thru 2160-exit
        go to 2150-exit
    end-if
    if txn-partner-seq-no not = zero
        if txn-type-debit
            string "XFER TO " delimited by size
2150-exit.
    exit.

*> =================================================================
*> 2160-describe-fee
*> names the kind of service charge from the reason code - a
*> reversal of a charge is a refund.
*> =================================================================
2160-describe-fee.
    evaluate txn-reason-code
        when "FM"
            move "FEE MONTHLY" to rpt-det-desc
        when "FD"
            move "FEE DEBIT ITEMS" to rpt-det-desc
        when "FL"
            move "FEE LOW BALANCE" to rpt-det-desc
        when other
            move "FEE REFUSED ITEM" to rpt-det-desc
    end-evaluate
    if txn-type-reversal
        move "FEE REFUND" to rpt-det-desc
    end-if.
2160-exit.
    exit.

*> =================================================================
*> 3000-balance-section
*> reads account-master and prints a trial-balance line per
        rpt-acct-count delimited by size
        into rpt-header-line
    write rpt-header-line
    move rpt-fee-total to rpt-fee-total-disp
    move spaces to rpt-header-line
    string "FEES CHARGED: " delimited by size
        rpt-fee-count delimited by size
        "   AMOUNT: " delimited by size
        rpt-fee-total-disp delimited by size
        into rpt-header-line
    write rpt-header-line
    move rpt-fee-refund-total to rpt-fee-total-disp
    move spaces to rpt-header-line
    string "FEES REFUNDED: " delimited by size
        rpt-fee-refund-count delimited by size
        "   AMOUNT: " delimited by size
        rpt-fee-total-disp delimited by size
        into rpt-header-line
    write rpt-header-line
    move rpt-running-total to rpt-running-total-disp
    move spaces to rpt-header-line
    string "NET CHANGE FOR THE DAY: " delimited by size
4000-exit.
    exit.

*> =================================================================
*> 9900-record-run-history
*> records the run on the run-history file - entries read,
*> accounts reported and the running total.
*> =================================================================
9900-record-run-history.
    move rpt-txn-count     to rhw-records-read
    move rpt-acct-count    to rhw-control-count
    move rpt-running-total to rhw-control-amount
    perform 8650-write-run-history thru 8650-exit.
9900-exit.
    exit.

*> =================================================================
*> 9999-terminate
*> closes all files used by the report.
*> =================================================================
    copy "BDTGET.cpy".

*> =================================================================
*> 8600-start-run-history
*> shared run-history paragraphs - see copybooks/rhslog.cpy.
*> =================================================================
    copy "RHSLOG.cpy".

end program rptdaily.
