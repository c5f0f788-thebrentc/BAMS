*>                    can actually be mailed.  an account with no
*>                    customer link, or a missing customer file,
*>                    prints a visible no-address line instead.
*> 2026-10-15   rcp   carry the reason code through the sort and the
*>                    work file, and describe type F service charges
*>                    by kind of fee and a reversed charge as a fee
*>                    refund.
*> 2026-10-15   rcp   describe the balance paid out at account close-out
*>                    as a close-out payout.
*> 2026-10-15   rcp   record each run on the run-history file for the
*>                    operations status screen and the business date
*>                    advance.  the business date is read only to stamp
*>                    the history record - the run does not depend on
*>                    it.
*> 2026-10-15   rcp   describe the debit of an external payment as an
*>                    external payment, and the credit of one returned
*>                    by the beneficiary's bank as a payment returned.
*> 2026-10-15   rcp   describe the remittance debit of an escheated
*>                    account, reason ES, as escheated to state.  the
*>                    holding account's credit leg still reads as a
*>                    transfer from the escheated account.
*> -----------------------------------------------------------------
identification division.
program-id. stmtprnt.
    copy "TXNSEL.cpy".
    copy "ARCSEL.cpy".
    copy "CUSSEL.cpy".
    copy "BDTSEL.cpy".
    copy "RHSSEL.cpy".
    select sort-work-file assign to "SORTWK1".
    select statement-work-file assign to "STMTWORK"
        organization is sequential
    copy "TXNREC.cpy".
    copy "ARCREC.cpy".
    copy "CUSREC.cpy".
    copy "BDTREC.cpy".
    copy "RHSREC.cpy".

    sd  sort-work-file.
    01  srt-record.
        05  srt-signed-amount           pic s9(09)v99.
        05  srt-orig-seq-no             pic 9(16).
        05  srt-counterpart             pic x(10).
        05  srt-reason-code             pic x(02).
            88  srt-reason-fee              value "FM" "FD" "FL"
                                             "FR".

    fd  statement-work-file.
    01  swk-record.
        05  swk-signed-amount           pic s9(09)v99.
        05  swk-orig-seq-no             pic 9(16).
        05  swk-counterpart             pic x(10).
        05  swk-reason-code             pic x(02).
            88  swk-reason-fee              value "FM" "FD" "FL"
                                             "FR".
            88  swk-reason-ext-return       value "R1" "R2" "R3"
                                             "R4" "R5" "R6"
                                             "R9".

    fd  statement-print-file.
    01  stm-print-line              pic x(80).
01  stm-print-status            pic x(02).
01  arc-file-status             pic x(02).
01  cust-file-status            pic x(02).
01  bdt-file-status             pic x(02).
01  rhs-file-status             pic x(02).

01  bdt-run-date                pic 9(08)   value zero.

01  stm-cust-unavail-sw         pic x(01)   value "N".
    88  stm-cust-unavailable                  value "Y".

01  stm-lines-printed           pic 9(07)   value zero.

01  stm-entries-read            pic 9(09)   value zero.

    copy "RHSWORK.cpy".

procedure division.
*> =================================================================
*> 0000-mainline
*> controls overall flow of the statement run.
*> =================================================================
0000-mainline.
    move "STMTPRNT" to rhw-program-name
    perform 8600-start-run-history thru 8600-exit
    perform 8800-get-business-date thru 8800-exit
    perform 1000-initialize thru 1000-exit
    if stm-params-ok
        sort sort-work-file
        move 8 to return-code
    end-if
    perform 9999-terminate thru 9999-exit
    perform 9900-record-run-history thru 9900-exit
    goback.

*> =================================================================
*> credit leg unchanged.
*> =================================================================
2150-release-if-wanted.
    add 1 to stm-entries-read
    if txn-is-posted and txn-date <= stm-end-date
            and (stm-acct-request = spaces
                or stm-acct-request = txn-acct-number)
        end-if
        move txn-orig-seq-no to srt-orig-seq-no
        move txn-counterpart-acct to srt-counterpart
        move txn-reason-code to srt-reason-code
        release srt-record
    end-if.
2150-exit.
        move "INTEREST" to stm-det-desc
        go to 6435-exit
    end-if
    if swk-txn-type = "F"
            or (swk-txn-type = "R" and swk-reason-fee)
        perform 6436-describe-fee thru 6436-exit
        go to 6435-exit
    end-if
    if swk-reason-code = "CO" and swk-counterpart = spaces
        move "CLOSE-OUT PAYOUT" to stm-det-desc
        go to 6435-exit
    end-if
    if swk-reason-code = "XP" and swk-txn-type = "D"
        move "EXTERNAL PAYMENT" to stm-det-desc
        go to 6435-exit
    end-if
    if swk-reason-ext-return and swk-txn-type = "C"
        move "PAYMENT RETURNED" to stm-det-desc
        go to 6435-exit
    end-if
    if swk-reason-code = "ES" and swk-txn-type = "D"
        move "ESCHEATED TO STATE" to stm-det-desc
        go to 6435-exit
    end-if
    if swk-counterpart not = spaces
        if swk-txn-type = "D"
            string "XFER TO " delimited by size
6435-exit.
    exit.

*> =================================================================
*> 6436-describe-fee
*> names the kind of service charge from the reason code - a
*> reversal of a charge is a refund.
*> =================================================================
6436-describe-fee.
    evaluate swk-reason-code
        when "FM"
            move "FEE MONTHLY" to stm-det-desc
        when "FD"
            move "FEE DEBIT ITEMS" to stm-det-desc
        when "FL"
            move "FEE LOW BALANCE" to stm-det-desc
        when other
            move "FEE REFUSED ITEM" to stm-det-desc
    end-evaluate
    if swk-txn-type = "R"
        move "FEE REFUND" to stm-det-desc
    end-if.
6436-exit.
    exit.

*> =================================================================
*> 6450-drain-account-work
*> passes over the work records of an account outside a
6450-exit.
    exit.

*> =================================================================
*> 9900-record-run-history
*> records the run on the run-history file - log and archive
*> entries read, statements and lines printed.
*> =================================================================
9900-record-run-history.
    move stm-entries-read       to rhw-records-read
    move stm-statements-printed to rhw-records-written
    move stm-lines-printed      to rhw-control-count
    perform 8650-write-run-history thru 8650-exit.
9900-exit.
    exit.

*> =================================================================
*> 9999-terminate
*> closes the files and reports the run counts.
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

end program stmtprnt.
