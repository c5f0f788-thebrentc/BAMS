*> -----------------------------------------------------------------
*> program:      extprtn
*> author:       r. c. peters
*> installation: bams - bank account management system
*> date-written: 2026-10-15
*> -----------------------------------------------------------------
*> purpose:      nightly returned external payments.  loads the
*>               returns file from the clearing bank - payments
*>               sent on the outbound file that the beneficiary's
*>               bank bounced back.  the file is read twice, as
*>               txnbatch reads its intake: the first pass proves
*>               the header is present and the trailer's item
*>               count and hash total match what arrived, so
*>               nothing is credited from a short or corrupted
*>               transmission; the second pass matches each
*>               returned item to the payment it quotes on the
*>               external payment file.  a matched item credits
*>               the funds back to the debited account - an
*>               unposted type C log entry carrying the return
*>               reason code, under the business date, for
*>               eoddrive to apply tonight - and marks the payment
*>               returned, pointing at the credit.  an item that
*>               does not match what was sent credits nothing and
*>               is reported as a mismatch:
*>                 NF  no payment under the reference
*>                 NS  the payment was never sent
*>                 DP  the payment was already returned
*>                 AC  the account differs from the one sent
*>                 AM  the amount differs from the one sent
*>                 IV  reference or amount not numeric
*>               a matched item whose account has since been
*>               closed, gone dormant or been held, or is no
*>               longer on the master, is not credited either -
*>               eoddrive would only reject the credit - and the
*>               payment stays sent.  it is listed NOT CREDITED,
*>               with its own count and total, for operations to
*>               settle the funds by hand.  the report lists every
*>               return, every mismatch and every item not
*>               credited.  a return reason outside the published
*>               codes is credited as R9.  a control failure ends
*>               the run with return-code 8 and credits nothing;
*>               rc 4 when anything mismatched or was not
*>               credited.  no returns file, or an empty one, is a
*>               night with no returns.
*>
*>               control file (XPRCNTL), one record:
*>                 cols  1- 8  source of the last file loaded
*>                 cols  9-16  its header business date
*>                 cols 17-23  its trailer item count
*>                 cols 24-36  its trailer hash total
*>               a file whose header and trailer match the record
*>               has already been loaded and is skipped, so a
*>               resubmitted stream never credits a return twice.
*>               the record is rewritten at the end of each load.
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original program.
*> 2026-10-15   rcp   a return for a closed, dormant, held or missing
*>                    account is no longer credited and marked
*>                    returned; it is listed not credited with its own
*>                    count and total, and sets rc 4.
*> -----------------------------------------------------------------
identification division.
program-id. extprtn.
author. r. c. peters.
installation. bams.
date-written. 2026-10-15.

environment division.
input-output section.
file-control.
    copy "XPRSEL.cpy".
    copy "PAYSEL.cpy".
    copy "ACCTSEL.cpy".
    copy "TXNSEL.cpy".
    copy "BDTSEL.cpy".
    copy "RHSSEL.cpy".
    select return-control-file assign to "XPRCNTL"
        organization is line sequential
        access mode is sequential
        file status is xrc-file-status.
    select print-file assign to "XPRRPT"
        organization is line sequential
        access mode is sequential
        file status is print-file-status.

data division.
file section.
    copy "XPRREC.cpy".
    copy "PAYREC.cpy".
    copy "ACCTREC.cpy".
    copy "TXNREC.cpy".
    copy "BDTREC.cpy".
    copy "RHSREC.cpy".

    fd  return-control-file.
    01  xrc-record.
        05  xrc-source                  pic x(08).
        05  xrc-business-date           pic 9(08).
        05  xrc-item-count              pic 9(07).
        05  xrc-hash-total              pic 9(11)v99.

    fd  print-file.
    01  xrt-header-line             pic x(120).
    01  xrt-detail-line.
        05  xrt-det-ref             pic x(16).
        05  filler                  pic x(02).
        05  xrt-det-acct            pic x(10).
        05  filler                  pic x(02).
        05  xrt-det-amount          pic z(8)9.99.
        05  filler                  pic x(02).
        05  xrt-det-reason          pic x(02).
        05  filler                  pic x(02).
        05  xrt-det-outcome         pic x(12).
        05  filler                  pic x(02).
        05  xrt-det-note            pic x(36).

working-storage section.

01  xpr-file-status             pic x(02).
01  pay-file-status             pic x(02).
01  acct-file-status            pic x(02).
01  txn-file-status             pic x(02).
01  bdt-file-status             pic x(02).
01  xrc-file-status             pic x(02).
01  print-file-status           pic x(02).
01  rhs-file-status             pic x(02).

01  bdt-run-date                pic 9(08)   value zero.

01  xrt-run-ok-sw               pic x(01)   value "Y".
    88  xrt-run-ok                            value "Y".

01  xrt-controls-ok-sw          pic x(01)   value "Y".
    88  xrt-controls-ok                       value "Y".

01  xrt-no-returns-sw           pic x(01)   value "N".
    88  xrt-no-returns                        value "Y".

01  xrt-already-loaded-sw       pic x(01)   value "N".
    88  xrt-already-loaded                    value "Y".

01  xrt-at-end-sw               pic x(01)   value "N".
    88  xrt-at-end                            value "Y".

01  xrt-header-seen-sw          pic x(01)   value "N".
    88  xrt-header-seen                       value "Y".

01  xrt-trailer-seen-sw         pic x(01)   value "N".
    88  xrt-trailer-seen                      value "Y".

01  xrt-records-counted         pic 9(07)   value zero.

01  xrt-items-counted           pic 9(07)   value zero.

01  xrt-hash-total              pic 9(11)v99 value zero.

01  xrt-trl-item-count          pic 9(07)   value zero.

01  xrt-trl-hash-total          pic 9(11)v99 value zero.

01  xrt-source                  pic x(08)   value spaces.

01  xrt-business-date           pic 9(08)   value zero.

01  xrt-items-credited          pic 9(07)   value zero.

01  xrt-credited-amount         pic 9(11)v99 value zero.

01  xrt-items-mismatched        pic 9(07)   value zero.

01  xrt-items-uncredited        pic 9(07)   value zero.

01  xrt-uncredited-amount       pic 9(11)v99 value zero.

01  xrt-items-exceptions        pic 9(07)   value zero.

01  xrt-acct-exception          pic x(02)   value spaces.

01  xrt-mismatch                pic x(02)   value spaces.

01  xrt-credit-reason           pic x(02)   value spaces.

01  xrt-note                    pic x(36)   value spaces.

01  xrt-today-date              pic 9(08)   value zero.

01  xrt-now-time                pic 9(08)   value zero.

01  xrt-base-seq-no             pic 9(16)   value zero.

01  xrt-total-disp              pic z(10)9.99.

    copy "RHSWORK.cpy".

procedure division.
*> =================================================================
*> 0000-mainline
*> controls overall flow of the returned payments run.
*> =================================================================
0000-mainline.
    move "EXTPRTN" to rhw-program-name
    perform 8600-start-run-history thru 8600-exit
    perform 1000-initialize thru 1000-exit
    if xrt-run-ok
        perform 2000-control-pass thru 2000-exit
    end-if
    if xrt-run-ok and not xrt-controls-ok
        move "FILE FAILED ITS CONTROLS - NOTHING CREDITED"
            to xrt-header-line
        write xrt-header-line
        if return-code = zero
            move 8 to return-code
        end-if
    end-if
    if xrt-run-ok and xrt-controls-ok and not xrt-no-returns
        perform 2500-check-loaded thru 2500-exit
        if not xrt-already-loaded
            perform 3000-load-pass thru 3000-exit
        end-if
    end-if
    if xrt-run-ok and xrt-controls-ok
        perform 4000-write-totals thru 4000-exit
    end-if
    perform 9999-terminate thru 9999-exit
    perform 9900-record-run-history thru 9900-exit
    goback.

*> =================================================================
*> 1000-initialize
*> establishes the business date the credits will carry, captures
*> the run timestamp that seeds their sequence numbers and starts
*> the report.
*> =================================================================
1000-initialize.
    perform 8800-get-business-date thru 8800-exit
    if bdt-run-date = zero
        display "EXTPRTN: RUN CONTROL FILE MISSING - RUN REFUSED"
        move "N" to xrt-run-ok-sw
        move 16 to return-code
        go to 1000-exit
    end-if
    accept xrt-today-date from date yyyymmdd
    accept xrt-now-time   from time
    compute xrt-base-seq-no =
        xrt-today-date * 100000000 + xrt-now-time
    open output print-file
    move spaces to xrt-header-line
    string "BAMS RETURNED EXTERNAL PAYMENTS - BUSINESS DATE "
            delimited by size
        bdt-run-date delimited by size
        into xrt-header-line
    write xrt-header-line
    move spaces to xrt-header-line
    string "REFERENCE         ACCOUNT            AMOUNT  RC  "
            delimited by size
        "OUTCOME       NOTE" delimited by size
        into xrt-header-line
    write xrt-header-line.
1000-exit.
    exit.

*> =================================================================
*> 2000-control-pass
*> first pass over the returns file - proves the header is
*> present and the trailer's item count and hash total agree with
*> the detail records that actually arrived, before anything is
*> credited.  a missing or empty file is a night with no returns.
*> =================================================================
2000-control-pass.
    open input returned-payment-file
    if xpr-file-status = "05" or xpr-file-status = "35"
        set xrt-no-returns to true
        go to 2000-exit
    end-if
    if xpr-file-status not = "00"
        display "EXTPRTN: RETURNS FILE OPEN FAILED - STATUS "
            xpr-file-status
        move "N" to xrt-controls-ok-sw
        go to 2000-exit
    end-if
    perform 2100-control-loop thru 2100-exit
        until xrt-at-end
    close returned-payment-file
    if xrt-records-counted = zero
        set xrt-no-returns to true
        go to 2000-exit
    end-if
    if not xrt-header-seen
        display "EXTPRTN: HEADER RECORD MISSING"
        move "N" to xrt-controls-ok-sw
    end-if
    if not xrt-trailer-seen
        display "EXTPRTN: TRAILER RECORD MISSING"
        move "N" to xrt-controls-ok-sw
    end-if
    if xrt-trailer-seen
        if xrt-trl-item-count not = xrt-items-counted
            display "EXTPRTN: ITEM COUNT MISMATCH - TRAILER "
                xrt-trl-item-count " COUNTED " xrt-items-counted
            move "N" to xrt-controls-ok-sw
        end-if
        if xrt-trl-hash-total not = xrt-hash-total
            display "EXTPRTN: HASH TOTAL MISMATCH - TRAILER "
                xrt-trl-hash-total " COMPUTED " xrt-hash-total
            move "N" to xrt-controls-ok-sw
        end-if
    end-if.
2000-exit.
    exit.

*> =================================================================
*> 2100-control-loop
*> reads one returns record on the control pass, counting and
*> hashing the detail items.  an unreadable amount hashes as zero
*> here and is reported item by item on the load pass.
*> =================================================================
2100-control-loop.
    read returned-payment-file
        at end
            set xrt-at-end to true
        not at end
            add 1 to xrt-records-counted
            evaluate true
                when xpr-is-header
                    set xrt-header-seen to true
                    move xpr-hdr-source to xrt-source
                    if xpr-hdr-business-date-x numeric
                            and xpr-hdr-business-date not = zero
                        move xpr-hdr-business-date
                            to xrt-business-date
                    else
                        display "EXTPRTN: HEADER BUSINESS DATE "
                            "INVALID"
                        move "N" to xrt-controls-ok-sw
                    end-if
                when xpr-is-trailer
                    set xrt-trailer-seen to true
                    move xpr-trl-item-count to xrt-trl-item-count
                    move xpr-trl-hash-total to xrt-trl-hash-total
                when xpr-is-detail
                    add 1 to xrt-items-counted
                    if xpr-det-amount-x is numeric
                        add xpr-det-amount to xrt-hash-total
                    end-if
                when other
                    display "EXTPRTN: UNRECOGNIZED RECORD TYPE"
                    move "N" to xrt-controls-ok-sw
            end-evaluate
    end-read.
2100-exit.
    exit.

*> =================================================================
*> 2500-check-loaded
*> compares the file's header and trailer with the last file
*> loaded.  a match has already been credited and is skipped.
*> =================================================================
2500-check-loaded.
    open input return-control-file
    if xrc-file-status not = "00"
        go to 2500-exit
    end-if
    read return-control-file
        at end
            close return-control-file
            go to 2500-exit
    end-read
    close return-control-file
    if xrc-source = xrt-source
            and xrc-business-date = xrt-business-date
            and xrc-item-count = xrt-trl-item-count
            and xrc-hash-total = xrt-trl-hash-total
        set xrt-already-loaded to true
        display "EXTPRTN: FILE ALREADY LOADED - SKIPPED"
        move "FILE ALREADY LOADED ON AN EARLIER RUN - NOTHING CREDITED"
            to xrt-header-line
        write xrt-header-line
    end-if.
2500-exit.
    exit.

*> =================================================================
*> 3000-load-pass
*> second pass - matches each returned item to the payment sent
*> and credits it back, or reports it as a mismatch.
*> =================================================================
3000-load-pass.
    open i-o external-payment-file
    if pay-file-status not = "00"
        display "EXTPRTN: EXTERNAL PAYMENT FILE OPEN FAILED - "
            "STATUS " pay-file-status
        move 16 to return-code
        go to 3000-exit
    end-if
    open input account-master
    if acct-file-status not = "00"
        display "EXTPRTN: ACCOUNT MASTER OPEN FAILED - STATUS "
            acct-file-status
        close external-payment-file
        move 16 to return-code
        go to 3000-exit
    end-if
    open extend transaction-log
    if txn-file-status = "05" or txn-file-status = "35"
        open output transaction-log
    end-if
    open input returned-payment-file
    move "N" to xrt-at-end-sw
    perform 3100-load-loop thru 3100-exit
        until xrt-at-end
    close returned-payment-file
    close external-payment-file
    close account-master
    close transaction-log
    if (xrt-items-mismatched > zero or xrt-items-uncredited > zero)
            and return-code = zero
        move 4 to return-code
    end-if
    if return-code < 16
        perform 7000-write-control thru 7000-exit
    end-if.
3000-exit.
    exit.

*> =================================================================
*> 3100-load-loop
*> reads one returns record on the load pass and matches and
*> routes the detail items.
*> =================================================================
3100-load-loop.
    read returned-payment-file
        at end
            set xrt-at-end to true
        not at end
            if xpr-is-detail
                perform 3200-match-item thru 3200-exit
                if xrt-mismatch = spaces
                    perform 3300-credit-return thru 3300-exit
                else
                    perform 3400-report-mismatch thru 3400-exit
                end-if
            end-if
    end-read.
3100-exit.
    exit.

*> =================================================================
*> 3200-match-item
*> finds the payment the item quotes and checks it was sent, is
*> not yet returned, and went from the same account for the same
*> amount.  leaves the payment in pay-record.
*> =================================================================
3200-match-item.
    move spaces to xrt-mismatch
    if xpr-det-payment-ref-x not numeric
            or xpr-det-amount-x not numeric
        move "IV" to xrt-mismatch
        go to 3200-exit
    end-if
    move xpr-det-payment-ref to pay-seq-no
    read external-payment-file
        invalid key
            move "NF" to xrt-mismatch
            go to 3200-exit
    end-read
    if pay-stat-returned
        move "DP" to xrt-mismatch
        go to 3200-exit
    end-if
    if not pay-stat-sent
        move "NS" to xrt-mismatch
        go to 3200-exit
    end-if
    if pay-acct-number not = xpr-det-acct-number
        move "AC" to xrt-mismatch
        go to 3200-exit
    end-if
    if pay-amount not = xpr-det-amount
        move "AM" to xrt-mismatch
    end-if.
3200-exit.
    exit.

*> =================================================================
*> 3300-credit-return
*> appends the credit back to the account, unposted under the
*> business date for eoddrive, and marks the payment returned.
*> the sequence number is the run timestamp plus the item
*> ordinal, as txnbatch numbers its items.  an account eoddrive
*> would refuse the credit for is passed to 3500 instead.
*> =================================================================
3300-credit-return.
    move spaces to xrt-note
    if xpr-reason-known
        move xpr-det-reason to xrt-credit-reason
    else
        move "R9" to xrt-credit-reason
        string "REASON " delimited by size
            xpr-det-reason delimited by size
            " CREDITED AS R9" delimited by size
            into xrt-note
    end-if
    move spaces to xrt-acct-exception
    move pay-acct-number to acct-number
    read account-master
        invalid key
            move "NF" to xrt-acct-exception
        not invalid key
            evaluate true
                when acct-stat-closed
                    move "CL" to xrt-acct-exception
                when acct-stat-dormant
                    move "DM" to xrt-acct-exception
                when acct-stat-hold
                    move "HD" to xrt-acct-exception
                when other
                    continue
            end-evaluate
    end-read
    if xrt-acct-exception not = spaces
        perform 3500-report-uncredited thru 3500-exit
        go to 3300-exit
    end-if
    add 1 to xrt-items-credited
    add pay-amount to xrt-credited-amount
    compute txn-seq-no = xrt-base-seq-no + xrt-items-credited
    move pay-acct-number     to txn-acct-number
    set txn-type-credit      to true
    move pay-amount          to txn-amount
    move bdt-run-date        to txn-date
    move xrt-now-time        to txn-time
    set txn-is-unposted      to true
    move zero to txn-orig-seq-no
    move "N" to txn-reversed-sw
    move xrt-credit-reason   to txn-reason-code
    move zero to txn-partner-seq-no
    move spaces to txn-counterpart-acct
    move xrt-source          to txn-operator-id
    move spaces to txn-checker-id
    write txn-record
    set pay-stat-returned    to true
    move bdt-run-date        to pay-return-date
    move xrt-credit-reason   to pay-return-reason
    move txn-seq-no          to pay-return-seq-no
    rewrite pay-record
        invalid key
            display "EXTPRTN: REWRITE FAILED " pay-seq-no
            move 16 to return-code
    end-rewrite
    move spaces to xrt-detail-line
    move xpr-det-payment-ref-x to xrt-det-ref
    move pay-acct-number       to xrt-det-acct
    move pay-amount            to xrt-det-amount
    move xrt-credit-reason     to xrt-det-reason
    move "CREDITED"            to xrt-det-outcome
    move xrt-note              to xrt-det-note
    write xrt-detail-line.
3300-exit.
    exit.

*> =================================================================
*> 3400-report-mismatch
*> reports one item that does not match what was sent.  nothing
*> is credited.
*> =================================================================
3400-report-mismatch.
    add 1 to xrt-items-mismatched
    move spaces to xrt-detail-line
    move xpr-det-payment-ref-x to xrt-det-ref
    move xpr-det-acct-number   to xrt-det-acct
    if xpr-det-amount-x numeric
        move xpr-det-amount    to xrt-det-amount
    end-if
    move xpr-det-reason        to xrt-det-reason
    string "MISMATCH " delimited by size
        xrt-mismatch delimited by size
        into xrt-det-outcome
    evaluate xrt-mismatch
        when "NF"
            move "NO PAYMENT UNDER THIS REFERENCE" to xrt-det-note
        when "NS"
            move "PAYMENT WAS NEVER SENT" to xrt-det-note
        when "DP"
            move "PAYMENT ALREADY RETURNED" to xrt-det-note
        when "AC"
            string "SENT FROM ACCOUNT " delimited by size
                pay-acct-number delimited by size
                into xrt-det-note
        when "AM"
            move pay-amount to xrt-total-disp
            string "SENT FOR " delimited by size
                xrt-total-disp delimited by size
                into xrt-det-note
        when other
            move "REFERENCE OR AMOUNT NOT NUMERIC" to xrt-det-note
    end-evaluate
    write xrt-detail-line.
3400-exit.
    exit.

*> =================================================================
*> 3500-report-uncredited
*> reports one matched item whose account cannot take the credit
*> back.  nothing is written to the log and the payment stays
*> sent; operations settles the funds by hand.
*> =================================================================
3500-report-uncredited.
    add 1 to xrt-items-uncredited
    add pay-amount to xrt-uncredited-amount
    move spaces to xrt-detail-line
    move xpr-det-payment-ref-x to xrt-det-ref
    move pay-acct-number       to xrt-det-acct
    move pay-amount            to xrt-det-amount
    move xpr-det-reason        to xrt-det-reason
    move "NOT CREDITED"        to xrt-det-outcome
    evaluate xrt-acct-exception
        when "CL"
            move "ACCOUNT CLOSED - REFER TO OPERATIONS"
                to xrt-det-note
        when "DM"
            move "ACCOUNT DORMANT - REFER TO OPERATIONS"
                to xrt-det-note
        when "HD"
            move "ACCOUNT HELD - REFER TO OPERATIONS"
                to xrt-det-note
        when other
            move "ACCOUNT NOT ON MASTER - REFER TO OPS"
                to xrt-det-note
    end-evaluate
    write xrt-detail-line.
3500-exit.
    exit.

*> =================================================================
*> 4000-write-totals
*> prints the night's counts, or a none line on a night with no
*> returns so the run is provably made.
*> =================================================================
4000-write-totals.
    if xrt-no-returns
        move "NO RETURNED PAYMENTS RECEIVED" to xrt-header-line
        write xrt-header-line
        go to 4000-exit
    end-if
    move xrt-credited-amount to xrt-total-disp
    move spaces to xrt-header-line
    string "RETURNS CREDITED: " delimited by size
        xrt-items-credited delimited by size
        "   AMOUNT: " delimited by size
        xrt-total-disp delimited by size
        "   MISMATCHES: " delimited by size
        xrt-items-mismatched delimited by size
        into xrt-header-line
    write xrt-header-line
    move xrt-uncredited-amount to xrt-total-disp
    move spaces to xrt-header-line
    string "NOT CREDITED:     " delimited by size
        xrt-items-uncredited delimited by size
        "   AMOUNT: " delimited by size
        xrt-total-disp delimited by size
        into xrt-header-line
    write xrt-header-line.
4000-exit.
    exit.

*> =================================================================
*> 7000-write-control
*> records the header and trailer of the file just loaded, so a
*> rerun over the same file skips it.
*> =================================================================
7000-write-control.
    move spaces to xrc-record
    move xrt-source         to xrc-source
    move xrt-business-date  to xrc-business-date
    move xrt-trl-item-count to xrc-item-count
    move xrt-trl-hash-total to xrc-hash-total
    open output return-control-file
    if xrc-file-status not = "00"
        display "EXTPRTN: RETURN CONTROL OPEN FAILED - STATUS "
            xrc-file-status
        move 16 to return-code
        go to 7000-exit
    end-if
    write xrc-record
    close return-control-file.
7000-exit.
    exit.

*> =================================================================
*> 9900-record-run-history
*> records the run on the run-history file - items in the file,
*> credited, and mismatched or not credited, and the amount
*> credited.
*> =================================================================
9900-record-run-history.
    compute xrt-items-exceptions =
        xrt-items-mismatched + xrt-items-uncredited
    move xrt-items-counted    to rhw-records-read
    move xrt-items-credited   to rhw-records-written
    move xrt-items-exceptions to rhw-records-rejected
    move xrt-items-credited   to rhw-control-count
    move xrt-credited-amount  to rhw-control-amount
    perform 8650-write-run-history thru 8650-exit.
9900-exit.
    exit.

*> =================================================================
*> 9999-terminate
*> closes the report and reports the run counts.
*> =================================================================
9999-terminate.
    if xrt-run-ok
        close print-file
    end-if
    display "EXTPRTN: SOURCE            " xrt-source
    display "EXTPRTN: SENDER DATE       " xrt-business-date
    display "EXTPRTN: BUSINESS DATE     " bdt-run-date
    display "EXTPRTN: ITEMS IN FILE     " xrt-items-counted
    display "EXTPRTN: RETURNS CREDITED  " xrt-items-credited
    display "EXTPRTN: MISMATCHES        " xrt-items-mismatched
    display "EXTPRTN: NOT CREDITED      " xrt-items-uncredited.
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

end program extprtn.
