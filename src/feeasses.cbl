*> -----------------------------------------------------------------
*> program:      feeasses
*> author:       r. c. peters
*> installation: bams - bank account management system
*> date-written: 2026-10-15
*> -----------------------------------------------------------------
*> purpose:      nightly and month-end service charge assessment.
*>               prices every active account's charges from the
*>               fee schedule table row for its product type and
*>               writes each charge to transaction-log as an
*>               unposted type F entry, the kind of charge in the
*>               reason code, for the next night's eoddrive to
*>               apply under its normal posting controls - the
*>               same way stogen and intcapit load their entries.
*>
*>               every night: FR, the refused-item charge, for
*>               each entry eoddrive refused to the reject file
*>               under the business date.  a refused fee is never
*>               itself charged for.
*>
*>               month-end - the last business day of the month,
*>               judged from the weekends and the processing
*>               calendar the way advdate rolls the date - also:
*>               FM, the monthly maintenance charge; FD, the item
*>               charge for each posted debit in the month beyond
*>               the product's free allowance (fees, interest
*>               claw-backs and reversed items do not count); and
*>               FL, the low-balance charge, when the month-end
*>               balance stands below the product's minimum.
*>
*>               a charge covered by an active supervisor waiver
*>               on the fee waiver file is passed over, and the
*>               waiver's running count and amount are updated.
*>               every charge made and every charge waived prints
*>               on the fee assessment report.
*>
*>               a small control file remembers the last business
*>               date and the last month assessed, so a rerun of
*>               the nightly stream never charges the same night
*>               or the same month twice.
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original program.
*> 2026-10-15   rcp   record each run on the run-history file for the
*>                    operations status screen and the business date
*>                    advance.
*> 2026-10-15   rcp   find the waiver grant in force by browsing the
*>                    account's grants for the fee code - each grant
*>                    is now a record of its own.
*> 2026-10-15   rcp   no refused-item fee for the trail leg of a
*>                    refused transfer - the receiving account did
*>                    nothing that was refused.
*> -----------------------------------------------------------------
identification division.
program-id. feeasses.
author. r. c. peters.
installation. bams.
date-written. 2026-10-15.

environment division.
input-output section.
file-control.
    copy "ACCTSEL.cpy".
    copy "TXNSEL.cpy".
    copy "REJSEL.cpy".
    copy "FEESEL.cpy".
    copy "FWVSEL.cpy".
    copy "CALSEL.cpy".
    copy "BDTSEL.cpy".
    copy "RHSSEL.cpy".
    select fee-control-file assign to "FEECNTL"
        organization is line sequential
        access mode is sequential
        file status is fct-file-status.
    select print-file assign to "FEERPT"
        organization is line sequential
        access mode is sequential
        file status is print-file-status.
    select sort-work-file assign to "SORTWK1".

data division.
file section.
    copy "ACCTREC.cpy".
    copy "TXNREC.cpy".
    copy "REJREC.cpy".
    copy "FEEREC.cpy".
    copy "FWVREC.cpy".
    copy "CALREC.cpy".
    copy "BDTREC.cpy".
    copy "RHSREC.cpy".

    fd  fee-control-file.
    01  fct-record.
        05  fct-last-daily-date         pic 9(08).
        05  filler                      pic x(02).
        05  fct-last-month              pic 9(06).

    fd  print-file.
    01  fas-header-line             pic x(90).
    01  fas-detail-line.
        05  fas-det-acct            pic x(10).
        05  filler                  pic x(02).
        05  fas-det-product         pic x(02).
        05  filler                  pic x(02).
        05  fas-det-fee-code        pic x(02).
        05  filler                  pic x(02).
        05  fas-det-items           pic z(4)9.
        05  filler                  pic x(02).
        05  fas-det-amount          pic -(7)9.99.
        05  filler                  pic x(02).
        05  fas-det-action          pic x(08).
        05  filler                  pic x(02).
        05  fas-det-waiver-reason   pic x(20).

    sd  sort-work-file.
    01  srt-record.
        05  srt-acct-number             pic x(10).
        05  srt-kind                    pic x(01).
            88  srt-is-debit-item            value "D".
            88  srt-is-refused-item          value "R".

working-storage section.

01  acct-file-status            pic x(02).
01  txn-file-status             pic x(02).
01  rej-file-status             pic x(02).
01  fee-file-status             pic x(02).
01  fwv-file-status             pic x(02).
01  cal-file-status             pic x(02).
01  bdt-file-status             pic x(02).
01  fct-file-status             pic x(02).
01  print-file-status           pic x(02).
01  rhs-file-status             pic x(02).

01  bdt-run-date                pic 9(08)   value zero.

01  fas-run-date-parts.
    05  fas-run-year            pic 9(04).
    05  fas-run-month           pic 9(02).
    05  fas-run-day             pic 9(02).

01  fas-run-month-x redefines fas-run-date-parts.
    05  fas-run-yyyymm          pic 9(06).
    05  filler                  pic 9(02).

01  fas-run-ok-sw               pic x(01)   value "Y".
    88  fas-run-ok                            value "Y".

01  fas-daily-sw                pic x(01)   value "N".
    88  fas-daily-wanted                      value "Y".

01  fas-month-sw                pic x(01)   value "N".
    88  fas-month-wanted                      value "Y".

01  fas-month-end-sw            pic x(01)   value "N".
    88  fas-is-month-end                      value "Y".

01  fas-waivers-sw              pic x(01)   value "N".
    88  fas-waivers-available                 value "Y".

01  fas-txn-open-sw             pic x(01)   value "N".
    88  fas-txn-open                          value "Y".

01  fas-fee-table.
    05  fas-fee-count           pic 9(03)   value zero.
    05  fas-fee-entry           occurs 50 times.
        10  fas-tbl-product         pic x(02).
        10  fas-tbl-monthly         pic 9(5)v99.
        10  fas-tbl-free-debits     pic 9(03).
        10  fas-tbl-item-charge     pic 9(3)v99.
        10  fas-tbl-min-balance     pic 9(9)v99.
        10  fas-tbl-low-bal-charge  pic 9(5)v99.
        10  fas-tbl-refused-charge  pic 9(3)v99.

01  fas-fee-sub                 pic 9(03)   comp value zero.

01  fas-fee-hit                 pic 9(03)   comp value zero.

01  fas-fee-at-end-sw           pic x(01)   value "N".
    88  fas-fee-at-end                        value "Y".

01  fas-holiday-table.
    05  fas-hol-count           pic 9(03)   value zero.
    05  fas-hol-entry           occurs 200 times.
        10  fas-tbl-hol-date        pic 9(08).

01  fas-hol-sub                 pic 9(03)   comp value zero.

01  fas-hol-at-end-sw           pic x(01)   value "N".
    88  fas-hol-at-end                        value "Y".

01  fas-probe-parts.
    05  fas-probe-year          pic 9(04).
    05  fas-probe-month         pic 9(02).
    05  fas-probe-day           pic 9(02).

01  fas-probe-date redefines fas-probe-parts
                                pic 9(08).

01  fas-business-sw             pic x(01)   value "N".
    88  fas-is-business                       value "Y".

01  fas-days-in-month           pic 9(02)   value zero.

01  fas-leap-quotient           pic 9(04)   value zero.

01  fas-leap-remainder          pic 9(04)   value zero.

01  fas-leap-sw                 pic x(01)   value "N".
    88  fas-leap-year                         value "Y".

01  fas-dow-quotient            pic 9(07)   value zero.

01  fas-dow-remainder           pic 9(07)   value zero.

01  fas-rej-at-end-sw           pic x(01)   value "N".
    88  fas-rej-at-end                        value "Y".

01  fas-txn-at-end-sw           pic x(01)   value "N".
    88  fas-txn-at-end                        value "Y".

01  fas-acct-at-end-sw          pic x(01)   value "N".
    88  fas-acct-at-end                       value "Y".

01  fas-sort-at-end-sw          pic x(01)   value "N".
    88  fas-sort-at-end                       value "Y".

01  fas-debit-items             pic 9(05)   value zero.

01  fas-refused-items           pic 9(05)   value zero.

01  fas-charge-items            pic 9(05)   value zero.

01  fas-fee-code                pic x(02)   value spaces.

01  fas-fee-amount              pic s9(9)v99 value zero.

01  fas-waived-sw               pic x(01)   value "N".
    88  fas-fee-waived                        value "Y".

01  fas-wvr-at-end-sw           pic x(01)   value "N".
    88  fas-wvr-at-end                        value "Y".

01  fas-waiver-code             pic x(02)   value spaces.

01  fas-today-date              pic 9(08)   value zero.

01  fas-now-time                pic 9(08)   value zero.

01  fas-base-seq-no             pic 9(16)   value zero.

01  fas-accounts-read           pic 9(07)   value zero.

01  fas-fees-charged            pic 9(07)   value zero.

01  fas-amount-charged          pic s9(11)v99 value zero.

01  fas-fees-waived             pic 9(07)   value zero.

01  fas-amount-waived           pic s9(11)v99 value zero.

01  fas-total-disp              pic -(11)9.99.

    copy "DSLWORK.cpy".

    copy "RHSWORK.cpy".

procedure division.
*> =================================================================
*> 0000-mainline
*> controls overall flow of the fee assessment run.
*> =================================================================
0000-mainline.
    move "FEEASSES" to rhw-program-name
    perform 8600-start-run-history thru 8600-exit
    perform 1000-initialize thru 1000-exit
    if fas-run-ok
        sort sort-work-file
            on ascending key srt-acct-number
            input procedure 2000-release-activity
            output procedure 5000-assess-accounts
        if fas-run-ok
            perform 6000-write-control thru 6000-exit
            perform 6500-write-totals thru 6500-exit
        end-if
    end-if
    perform 9999-terminate thru 9999-exit
    perform 9900-record-run-history thru 9900-exit
    goback.

*> =================================================================
*> 1000-initialize
*> establishes the business date, loads the fee schedule and the
*> processing calendar, decides which charges tonight assesses,
*> and opens the files.
*> =================================================================
1000-initialize.
    perform 8800-get-business-date thru 8800-exit
    if bdt-run-date = zero
        display "FEEASSES: RUN CONTROL FILE MISSING - RUN REFUSED"
        move "N" to fas-run-ok-sw
        move 16 to return-code
        go to 1000-exit
    end-if
    move bdt-run-date to fas-run-date-parts
    perform 1100-load-fee-table thru 1100-exit
    if fas-fee-count = zero
        display "FEEASSES: NO FEE SCHEDULE - NO FEES ASSESSED"
        move "N" to fas-run-ok-sw
        move 4 to return-code
        go to 1000-exit
    end-if
    perform 1200-load-calendar thru 1200-exit
    perform 1300-judge-month-end thru 1300-exit
    perform 1400-read-control thru 1400-exit
    if not fas-daily-wanted and not fas-month-wanted
        display "FEEASSES: FEES ALREADY ASSESSED FOR " bdt-run-date
            " - NOTHING DONE"
        move "N" to fas-run-ok-sw
        go to 1000-exit
    end-if
    open input account-master
    if acct-file-status not = "00"
        display "FEEASSES: ACCOUNT MASTER OPEN FAILED - STATUS "
            acct-file-status
        move "N" to fas-run-ok-sw
        move 16 to return-code
        go to 1000-exit
    end-if
    open i-o fee-waiver-file
    if fwv-file-status = "00"
        set fas-waivers-available to true
    else
        display "FEEASSES: NO FEE WAIVER FILE - NO WAIVERS HONORED"
    end-if
    open output print-file
    move spaces to fas-header-line
    if fas-month-wanted
        string "BAMS FEE ASSESSMENT - BUSINESS DATE " delimited by size
            bdt-run-date delimited by size
            "   MONTH-END" delimited by size
            into fas-header-line
    else
        string "BAMS FEE ASSESSMENT - BUSINESS DATE " delimited by size
            bdt-run-date delimited by size
            into fas-header-line
    end-if
    write fas-header-line
    move "ACCOUNT     PR  FE  ITEMS      AMOUNT  ACTION    WAIVER REASON"
        to fas-header-line
    write fas-header-line
    accept fas-today-date from date yyyymmdd
    accept fas-now-time   from time
    compute fas-base-seq-no =
        fas-today-date * 100000000 + fas-now-time.
1000-exit.
    exit.

*> =================================================================
*> 1100-load-fee-table
*> loads the fee schedule into storage, one row per product.
*> =================================================================
1100-load-fee-table.
    open input fee-schedule-file
    if fee-file-status not = "00"
        go to 1100-exit
    end-if
    perform 1150-load-one-fee thru 1150-exit
        until fas-fee-at-end
    close fee-schedule-file.
1100-exit.
    exit.

*> =================================================================
*> 1150-load-one-fee
*> reads one fee schedule row into the storage table.  a row
*> whose amounts are not numeric is reported and ignored rather
*> than charging from garbage.
*> =================================================================
1150-load-one-fee.
    read fee-schedule-file
        at end
            set fas-fee-at-end to true
            go to 1150-exit
    end-read
    if fee-monthly-charge not numeric
            or fee-free-debits not numeric
            or fee-item-charge not numeric
            or fee-min-balance not numeric
            or fee-low-bal-charge not numeric
            or fee-refused-charge not numeric
        display "FEEASSES: FEE SCHEDULE ROW NOT NUMERIC - IGNORED "
            fee-product-code
        go to 1150-exit
    end-if
    if fas-fee-count >= 50
        display "FEEASSES: FEE SCHEDULE OVERFLOW - ROW IGNORED"
        go to 1150-exit
    end-if
    add 1 to fas-fee-count
    move fee-product-code   to fas-tbl-product (fas-fee-count)
    move fee-monthly-charge to fas-tbl-monthly (fas-fee-count)
    move fee-free-debits    to fas-tbl-free-debits (fas-fee-count)
    move fee-item-charge    to fas-tbl-item-charge (fas-fee-count)
    move fee-min-balance    to fas-tbl-min-balance (fas-fee-count)
    move fee-low-bal-charge to
        fas-tbl-low-bal-charge (fas-fee-count)
    move fee-refused-charge to
        fas-tbl-refused-charge (fas-fee-count).
1150-exit.
    exit.

*> =================================================================
*> 1200-load-calendar
*> loads the processing calendar holidays into storage.  with no
*> calendar file only weekends count as non-business days.
*> =================================================================
1200-load-calendar.
    open input calendar-file
    if cal-file-status not = "00"
        go to 1200-exit
    end-if
    perform 1250-load-one-holiday thru 1250-exit
        until fas-hol-at-end
    close calendar-file.
1200-exit.
    exit.

*> =================================================================
*> 1250-load-one-holiday
*> reads one calendar row into the storage table.
*> =================================================================
1250-load-one-holiday.
    read calendar-file
        at end
            set fas-hol-at-end to true
        not at end
            if fas-hol-count < 200
                add 1 to fas-hol-count
                move cal-date to fas-tbl-hol-date (fas-hol-count)
            else
                display "FEEASSES: CALENDAR TABLE OVERFLOW - "
                    "ROW IGNORED"
            end-if
    end-read.
1250-exit.
    exit.

*> =================================================================
*> 1300-judge-month-end
*> the business date is month-end when no later day of the same
*> month is a business day - every remaining day is a saturday,
*> a sunday or on the processing calendar - so the next advance
*> lands in the following month.
*> =================================================================
1300-judge-month-end.
    move "Y" to fas-month-end-sw
    move fas-run-year  to fas-probe-year
    move fas-run-month to fas-probe-month
    move fas-run-day   to fas-probe-day
    perform 1350-set-days-in-month thru 1350-exit
    perform 1320-probe-next-day thru 1320-exit
        until fas-probe-day >= fas-days-in-month
            or not fas-is-month-end.
1300-exit.
    exit.

*> =================================================================
*> 1320-probe-next-day
*> steps the probe one day later in the month and clears the
*> month-end switch if that day is a business day.
*> =================================================================
1320-probe-next-day.
    add 1 to fas-probe-day
    perform 1330-judge-business-day thru 1330-exit
    if fas-is-business
        move "N" to fas-month-end-sw
    end-if.
1320-exit.
    exit.

*> =================================================================
*> 1330-judge-business-day
*> sets the business-day switch for the probe date - the day
*> serial modulo seven gives the day of week, 0 saturday and
*> 1 sunday - then looks the date up among the holidays.
*> =================================================================
1330-judge-business-day.
    move "Y" to fas-business-sw
    move fas-probe-date to dsl-input-date
    perform 8700-date-to-serial thru 8700-exit
    divide dsl-serial-days by 7 giving fas-dow-quotient
        remainder fas-dow-remainder
    if fas-dow-remainder < 2
        move "N" to fas-business-sw
        go to 1330-exit
    end-if
    move 1 to fas-hol-sub
    perform 1340-judge-holiday thru 1340-exit
        until not fas-is-business
            or fas-hol-sub > fas-hol-count.
1330-exit.
    exit.

*> =================================================================
*> 1340-judge-holiday
*> compares one calendar table row against the probe date.
*> =================================================================
1340-judge-holiday.
    if fas-tbl-hol-date (fas-hol-sub) = fas-probe-date
        move "N" to fas-business-sw
    end-if
    add 1 to fas-hol-sub.
1340-exit.
    exit.

*> =================================================================
*> 1350-set-days-in-month
*> sets fas-days-in-month for the business date's month, judging
*> february by the leap year rule - divisible by four, except
*> centuries not divisible by four hundred.
*> =================================================================
1350-set-days-in-month.
    evaluate fas-run-month
        when 01
        when 03
        when 05
        when 07
        when 08
        when 10
        when 12
            move 31 to fas-days-in-month
        when 04
        when 06
        when 09
        when 11
            move 30 to fas-days-in-month
        when other
            perform 1360-judge-leap-year thru 1360-exit
            if fas-leap-year
                move 29 to fas-days-in-month
            else
                move 28 to fas-days-in-month
            end-if
    end-evaluate.
1350-exit.
    exit.

*> =================================================================
*> 1360-judge-leap-year
*> sets the leap year switch for the business date's year.
*> =================================================================
1360-judge-leap-year.
    move "N" to fas-leap-sw
    divide fas-run-year by 4 giving fas-leap-quotient
        remainder fas-leap-remainder
    if fas-leap-remainder = zero
        move "Y" to fas-leap-sw
        divide fas-run-year by 100 giving fas-leap-quotient
            remainder fas-leap-remainder
        if fas-leap-remainder = zero
            divide fas-run-year by 400 giving fas-leap-quotient
                remainder fas-leap-remainder
            if fas-leap-remainder not = zero
                move "N" to fas-leap-sw
            end-if
        end-if
    end-if.
1360-exit.
    exit.

*> =================================================================
*> 1400-read-control
*> reads the fee control record and decides what tonight still
*> owes: the refused-item charges unless this business date was
*> already assessed, and the month-end charges on a month-end
*> night unless this month was already assessed.  a missing
*> control file is a first run.
*> =================================================================
1400-read-control.
    move zero to fct-last-daily-date
    move zero to fct-last-month
    open input fee-control-file
    if fct-file-status = "00"
        read fee-control-file
            at end
                move zero to fct-last-daily-date
                move zero to fct-last-month
        end-read
        close fee-control-file
    end-if
    if fct-last-daily-date not numeric
        move zero to fct-last-daily-date
    end-if
    if fct-last-month not numeric
        move zero to fct-last-month
    end-if
    if fct-last-daily-date < bdt-run-date
        set fas-daily-wanted to true
    end-if
    if fas-is-month-end and fct-last-month < fas-run-yyyymm
        set fas-month-wanted to true
    end-if.
1400-exit.
    exit.

*> =================================================================
*> 2000-release-activity
*> sort input procedure - releases one record per chargeable
*> refused item and, at month-end, one per posted debit item in
*> the month, for counting by account.
*> =================================================================
2000-release-activity.
    if fas-daily-wanted
        perform 2100-release-refused thru 2100-exit
    end-if
    if fas-month-wanted
        perform 2300-release-debits thru 2300-exit
    end-if.
2000-exit.
    exit.

*> =================================================================
*> 2100-release-refused
*> reads the reject file for the entries refused under tonight's
*> business date.  no reject file means nothing was refused.
*> =================================================================
2100-release-refused.
    open input reject-file
    if rej-file-status not = "00"
        go to 2100-exit
    end-if
    perform 2150-release-one-refused thru 2150-exit
        until fas-rej-at-end
    close reject-file.
2100-exit.
    exit.

*> =================================================================
*> 2150-release-one-refused
*> releases the reject record if it was refused tonight and was
*> not itself a fee.  the trail leg of a refused transfer - the
*> credit to the receiving account, rejected TP only because its
*> lead was - is not charged; the paying account's debit is.
*> =================================================================
2150-release-one-refused.
    read reject-file
        at end
            set fas-rej-at-end to true
            go to 2150-exit
    end-read
    if rej-reject-date not numeric
        go to 2150-exit
    end-if
    if rej-type = "C" and rej-reason-code = "TP"
        go to 2150-exit
    end-if
    if rej-reject-date = bdt-run-date and rej-type not = "F"
        move rej-acct-number to srt-acct-number
        set srt-is-refused-item to true
        release srt-record
    end-if.
2150-exit.
    exit.

*> =================================================================
*> 2300-release-debits
*> reads transaction-log for the month's posted debit items.
*> =================================================================
2300-release-debits.
    open input transaction-log
    if txn-file-status not = "00"
        display "FEEASSES: TRANSACTION LOG OPEN FAILED - STATUS "
            txn-file-status
        move "N" to fas-run-ok-sw
        move 16 to return-code
        go to 2300-exit
    end-if
    perform 2350-release-one-debit thru 2350-exit
        until fas-txn-at-end
    close transaction-log.
2300-exit.
    exit.

*> =================================================================
*> 2350-release-one-debit
*> releases the entry if it is a posted customer debit dated in
*> the business month - fees, interest claw-backs and entries
*> since reversed do not count against the free allowance.
*> =================================================================
2350-release-one-debit.
    read transaction-log
        at end
            set fas-txn-at-end to true
            go to 2350-exit
    end-read
    if not txn-is-posted or not txn-type-debit
        go to 2350-exit
    end-if
    if txn-type-fee or txn-reason-code = "IN" or txn-is-reversed
        go to 2350-exit
    end-if
    if txn-date (1:6) = fas-run-month-x (1:6)
        move txn-acct-number to srt-acct-number
        set srt-is-debit-item to true
        release srt-record
    end-if.
2350-exit.
    exit.

*> =================================================================
*> 5000-assess-accounts
*> sort output procedure - passes account-master in key order
*> against the sorted activity, counting each account's items
*> and assessing its charges.  activity for an account off the
*> master cannot be charged and is passed over.
*> =================================================================
5000-assess-accounts.
    if not fas-run-ok
        go to 5000-exit
    end-if
    open extend transaction-log
    if txn-file-status = "05" or txn-file-status = "35"
        open output transaction-log
    end-if
    if txn-file-status not = "00"
        display "FEEASSES: TRANSACTION LOG OPEN FAILED - STATUS "
            txn-file-status
        move "N" to fas-run-ok-sw
        move 16 to return-code
        go to 5000-exit
    end-if
    set fas-txn-open to true
    perform 5050-return-next thru 5050-exit
    move low-values to acct-number
    start account-master key not < acct-number
        invalid key
            set fas-acct-at-end to true
    end-start
    perform 5100-assess-one-account thru 5100-exit
        until fas-acct-at-end.
5000-exit.
    exit.

*> =================================================================
*> 5050-return-next
*> returns the next sorted activity record.
*> =================================================================
5050-return-next.
    return sort-work-file
        at end
            set fas-sort-at-end to true
    end-return.
5050-exit.
    exit.

*> =================================================================
*> 5100-assess-one-account
*> reads the next master record, counts its sorted activity and
*> assesses it.
*> =================================================================
5100-assess-one-account.
    read account-master next record
        at end
            set fas-acct-at-end to true
            go to 5100-exit
    end-read
    add 1 to fas-accounts-read
    perform 5150-skip-off-master thru 5150-exit
        until fas-sort-at-end
            or srt-acct-number not < acct-number
    move zero to fas-debit-items
    move zero to fas-refused-items
    perform 5200-count-activity thru 5200-exit
        until fas-sort-at-end
            or srt-acct-number not = acct-number
    if acct-stat-active
        perform 5500-assess-charges thru 5500-exit
    end-if.
5100-exit.
    exit.

*> =================================================================
*> 5150-skip-off-master
*> passes over activity for an account not on the master.
*> =================================================================
5150-skip-off-master.
    perform 5050-return-next thru 5050-exit.
5150-exit.
    exit.

*> =================================================================
*> 5200-count-activity
*> counts one sorted activity record against the current account.
*> =================================================================
5200-count-activity.
    if srt-is-debit-item
        add 1 to fas-debit-items
    else
        add 1 to fas-refused-items
    end-if
    perform 5050-return-next thru 5050-exit.
5200-exit.
    exit.

*> =================================================================
*> 5500-assess-charges
*> prices the account's charges from its product's fee schedule
*> row.  a product with no row is never charged.
*> =================================================================
5500-assess-charges.
    move zero to fas-fee-hit
    move 1 to fas-fee-sub
    perform 5550-match-product thru 5550-exit
        until fas-fee-hit not = zero
            or fas-fee-sub > fas-fee-count
    if fas-fee-hit = zero
        go to 5500-exit
    end-if
    if fas-daily-wanted and fas-refused-items > zero
            and fas-tbl-refused-charge (fas-fee-hit) > zero
        move "FR" to fas-fee-code
        move fas-refused-items to fas-charge-items
        compute fas-fee-amount = fas-refused-items
            * fas-tbl-refused-charge (fas-fee-hit)
        perform 5800-charge-fee thru 5800-exit
    end-if
    if not fas-month-wanted
        go to 5500-exit
    end-if
    if fas-tbl-monthly (fas-fee-hit) > zero
        move "FM" to fas-fee-code
        move zero to fas-charge-items
        move fas-tbl-monthly (fas-fee-hit) to fas-fee-amount
        perform 5800-charge-fee thru 5800-exit
    end-if
    if fas-debit-items > fas-tbl-free-debits (fas-fee-hit)
            and fas-tbl-item-charge (fas-fee-hit) > zero
        move "FD" to fas-fee-code
        compute fas-charge-items = fas-debit-items
            - fas-tbl-free-debits (fas-fee-hit)
        compute fas-fee-amount = fas-charge-items
            * fas-tbl-item-charge (fas-fee-hit)
        perform 5800-charge-fee thru 5800-exit
    end-if
    if fas-tbl-min-balance (fas-fee-hit) > zero
            and acct-balance < fas-tbl-min-balance (fas-fee-hit)
            and fas-tbl-low-bal-charge (fas-fee-hit) > zero
        move "FL" to fas-fee-code
        move zero to fas-charge-items
        move fas-tbl-low-bal-charge (fas-fee-hit) to fas-fee-amount
        perform 5800-charge-fee thru 5800-exit
    end-if.
5500-exit.
    exit.

*> =================================================================
*> 5550-match-product
*> compares one fee schedule row against the account's product.
*> =================================================================
5550-match-product.
    if fas-tbl-product (fas-fee-sub) = acct-product-type
        move fas-fee-sub to fas-fee-hit
    end-if
    add 1 to fas-fee-sub.
5550-exit.
    exit.

*> =================================================================
*> 5800-charge-fee
*> charges the fee in fas-fee-code and fas-fee-amount to the
*> current account - or passes it over under an active waiver -
*> and prints the line either way.
*> =================================================================
5800-charge-fee.
    perform 5850-find-waiver thru 5850-exit
    move spaces to fas-detail-line
    move acct-number       to fas-det-acct
    move acct-product-type to fas-det-product
    move fas-fee-code      to fas-det-fee-code
    move fas-charge-items  to fas-det-items
    move fas-fee-amount    to fas-det-amount
    if fas-fee-waived
        add 1 to fwv-fees-waived
        add fas-fee-amount to fwv-amount-waived
        rewrite fwv-record
            invalid key
                display "FEEASSES: WAIVER REWRITE FAILED "
                    fwv-acct-number
        end-rewrite
        add 1 to fas-fees-waived
        add fas-fee-amount to fas-amount-waived
        move "WAIVED"   to fas-det-action
        move fwv-reason to fas-det-waiver-reason
    else
        perform 5900-write-fee-entry thru 5900-exit
        move "CHARGED"  to fas-det-action
    end-if
    write fas-detail-line.
5800-exit.
    exit.

*> =================================================================
*> 5850-find-waiver
*> looks for an active grant covering tonight for the fee's own
*> code, then for an every-charge grant on the account.  each
*> grant is a record of its own under the account and code, so
*> the grants are browsed from the first.  the grant found is
*> left in the record area for 5800 to update.
*> =================================================================
5850-find-waiver.
    move "N" to fas-waived-sw
    if not fas-waivers-available
        go to 5850-exit
    end-if
    move fas-fee-code to fas-waiver-code
    perform 5860-browse-grants thru 5860-exit
    if fas-fee-waived
        go to 5850-exit
    end-if
    move "FA" to fas-waiver-code
    perform 5860-browse-grants thru 5860-exit.
5850-exit.
    exit.

*> =================================================================
*> 5860-browse-grants
*> starts on the account's first grant for fas-waiver-code and
*> reads on until a grant in force tonight is found or the
*> account's grants for the code run out.
*> =================================================================
5860-browse-grants.
    move "N" to fas-wvr-at-end-sw
    move acct-number     to fwv-acct-number
    move fas-waiver-code to fwv-fee-code
    move zero            to fwv-grant-no
    start fee-waiver-file
        key is not less than fwv-key
        invalid key
            set fas-wvr-at-end to true
    end-start
    perform 5870-scan-grant thru 5870-exit
        until fas-wvr-at-end or fas-fee-waived.
5860-exit.
    exit.

*> =================================================================
*> 5870-scan-grant
*> reads the next grant and takes it if it is in force tonight.
*> =================================================================
5870-scan-grant.
    read fee-waiver-file next record
        at end
            set fas-wvr-at-end to true
            go to 5870-exit
    end-read
    if fwv-acct-number not = acct-number
            or fwv-fee-code not = fas-waiver-code
        set fas-wvr-at-end to true
        go to 5870-exit
    end-if
    if fwv-stat-active and fwv-waive-thru >= bdt-run-date
        move "Y" to fas-waived-sw
    end-if.
5870-exit.
    exit.

*> =================================================================
*> 5900-write-fee-entry
*> appends the charge to transaction-log as an unposted type F
*> entry under the business date.  the sequence number is the run
*> timestamp plus the charge ordinal, as the batch loaders mint
*> theirs.
*> =================================================================
5900-write-fee-entry.
    add 1 to fas-fees-charged
    add fas-fee-amount to fas-amount-charged
    compute txn-seq-no = fas-base-seq-no + fas-fees-charged
    move acct-number      to txn-acct-number
    set txn-type-fee      to true
    move fas-fee-amount   to txn-amount
    move bdt-run-date     to txn-date
    move fas-now-time     to txn-time
    set txn-is-unposted   to true
    move zero to txn-orig-seq-no
    move "N" to txn-reversed-sw
    move fas-fee-code     to txn-reason-code
    move zero to txn-partner-seq-no
    move spaces to txn-counterpart-acct
    move "FEEASSES" to txn-operator-id
    move spaces to txn-checker-id
    write txn-record.
5900-exit.
    exit.

*> =================================================================
*> 6000-write-control
*> records what tonight assessed, so a rerun charges nothing
*> twice.
*> =================================================================
6000-write-control.
    if fas-daily-wanted
        move bdt-run-date to fct-last-daily-date
    end-if
    if fas-month-wanted
        move fas-run-yyyymm to fct-last-month
    end-if
    open output fee-control-file
    if fct-file-status not = "00"
        display "FEEASSES: FEE CONTROL OPEN FAILED - STATUS "
            fct-file-status
        move 16 to return-code
        go to 6000-exit
    end-if
    write fct-record
    close fee-control-file.
6000-exit.
    exit.

*> =================================================================
*> 6500-write-totals
*> prints the charged and waived totals at the foot of the report.
*> =================================================================
6500-write-totals.
    move fas-amount-charged to fas-total-disp
    move spaces to fas-header-line
    string "FEES CHARGED: " delimited by size
        fas-fees-charged delimited by size
        "   AMOUNT: " delimited by size
        fas-total-disp delimited by size
        into fas-header-line
    write fas-header-line
    move fas-amount-waived to fas-total-disp
    move spaces to fas-header-line
    string "FEES WAIVED:  " delimited by size
        fas-fees-waived delimited by size
        "   AMOUNT: " delimited by size
        fas-total-disp delimited by size
        into fas-header-line
    write fas-header-line.
6500-exit.
    exit.

*> =================================================================
*> 9900-record-run-history
*> records the run on the run-history file - accounts read,
*> fees charged and waived and the amount charged.
*> =================================================================
9900-record-run-history.
    move fas-accounts-read  to rhw-records-read
    move fas-fees-charged   to rhw-records-written
    move fas-fees-waived    to rhw-control-count
    move fas-amount-charged to rhw-control-amount
    perform 8650-write-run-history thru 8650-exit.
9900-exit.
    exit.

*> =================================================================
*> 9999-terminate
*> closes the files and reports the run counts.
*> =================================================================
9999-terminate.
    if acct-file-status not = spaces
        close account-master
    end-if
    if fas-waivers-available
        close fee-waiver-file
    end-if
    if fas-txn-open
        close transaction-log
    end-if
    if print-file-status not = spaces
        close print-file
    end-if
    display "FEEASSES: BUSINESS DATE    " bdt-run-date
    display "FEEASSES: MONTH-END        " fas-month-end-sw
    display "FEEASSES: ACCOUNTS READ    " fas-accounts-read
    display "FEEASSES: FEES CHARGED     " fas-fees-charged
    display "FEEASSES: FEES WAIVED      " fas-fees-waived.
9999-exit.
    exit.

*> =================================================================
*> 8800-get-business-date
*> shared run-control read paragraph - see copybooks/bdtget.cpy.
*> =================================================================
    copy "BDTGET.cpy".

*> =================================================================
*> 8700-date-to-serial
*> shared date-to-serial paragraph - see copybooks/dayserl.cpy.
*> =================================================================
    copy "DAYSERL.cpy".

*> =================================================================
*> 8600-start-run-history
*> shared run-history paragraphs - see copybooks/rhslog.cpy.
*> =================================================================
    copy "RHSLOG.cpy".

end program feeasses.
