*> -----------------------------------------------------------------
*> program:      pmirpt
*> author:       r. c. peters
*> installation: bams - bank account management system
*> date-written: 2026-10-15
*> -----------------------------------------------------------------
*> purpose:      month-end portfolio management information.  takes
*>               a snapshot of account-master, with each account's
*>               owner from customer-master, into a dated snapshot
*>               generation and prints the month's portfolio
*>               figures:
*>                 - accounts and balances in all, by product, by
*>                   status and, for accounts not closed, by
*>                   balance band;
*>                 - customers on file and accounts with no
*>                   customer on file;
*>                 - accounts opened, closed, gone dormant and
*>                   reactivated in the month, found by comparing
*>                   each account's status with last month's
*>                   snapshot - so an account that went dormant
*>                   and was reactivated inside the month counts
*>                   in neither;
*>                 - interest accrued and capitalized in the month
*>                   and the accrual not yet capitalized.  the
*>                   capitalized figure is the month's posted type
*>                   I entries less the reason-IN claw-back debits,
*>                   from the archive generations and the live log
*>                   as yeintrpt takes them; the accrued figure is
*>                   the change in the accrual since last month's
*>                   snapshot plus what was capitalized out of it.
*>               each figure is set against last month and the
*>               same month last year, with the variance and the
*>               variance per cent, from the figure history every
*>               run appends to.  the same figures go to a comma-
*>               delimited file for the finance spreadsheets.  the
*>               month is the business date's - run from jcl after
*>               the month's last nightly stream and before the
*>               date advance - see jcl/pmirpt.jcl.  rc 4 when the
*>               movement could not be measured from last month's
*>               snapshot.
*>
*>               a rerun in the same month replaces that month's
*>               figures on the history and measures the movement
*>               from the same snapshot the first run did - every
*>               snapshot record carries the prior month's status
*>               and accrual it was measured against.
*>
*>               snapshot record (PMISNAP in, PMISNEW out):
*>                 cols   1-  6  month of the snapshot (yyyymm)
*>                 cols   7- 16  account number
*>                 cols  17- 26  customer number
*>                 cols  27- 56  customer name
*>                 col   57      Y when the customer is on file
*>                 cols  58- 59  product type
*>                 col   60      status
*>                 cols  61- 72  balance, sign leading
*>                 cols  73- 84  accrued interest, sign leading
*>                 cols  85- 92  last activity date
*>                 col   93      status at the prior snapshot,
*>                               "-" when not on the master then,
*>                               space when there was no prior
*>                               snapshot
*>                 cols  94-105  accrual at the prior snapshot
*>                 cols 106-111  month of the prior snapshot
*>
*>               figure history record (PMIHIST in, PMIHNEW out):
*>                 cols  1- 6  month (yyyymm)
*>                 cols  7-26  figure key
*>                 col  27     Y when the figure was measured
*>                 cols 28-37  count, sign leading
*>                 cols 38-53  amount, sign leading
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original program.
*> -----------------------------------------------------------------
identification division.
program-id. pmirpt.
author. r. c. peters.
installation. bams.
date-written. 2026-10-15.

environment division.
input-output section.
file-control.
    copy "ACCTSEL.cpy".
    copy "CUSSEL.cpy".
    copy "PRDSEL.cpy".
    copy "TXNSEL.cpy".
    copy "ARCSEL.cpy".
    copy "BDTSEL.cpy".
    copy "RHSSEL.cpy".
    select prior-snapshot-file assign to "PMISNAP"
        organization is sequential
        access mode is sequential
        file status is pms-file-status.
    select new-snapshot-file assign to "PMISNEW"
        organization is sequential
        access mode is sequential
        file status is pmn-file-status.
    select history-file assign to "PMIHIST"
        organization is sequential
        access mode is sequential
        file status is pmh-file-status.
    select new-history-file assign to "PMIHNEW"
        organization is sequential
        access mode is sequential
        file status is phn-file-status.
    select print-file assign to "PMIRPT"
        organization is line sequential
        access mode is sequential
        file status is print-file-status.
    select csv-file assign to "PMICSV"
        organization is line sequential
        access mode is sequential
        file status is csv-file-status.

data division.
file section.
    copy "ACCTREC.cpy".
    copy "CUSREC.cpy".
    copy "PRDREC.cpy".
    copy "TXNREC.cpy".
    copy "ARCREC.cpy".
    copy "BDTREC.cpy".
    copy "RHSREC.cpy".

    fd  prior-snapshot-file
        label records are standard
        record contains 120 characters.
    01  pms-record.
        05  pms-month                   pic 9(06).
        05  pms-acct-number             pic x(10).
        05  pms-cust-number             pic x(10).
        05  pms-cust-name               pic x(30).
        05  pms-cust-on-file            pic x(01).
        05  pms-product-type            pic x(02).
        05  pms-status                  pic x(01).
        05  pms-balance                 pic s9(9)v99
                                            sign leading separate.
        05  pms-accrued-int             pic s9(7)v9(4)
                                            sign leading separate.
        05  pms-last-actvy-date         pic 9(08).
        05  pms-prior-status            pic x(01).
        05  pms-prior-accrued           pic s9(7)v9(4)
                                            sign leading separate.
        05  pms-prior-month             pic 9(06).
        05  filler                      pic x(09).

    fd  new-snapshot-file
        label records are standard
        record contains 120 characters.
    01  pmn-record.
        05  pmn-month                   pic 9(06).
        05  pmn-acct-number             pic x(10).
        05  pmn-cust-number             pic x(10).
        05  pmn-cust-name               pic x(30).
        05  pmn-cust-on-file            pic x(01).
        05  pmn-product-type            pic x(02).
        05  pmn-status                  pic x(01).
        05  pmn-balance                 pic s9(9)v99
                                            sign leading separate.
        05  pmn-accrued-int             pic s9(7)v9(4)
                                            sign leading separate.
        05  pmn-last-actvy-date         pic 9(08).
        05  pmn-prior-status            pic x(01).
        05  pmn-prior-accrued           pic s9(7)v9(4)
                                            sign leading separate.
        05  pmn-prior-month             pic 9(06).
        05  filler                      pic x(09).

    fd  history-file
        label records are standard
        record contains 60 characters.
    01  pmh-record.
        05  pmh-month                   pic 9(06).
        05  pmh-figure-key              pic x(20).
        05  pmh-known                   pic x(01).
        05  pmh-count                   pic s9(09)
                                            sign leading separate.
        05  pmh-amount                  pic s9(13)v99
                                            sign leading separate.
        05  filler                      pic x(07).

    fd  new-history-file
        label records are standard
        record contains 60 characters.
    01  phn-record                      pic x(60).

    fd  print-file.
    01  pmi-header-line             pic x(132).
    01  pmi-detail-line.
        05  pmi-det-label           pic x(26).
        05  filler                  pic x(01).
        05  pmi-det-this            pic x(17).
        05  filler                  pic x(01).
        05  pmi-det-last            pic x(17).
        05  filler                  pic x(01).
        05  pmi-det-last-var        pic x(17).
        05  filler                  pic x(01).
        05  pmi-det-last-pct        pic x(07).
        05  filler                  pic x(01).
        05  pmi-det-ly              pic x(17).
        05  filler                  pic x(01).
        05  pmi-det-ly-var          pic x(17).
        05  filler                  pic x(01).
        05  pmi-det-ly-pct          pic x(07).

    fd  csv-file.
    01  pmi-csv-line                pic x(200).

working-storage section.

01  acct-file-status            pic x(02).
01  cust-file-status            pic x(02).
01  prd-file-status             pic x(02).
01  txn-file-status             pic x(02).
01  arc-file-status             pic x(02).
01  bdt-file-status             pic x(02).
01  rhs-file-status             pic x(02).
01  pms-file-status             pic x(02).
01  pmn-file-status             pic x(02).
01  pmh-file-status             pic x(02).
01  phn-file-status             pic x(02).
01  print-file-status           pic x(02).
01  csv-file-status             pic x(02).

01  bdt-run-date                pic 9(08)   value zero.

01  pmi-month                   pic 9(06)   value zero.
01  pmi-month-parts redefines pmi-month.
    05  pmi-month-yyyy          pic 9(04).
    05  pmi-month-mm            pic 9(02).

01  pmi-last-month              pic 9(06)   value zero.
01  pmi-last-month-parts redefines pmi-last-month.
    05  pmi-last-month-yyyy     pic 9(04).
    05  pmi-last-month-mm       pic 9(02).

01  pmi-last-year               pic 9(06)   value zero.
01  pmi-last-year-parts redefines pmi-last-year.
    05  pmi-last-year-yyyy      pic 9(04).
    05  pmi-last-year-mm        pic 9(02).

*> the month of the snapshot the movement is measured from - zero
*> when there is none to measure from.
01  pmi-base-month              pic 9(06)   value zero.

01  pmi-run-ok-sw               pic x(01)   value "Y".
    88  pmi-run-ok                            value "Y".

01  pmi-rerun-sw                pic x(01)   value "N".
    88  pmi-rerun                             value "Y".

01  pmi-acct-at-end-sw          pic x(01)   value "N".
    88  pmi-acct-at-end                       value "Y".

01  pmi-prior-at-end-sw         pic x(01)   value "N".
    88  pmi-prior-at-end                      value "Y".

01  pmi-cust-at-end-sw          pic x(01)   value "N".
    88  pmi-cust-at-end                       value "Y".

01  pmi-prd-at-end-sw           pic x(01)   value "N".
    88  pmi-prd-at-end                        value "Y".

01  pmi-txn-at-end-sw           pic x(01)   value "N".
    88  pmi-txn-at-end                        value "Y".

01  pmi-arc-at-end-sw           pic x(01)   value "N".
    88  pmi-arc-at-end                        value "Y".

01  pmi-hist-at-end-sw          pic x(01)   value "N".
    88  pmi-hist-at-end                       value "Y".

01  pmi-last-found-sw           pic x(01)   value "N".
    88  pmi-last-found                        value "Y".

01  pmi-ly-found-sw             pic x(01)   value "N".
    88  pmi-ly-found                          value "Y".

*> match keys of the account-master and prior snapshot passes -
*> high-values once a file is exhausted.
01  pmi-acct-key                pic x(10)   value spaces.

01  pmi-prior-key               pic x(10)   value spaces.

*> what the prior snapshot says of the account in hand.
01  pmi-was-status              pic x(01)   value space.
    88  pmi-was-unknown                       value space.
    88  pmi-was-absent                        value "-".
    88  pmi-was-closed                        value "C".
    88  pmi-was-dormant                       value "D".

01  pmi-was-accrued             pic s9(7)v9(4) value zero.

01  pmi-product-table.
    05  pmi-prd-count           pic 9(03)   value zero.
    05  pmi-prd-entry           occurs 50 times.
        10  pmi-tbl-product         pic x(02).
        10  pmi-tbl-fig-sub         pic 9(03)   comp.

01  pmi-prd-sub                 pic 9(03)   comp value zero.

01  pmi-prd-hit                 pic 9(03)   comp value zero.

*> one row per reported figure, in report order.  a row of kind B
*> carries a count and an amount, C a count alone, A an amount
*> alone.
01  pmi-figure-table.
    05  pmi-fig-count-rows      pic 9(03)   value zero.
    05  pmi-fig-entry           occurs 70 times.
        10  pmi-fig-key             pic x(20).
        10  pmi-fig-label           pic x(26).
        10  pmi-fig-section         pic x(01).
        10  pmi-fig-kind            pic x(01).
            88  pmi-fig-counted          value "B" "C".
            88  pmi-fig-valued           value "B" "A".
        10  pmi-fig-this-sw         pic x(01).
            88  pmi-fig-this-known       value "Y".
        10  pmi-fig-count           pic s9(09).
        10  pmi-fig-amount          pic s9(13)v99.
        10  pmi-fig-last-sw         pic x(01).
            88  pmi-fig-last-known       value "Y".
        10  pmi-fig-last-count      pic s9(09).
        10  pmi-fig-last-amount     pic s9(13)v99.
        10  pmi-fig-ly-sw           pic x(01).
            88  pmi-fig-ly-known         value "Y".
        10  pmi-fig-ly-count        pic s9(09).
        10  pmi-fig-ly-amount       pic s9(13)v99.

01  pmi-fig-sub                 pic 9(03)   comp value zero.

01  pmi-fig-hit                 pic 9(03)   comp value zero.

01  pmi-new-key                 pic x(20)   value spaces.

01  pmi-new-label               pic x(26)   value spaces.

01  pmi-new-section             pic x(01)   value space.

01  pmi-new-kind                pic x(01)   value space.

*> rows the account pass adds to directly.
01  pmi-sub-total               pic 9(03)   comp value zero.
01  pmi-sub-no-product          pic 9(03)   comp value zero.
01  pmi-sub-active              pic 9(03)   comp value zero.
01  pmi-sub-hold                pic 9(03)   comp value zero.
01  pmi-sub-dormant             pic 9(03)   comp value zero.
01  pmi-sub-closed              pic 9(03)   comp value zero.
01  pmi-sub-band                pic 9(03)   comp value zero.
01  pmi-sub-customers           pic 9(03)   comp value zero.
01  pmi-sub-no-customer         pic 9(03)   comp value zero.
01  pmi-sub-opened              pic 9(03)   comp value zero.
01  pmi-sub-closures            pic 9(03)   comp value zero.
01  pmi-sub-went-dormant        pic 9(03)   comp value zero.
01  pmi-sub-reactivated         pic 9(03)   comp value zero.
01  pmi-sub-int-accrued         pic 9(03)   comp value zero.
01  pmi-sub-int-capitalized     pic 9(03)   comp value zero.
01  pmi-sub-int-balance         pic 9(03)   comp value zero.

01  pmi-band-sub                pic 9(03)   comp value zero.

01  pmi-accounts-read           pic 9(09)   value zero.

01  pmi-customers-read          pic 9(09)   value zero.

01  pmi-snapshots-written       pic 9(09)   value zero.

01  pmi-prior-dropped           pic 9(09)   value zero.

01  pmi-entries-read            pic 9(09)   value zero.

01  pmi-accrued-now             pic s9(11)v9(4) value zero.

01  pmi-accrued-prior           pic s9(11)v9(4) value zero.

01  pmi-capitalized             pic s9(13)v99 value zero.

01  pmi-total-balance           pic s9(13)v99 value zero.

*> the measure being printed - this month, last month and the
*> same month last year, with whether each is known.
01  pmi-m-label                 pic x(26)   value spaces.
01  pmi-m-measure               pic x(06)   value spaces.
    88  pmi-m-is-count                        value "COUNT".
01  pmi-m-this                  pic s9(13)v99 value zero.
01  pmi-m-this-sw               pic x(01)   value "N".
    88  pmi-m-this-known                      value "Y".
01  pmi-m-last                  pic s9(13)v99 value zero.
01  pmi-m-last-sw               pic x(01)   value "N".
    88  pmi-m-last-known                      value "Y".
01  pmi-m-ly                    pic s9(13)v99 value zero.
01  pmi-m-ly-sw                 pic x(01)   value "N".
    88  pmi-m-ly-known                        value "Y".

01  pmi-variance                pic s9(13)v99 value zero.

01  pmi-base                    pic s9(13)v99 value zero.

01  pmi-pct-value               pic s9(05)v9 value zero.

01  pmi-pct-edit                pic -(4)9.9.

01  pmi-pct-text                pic x(07)   value spaces.

01  pmi-pct-csv                 pic x(08)   value spaces.

01  pmi-fmt-value               pic s9(13)v99 value zero.

01  pmi-fmt-count-edit          pic -(16)9.

01  pmi-fmt-amount-edit         pic -(13)9.99.

01  pmi-fmt-text                pic x(17)   value spaces.

01  pmi-fmt-csv                 pic x(17)   value spaces.

01  pmi-lead                    pic 9(03)   comp value zero.

01  pmi-this-text               pic x(17)   value spaces.
01  pmi-this-csv                pic x(17)   value spaces.
01  pmi-last-text               pic x(17)   value spaces.
01  pmi-last-csv                pic x(17)   value spaces.
01  pmi-last-var-text           pic x(17)   value spaces.
01  pmi-last-var-csv            pic x(17)   value spaces.
01  pmi-last-pct-text           pic x(07)   value spaces.
01  pmi-last-pct-csv            pic x(08)   value spaces.
01  pmi-ly-text                 pic x(17)   value spaces.
01  pmi-ly-csv                  pic x(17)   value spaces.
01  pmi-ly-var-text             pic x(17)   value spaces.
01  pmi-ly-var-csv              pic x(17)   value spaces.
01  pmi-ly-pct-text             pic x(07)   value spaces.
01  pmi-ly-pct-csv              pic x(08)   value spaces.

*> this month's figure as filed on the history - the layout of
*> pmh-record, built here since the old history is closed by the
*> time it is written.
01  pmi-new-figure.
    05  pmi-nf-month            pic 9(06).
    05  pmi-nf-figure-key       pic x(20).
    05  pmi-nf-known            pic x(01).
    05  pmi-nf-count            pic s9(09)
                                    sign leading separate.
    05  pmi-nf-amount           pic s9(13)v99
                                    sign leading separate.
    05  filler                  pic x(07).

01  pmi-csv-label               pic x(26)   value spaces.

01  pmi-csv-ptr                 pic 9(03)   comp value zero.

01  pmi-current-section         pic x(01)   value space.

01  pmi-count-disp              pic z(8)9.

01  pmi-total-disp              pic -(13)9.99.

    copy "RHSWORK.cpy".

procedure division.
*> =================================================================
*> 0000-mainline
*> controls overall flow of the month-end portfolio report.
*> =================================================================
0000-mainline.
    move "PMIRPT" to rhw-program-name
    perform 8600-start-run-history thru 8600-exit
    perform 1000-initialize thru 1000-exit
    if pmi-run-ok
        perform 2000-match-accounts thru 2000-exit
            until pmi-acct-at-end and pmi-prior-at-end
        perform 3000-total-interest thru 3000-exit
        perform 4000-finish-figures thru 4000-exit
        perform 5000-print-report thru 5000-exit
        if pmi-base-month not = pmi-last-month
                and return-code = zero
            move 4 to return-code
        end-if
    end-if
    perform 9999-terminate thru 9999-exit
    perform 9900-record-run-history thru 9900-exit
    goback.

*> =================================================================
*> 1000-initialize
*> establishes the month, builds the figure table, counts the
*> customers, opens the files and picks up last month's snapshot
*> and the figure history.
*> =================================================================
1000-initialize.
    perform 8800-get-business-date thru 8800-exit
    if bdt-run-date = zero
        display "PMIRPT: RUN CONTROL FILE MISSING - RUN REFUSED"
        move "N" to pmi-run-ok-sw
        move 16 to return-code
        go to 1000-exit
    end-if
    move bdt-run-date (1:6) to pmi-month
    move pmi-month to pmi-last-month
    if pmi-month-mm = 1
        subtract 1 from pmi-last-month-yyyy
        move 12 to pmi-last-month-mm
    else
        subtract 1 from pmi-last-month-mm
    end-if
    move pmi-month to pmi-last-year
    subtract 1 from pmi-last-year-yyyy
    perform 1100-build-figure-table thru 1100-exit
    open input customer-master
    if cust-file-status not = "00"
        display "PMIRPT: CUSTOMER MASTER OPEN FAILED - STATUS "
            cust-file-status
        move "N" to pmi-run-ok-sw
        move 16 to return-code
        go to 1000-exit
    end-if
    perform 1300-count-customers thru 1300-exit
        until pmi-cust-at-end
    open input account-master
    if acct-file-status not = "00"
        display "PMIRPT: ACCOUNT MASTER OPEN FAILED - STATUS "
            acct-file-status
        close customer-master
        move "N" to pmi-run-ok-sw
        move 16 to return-code
        go to 1000-exit
    end-if
    open output new-snapshot-file
    if pmn-file-status not = "00"
        display "PMIRPT: NEW SNAPSHOT OPEN FAILED - STATUS "
            pmn-file-status
        close customer-master
        close account-master
        move "N" to pmi-run-ok-sw
        move 16 to return-code
        go to 1000-exit
    end-if
    open output new-history-file
    if phn-file-status not = "00"
        display "PMIRPT: NEW HISTORY OPEN FAILED - STATUS "
            phn-file-status
        close customer-master
        close account-master
        close new-snapshot-file
        move "N" to pmi-run-ok-sw
        move 16 to return-code
        go to 1000-exit
    end-if
    open output print-file
    if print-file-status not = "00"
        display "PMIRPT: PRINT FILE OPEN FAILED - STATUS "
            print-file-status
        close customer-master
        close account-master
        close new-snapshot-file
        close new-history-file
        move "N" to pmi-run-ok-sw
        move 16 to return-code
        go to 1000-exit
    end-if
    open output csv-file
    if csv-file-status not = "00"
        display "PMIRPT: CSV FILE OPEN FAILED - STATUS "
            csv-file-status
        close customer-master
        close account-master
        close new-snapshot-file
        close new-history-file
        close print-file
        move "N" to pmi-run-ok-sw
        move 16 to return-code
        go to 1000-exit
    end-if
    perform 1400-open-prior-snapshot thru 1400-exit
    perform 1500-copy-history thru 1500-exit
    perform 2800-read-account thru 2800-exit.
1000-exit.
    exit.

*> =================================================================
*> 1100-build-figure-table
*> lays out the report's figures in print order - all accounts,
*> one row per product of the product table and one for accounts
*> with none, the statuses, the balance bands, the customers, the
*> month's movement and the interest.
*> =================================================================
1100-build-figure-table.
    move "TOTAL"                   to pmi-new-key
    move "ALL ACCOUNTS"            to pmi-new-label
    move "T" to pmi-new-section
    move "B" to pmi-new-kind
    perform 1900-add-figure thru 1900-exit
    move pmi-fig-hit to pmi-sub-total
    perform 1200-load-product-table thru 1200-exit
    move "PRODUCT --"              to pmi-new-key
    move "-- NO PRODUCT ASSIGNED"  to pmi-new-label
    move "P" to pmi-new-section
    move "B" to pmi-new-kind
    perform 1900-add-figure thru 1900-exit
    move pmi-fig-hit to pmi-sub-no-product
    move "S" to pmi-new-section
    move "STATUS A"                to pmi-new-key
    move "A ACTIVE"                to pmi-new-label
    perform 1900-add-figure thru 1900-exit
    move pmi-fig-hit to pmi-sub-active
    move "STATUS H"                to pmi-new-key
    move "H HELD"                  to pmi-new-label
    perform 1900-add-figure thru 1900-exit
    move pmi-fig-hit to pmi-sub-hold
    move "STATUS D"                to pmi-new-key
    move "D DORMANT"               to pmi-new-label
    perform 1900-add-figure thru 1900-exit
    move pmi-fig-hit to pmi-sub-dormant
    move "STATUS C"                to pmi-new-key
    move "C CLOSED"                to pmi-new-label
    perform 1900-add-figure thru 1900-exit
    move pmi-fig-hit to pmi-sub-closed
    move "B" to pmi-new-section
    move "BAND 1"                  to pmi-new-key
    move "OVERDRAWN"               to pmi-new-label
    perform 1900-add-figure thru 1900-exit
    move pmi-fig-hit to pmi-sub-band
    move "BAND 2"                  to pmi-new-key
    move "0.00 TO 999.99"          to pmi-new-label
    perform 1900-add-figure thru 1900-exit
    move "BAND 3"                  to pmi-new-key
    move "1000.00 TO 9999.99"      to pmi-new-label
    perform 1900-add-figure thru 1900-exit
    move "BAND 4"                  to pmi-new-key
    move "10000.00 TO 99999.99"    to pmi-new-label
    perform 1900-add-figure thru 1900-exit
    move "BAND 5"                  to pmi-new-key
    move "100000.00 AND OVER"      to pmi-new-label
    perform 1900-add-figure thru 1900-exit
    move "U" to pmi-new-section
    move "C" to pmi-new-kind
    move "CUSTOMERS"               to pmi-new-key
    move "CUSTOMERS ON FILE"       to pmi-new-label
    perform 1900-add-figure thru 1900-exit
    move pmi-fig-hit to pmi-sub-customers
    move "NO CUSTOMER"             to pmi-new-key
    move "ACCOUNTS WITH NO CUSTOMER" to pmi-new-label
    perform 1900-add-figure thru 1900-exit
    move pmi-fig-hit to pmi-sub-no-customer
    move "M" to pmi-new-section
    move "OPENED"                  to pmi-new-key
    move "OPENED"                  to pmi-new-label
    perform 1900-add-figure thru 1900-exit
    move pmi-fig-hit to pmi-sub-opened
    move "CLOSED"                  to pmi-new-key
    move "CLOSED"                  to pmi-new-label
    perform 1900-add-figure thru 1900-exit
    move pmi-fig-hit to pmi-sub-closures
    move "DORMANT"                 to pmi-new-key
    move "WENT DORMANT"            to pmi-new-label
    perform 1900-add-figure thru 1900-exit
    move pmi-fig-hit to pmi-sub-went-dormant
    move "REACTIVATED"             to pmi-new-key
    move "REACTIVATED"             to pmi-new-label
    perform 1900-add-figure thru 1900-exit
    move pmi-fig-hit to pmi-sub-reactivated
    move "I" to pmi-new-section
    move "A" to pmi-new-kind
    move "INT ACCRUED"             to pmi-new-key
    move "ACCRUED IN THE MONTH"    to pmi-new-label
    perform 1900-add-figure thru 1900-exit
    move pmi-fig-hit to pmi-sub-int-accrued
    move "INT CAPITALIZED"         to pmi-new-key
    move "CAPITALIZED IN THE MONTH" to pmi-new-label
    perform 1900-add-figure thru 1900-exit
    move pmi-fig-hit to pmi-sub-int-capitalized
    move "INT ACCRUED BALANCE"     to pmi-new-key
    move "ACCRUED NOT CAPITALIZED" to pmi-new-label
    perform 1900-add-figure thru 1900-exit
    move pmi-fig-hit to pmi-sub-int-balance.
1100-exit.
    exit.

*> =================================================================
*> 1200-load-product-table
*> gives each product of the product table its own row.  a
*> missing or empty table leaves every account under no product.
*> =================================================================
1200-load-product-table.
    open input product-table-file
    if prd-file-status not = "00"
        display "PMIRPT: NO PRODUCT TABLE - STATUS "
            prd-file-status " - ALL ACCOUNTS UNDER NO PRODUCT"
        go to 1200-exit
    end-if
    perform 1250-load-one-product thru 1250-exit
        until pmi-prd-at-end
    close product-table-file.
1200-exit.
    exit.

*> =================================================================
*> 1250-load-one-product
*> reads one product row and adds its figure row.
*> =================================================================
1250-load-one-product.
    read product-table-file
        at end
            set pmi-prd-at-end to true
            go to 1250-exit
    end-read
    if pmi-prd-count not < 50
        display "PMIRPT: PRODUCT TABLE OVERFLOW - ROW IGNORED"
        go to 1250-exit
    end-if
    move spaces to pmi-new-key
    string "PRODUCT " delimited by size
        prd-product-code delimited by size
        into pmi-new-key
    move spaces to pmi-new-label
    string prd-product-code delimited by size
        " " delimited by size
        prd-descr delimited by size
        into pmi-new-label
    move "P" to pmi-new-section
    move "B" to pmi-new-kind
    perform 1900-add-figure thru 1900-exit
    add 1 to pmi-prd-count
    move prd-product-code to pmi-tbl-product (pmi-prd-count)
    move pmi-fig-hit      to pmi-tbl-fig-sub (pmi-prd-count).
1250-exit.
    exit.

*> =================================================================
*> 1300-count-customers
*> reads the next customer-master record and counts it.
*> =================================================================
1300-count-customers.
    read customer-master next record
        at end
            set pmi-cust-at-end to true
            go to 1300-exit
    end-read
    add 1 to pmi-customers-read.
1300-exit.
    exit.

*> =================================================================
*> 1400-open-prior-snapshot
*> opens the prior snapshot generation and settles which month
*> the movement is measured from.  last month's snapshot is the
*> usual case; this month's means a rerun, which measures from
*> the month the first run measured from; no snapshot at all
*> means the movement cannot be measured.
*> =================================================================
1400-open-prior-snapshot.
    open input prior-snapshot-file
    if pms-file-status not = "00"
        display "PMIRPT: NO PRIOR SNAPSHOT - STATUS " pms-file-status
            " - MOVEMENT NOT MEASURED"
        set pmi-prior-at-end to true
        move high-values to pmi-prior-key
        go to 1400-exit
    end-if
    perform 2900-read-prior thru 2900-exit
    if pmi-prior-at-end
        display "PMIRPT: PRIOR SNAPSHOT EMPTY - MOVEMENT NOT MEASURED"
        close prior-snapshot-file
        go to 1400-exit
    end-if
    if pms-month = pmi-month
        set pmi-rerun to true
        move pms-prior-month to pmi-base-month
    else
        move pms-month to pmi-base-month
    end-if
    if pmi-base-month = zero
        display "PMIRPT: SNAPSHOT RERUN WITHOUT A PRIOR MONTH - "
            "MOVEMENT NOT MEASURED"
        close prior-snapshot-file
        set pmi-prior-at-end to true
        move high-values to pmi-prior-key
        go to 1400-exit
    end-if
    if pmi-base-month not = pmi-last-month
        display "PMIRPT: PRIOR SNAPSHOT IS OF " pmi-base-month
            " NOT " pmi-last-month " - MOVEMENT SPANS THE GAP"
    end-if.
1400-exit.
    exit.

*> =================================================================
*> 1500-copy-history
*> copies the figure history forward to the new generation,
*> dropping any figures of this month a previous run left, and
*> picks up last month's and last year's figures for comparison.
*> =================================================================
1500-copy-history.
    open input history-file
    if pmh-file-status not = "00"
        display "PMIRPT: NO FIGURE HISTORY - STATUS " pmh-file-status
            " - NO COMPARISON"
        go to 1500-exit
    end-if
    perform 1550-copy-one-figure thru 1550-exit
        until pmi-hist-at-end
    close history-file.
1500-exit.
    exit.

*> =================================================================
*> 1550-copy-one-figure
*> reads one history record, copies it forward unless it is this
*> month's, and files it against its row when it is last month's
*> or last year's.  a figure no longer reported is carried
*> forward but not compared.
*> =================================================================
1550-copy-one-figure.
    read history-file
        at end
            set pmi-hist-at-end to true
            go to 1550-exit
    end-read
    if pmh-month = pmi-month
        go to 1550-exit
    end-if
    move pmh-record to phn-record
    write phn-record
    if pmh-month not = pmi-last-month
            and pmh-month not = pmi-last-year
        go to 1550-exit
    end-if
    if pmh-known not = "Y"
        go to 1550-exit
    end-if
    move zero to pmi-fig-hit
    move 1 to pmi-fig-sub
    perform 1950-match-figure-key thru 1950-exit
        until pmi-fig-hit not = zero
            or pmi-fig-sub > pmi-fig-count-rows
    if pmi-fig-hit = zero
        go to 1550-exit
    end-if
    if pmh-month = pmi-last-month
        set pmi-last-found to true
        move "Y"        to pmi-fig-last-sw (pmi-fig-hit)
        move pmh-count  to pmi-fig-last-count (pmi-fig-hit)
        move pmh-amount to pmi-fig-last-amount (pmi-fig-hit)
    else
        set pmi-ly-found to true
        move "Y"        to pmi-fig-ly-sw (pmi-fig-hit)
        move pmh-count  to pmi-fig-ly-count (pmi-fig-hit)
        move pmh-amount to pmi-fig-ly-amount (pmi-fig-hit)
    end-if.
1550-exit.
    exit.

*> =================================================================
*> 1900-add-figure
*> adds a zeroed row for pmi-new-key and leaves its subscript in
*> pmi-fig-hit.  the table is sized for a full product table.
*> =================================================================
1900-add-figure.
    add 1 to pmi-fig-count-rows
    move pmi-fig-count-rows to pmi-fig-hit
    move pmi-new-key     to pmi-fig-key (pmi-fig-hit)
    move pmi-new-label   to pmi-fig-label (pmi-fig-hit)
    move pmi-new-section to pmi-fig-section (pmi-fig-hit)
    move pmi-new-kind    to pmi-fig-kind (pmi-fig-hit)
    move "Y"  to pmi-fig-this-sw (pmi-fig-hit)
    move zero to pmi-fig-count (pmi-fig-hit)
    move zero to pmi-fig-amount (pmi-fig-hit)
    move "N"  to pmi-fig-last-sw (pmi-fig-hit)
    move zero to pmi-fig-last-count (pmi-fig-hit)
    move zero to pmi-fig-last-amount (pmi-fig-hit)
    move "N"  to pmi-fig-ly-sw (pmi-fig-hit)
    move zero to pmi-fig-ly-count (pmi-fig-hit)
    move zero to pmi-fig-ly-amount (pmi-fig-hit).
1900-exit.
    exit.

*> =================================================================
*> 1950-match-figure-key
*> compares one figure row against the history record's key.
*> =================================================================
1950-match-figure-key.
    if pmi-fig-key (pmi-fig-sub) = pmh-figure-key
        move pmi-fig-sub to pmi-fig-hit
    end-if
    add 1 to pmi-fig-sub.
1950-exit.
    exit.

*> =================================================================
*> 2000-match-accounts
*> matches account-master against the prior snapshot, both in
*> account number order.  an account on the master is counted
*> and snapshotted with what the prior snapshot says of it; an
*> account only on the prior snapshot is passed over - accounts
*> are closed, never deleted, so none is expected.
*> =================================================================
2000-match-accounts.
    evaluate true
        when pmi-acct-key < pmi-prior-key
            if pmi-base-month = zero
                move space to pmi-was-status
            else
                move "-" to pmi-was-status
            end-if
            move zero to pmi-was-accrued
            perform 2100-take-account thru 2100-exit
            perform 2800-read-account thru 2800-exit
        when pmi-acct-key = pmi-prior-key
            if pmi-rerun
                move pms-prior-status  to pmi-was-status
                move pms-prior-accrued to pmi-was-accrued
            else
                move pms-status        to pmi-was-status
                move pms-accrued-int   to pmi-was-accrued
            end-if
            perform 2100-take-account thru 2100-exit
            perform 2800-read-account thru 2800-exit
            perform 2900-read-prior thru 2900-exit
        when other
            add 1 to pmi-prior-dropped
            display "PMIRPT: " pms-acct-number
                " ON THE PRIOR SNAPSHOT, NOT ON THE MASTER"
            perform 2900-read-prior thru 2900-exit
    end-evaluate.
2000-exit.
    exit.

*> =================================================================
*> 2100-take-account
*> counts the account in acct-record under its product, status
*> and balance band, measures its movement since the prior
*> snapshot and writes its snapshot record.
*> =================================================================
2100-take-account.
    add 1 to pmi-accounts-read
    move spaces to pmn-record
    move "N" to pmn-cust-on-file
    if acct-cust-number not = spaces
        move acct-cust-number to cust-number
        read customer-master
            invalid key
                continue
            not invalid key
                move "Y"       to pmn-cust-on-file
                move cust-name to pmn-cust-name
        end-read
    end-if
    if pmn-cust-on-file not = "Y"
        add 1 to pmi-fig-count (pmi-sub-no-customer)
    end-if
    move pmi-sub-total to pmi-fig-sub
    perform 2200-count-in-row thru 2200-exit
    perform 2300-find-product-row thru 2300-exit
    perform 2200-count-in-row thru 2200-exit
    evaluate true
        when acct-stat-active
            move pmi-sub-active to pmi-fig-sub
        when acct-stat-hold
            move pmi-sub-hold to pmi-fig-sub
        when acct-stat-dormant
            move pmi-sub-dormant to pmi-fig-sub
        when acct-stat-closed
            move pmi-sub-closed to pmi-fig-sub
        when other
            move zero to pmi-fig-sub
    end-evaluate
    if pmi-fig-sub not = zero
        perform 2200-count-in-row thru 2200-exit
    end-if
    if not acct-stat-closed
        evaluate true
            when acct-balance < zero
                move 0 to pmi-band-sub
            when acct-balance < 1000
                move 1 to pmi-band-sub
            when acct-balance < 10000
                move 2 to pmi-band-sub
            when acct-balance < 100000
                move 3 to pmi-band-sub
            when other
                move 4 to pmi-band-sub
        end-evaluate
        compute pmi-fig-sub = pmi-sub-band + pmi-band-sub
        perform 2200-count-in-row thru 2200-exit
    end-if
    add acct-balance to pmi-total-balance
    add acct-accrued-int to pmi-accrued-now
    if not pmi-was-unknown
        perform 2400-measure-movement thru 2400-exit
    end-if
    move pmi-month            to pmn-month
    move acct-number          to pmn-acct-number
    move acct-cust-number     to pmn-cust-number
    move acct-product-type    to pmn-product-type
    move acct-status          to pmn-status
    move acct-balance         to pmn-balance
    move acct-accrued-int     to pmn-accrued-int
    move acct-last-actvy-date to pmn-last-actvy-date
    move pmi-was-status       to pmn-prior-status
    move pmi-was-accrued      to pmn-prior-accrued
    move pmi-base-month       to pmn-prior-month
    write pmn-record
    if pmn-file-status not = "00"
        display "PMIRPT: SNAPSHOT WRITE FAILED - STATUS "
            pmn-file-status " - " acct-number
        move 16 to return-code
        go to 2100-exit
    end-if
    add 1 to pmi-snapshots-written.
2100-exit.
    exit.

*> =================================================================
*> 2200-count-in-row
*> adds the account and its balance to figure row pmi-fig-sub.
*> =================================================================
2200-count-in-row.
    add 1 to pmi-fig-count (pmi-fig-sub)
    add acct-balance to pmi-fig-amount (pmi-fig-sub).
2200-exit.
    exit.

*> =================================================================
*> 2300-find-product-row
*> leaves in pmi-fig-sub the row of the account's product - the
*> no-product row for a blank product or one not on the table.
*> =================================================================
2300-find-product-row.
    move pmi-sub-no-product to pmi-fig-sub
    if acct-product-type = spaces or pmi-prd-count = zero
        go to 2300-exit
    end-if
    move zero to pmi-prd-hit
    move 1 to pmi-prd-sub
    perform 2350-match-product thru 2350-exit
        until pmi-prd-hit not = zero
            or pmi-prd-sub > pmi-prd-count
    if pmi-prd-hit not = zero
        move pmi-tbl-fig-sub (pmi-prd-hit) to pmi-fig-sub
    end-if.
2300-exit.
    exit.

*> =================================================================
*> 2350-match-product
*> compares one product table row against the account's product.
*> =================================================================
2350-match-product.
    if pmi-tbl-product (pmi-prd-sub) = acct-product-type
        move pmi-prd-sub to pmi-prd-hit
    end-if
    add 1 to pmi-prd-sub.
2350-exit.
    exit.

*> =================================================================
*> 2400-measure-movement
*> sets the account's status now against its status at the prior
*> snapshot - opened when it was not on the master then, closed
*> or gone dormant when it reached that status since, and
*> reactivated when it was dormant and is now active or held.
*> =================================================================
2400-measure-movement.
    add pmi-was-accrued to pmi-accrued-prior
    if pmi-was-absent
        add 1 to pmi-fig-count (pmi-sub-opened)
    end-if
    if acct-stat-closed and not pmi-was-closed
        add 1 to pmi-fig-count (pmi-sub-closures)
    end-if
    if acct-stat-dormant and not pmi-was-dormant
        add 1 to pmi-fig-count (pmi-sub-went-dormant)
    end-if
    if pmi-was-dormant and (acct-stat-active or acct-stat-hold)
        add 1 to pmi-fig-count (pmi-sub-reactivated)
    end-if.
2400-exit.
    exit.

*> =================================================================
*> 2800-read-account
*> reads the next account-master record into the match.
*> =================================================================
2800-read-account.
    read account-master next record
        at end
            set pmi-acct-at-end to true
            move high-values to pmi-acct-key
            go to 2800-exit
    end-read
    move acct-number to pmi-acct-key.
2800-exit.
    exit.

*> =================================================================
*> 2900-read-prior
*> reads the next prior snapshot record into the match.
*> =================================================================
2900-read-prior.
    read prior-snapshot-file
        at end
            set pmi-prior-at-end to true
            move high-values to pmi-prior-key
            go to 2900-exit
    end-read
    move pms-acct-number to pmi-prior-key.
2900-exit.
    exit.

*> =================================================================
*> 3000-total-interest
*> totals the interest capitalized in the month - the archive
*> generations first, then the live log.  a shop that has never
*> purged has no archive dd, and that is fine.
*> =================================================================
3000-total-interest.
    open input transaction-log
    if txn-file-status not = "00"
        display "PMIRPT: TRANSACTION LOG OPEN FAILED - STATUS "
            txn-file-status
        move 16 to return-code
        go to 3000-exit
    end-if
    open input archive-file
    if arc-file-status = "00"
        perform 3200-read-archive thru 3200-exit
            until pmi-arc-at-end
        close archive-file
    else
        display "PMIRPT: NO ARCHIVE INPUT - SKIPPED"
    end-if
    perform 3100-read-log thru 3100-exit
        until pmi-txn-at-end
    close transaction-log.
3000-exit.
    exit.

*> =================================================================
*> 3100-read-log
*> reads one live log record and takes it if it counts.
*> =================================================================
3100-read-log.
    read transaction-log
        at end
            set pmi-txn-at-end to true
            go to 3100-exit
    end-read
    perform 3150-take-if-interest thru 3150-exit.
3100-exit.
    exit.

*> =================================================================
*> 3150-take-if-interest
*> takes the entry standing in txn-record if it is posted
*> interest of the month - a type I capitalization credit
*> positive, a reason-IN claw-back debit negative.
*> =================================================================
3150-take-if-interest.
    add 1 to pmi-entries-read
    if not txn-is-posted or txn-date (1:6) not = pmi-month
        go to 3150-exit
    end-if
    evaluate true
        when txn-type-interest
            add txn-amount to pmi-capitalized
        when txn-type-debit and txn-reason-code = "IN"
            subtract txn-amount from pmi-capitalized
        when other
            continue
    end-evaluate.
3150-exit.
    exit.

*> =================================================================
*> 3200-read-archive
*> reads one archive record and, for a detail, restores the
*> transaction image and takes it like a live log entry.  the
*> live log is already open, so its record area is defined for
*> the restore.
*> =================================================================
3200-read-archive.
    read archive-file
        at end
            set pmi-arc-at-end to true
            go to 3200-exit
    end-read
    if arc-is-detail
        move arc-txn-data to txn-record
        perform 3150-take-if-interest thru 3150-exit
    end-if.
3200-exit.
    exit.

*> =================================================================
*> 4000-finish-figures
*> fills the figures not counted account by account - customers,
*> the interest, and whether the movement was measured at all.
*> =================================================================
4000-finish-figures.
    move pmi-customers-read to pmi-fig-count (pmi-sub-customers)
    move pmi-capitalized
        to pmi-fig-amount (pmi-sub-int-capitalized)
    compute pmi-fig-amount (pmi-sub-int-balance) rounded =
        pmi-accrued-now
    if pmi-base-month = zero
        move "N" to pmi-fig-this-sw (pmi-sub-opened)
        move "N" to pmi-fig-this-sw (pmi-sub-closures)
        move "N" to pmi-fig-this-sw (pmi-sub-went-dormant)
        move "N" to pmi-fig-this-sw (pmi-sub-reactivated)
        move "N" to pmi-fig-this-sw (pmi-sub-int-accrued)
    else
        compute pmi-fig-amount (pmi-sub-int-accrued) rounded =
            pmi-accrued-now - pmi-accrued-prior + pmi-capitalized
    end-if.
4000-exit.
    exit.

*> =================================================================
*> 5000-print-report
*> prints the heading and every figure, writing each to the comma-
*> delimited file and the figure history as it goes.
*> =================================================================
5000-print-report.
    move spaces to pmi-header-line
    string "BAMS PORTFOLIO MANAGEMENT INFORMATION - MONTH "
            delimited by size
        pmi-month delimited by size
        "   BUSINESS DATE " delimited by size
        bdt-run-date delimited by size
        into pmi-header-line
    write pmi-header-line
    move spaces to pmi-header-line
    string "COMPARED WITH LAST MONTH " delimited by size
        pmi-last-month delimited by size
        " AND THE SAME MONTH LAST YEAR " delimited by size
        pmi-last-year delimited by size
        into pmi-header-line
    write pmi-header-line
    move spaces to pmi-header-line
    if pmi-base-month = zero
        move "*** NO PRIOR SNAPSHOT - MOVEMENT NOT MEASURED ***"
            to pmi-header-line
    else
        string "MOVEMENT MEASURED FROM THE MONTH-END SNAPSHOT OF "
                delimited by size
            pmi-base-month delimited by size
            into pmi-header-line
        if pmi-base-month not = pmi-last-month
            move "*** NOT LAST MONTH'S SNAPSHOT ***"
                to pmi-header-line (57:33)
        end-if
    end-if
    write pmi-header-line
    if not pmi-last-found
        move spaces to pmi-header-line
        string "NO FIGURES ON FILE FOR " delimited by size
            pmi-last-month delimited by size
            " - LAST MONTH SHOWN N/A" delimited by size
            into pmi-header-line
        write pmi-header-line
    end-if
    if not pmi-ly-found
        move spaces to pmi-header-line
        string "NO FIGURES ON FILE FOR " delimited by size
            pmi-last-year delimited by size
            " - LAST YEAR SHOWN N/A" delimited by size
            into pmi-header-line
        write pmi-header-line
    end-if
    move spaces to pmi-header-line
    write pmi-header-line
    move spaces to pmi-header-line
    string "FIGURE                            THIS MONTH"
            delimited by size
        "        LAST MONTH          VARIANCE   VAR %"
            delimited by size
        "     SAME MONTH LY          VARIANCE   VAR %"
            delimited by size
        into pmi-header-line
    write pmi-header-line
    move spaces to pmi-csv-line
    string "MONTH,FIGURE KEY,FIGURE,MEASURE,THIS MONTH,LAST MONTH,"
            delimited by size
        "VARIANCE,VARIANCE PCT,SAME MONTH LAST YEAR,VARIANCE,"
            delimited by size
        "VARIANCE PCT" delimited by size
        into pmi-csv-line
    write pmi-csv-line
    move 1 to pmi-fig-sub
    perform 5100-print-one-figure thru 5100-exit
        until pmi-fig-sub > pmi-fig-count-rows.
5000-exit.
    exit.

*> =================================================================
*> 5100-print-one-figure
*> prints figure row pmi-fig-sub - its count line, its amount
*> line, or both - under its section's heading, and files the
*> figure on the history.
*> =================================================================
5100-print-one-figure.
    if pmi-fig-section (pmi-fig-sub) not = pmi-current-section
        move pmi-fig-section (pmi-fig-sub) to pmi-current-section
        perform 5150-print-section-heading thru 5150-exit
    end-if
    move pmi-fig-this-sw (pmi-fig-sub) to pmi-m-this-sw
    move pmi-fig-last-sw (pmi-fig-sub) to pmi-m-last-sw
    move pmi-fig-ly-sw (pmi-fig-sub)   to pmi-m-ly-sw
    if pmi-fig-counted (pmi-fig-sub)
        move pmi-fig-label (pmi-fig-sub)      to pmi-m-label
        move "COUNT"                          to pmi-m-measure
        move pmi-fig-count (pmi-fig-sub)      to pmi-m-this
        move pmi-fig-last-count (pmi-fig-sub) to pmi-m-last
        move pmi-fig-ly-count (pmi-fig-sub)   to pmi-m-ly
        perform 5200-print-measure thru 5200-exit
    end-if
    if pmi-fig-valued (pmi-fig-sub)
        if pmi-fig-counted (pmi-fig-sub)
            move "    BALANCE"                    to pmi-m-label
        else
            move pmi-fig-label (pmi-fig-sub)      to pmi-m-label
        end-if
        move "AMOUNT"                             to pmi-m-measure
        move pmi-fig-amount (pmi-fig-sub)         to pmi-m-this
        move pmi-fig-last-amount (pmi-fig-sub)    to pmi-m-last
        move pmi-fig-ly-amount (pmi-fig-sub)      to pmi-m-ly
        perform 5200-print-measure thru 5200-exit
    end-if
    move spaces to pmi-new-figure
    move pmi-month                     to pmi-nf-month
    move pmi-fig-key (pmi-fig-sub)     to pmi-nf-figure-key
    move pmi-fig-this-sw (pmi-fig-sub) to pmi-nf-known
    move pmi-fig-count (pmi-fig-sub)   to pmi-nf-count
    move pmi-fig-amount (pmi-fig-sub)  to pmi-nf-amount
    move pmi-new-figure to phn-record
    write phn-record
    if phn-file-status not = "00"
        display "PMIRPT: HISTORY WRITE FAILED - STATUS "
            phn-file-status " - " pmi-fig-key (pmi-fig-sub)
        move 16 to return-code
    end-if
    add 1 to pmi-fig-sub.
5100-exit.
    exit.

*> =================================================================
*> 5150-print-section-heading
*> prints the heading of the section starting.
*> =================================================================
5150-print-section-heading.
    move spaces to pmi-header-line
    write pmi-header-line
    evaluate pmi-current-section
        when "T"
            move "PORTFOLIO - ACCOUNTS AND BALANCE"
                to pmi-header-line
        when "P"
            move "BY PRODUCT - ACCOUNTS AND BALANCE"
                to pmi-header-line
        when "S"
            move "BY STATUS - ACCOUNTS AND BALANCE"
                to pmi-header-line
        when "B"
            move "BY BALANCE BAND, ACCOUNTS NOT CLOSED"
                to pmi-header-line
        when "U"
            move "CUSTOMERS" to pmi-header-line
        when "M"
            move "ACCOUNT MOVEMENT IN THE MONTH" to pmi-header-line
        when other
            move "INTEREST" to pmi-header-line
    end-evaluate
    write pmi-header-line.
5150-exit.
    exit.

*> =================================================================
*> 5200-print-measure
*> prints one measure line - this month, last month and the same
*> month last year, with the variances - and writes the same
*> figures as one line of the comma-delimited file.  a figure not
*> known prints N/A and leaves its fields empty on the file.
*> =================================================================
5200-print-measure.
    move spaces to pmi-this-text pmi-this-csv
    move spaces to pmi-last-text pmi-last-csv
    move spaces to pmi-last-var-text pmi-last-var-csv
    move spaces to pmi-last-pct-text pmi-last-pct-csv
    move spaces to pmi-ly-text pmi-ly-csv
    move spaces to pmi-ly-var-text pmi-ly-var-csv
    move spaces to pmi-ly-pct-text pmi-ly-pct-csv
    if pmi-m-this-known
        move pmi-m-this to pmi-fmt-value
        perform 5300-format-value thru 5300-exit
        move pmi-fmt-text to pmi-this-text
        move pmi-fmt-csv  to pmi-this-csv
    else
        move "N/A" to pmi-this-text (15:3)
    end-if
    if pmi-m-last-known
        move pmi-m-last to pmi-fmt-value
        perform 5300-format-value thru 5300-exit
        move pmi-fmt-text to pmi-last-text
        move pmi-fmt-csv  to pmi-last-csv
    else
        move "N/A" to pmi-last-text (15:3)
    end-if
    if pmi-m-this-known and pmi-m-last-known
        compute pmi-variance = pmi-m-this - pmi-m-last
        move pmi-variance to pmi-fmt-value
        perform 5300-format-value thru 5300-exit
        move pmi-fmt-text to pmi-last-var-text
        move pmi-fmt-csv  to pmi-last-var-csv
        move pmi-m-last   to pmi-base
        perform 5400-format-pct thru 5400-exit
        move pmi-pct-text to pmi-last-pct-text
        move pmi-pct-csv  to pmi-last-pct-csv
    end-if
    if pmi-m-ly-known
        move pmi-m-ly to pmi-fmt-value
        perform 5300-format-value thru 5300-exit
        move pmi-fmt-text to pmi-ly-text
        move pmi-fmt-csv  to pmi-ly-csv
    else
        move "N/A" to pmi-ly-text (15:3)
    end-if
    if pmi-m-this-known and pmi-m-ly-known
        compute pmi-variance = pmi-m-this - pmi-m-ly
        move pmi-variance to pmi-fmt-value
        perform 5300-format-value thru 5300-exit
        move pmi-fmt-text to pmi-ly-var-text
        move pmi-fmt-csv  to pmi-ly-var-csv
        move pmi-m-ly     to pmi-base
        perform 5400-format-pct thru 5400-exit
        move pmi-pct-text to pmi-ly-pct-text
        move pmi-pct-csv  to pmi-ly-pct-csv
    end-if
    move spaces to pmi-detail-line
    move pmi-m-label       to pmi-det-label
    move pmi-this-text     to pmi-det-this
    move pmi-last-text     to pmi-det-last
    move pmi-last-var-text to pmi-det-last-var
    move pmi-last-pct-text to pmi-det-last-pct
    move pmi-ly-text       to pmi-det-ly
    move pmi-ly-var-text   to pmi-det-ly-var
    move pmi-ly-pct-text   to pmi-det-ly-pct
    write pmi-detail-line
    move pmi-fig-label (pmi-fig-sub) to pmi-csv-label
    inspect pmi-csv-label replacing all "," by " "
    move spaces to pmi-csv-line
    move 1 to pmi-csv-ptr
    string pmi-month delimited by size
        "," delimited by size
        pmi-fig-key (pmi-fig-sub) delimited by "  "
        "," delimited by size
        pmi-csv-label delimited by "  "
        "," delimited by size
        pmi-m-measure delimited by space
        "," delimited by size
        pmi-this-csv delimited by space
        "," delimited by size
        pmi-last-csv delimited by space
        "," delimited by size
        pmi-last-var-csv delimited by space
        "," delimited by size
        pmi-last-pct-csv delimited by space
        "," delimited by size
        pmi-ly-csv delimited by space
        "," delimited by size
        pmi-ly-var-csv delimited by space
        "," delimited by size
        pmi-ly-pct-csv delimited by space
        into pmi-csv-line
        with pointer pmi-csv-ptr
    end-string
    write pmi-csv-line.
5200-exit.
    exit.

*> =================================================================
*> 5300-format-value
*> edits pmi-fmt-value as a count or an amount into pmi-fmt-text,
*> right-aligned for the report, and into pmi-fmt-csv with the
*> leading spaces taken off for the comma-delimited file.
*> =================================================================
5300-format-value.
    if pmi-m-is-count
        move pmi-fmt-value to pmi-fmt-count-edit
        move pmi-fmt-count-edit to pmi-fmt-text
    else
        move pmi-fmt-value to pmi-fmt-amount-edit
        move pmi-fmt-amount-edit to pmi-fmt-text
    end-if
    move zero to pmi-lead
    inspect pmi-fmt-text tallying pmi-lead for leading spaces
    move spaces to pmi-fmt-csv
    move pmi-fmt-text (pmi-lead + 1:17 - pmi-lead) to pmi-fmt-csv.
5300-exit.
    exit.

*> =================================================================
*> 5400-format-pct
*> edits pmi-variance as a per cent of pmi-base into pmi-pct-text
*> and pmi-pct-csv.  a zero base has no per cent; one too large
*> to show prints stars and leaves the file field empty.
*> =================================================================
5400-format-pct.
    move spaces to pmi-pct-text pmi-pct-csv
    if pmi-base = zero
        go to 5400-exit
    end-if
    if pmi-base < zero
        compute pmi-base = zero - pmi-base
    end-if
    compute pmi-pct-value rounded = pmi-variance * 100 / pmi-base
        on size error
            move "  *****" to pmi-pct-text
            go to 5400-exit
    end-compute
    move pmi-pct-value to pmi-pct-edit
    move pmi-pct-edit to pmi-pct-text
    move zero to pmi-lead
    inspect pmi-pct-text tallying pmi-lead for leading spaces
    move pmi-pct-text (pmi-lead + 1:7 - pmi-lead) to pmi-pct-csv.
5400-exit.
    exit.

*> =================================================================
*> 9900-record-run-history
*> records the run on the run-history file - accounts read,
*> snapshot records written, accounts and the portfolio balance.
*> =================================================================
9900-record-run-history.
    move pmi-accounts-read     to rhw-records-read
    move pmi-snapshots-written to rhw-records-written
    move pmi-prior-dropped     to rhw-records-rejected
    move pmi-accounts-read     to rhw-control-count
    move pmi-total-balance     to rhw-control-amount
    perform 8650-write-run-history thru 8650-exit.
9900-exit.
    exit.

*> =================================================================
*> 9999-terminate
*> closes the files and reports the run totals.
*> =================================================================
9999-terminate.
    if pmi-run-ok
        close customer-master
        close account-master
        close new-snapshot-file
        close new-history-file
        close print-file
        close csv-file
        if pmi-base-month not = zero
            close prior-snapshot-file
        end-if
    end-if
    move pmi-total-balance to pmi-total-disp
    display "PMIRPT: MONTH              " pmi-month
    display "PMIRPT: ACCOUNTS           " pmi-accounts-read
    display "PMIRPT: CUSTOMERS          " pmi-customers-read
    display "PMIRPT: SNAPSHOT RECORDS   " pmi-snapshots-written
    display "PMIRPT: PORTFOLIO BALANCE  " pmi-total-disp.
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

end program pmirpt.
