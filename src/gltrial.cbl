*> -----------------------------------------------------------------
*> program:      gltrial
*> author:       r. c. peters
*> installation: bams - bank account management system
*> date-written: 2026-10-15
*> -----------------------------------------------------------------
*> purpose:      nightly subledger-to-gl trial balance.  groups
*>               account-master by general ledger code - each
*>               account's product type mapped through the product
*>               table exactly as glextract maps it, a blank or
*>               unmapped product or an account off the master
*>               landing on the bams control account - and prints
*>               one line per gl code:
*>                 - the opening position, the code's closing
*>                   total from the previous run's snapshot;
*>                 - the business day's posted movement by type -
*>                   debits, service charges, credits, interest
*>                   and reversals - and its net;
*>                 - the closing total of the balances on
*>                   account-master tonight.
*>               a line whose opening plus net movement does not
*>               equal its closing is flagged with the difference
*>               (a product change moves a balance between codes
*>               off the log and shows as an offsetting pair).
*>               the grand total net movement is tied to the
*>               control total on the trailer of the gl extract
*>               glextract wrote tonight, so finance can sign off
*>               the feed before it goes out.  rc 4 when any line
*>               is flagged or the totals do not tie.  run from the
*>               nightly stream right after glextract - see
*>               jcl/nightly.jcl.
*>
*>               snapshot file (GLTSNAP), one record per gl code:
*>                 cols  1- 6  gl code
*>                 cols  7-14  business date of the run that wrote
*>                             it
*>                 cols 15-22  business date of the opening
*>                             position it carries
*>                 cols 23-38  opening position, sign leading
*>                 cols 39-54  closing total, sign leading
*>                 cols 55-61  accounts under the code
*>               the file is rewritten at the end of a good run.  a
*>               run under a newer date opens from the snapshot's
*>               closing totals; a rerun under the same date opens
*>               from the opening it carried, so a resubmitted job
*>               proves the same day again.  a missing or empty
*>               snapshot is a first run - openings are taken as
*>               zero and no line is flagged.
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original program.
*> -----------------------------------------------------------------
identification division.
program-id. gltrial.
author. r. c. peters.
installation. bams.
date-written. 2026-10-15.

environment division.
input-output section.
file-control.
    copy "ACCTSEL.cpy".
    copy "TXNSEL.cpy".
    copy "PRDSEL.cpy".
    copy "GLXSEL.cpy".
    copy "BDTSEL.cpy".
    copy "RHSSEL.cpy".
    select snapshot-file assign to "GLTSNAP"
        organization is line sequential
        access mode is sequential
        file status is gts-file-status.
    select print-file assign to "GLTRPT"
        organization is line sequential
        access mode is sequential
        file status is print-file-status.

data division.
file section.
    copy "ACCTREC.cpy".
    copy "TXNREC.cpy".
    copy "PRDREC.cpy".
    copy "GLXREC.cpy".
    copy "BDTREC.cpy".
    copy "RHSREC.cpy".

    fd  snapshot-file.
    01  gts-record.
        05  gts-gl-code                 pic x(06).
        05  gts-business-date           pic 9(08).
        05  gts-opening-date            pic 9(08).
        05  gts-opening-amount          pic s9(13)v99
                                            sign leading separate.
        05  gts-closing-amount          pic s9(13)v99
                                            sign leading separate.
        05  gts-account-count           pic 9(07).

    fd  print-file.
    01  glt-header-line             pic x(132).
    01  glt-detail-line.
        05  glt-det-gl-code         pic x(06).
        05  filler                  pic x(01).
        05  glt-det-opening         pic -(10)9.99.
        05  filler                  pic x(01).
        05  glt-det-debits          pic -(10)9.99.
        05  filler                  pic x(01).
        05  glt-det-fees            pic -(10)9.99.
        05  filler                  pic x(01).
        05  glt-det-credits         pic -(10)9.99.
        05  filler                  pic x(01).
        05  glt-det-interest        pic -(10)9.99.
        05  filler                  pic x(01).
        05  glt-det-reversals       pic -(10)9.99.
        05  filler                  pic x(01).
        05  glt-det-net             pic -(10)9.99.
        05  filler                  pic x(01).
        05  glt-det-closing         pic -(10)9.99.
        05  filler                  pic x(02).
        05  glt-det-flag            pic x(04).

working-storage section.

01  acct-file-status            pic x(02).
01  txn-file-status             pic x(02).
01  prd-file-status             pic x(02).
01  glx-file-status             pic x(02).
01  bdt-file-status             pic x(02).
01  gts-file-status             pic x(02).
01  print-file-status           pic x(02).
01  rhs-file-status             pic x(02).

01  bdt-run-date                pic 9(08)   value zero.

01  bdt-prior-run-date          pic 9(08)   value zero.

*> the bams control account - the same default glextract feeds
*> a blank or unmapped product under.
01  glt-default-gl-code         pic x(06)   value "100000".

01  glt-mapped-gl-code          pic x(06)   value spaces.

01  glt-run-ok-sw               pic x(01)   value "Y".
    88  glt-run-ok                            value "Y".

01  glt-acct-at-end-sw          pic x(01)   value "N".
    88  glt-acct-at-end                       value "Y".

01  glt-txn-at-end-sw           pic x(01)   value "N".
    88  glt-txn-at-end                        value "Y".

01  glt-prd-at-end-sw           pic x(01)   value "N".
    88  glt-prd-at-end                        value "Y".

01  glt-gts-at-end-sw           pic x(01)   value "N".
    88  glt-gts-at-end                        value "Y".

01  glt-glx-at-end-sw           pic x(01)   value "N".
    88  glt-glx-at-end                        value "Y".

01  glt-opening-sw              pic x(01)   value "N".
    88  glt-have-opening                      value "Y".

01  glt-trailer-sw              pic x(01)   value "N".
    88  glt-have-trailer                      value "Y".

01  glt-product-table.
    05  glt-prd-count           pic 9(03)   value zero.
    05  glt-prd-entry           occurs 50 times.
        10  glt-tbl-product         pic x(02).
        10  glt-tbl-prd-gl-code     pic x(06).

01  glt-prd-sub                 pic 9(03)   comp value zero.

01  glt-prd-hit                 pic 9(03)   comp value zero.

*> one row per gl code - the default control account first, then
*> the product table's codes in table order, then any code only
*> the snapshot still carries.
01  glt-gl-table.
    05  glt-gl-count            pic 9(03)   value zero.
    05  glt-gl-entry            occurs 60 times.
        10  glt-gl-code             pic x(06).
        10  glt-gl-accounts         pic 9(07).
        10  glt-gl-opening          pic s9(13)v99.
        10  glt-gl-debits           pic s9(13)v99.
        10  glt-gl-fees             pic s9(13)v99.
        10  glt-gl-credits          pic s9(13)v99.
        10  glt-gl-interest         pic s9(13)v99.
        10  glt-gl-reversals        pic s9(13)v99.
        10  glt-gl-net              pic s9(13)v99.
        10  glt-gl-closing          pic s9(13)v99.
        10  glt-gl-difference       pic s9(13)v99.

01  glt-gl-sub                  pic 9(03)   comp value zero.

01  glt-gl-hit                  pic 9(03)   comp value zero.

01  glt-find-gl-code            pic x(06)   value spaces.

01  glt-opening-date            pic 9(08)   value zero.

01  glt-accounts-read           pic 9(09)   value zero.

01  glt-entries-read            pic 9(09)   value zero.

01  glt-entries-moved           pic 9(09)   value zero.

01  glt-lines-flagged           pic 9(05)   value zero.

01  glt-tot-opening             pic s9(13)v99 value zero.

01  glt-tot-debits              pic s9(13)v99 value zero.

01  glt-tot-fees                pic s9(13)v99 value zero.

01  glt-tot-credits             pic s9(13)v99 value zero.

01  glt-tot-interest            pic s9(13)v99 value zero.

01  glt-tot-reversals           pic s9(13)v99 value zero.

01  glt-tot-net                 pic s9(13)v99 value zero.

01  glt-tot-closing             pic s9(13)v99 value zero.

01  glt-glx-control-total       pic s9(13)v99 value zero.

01  glt-glx-record-count        pic 9(07)   value zero.

01  glt-tie-difference          pic s9(13)v99 value zero.

01  glt-tie-sw                  pic x(01)   value "N".
    88  glt-totals-tie                        value "Y".

01  glt-total-disp              pic -(13)9.99.

01  glt-count-disp              pic z(8)9.

    copy "RHSWORK.cpy".

procedure division.
*> =================================================================
*> 0000-mainline
*> controls overall flow of the trial balance run.
*> =================================================================
0000-mainline.
    move "GLTRIAL" to rhw-program-name
    perform 8600-start-run-history thru 8600-exit
    perform 1000-initialize thru 1000-exit
    if glt-run-ok
        perform 2000-total-accounts thru 2000-exit
            until glt-acct-at-end
        perform 3000-total-movement thru 3000-exit
            until glt-txn-at-end
        perform 4000-read-extract thru 4000-exit
        perform 5000-print-report thru 5000-exit
        perform 7000-write-snapshot thru 7000-exit
        if glt-lines-flagged > zero or not glt-totals-tie
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
*> establishes the business date, builds the gl code table from
*> the product table and the snapshot, and opens the files.
*> =================================================================
1000-initialize.
    perform 8800-get-business-date thru 8800-exit
    if bdt-run-date = zero
        display "GLTRIAL: RUN CONTROL FILE MISSING - RUN REFUSED"
        move "N" to glt-run-ok-sw
        move 16 to return-code
        go to 1000-exit
    end-if
    move glt-default-gl-code to glt-find-gl-code
    perform 6100-find-gl-row thru 6100-exit
    perform 1100-load-product-table thru 1100-exit
    perform 1300-read-snapshot thru 1300-exit
    open input account-master
    if acct-file-status not = "00"
        display "GLTRIAL: ACCOUNT MASTER OPEN FAILED - STATUS "
            acct-file-status
        move "N" to glt-run-ok-sw
        move 16 to return-code
        go to 1000-exit
    end-if
    open input transaction-log
    if txn-file-status not = "00"
        display "GLTRIAL: TRANSACTION LOG OPEN FAILED - STATUS "
            txn-file-status
        close account-master
        move "N" to glt-run-ok-sw
        move 16 to return-code
        go to 1000-exit
    end-if
    open output print-file
    if print-file-status not = "00"
        display "GLTRIAL: PRINT FILE OPEN FAILED - STATUS "
            print-file-status
        close account-master
        close transaction-log
        move "N" to glt-run-ok-sw
        move 16 to return-code
        go to 1000-exit
    end-if.
1000-exit.
    exit.

*> =================================================================
*> 1100-load-product-table
*> loads the product table into storage for the gl code mapping
*> and gives each of its gl codes a row.  a missing or empty
*> table leaves every account on the default control account, as
*> glextract does.
*> =================================================================
1100-load-product-table.
    open input product-table-file
    if prd-file-status not = "00"
        display "GLTRIAL: NO PRODUCT TABLE - STATUS "
            prd-file-status " - ALL BALANCES UNDER DEFAULT GL"
        go to 1100-exit
    end-if
    perform 1150-load-one-product thru 1150-exit
        until glt-prd-at-end
    close product-table-file.
1100-exit.
    exit.

*> =================================================================
*> 1150-load-one-product
*> reads one product row into the storage table.
*> =================================================================
1150-load-one-product.
    read product-table-file
        at end
            set glt-prd-at-end to true
            go to 1150-exit
    end-read
    if glt-prd-count not < 50
        display "GLTRIAL: PRODUCT TABLE OVERFLOW - ROW IGNORED"
        go to 1150-exit
    end-if
    add 1 to glt-prd-count
    move prd-product-code to glt-tbl-product (glt-prd-count)
    move prd-gl-code      to glt-tbl-prd-gl-code (glt-prd-count)
    move prd-gl-code      to glt-find-gl-code
    perform 6100-find-gl-row thru 6100-exit.
1150-exit.
    exit.

*> =================================================================
*> 1300-read-snapshot
*> takes each gl code's opening position from the snapshot the
*> previous run wrote.  a snapshot written under tonight's date
*> is a rerun and carries tonight's opening already.
*> =================================================================
1300-read-snapshot.
    open input snapshot-file
    if gts-file-status not = "00"
        display "GLTRIAL: NO SNAPSHOT - STATUS " gts-file-status
            " - FIRST RUN, OPENINGS TAKEN AS ZERO"
        go to 1300-exit
    end-if
    perform 1350-take-one-opening thru 1350-exit
        until glt-gts-at-end
    close snapshot-file.
1300-exit.
    exit.

*> =================================================================
*> 1350-take-one-opening
*> reads one snapshot record into its gl code's row.
*> =================================================================
1350-take-one-opening.
    read snapshot-file
        at end
            set glt-gts-at-end to true
            go to 1350-exit
    end-read
    if gts-business-date not numeric or gts-opening-date not numeric
        display "GLTRIAL: SNAPSHOT RECORD NOT NUMERIC - IGNORED"
        go to 1350-exit
    end-if
    set glt-have-opening to true
    move gts-gl-code to glt-find-gl-code
    perform 6100-find-gl-row thru 6100-exit
    if gts-business-date = bdt-run-date
        move gts-opening-date   to glt-opening-date
        add gts-opening-amount  to glt-gl-opening (glt-gl-hit)
    else
        move gts-business-date  to glt-opening-date
        add gts-closing-amount  to glt-gl-opening (glt-gl-hit)
    end-if.
1350-exit.
    exit.

*> =================================================================
*> 2000-total-accounts
*> reads the next account-master record and adds its balance to
*> its gl code's closing total.
*> =================================================================
2000-total-accounts.
    read account-master next record
        at end
            set glt-acct-at-end to true
            go to 2000-exit
    end-read
    add 1 to glt-accounts-read
    perform 6000-map-gl-code thru 6000-exit
    move glt-mapped-gl-code to glt-find-gl-code
    perform 6100-find-gl-row thru 6100-exit
    add 1 to glt-gl-accounts (glt-gl-hit)
    add acct-balance to glt-gl-closing (glt-gl-hit).
2000-exit.
    exit.

*> =================================================================
*> 3000-total-movement
*> reads one transaction-log record and, if it was posted under
*> the business date, adds it to its account's gl code under its
*> type - the same selection glextract nets for the feed.  an
*> entry whose account is off the master falls to the default
*> control account, as it does in the feed.
*> =================================================================
3000-total-movement.
    read transaction-log
        at end
            set glt-txn-at-end to true
            go to 3000-exit
    end-read
    add 1 to glt-entries-read
    if not txn-is-posted or txn-date not = bdt-run-date
        go to 3000-exit
    end-if
    add 1 to glt-entries-moved
    move txn-acct-number to acct-number
    read account-master
        invalid key
            move spaces to acct-product-type
    end-read
    perform 6000-map-gl-code thru 6000-exit
    move glt-mapped-gl-code to glt-find-gl-code
    perform 6100-find-gl-row thru 6100-exit
    evaluate true
        when txn-type-fee
            add txn-amount to glt-gl-fees (glt-gl-hit)
        when txn-type-debit
            add txn-amount to glt-gl-debits (glt-gl-hit)
        when txn-type-interest
            add txn-amount to glt-gl-interest (glt-gl-hit)
        when txn-type-reversal
            add txn-amount to glt-gl-reversals (glt-gl-hit)
        when other
            add txn-amount to glt-gl-credits (glt-gl-hit)
    end-evaluate.
3000-exit.
    exit.

*> =================================================================
*> 4000-read-extract
*> reads the gl extract glextract wrote tonight for the trailer
*> control total the grand total must tie to.  a missing extract
*> or one without a trailer cannot tie.
*> =================================================================
4000-read-extract.
    open input gl-extract-file
    if glx-file-status not = "00"
        display "GLTRIAL: NO GL EXTRACT - STATUS " glx-file-status
        go to 4000-exit
    end-if
    perform 4100-read-one-extract thru 4100-exit
        until glt-glx-at-end
    close gl-extract-file.
4000-exit.
    exit.

*> =================================================================
*> 4100-read-one-extract
*> reads one extract record, keeping the trailer's totals.
*> =================================================================
4100-read-one-extract.
    read gl-extract-file
        at end
            set glt-glx-at-end to true
            go to 4100-exit
    end-read
    if glx-is-trailer
        set glt-have-trailer to true
        move glx-trl-control-total to glt-glx-control-total
        move glx-trl-record-count  to glt-glx-record-count
    end-if.
4100-exit.
    exit.

*> =================================================================
*> 5000-print-report
*> prints the heading, one line per gl code, the grand totals and
*> the tie to the gl extract.
*> =================================================================
5000-print-report.
    move spaces to glt-header-line
    string "BAMS SUBLEDGER TRIAL BALANCE BY GL CODE - BUSINESS DATE "
            delimited by size
        bdt-run-date delimited by size
        into glt-header-line
    write glt-header-line
    move spaces to glt-header-line
    if glt-have-opening
        string "OPENING POSITION FROM THE SNAPSHOT AS AT "
                delimited by size
            glt-opening-date delimited by size
            into glt-header-line
    else
        move "NO PRIOR SNAPSHOT - OPENINGS TAKEN AS ZERO, NOT JUDGED"
            to glt-header-line
    end-if
    write glt-header-line
    if glt-have-opening and bdt-prior-run-date not = zero
            and glt-opening-date not = bdt-prior-run-date
        move spaces to glt-header-line
        string "*** SNAPSHOT IS NOT AS AT THE PRIOR BUSINESS DATE "
                delimited by size
            bdt-prior-run-date delimited by size
            " - MOVEMENT OF ANY DAY BETWEEN IS NOT ON THIS REPORT ***"
                delimited by size
            into glt-header-line
        write glt-header-line
    end-if
    move spaces to glt-header-line
    write glt-header-line
    move spaces to glt-header-line
    string "GLCODE        OPENING         DEBITS           FEES"
            delimited by size
        "        CREDITS       INTEREST      REVERSALS"
            delimited by size
        "   NET MOVEMENT        CLOSING  FLAG"
            delimited by size
        into glt-header-line
    write glt-header-line
    move 1 to glt-gl-sub
    perform 5100-print-one-code thru 5100-exit
        until glt-gl-sub > glt-gl-count
    perform 5200-print-totals thru 5200-exit
    perform 5300-print-tie thru 5300-exit.
5000-exit.
    exit.

*> =================================================================
*> 5100-print-one-code
*> nets the movement of one gl code, judges it against the
*> opening and closing, and prints its line - with the difference
*> beneath a flagged line.  a code with no opening, no movement
*> and no accounts is left off.
*> =================================================================
5100-print-one-code.
    compute glt-gl-net (glt-gl-sub) =
        glt-gl-credits (glt-gl-sub) + glt-gl-interest (glt-gl-sub)
        + glt-gl-reversals (glt-gl-sub) - glt-gl-debits (glt-gl-sub)
        - glt-gl-fees (glt-gl-sub)
    compute glt-gl-difference (glt-gl-sub) =
        glt-gl-opening (glt-gl-sub) + glt-gl-net (glt-gl-sub)
        - glt-gl-closing (glt-gl-sub)
    add glt-gl-opening (glt-gl-sub)   to glt-tot-opening
    add glt-gl-debits (glt-gl-sub)    to glt-tot-debits
    add glt-gl-fees (glt-gl-sub)      to glt-tot-fees
    add glt-gl-credits (glt-gl-sub)   to glt-tot-credits
    add glt-gl-interest (glt-gl-sub)  to glt-tot-interest
    add glt-gl-reversals (glt-gl-sub) to glt-tot-reversals
    add glt-gl-net (glt-gl-sub)       to glt-tot-net
    add glt-gl-closing (glt-gl-sub)   to glt-tot-closing
    if glt-gl-accounts (glt-gl-sub) = zero
            and glt-gl-opening (glt-gl-sub) = zero
            and glt-gl-net (glt-gl-sub) = zero
            and glt-gl-closing (glt-gl-sub) = zero
        go to 5100-next
    end-if
    move spaces to glt-detail-line
    move glt-gl-code (glt-gl-sub)      to glt-det-gl-code
    move glt-gl-opening (glt-gl-sub)   to glt-det-opening
    move glt-gl-debits (glt-gl-sub)    to glt-det-debits
    move glt-gl-fees (glt-gl-sub)      to glt-det-fees
    move glt-gl-credits (glt-gl-sub)   to glt-det-credits
    move glt-gl-interest (glt-gl-sub)  to glt-det-interest
    move glt-gl-reversals (glt-gl-sub) to glt-det-reversals
    move glt-gl-net (glt-gl-sub)       to glt-det-net
    move glt-gl-closing (glt-gl-sub)   to glt-det-closing
    if glt-have-opening and glt-gl-difference (glt-gl-sub) not = zero
        move "***" to glt-det-flag
        add 1 to glt-lines-flagged
    end-if
    write glt-detail-line
    if glt-det-flag not = spaces
        move glt-gl-difference (glt-gl-sub) to glt-total-disp
        move spaces to glt-header-line
        string "       DIFFERENCE - OPENING PLUS NET MOVEMENT LESS "
                delimited by size
            "CLOSING " delimited by size
            glt-total-disp delimited by size
            into glt-header-line
        write glt-header-line
    end-if.
5100-next.
    add 1 to glt-gl-sub.
5100-exit.
    exit.

*> =================================================================
*> 5200-print-totals
*> prints the grand totals across every gl code.
*> =================================================================
5200-print-totals.
    move spaces to glt-header-line
    write glt-header-line
    move spaces to glt-detail-line
    move "TOTAL"            to glt-det-gl-code
    move glt-tot-opening    to glt-det-opening
    move glt-tot-debits     to glt-det-debits
    move glt-tot-fees       to glt-det-fees
    move glt-tot-credits    to glt-det-credits
    move glt-tot-interest   to glt-det-interest
    move glt-tot-reversals  to glt-det-reversals
    move glt-tot-net        to glt-det-net
    move glt-tot-closing    to glt-det-closing
    write glt-detail-line
    move spaces to glt-header-line
    write glt-header-line
    move glt-accounts-read to glt-count-disp
    move spaces to glt-header-line
    string "ACCOUNTS ON ACCOUNT-MASTER        " delimited by size
        glt-count-disp delimited by size
        into glt-header-line
    write glt-header-line
    move glt-entries-moved to glt-count-disp
    move spaces to glt-header-line
    string "ENTRIES POSTED UNDER THE DATE     " delimited by size
        glt-count-disp delimited by size
        into glt-header-line
    write glt-header-line
    move glt-lines-flagged to glt-count-disp
    move spaces to glt-header-line
    string "GL CODES FLAGGED                  " delimited by size
        glt-count-disp delimited by size
        into glt-header-line
    write glt-header-line.
5200-exit.
    exit.

*> =================================================================
*> 5300-print-tie
*> ties the grand total net movement to the gl extract trailer.
*> =================================================================
5300-print-tie.
    move spaces to glt-header-line
    write glt-header-line
    move glt-tot-net to glt-total-disp
    move spaces to glt-header-line
    string "NET MOVEMENT PER TRIAL BALANCE    " delimited by size
        glt-total-disp delimited by size
        into glt-header-line
    write glt-header-line
    if not glt-have-trailer
        move "*** NO GL EXTRACT TRAILER TO TIE TO - FEED NOT PROVED ***"
            to glt-header-line
        write glt-header-line
        go to 5300-exit
    end-if
    move glt-glx-control-total to glt-total-disp
    move glt-glx-record-count  to glt-count-disp
    move spaces to glt-header-line
    string "GL EXTRACT TRAILER CONTROL TOTAL  " delimited by size
        glt-total-disp delimited by size
        "   DETAIL RECORDS " delimited by size
        glt-count-disp delimited by size
        into glt-header-line
    write glt-header-line
    compute glt-tie-difference = glt-tot-net - glt-glx-control-total
    if glt-tie-difference = zero
        set glt-totals-tie to true
        move "TRIAL BALANCE TIES TO THE GL EXTRACT" to glt-header-line
        write glt-header-line
        go to 5300-exit
    end-if
    move glt-tie-difference to glt-total-disp
    move spaces to glt-header-line
    string "*** DOES NOT TIE TO THE GL EXTRACT - DIFFERENCE "
            delimited by size
        glt-total-disp delimited by size
        " ***" delimited by size
        into glt-header-line
    write glt-header-line.
5300-exit.
    exit.

*> =================================================================
*> 6000-map-gl-code
*> maps the product type standing in acct-record through the
*> product table to its gl code.  a blank or unmapped product
*> lands on the default control account.
*> =================================================================
6000-map-gl-code.
    move glt-default-gl-code to glt-mapped-gl-code
    if acct-product-type = spaces or glt-prd-count = zero
        go to 6000-exit
    end-if
    move zero to glt-prd-hit
    move 1 to glt-prd-sub
    perform 6050-match-product thru 6050-exit
        until glt-prd-hit not = zero
            or glt-prd-sub > glt-prd-count
    if glt-prd-hit not = zero
        move glt-tbl-prd-gl-code (glt-prd-hit) to glt-mapped-gl-code
    end-if.
6000-exit.
    exit.

*> =================================================================
*> 6050-match-product
*> compares one product table row against the account's product.
*> =================================================================
6050-match-product.
    if glt-tbl-product (glt-prd-sub) = acct-product-type
        move glt-prd-sub to glt-prd-hit
    end-if
    add 1 to glt-prd-sub.
6050-exit.
    exit.

*> =================================================================
*> 6100-find-gl-row
*> finds the row of the gl code in glt-find-gl-code, adding a
*> zeroed row for a code not yet in the table.  an overfull
*> table lumps the code under the default control account, the
*> first row, rather than dropping it.
*> =================================================================
6100-find-gl-row.
    move zero to glt-gl-hit
    move 1 to glt-gl-sub
    perform 6150-match-gl-code thru 6150-exit
        until glt-gl-hit not = zero
            or glt-gl-sub > glt-gl-count
    if glt-gl-hit not = zero
        go to 6100-exit
    end-if
    if glt-gl-count not < 60
        display "GLTRIAL: GL CODE TABLE OVERFLOW - " glt-find-gl-code
            " UNDER DEFAULT GL"
        move 1 to glt-gl-hit
        go to 6100-exit
    end-if
    add 1 to glt-gl-count
    move glt-gl-count to glt-gl-hit
    move glt-find-gl-code to glt-gl-code (glt-gl-hit)
    move zero to glt-gl-accounts (glt-gl-hit)
    move zero to glt-gl-opening (glt-gl-hit)
    move zero to glt-gl-debits (glt-gl-hit)
    move zero to glt-gl-fees (glt-gl-hit)
    move zero to glt-gl-credits (glt-gl-hit)
    move zero to glt-gl-interest (glt-gl-hit)
    move zero to glt-gl-reversals (glt-gl-hit)
    move zero to glt-gl-net (glt-gl-hit)
    move zero to glt-gl-closing (glt-gl-hit)
    move zero to glt-gl-difference (glt-gl-hit).
6100-exit.
    exit.

*> =================================================================
*> 6150-match-gl-code
*> compares one gl code row against glt-find-gl-code.
*> =================================================================
6150-match-gl-code.
    if glt-gl-code (glt-gl-sub) = glt-find-gl-code
        move glt-gl-sub to glt-gl-hit
    end-if
    add 1 to glt-gl-sub.
6150-exit.
    exit.

*> =================================================================
*> 7000-write-snapshot
*> rewrites the snapshot with each gl code's closing total, to be
*> the opening position of the next business date's run, and the
*> opening this run proved from, for a rerun tonight.
*> =================================================================
7000-write-snapshot.
    open output snapshot-file
    if gts-file-status not = "00"
        display "GLTRIAL: SNAPSHOT OPEN FAILED - STATUS "
            gts-file-status
        move 16 to return-code
        go to 7000-exit
    end-if
    if not glt-have-opening
        move bdt-prior-run-date to glt-opening-date
    end-if
    move 1 to glt-gl-sub
    perform 7100-write-one-code thru 7100-exit
        until glt-gl-sub > glt-gl-count
    close snapshot-file.
7000-exit.
    exit.

*> =================================================================
*> 7100-write-one-code
*> writes the snapshot record of one gl code.
*> =================================================================
7100-write-one-code.
    move spaces to gts-record
    move glt-gl-code (glt-gl-sub)     to gts-gl-code
    move bdt-run-date                 to gts-business-date
    move glt-opening-date             to gts-opening-date
    move glt-gl-opening (glt-gl-sub)  to gts-opening-amount
    move glt-gl-closing (glt-gl-sub)  to gts-closing-amount
    move glt-gl-accounts (glt-gl-sub) to gts-account-count
    write gts-record
    add 1 to glt-gl-sub.
7100-exit.
    exit.

*> =================================================================
*> 9900-record-run-history
*> records the run on the run-history file - log entries read,
*> gl code lines printed and flagged, accounts totalled and the
*> net movement.
*> =================================================================
9900-record-run-history.
    move glt-entries-read  to rhw-records-read
    move glt-gl-count      to rhw-records-written
    move glt-lines-flagged to rhw-records-rejected
    move glt-accounts-read to rhw-control-count
    move glt-tot-net       to rhw-control-amount
    perform 8650-write-run-history thru 8650-exit.
9900-exit.
    exit.

*> =================================================================
*> 9999-terminate
*> closes the files and reports the run totals.
*> =================================================================
9999-terminate.
    if glt-run-ok
        close account-master
        close transaction-log
        close print-file
    end-if
    move glt-tot-net to glt-total-disp
    display "GLTRIAL: BUSINESS DATE      " bdt-run-date
    display "GLTRIAL: ACCOUNTS READ      " glt-accounts-read
    display "GLTRIAL: ENTRIES POSTED     " glt-entries-moved
    display "GLTRIAL: GL CODES FLAGGED   " glt-lines-flagged
    display "GLTRIAL: NET MOVEMENT       " glt-total-disp.
9999-exit.
    exit.

*> =================================================================
*> 8800-get-business-date
*> shared run-control read paragraph - see copybooks/bdtget2.cpy.
*> =================================================================
    copy "BDTGET2.cpy".

*> =================================================================
*> 8600-start-run-history
*> shared run-history paragraphs - see copybooks/rhslog.cpy.
*> =================================================================
    copy "RHSLOG.cpy".

end program gltrial.
