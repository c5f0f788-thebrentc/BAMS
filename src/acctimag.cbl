*> -----------------------------------------------------------------
*> program:      acctimag
*> author:       r. c. peters
*> installation: bams - bank account management system
*> date-written: 2026-10-15
*> -----------------------------------------------------------------
*> purpose:      nightly account-master image copy.  copies every
*>               account-master record, in key order, to a new
*>               dated image generation under a header carrying
*>               the business date and the clock time, then notes
*>               every transaction-log entry not yet applied and
*>               closes the generation with a trailer of the
*>               account count, the balance total, and the highest
*>               sequence number and record count on the live log.
*>               the image is the starting point acctrcvr rolls
*>               the log forward from should account-master ever
*>               be lost or damaged - see jcl/acctrcvr.jcl.  run
*>               as the first step of the nightly stream, before
*>               anything updates account-master - see
*>               jcl/nightly.jcl.
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original program.
*> 2026-10-15   rcp   record each run on the run-history file for the
*>                    operations status screen and the business date
*>                    advance.
*> -----------------------------------------------------------------
identification division.
program-id. acctimag.
author. r. c. peters.
installation. bams.
date-written. 2026-10-15.

environment division.
input-output section.
file-control.
    copy "ACCTSEL.cpy".
    copy "TXNSEL.cpy".
    copy "IMGSEL.cpy".
    copy "BDTSEL.cpy".
    copy "RHSSEL.cpy".

data division.
file section.
    copy "ACCTREC.cpy".
    copy "TXNREC.cpy".
    copy "IMGREC.cpy".
    copy "BDTREC.cpy".
    copy "RHSREC.cpy".

working-storage section.

01  acct-file-status            pic x(02).
01  txn-file-status             pic x(02).
01  img-file-status             pic x(02).
01  bdt-file-status             pic x(02).
01  rhs-file-status             pic x(02).

01  bdt-run-date                pic 9(08)   value zero.

01  imc-run-ok-sw               pic x(01)   value "Y".
    88  imc-run-ok                            value "Y".

01  imc-acct-at-end-sw          pic x(01)   value "N".
    88  imc-acct-at-end                       value "Y".

01  imc-txn-at-end-sw           pic x(01)   value "N".
    88  imc-txn-at-end                        value "Y".

01  imc-accounts-copied         pic 9(09)   value zero.

01  imc-balance-total           pic s9(13)v99 value zero.

01  imc-log-records             pic 9(09)   value zero.

01  imc-unposted-noted          pic 9(09)   value zero.

01  imc-high-seq-no             pic 9(16)   value zero.

01  imc-total-disp              pic -(13)9.99.

    copy "RHSWORK.cpy".

procedure division.
*> =================================================================
*> 0000-mainline
*> controls overall flow of the image copy run.
*> =================================================================
0000-mainline.
    move "ACCTIMAG" to rhw-program-name
    perform 8600-start-run-history thru 8600-exit
    perform 1000-initialize thru 1000-exit
    if imc-run-ok
        perform 2000-copy-accounts thru 2000-exit
            until imc-acct-at-end
        perform 3000-note-unposted thru 3000-exit
            until imc-txn-at-end
        perform 4000-write-trailer thru 4000-exit
    end-if
    perform 9999-terminate thru 9999-exit
    perform 9900-record-run-history thru 9900-exit
    goback.

*> =================================================================
*> 1000-initialize
*> establishes the business date, opens the files and writes the
*> image header.
*> =================================================================
1000-initialize.
    perform 8800-get-business-date thru 8800-exit
    if bdt-run-date = zero
        display "ACCTIMAG: RUN CONTROL FILE MISSING - RUN REFUSED"
        move "N" to imc-run-ok-sw
        move 16 to return-code
        go to 1000-exit
    end-if
    open input account-master
    if acct-file-status not = "00"
        display "ACCTIMAG: ACCOUNT MASTER OPEN FAILED - STATUS "
            acct-file-status
        move "N" to imc-run-ok-sw
        move 16 to return-code
        go to 1000-exit
    end-if
    open input transaction-log
    if txn-file-status not = "00"
        display "ACCTIMAG: TRANSACTION LOG OPEN FAILED - STATUS "
            txn-file-status
        close account-master
        move "N" to imc-run-ok-sw
        move 16 to return-code
        go to 1000-exit
    end-if
    open output image-file
    if img-file-status not = "00"
        display "ACCTIMAG: IMAGE FILE OPEN FAILED - STATUS "
            img-file-status
        close account-master
        close transaction-log
        move "N" to imc-run-ok-sw
        move 16 to return-code
        go to 1000-exit
    end-if
    move spaces to img-header-record
    set img-is-header to true
    move bdt-run-date to img-hdr-business-date
    accept img-hdr-clock-date from date yyyymmdd
    accept img-hdr-clock-time from time
    write img-header-record.
1000-exit.
    exit.

*> =================================================================
*> 2000-copy-accounts
*> copies the next account-master record to the image.
*> =================================================================
2000-copy-accounts.
    read account-master next record
        at end
            set imc-acct-at-end to true
            go to 2000-exit
    end-read
    move spaces to img-detail-record
    set img-is-detail to true
    move acct-record to img-acct-data
    write img-detail-record
    add 1 to imc-accounts-copied
    add acct-balance to imc-balance-total.
2000-exit.
    exit.

*> =================================================================
*> 3000-note-unposted
*> reads the next transaction-log entry, keeps the highest
*> sequence number, and notes an entry still waiting to be
*> applied - the image does not hold its balance effect.
*> =================================================================
3000-note-unposted.
    read transaction-log
        at end
            set imc-txn-at-end to true
            go to 3000-exit
    end-read
    add 1 to imc-log-records
    if txn-seq-no > imc-high-seq-no
        move txn-seq-no to imc-high-seq-no
    end-if
    if not txn-is-unposted
        go to 3000-exit
    end-if
    move spaces to img-unposted-record
    set img-is-unposted to true
    move txn-seq-no      to img-unp-seq-no
    move txn-acct-number to img-unp-acct-number
    write img-unposted-record
    add 1 to imc-unposted-noted.
3000-exit.
    exit.

*> =================================================================
*> 4000-write-trailer
*> closes the generation with its control totals.
*> =================================================================
4000-write-trailer.
    move spaces to img-trailer-record
    set img-is-trailer to true
    move imc-accounts-copied to img-trl-record-count
    move imc-balance-total   to img-trl-balance-total
    move imc-unposted-noted  to img-trl-unposted-count
    move imc-high-seq-no     to img-trl-high-seq-no
    move imc-log-records     to img-trl-log-count
    write img-trailer-record.
4000-exit.
    exit.

*> =================================================================
*> 9900-record-run-history
*> records the run on the run-history file - accounts read,
*> detail and unposted records written to the image, the log
*> record count and the image balance total.
*> =================================================================
9900-record-run-history.
    move imc-accounts-copied to rhw-records-read
    compute rhw-records-written =
        imc-accounts-copied + imc-unposted-noted
    move imc-log-records     to rhw-control-count
    move imc-balance-total   to rhw-control-amount
    perform 8650-write-run-history thru 8650-exit.
9900-exit.
    exit.

*> =================================================================
*> 9999-terminate
*> closes the files and reports the control totals.
*> =================================================================
9999-terminate.
    if imc-run-ok
        close account-master
        close transaction-log
        close image-file
    end-if
    move imc-balance-total to imc-total-disp
    display "ACCTIMAG: BUSINESS DATE     " bdt-run-date
    display "ACCTIMAG: ACCOUNTS COPIED   " imc-accounts-copied
    display "ACCTIMAG: BALANCE TOTAL     " imc-total-disp
    display "ACCTIMAG: LOG RECORDS       " imc-log-records
    display "ACCTIMAG: UNPOSTED NOTED    " imc-unposted-noted
    display "ACCTIMAG: HIGH SEQUENCE NO  " imc-high-seq-no.
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

end program acctimag.
