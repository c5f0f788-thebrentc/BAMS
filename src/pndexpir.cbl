*> -----------------------------------------------------------------
*> program:      pndexpir
*> author:       r. c. peters
*> installation: bams - bank account management system
*> date-written: 2026-10-15
*> -----------------------------------------------------------------
*> purpose:      nightly pending-approval expiry.  every entry the
*>               transaction entry screen queued over its maker's
*>               posting limit and no supervisor decided during
*>               the day is printed on the expiry report and
*>               marked expired, so nothing is left half-done
*>               overnight - the balance was never touched, and a
*>               customer who still wants the item has it keyed
*>               again tomorrow.  the queue record is kept with
*>               the expiry stamped on it.  rc 4 when anything
*>               expired, so operations sees it on the job log.
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original program.
*> 2026-10-15   rcp   record each run on the run-history file for the
*>                    operations status screen and the business date
*>                    advance.
*> -----------------------------------------------------------------
identification division.
program-id. pndexpir.
author. r. c. peters.
installation. bams.
date-written. 2026-10-15.

environment division.
input-output section.
file-control.
    copy "PNDSEL.cpy".
    copy "BDTSEL.cpy".
    copy "RHSSEL.cpy".
    select print-file assign to "PNDRPT"
        organization is line sequential
        access mode is sequential
        file status is print-file-status.

data division.
file section.
    copy "PNDREC.cpy".
    copy "BDTREC.cpy".
    copy "RHSREC.cpy".

    fd  print-file.
    01  pex-header-line             pic x(90).
    01  pex-detail-line.
        05  pex-det-seq             pic 9(16).
        05  filler                  pic x(02).
        05  pex-det-acct            pic x(10).
        05  filler                  pic x(02).
        05  pex-det-type            pic x(01).
        05  filler                  pic x(02).
        05  pex-det-to-acct         pic x(10).
        05  filler                  pic x(02).
        05  pex-det-amount          pic z(8)9.99.
        05  filler                  pic x(02).
        05  pex-det-maker           pic x(08).
        05  filler                  pic x(02).
        05  pex-det-keyed-date      pic 9(08).

working-storage section.

01  pnd-file-status             pic x(02).
01  bdt-file-status             pic x(02).
01  print-file-status           pic x(02).
01  rhs-file-status             pic x(02).

01  bdt-run-date                pic 9(08)   value zero.

01  pex-run-ok-sw               pic x(01)   value "Y".
    88  pex-run-ok                            value "Y".

01  pex-at-end-sw               pic x(01)   value "N".
    88  pex-at-end                            value "Y".

01  pex-now-time                pic 9(08)   value zero.

01  pex-records-read            pic 9(07)   value zero.

01  pex-expired-count           pic 9(07)   value zero.

01  pex-expired-amount          pic s9(11)v99 value zero.

01  pex-total-disp              pic -(11)9.99.

    copy "RHSWORK.cpy".

procedure division.
*> =================================================================
*> 0000-mainline
*> controls overall flow of the pending-approval expiry run.
*> =================================================================
0000-mainline.
    move "PNDEXPIR" to rhw-program-name
    perform 8600-start-run-history thru 8600-exit
    perform 1000-initialize thru 1000-exit
    if pex-run-ok
        perform 2000-expire-loop thru 2000-exit
            until pex-at-end
        perform 3000-write-totals thru 3000-exit
        if pex-expired-count > zero
            move 4 to return-code
        end-if
    end-if
    perform 9999-terminate thru 9999-exit
    perform 9900-record-run-history thru 9900-exit
    goback.

*> =================================================================
*> 1000-initialize
*> establishes the business date and opens the queue and the
*> report.  no queue file means nothing was ever queued.
*> =================================================================
1000-initialize.
    perform 8800-get-business-date thru 8800-exit
    if bdt-run-date = zero
        display "PNDEXPIR: RUN CONTROL FILE MISSING - RUN REFUSED"
        move "N" to pex-run-ok-sw
        move 16 to return-code
        go to 1000-exit
    end-if
    open i-o pending-approval-file
    if pnd-file-status = "05" or pnd-file-status = "35"
        display "PNDEXPIR: NO APPROVAL QUEUE FILE - NOTHING TO EXPIRE"
        move "N" to pex-run-ok-sw
        go to 1000-exit
    end-if
    if pnd-file-status not = "00"
        display "PNDEXPIR: APPROVAL QUEUE OPEN FAILED - STATUS "
            pnd-file-status
        move "N" to pex-run-ok-sw
        move 16 to return-code
        go to 1000-exit
    end-if
    open output print-file
    move spaces to pex-header-line
    string "BAMS PENDING APPROVALS EXPIRED - BUSINESS DATE "
            delimited by size
        bdt-run-date delimited by size
        into pex-header-line
    write pex-header-line
    move spaces to pex-header-line
    string "REFERENCE         ACCOUNT     T  TO ACCOUNT        AMOUNT  "
            delimited by size
        "MAKER     KEYED" delimited by size
        into pex-header-line
    write pex-header-line
    accept pex-now-time from time.
1000-exit.
    exit.

*> =================================================================
*> 2000-expire-loop
*> reads the next queue record and expires it if still pending.
*> =================================================================
2000-expire-loop.
    read pending-approval-file next record
        at end
            set pex-at-end to true
            go to 2000-exit
    end-read
    add 1 to pex-records-read
    if not pnd-stat-pending
        go to 2000-exit
    end-if
    set pnd-stat-expired to true
    move "PNDEXPIR"   to pnd-checker-id
    move bdt-run-date to pnd-decided-date
    move pex-now-time to pnd-decided-time
    rewrite pnd-record
        invalid key
            display "PNDEXPIR: REWRITE FAILED " pnd-seq-no
            go to 2000-exit
    end-rewrite
    add 1 to pex-expired-count
    add pnd-amount to pex-expired-amount
    move spaces to pex-detail-line
    move pnd-seq-no         to pex-det-seq
    move pnd-acct-number    to pex-det-acct
    move pnd-type           to pex-det-type
    move pnd-to-acct-number to pex-det-to-acct
    move pnd-amount         to pex-det-amount
    move pnd-maker-id       to pex-det-maker
    move pnd-keyed-date     to pex-det-keyed-date
    write pex-detail-line.
2000-exit.
    exit.

*> =================================================================
*> 3000-write-totals
*> prints the expired count and amount, or a no-items line on a
*> quiet night so the check is provably run.
*> =================================================================
3000-write-totals.
    if pex-expired-count = zero
        move "NO ENTRIES WERE PENDING APPROVAL" to pex-header-line
        write pex-header-line
        go to 3000-exit
    end-if
    move pex-expired-amount to pex-total-disp
    move spaces to pex-header-line
    string "ENTRIES EXPIRED: " delimited by size
        pex-expired-count delimited by size
        "   AMOUNT: " delimited by size
        pex-total-disp delimited by size
        into pex-header-line
    write pex-header-line.
3000-exit.
    exit.

*> =================================================================
*> 9900-record-run-history
*> records the run on the run-history file - pending items read,
*> items expired and the amount expired.
*> =================================================================
9900-record-run-history.
    move pex-records-read   to rhw-records-read
    move pex-expired-count  to rhw-records-written
    move pex-expired-amount to rhw-control-amount
    perform 8650-write-run-history thru 8650-exit.
9900-exit.
    exit.

*> =================================================================
*> 9999-terminate
*> closes the files and reports the run counts.
*> =================================================================
9999-terminate.
    if pex-run-ok
        close pending-approval-file
        close print-file
    end-if
    display "PNDEXPIR: BUSINESS DATE    " bdt-run-date
    display "PNDEXPIR: QUEUE RECORDS    " pex-records-read
    display "PNDEXPIR: ENTRIES EXPIRED  " pex-expired-count.
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

end program pndexpir.
