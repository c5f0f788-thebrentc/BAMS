*> maintenance history
*> date        init  description
*> 2026-09-01   rcp   original program.
*> 2026-10-15   rcp   record each run on the run-history file for the
*>                    operations status screen and the business date
*>                    advance.  the business date is read only to stamp
*>                    the history record - the run does not depend on
*>                    it.
*> -----------------------------------------------------------------
identification division.
program-id. yeintrpt.
    copy "TXNSEL.cpy".
    copy "ARCSEL.cpy".
    copy "ACCTSEL.cpy".
    copy "BDTSEL.cpy".
    copy "RHSSEL.cpy".
    select print-file assign to "YEINTRPT"
        organization is line sequential
        access mode is sequential
    copy "TXNREC.cpy".
    copy "ARCREC.cpy".
    copy "ACCTREC.cpy".
    copy "BDTREC.cpy".
    copy "RHSREC.cpy".

    fd  print-file.
    01  yei-header-line             pic x(90).
01  arc-file-status             pic x(02).
01  acct-file-status            pic x(02).
01  print-file-status           pic x(02).
01  bdt-file-status             pic x(02).
01  rhs-file-status             pic x(02).

01  bdt-run-date                pic 9(08)   value zero.

01  yei-year                    pic 9(04)   value zero.
01  yei-year-x redefines yei-year

01  yei-accounts-written        pic 9(07)   value zero.

01  yei-entries-read            pic 9(09)   value zero.

01  yei-grand-total             pic s9(13)v99 value zero.

01  yei-grand-total-disp        pic -(13)9.99.

    copy "RHSWORK.cpy".

procedure division.
*> =================================================================
*> 0000-mainline
*> controls overall flow of the year-end interest report.
*> =================================================================
0000-mainline.
    move "YEINTRPT" to rhw-program-name
    perform 8600-start-run-history thru 8600-exit
    perform 8800-get-business-date thru 8800-exit
    perform 1000-initialize thru 1000-exit
    if yei-run-ok
        sort sort-work-file
        move 16 to return-code
    end-if
    perform 9999-terminate thru 9999-exit
    perform 9900-record-run-history thru 9900-exit
    goback.

*> =================================================================
*> credit positive, a reason-IN claw-back debit negative.
*> =================================================================
2150-release-if-interest.
    add 1 to yei-entries-read
    if not txn-is-posted
        go to 2150-exit
    end-if
6000-exit.
    exit.

*> =================================================================
*> 9900-record-run-history
*> records the run on the run-history file - log and archive
*> entries read, accounts written and the grand total.
*> =================================================================
9900-record-run-history.
    move yei-entries-read     to rhw-records-read
    move yei-accounts-written to rhw-records-written
    move yei-grand-total      to rhw-control-amount
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

end program yeintrpt.
