*>                    generations ahead of the live log.  a missing
*>                    archive dd is fine - a shop that has never
*>                    purged has nothing to reach back into.
*> 2026-10-15   rcp   record each run on the run-history file for the
*>                    operations status screen and the business date
*>                    advance.  the business date is read only to stamp
*>                    the history record - the run does not depend on
*>                    it.
*> -----------------------------------------------------------------
identification division.
program-id. reconcile.
    copy "TXNSEL.cpy".
    copy "EXCSEL.cpy".
    copy "ARCSEL.cpy".
    copy "BDTSEL.cpy".
    copy "RHSSEL.cpy".
    select sort-work-file assign to "SORTWK1".
    select account-totals-file assign to "RECTOTAL"
        organization is sequential
    copy "TXNREC.cpy".
    copy "EXCREC.cpy".
    copy "ARCREC.cpy".
    copy "BDTREC.cpy".
    copy "RHSREC.cpy".

    sd  sort-work-file.
    01  srt-record.
01  exc-file-status             pic x(02).
01  rtl-file-status             pic x(02).
01  arc-file-status             pic x(02).
01  bdt-file-status             pic x(02).
01  rhs-file-status             pic x(02).

01  bdt-run-date                pic 9(08)   value zero.

01  rec-txn-at-end-sw             pic x(01)   value "N".
    88  rec-txn-at-end                          value "Y".

01  rec-exceptions-written           pic 9(07)   value zero.

01  rec-entries-read                 pic 9(09)   value zero.

    copy "RHSWORK.cpy".

procedure division.
*> =================================================================
*> 0000-mainline
*> controls overall flow of the reconciliation run.
*> =================================================================
0000-mainline.
    move "RECONCILE" to rhw-program-name
    perform 8600-start-run-history thru 8600-exit
    perform 8800-get-business-date thru 8800-exit
    perform 1000-initialize thru 1000-exit
    sort sort-work-file
        on ascending key srt-acct-number
        output procedure 5000-process-sorted-recs
    perform 6000-merge-accounts thru 6000-exit
    perform 9999-terminate thru 9999-exit
    perform 9900-record-run-history thru 9900-exit
    goback.

*> =================================================================
*> signed, so it releases through the credit leg unchanged.
*> =================================================================
2150-release-if-posted.
    add 1 to rec-entries-read
    if txn-is-posted
        move txn-acct-number to srt-acct-number
        if txn-type-debit
5300-exit.
    exit.

*> =================================================================
*> 9900-record-run-history
*> records the run on the run-history file - log and archive
*> entries read, exceptions written and accounts checked.
*> =================================================================
9900-record-run-history.
    move rec-entries-read       to rhw-records-read
    move rec-exceptions-written to rhw-records-written
    move rec-accounts-checked   to rhw-control-count
    perform 8650-write-run-history thru 8650-exit.
9900-exit.
    exit.

*> =================================================================
*> 9999-terminate
*> closes the account master and exceptions files.
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

end program reconcile.
