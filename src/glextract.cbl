*>                    one off-master account read leaves status 23
*>                    standing, which silently defaulted the gl
*>                    code of every account sorted after it.
*> 2026-10-15   rcp   split each account's service charges and fee
*>                    refunds into a class F detail of their own,
*>                    sorted and netted apart from the ordinary
*>                    movement, so the gl books fee income.  the
*>                    record count grows; the control total does
*>                    not change.
*> 2026-10-15   rcp   record each run on the run-history file for the
*>                    operations status screen and the business date
*>                    advance.
*> -----------------------------------------------------------------
identification division.
program-id. glextract.
    copy "BDTSEL.cpy".
    copy "ACCTSEL.cpy".
    copy "PRDSEL.cpy".
    copy "RHSSEL.cpy".
    select sort-work-file assign to "SORTWK1".

data division.
    copy "BDTREC.cpy".
    copy "ACCTREC.cpy".
    copy "PRDREC.cpy".
    copy "RHSREC.cpy".

    sd  sort-work-file.
    01  srt-record.
        05  srt-acct-number             pic x(10).
        05  srt-movement-class          pic x(01).
        05  srt-signed-amount           pic s9(09)v99.

working-storage section.
01  bdt-file-status             pic x(02).
01  acct-file-status            pic x(02).
01  prd-file-status             pic x(02).
01  rhs-file-status             pic x(02).

01  bdt-run-date                pic 9(08)   value zero.


01  glx-current-acct                  pic x(10)   value spaces.

01  glx-current-class                 pic x(01)   value space.

01  glx-running-sum                   pic s9(09)v99 value zero.

01  glx-records-written               pic 9(07)   value zero.

01  glx-entries-read                  pic 9(09)   value zero.

01  glx-control-total                  pic s9(11)v99 value zero.

    copy "RHSWORK.cpy".

procedure division.
*> =================================================================
*> 0000-mainline
*> controls overall flow of the general ledger extract run.
*> =================================================================
0000-mainline.
    move "GLEXTRACT" to rhw-program-name
    perform 8600-start-run-history thru 8600-exit
    perform 1000-initialize thru 1000-exit
    if glx-run-ok
        sort sort-work-file
            on ascending key srt-acct-number
                             srt-movement-class
            input procedure 2000-release-transactions
            output procedure 5000-process-sorted-recs
        perform 6000-write-trailer thru 6000-exit
        move 16 to return-code
    end-if
    perform 9999-terminate thru 9999-exit
    perform 9900-record-run-history thru 9900-exit
    goback.

*> =================================================================
        at end
            set glx-txn-at-end to true
        not at end
            add 1 to glx-entries-read
            if txn-is-posted and txn-date = glx-today-date
                move txn-acct-number to srt-acct-number
                if txn-type-fee
                        or (txn-type-reversal and txn-reason-fee)
                    move "F" to srt-movement-class
                else
                    move space to srt-movement-class
                end-if
                if txn-type-debit
                    compute srt-signed-amount = zero - txn-amount
                else
*> =================================================================
*> 5100-return-loop
*> returns one sorted record and rolls the running sum, breaking
*> on account number and movement class.
*> =================================================================
5100-return-loop.
    return sort-work-file
            set glx-sort-at-end to true
        not at end
            if srt-acct-number not = glx-current-acct
                    or srt-movement-class not = glx-current-class
                if glx-current-acct not = spaces
                    perform 5200-write-detail thru 5200-exit
                end-if
                move srt-acct-number to glx-current-acct
                move srt-movement-class to glx-current-class
                move zero to glx-running-sum
            end-if
            add srt-signed-amount to glx-running-sum
        move glx-mapped-gl-code   to glx-gl-code
        move glx-running-sum        to glx-net-amount
        move glx-today-date           to glx-movement-date
        move glx-current-class        to glx-movement-class
        write glx-detail-record
        add 1 to glx-records-written
        add glx-running-sum to glx-control-total
6000-exit.
    exit.

*> =================================================================
*> 9900-record-run-history
*> records the run on the run-history file - log entries read,
*> journal records written and the control total.
*> =================================================================
9900-record-run-history.
    move glx-entries-read    to rhw-records-read
    move glx-records-written to rhw-records-written
    move glx-control-total   to rhw-control-amount
    perform 8650-write-run-history thru 8650-exit.
9900-exit.
    exit.

*> =================================================================
*> 9999-terminate
*> closes the gl extract file.
*> =================================================================
    copy "BDTGET.cpy".

*> =================================================================
*> 8600-start-run-history
*> shared run-history paragraphs - see copybooks/rhslog.cpy.
*> =================================================================
    copy "RHSLOG.cpy".

end program glextract.
