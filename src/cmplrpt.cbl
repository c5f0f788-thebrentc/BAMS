*> maintenance history
*> date        init  description
*> 2026-09-01   rcp   original program.
*> 2026-10-15   rcp   record each run on the run-history file for the
*>                    operations status screen and the business date
*>                    advance.
*> -----------------------------------------------------------------
identification division.
program-id. cmplrpt.
    copy "TXNSEL.cpy".
    copy "ACCTSEL.cpy".
    copy "BDTSEL.cpy".
    copy "RHSSEL.cpy".
    select parameter-file assign to "CMPPARM"
        organization is line sequential
        access mode is sequential
    copy "TXNREC.cpy".
    copy "ACCTREC.cpy".
    copy "BDTREC.cpy".
    copy "RHSREC.cpy".

    fd  parameter-file.
    01  prm-record.
01  bdt-file-status             pic x(02).
01  prm-file-status             pic x(02).
01  print-file-status           pic x(02).
01  rhs-file-status             pic x(02).

01  bdt-run-date                pic 9(08)   value zero.


01  cmp-exceptions-written      pic 9(07)   value zero.

01  cmp-entries-read            pic 9(09)   value zero.

01  cmp-signed-work             pic s9(11)v99 value zero.

    copy "RHSWORK.cpy".

procedure division.
*> =================================================================
*> 0000-mainline
*> controls overall flow of the compliance report run.
*> =================================================================
0000-mainline.
    move "CMPLRPT" to rhw-program-name
    perform 8600-start-run-history thru 8600-exit
    perform 1000-initialize thru 1000-exit
    if cmp-run-ok
        sort sort-work-file
        move 16 to return-code
    end-if
    perform 9999-terminate thru 9999-exit
    perform 9900-record-run-history thru 9900-exit
    goback.

*> =================================================================
            set cmp-txn-at-end to true
            go to 2100-exit
    end-read
    add 1 to cmp-entries-read
    if not txn-is-posted or txn-date not = cmp-today-date
        go to 2100-exit
    end-if
7000-exit.
    exit.

*> =================================================================
*> 9900-record-run-history
*> records the run on the run-history file - log entries read
*> and exceptions written.
*> =================================================================
9900-record-run-history.
    move cmp-entries-read       to rhw-records-read
    move cmp-exceptions-written to rhw-records-written
    perform 8650-write-run-history thru 8650-exit.
9900-exit.
    exit.

*> =================================================================
*> 9999-terminate
*> closes the files and reports the run counts.
*> =================================================================
    copy "BDTGET.cpy".

*> =================================================================
*> 8600-start-run-history
*> shared run-history paragraphs - see copybooks/rhslog.cpy.
*> =================================================================
    copy "RHSLOG.cpy".

end program cmplrpt.
