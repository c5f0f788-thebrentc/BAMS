*>                    (a freshly seeded run-control file) and any
*>                    gap outside one to thirty-one days fall
*>                    back to a single day, reported on sysout.
*> 2026-10-15   rcp   record each run on the run-history file for the
*>                    operations status screen and the business date
*>                    advance.
*> -----------------------------------------------------------------
identification division.
program-id. intaccru.
    copy "ACCTSEL.cpy".
    copy "RATSEL.cpy".
    copy "BDTSEL.cpy".
    copy "RHSSEL.cpy".

data division.
file section.
    copy "ACCTREC.cpy".
    copy "RATREC.cpy".
    copy "BDTREC.cpy".
    copy "RHSREC.cpy".

working-storage section.

01  acct-file-status            pic x(02).
01  rat-file-status             pic x(02).
01  bdt-file-status             pic x(02).
01  rhs-file-status             pic x(02).

01  bdt-run-date                pic 9(08)   value zero.


01  acr-accounts-accrued        pic 9(07)   value zero.

01  acr-interest-total          pic s9(11)v9(4) value zero.

01  acr-today-date              pic 9(08)   value zero.

    copy "RHSWORK.cpy".

procedure division.
*> =================================================================
*> 0000-mainline
*> controls overall flow of the nightly accrual run.
*> =================================================================
0000-mainline.
    move "INTACCRU" to rhw-program-name
    perform 8600-start-run-history thru 8600-exit
    perform 1000-initialize thru 1000-exit
    if acr-open-failed
        move 16 to return-code
        end-if
    end-if
    perform 9999-terminate thru 9999-exit
    perform 9900-record-run-history thru 9900-exit
    goback.

*> =================================================================
        acct-balance * acr-tbl-annual-rate (acr-best-sub)
            * acr-accrual-days / 36500
    add acr-daily-interest to acct-accrued-int
    add acr-daily-interest to acr-interest-total
    add 1 to acr-accounts-accrued
    rewrite acct-record
        invalid key
3150-exit.
    exit.

*> =================================================================
*> 9900-record-run-history
*> records the run on the run-history file - accounts read and
*> accrued, the days accrued and the interest accrued.
*> =================================================================
9900-record-run-history.
    move acr-accounts-read    to rhw-records-read
    move acr-accounts-accrued to rhw-records-written
    move acr-accrual-days     to rhw-control-count
    compute rhw-control-amount rounded = acr-interest-total
    perform 8650-write-run-history thru 8650-exit.
9900-exit.
    exit.

*> =================================================================
*> 9999-terminate
*> closes the files and reports the run counts.
*> =================================================================
    copy "DAYSERL.cpy".

*> =================================================================
*> 8600-start-run-history
*> shared run-history paragraphs - see copybooks/rhslog.cpy.
*> =================================================================
    copy "RHSLOG.cpy".

end program intaccru.
