*> maintenance history
*> date        init  description
*> 2026-09-01   rcp   original program.
*> 2026-10-15   rcp   record each run on the run-history file for the
*>                    operations status screen and the business date
*>                    advance.
*> -----------------------------------------------------------------
identification division.
program-id. dormswep.
file-control.
    copy "ACCTSEL.cpy".
    copy "BDTSEL.cpy".
    copy "RHSSEL.cpy".
    select print-file assign to "DORMRPT"
        organization is line sequential
        access mode is sequential
file section.
    copy "ACCTREC.cpy".
    copy "BDTREC.cpy".
    copy "RHSREC.cpy".

    fd  print-file.
    01  drm-header-line             pic x(90).
01  acct-file-status            pic x(02).
01  bdt-file-status             pic x(02).
01  print-file-status           pic x(02).
01  rhs-file-status             pic x(02).

01  bdt-run-date                pic 9(08)   value zero.

01  drm-swept-now-sw            pic x(01)   value "N".
    88  drm-swept-now                         value "Y".

    copy "RHSWORK.cpy".

procedure division.
*> =================================================================
*> 0000-mainline
*> controls overall flow of the dormancy sweep.
*> =================================================================
0000-mainline.
    move "DORMSWEP" to rhw-program-name
    perform 8600-start-run-history thru 8600-exit
    perform 1000-initialize thru 1000-exit
    if drm-run-ok
        perform 2000-sweep-accounts thru 2000-exit
        move 16 to return-code
    end-if
    perform 9999-terminate thru 9999-exit
    perform 9900-record-run-history thru 9900-exit
    goback.

*> =================================================================
4000-exit.
    exit.

*> =================================================================
*> 9900-record-run-history
*> records the run on the run-history file - accounts read,
*> swept and found dormant.
*> =================================================================
9900-record-run-history.
    move drm-accounts-read    to rhw-records-read
    move drm-accounts-swept   to rhw-records-written
    move drm-accounts-dormant to rhw-control-count
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

end program dormswep.
