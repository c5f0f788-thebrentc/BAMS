*> -----------------------------------------------------------------
*> program:      acctrcvr
*> author:       r. c. peters
*> installation: bams - bank account management system
*> date-written: 2026-10-15
*> -----------------------------------------------------------------
*> purpose:      account-master forward recovery.  rebuilds a lost
*>               or damaged account-master into a new data set from
*>               the last good image generation written by
*>               acctimag, then rolls forward every transaction-log
*>               entry posted since that image:
*>                 - the image is proved complete against its own
*>                   trailer count and balance total before a
*>                   single record is trusted;
*>                 - an entry written after the image (a live log
*>                   record beyond the count the log held at the
*>                   image, less whatever a purge since has
*>                   archived), or noted on the image as still
*>                   unposted, is
*>                   rolled into its account's balance if it is
*>                   posted now - signed exactly as reconcile signs
*>                   it, so the rebuilt balance is the image
*>                   balance plus the posted movement since;
*>                 - the archive generation named on the TXNARCHV
*>                   dd is read ahead of the live log, so entries a
*>                   month-end purge moved off the log after the
*>                   image are still rolled.  no archive dd is
*>                   fine when no purge has run since the image.
*>                   a purge since that cut off past the image's
*>                   business date refuses the run;
*>                 - an intcapit entry written after the image also
*>                   takes its cents back out of the accrual field,
*>                   as intcapit did when it wrote it;
*>                 - an account the escheat run closed since the
*>                   image is closed again (close reason E) from
*>                   the escheatment register;
*>                 - an account posted to that is not on the image
*>                   (opened since) is rebuilt on hold under a
*>                   placeholder name and listed, for a supervisor
*>                   to restore its details through account
*>                   maintenance before releasing the hold.
*>               the rebuilt file is then read back and its count
*>               and balance total proved against the image totals
*>               plus the movement rolled.  the run's clock start
*>               and end are printed for the disaster-recovery
*>               record.  the recovery job then runs reconcile
*>               against the rebuilt file, and the file goes back
*>               into service only when both steps end clean - see
*>               jcl/acctrcvr.jcl.  what is not on the log is put
*>               back by the operator, as the deck's followup
*>               section sets out:
*>                 - account maintenance since the image (status,
*>                   product, customer link) is re-keyed from the
*>                   audit trail;
*>                 - interest accrued since the image is restored
*>                   by rerunning intaccru for each business date
*>                   it ran since, in date order;
*>                 - accounts the dormancy sweep moved to dormant
*>                   since the image are listed "SWEPT NOW" on its
*>                   dormant-accounts report, and are swept again
*>                   or re-keyed.
*>               rc 4 when accounts were rebuilt on hold, rc 16
*>               when the image is unusable, a purge since has cut
*>               off past the image date, or the proof fails.
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original program.
*> 2026-10-15   rcp   record each run on the run-history file for the
*>                    operations status screen and the business date
*>                    advance.
*> 2026-10-15   rcp   roll forward the live log records beyond the
*>                    image's log count, less those a later purge
*>                    archived, instead of judging by sequence number;
*>                    refuse when a purge since cut off past the image
*>                    date; close escheated accounts again from the
*>                    escheatment register.
*> -----------------------------------------------------------------
identification division.
program-id. acctrcvr.
author. r. c. peters.
installation. bams.
date-written. 2026-10-15.

environment division.
input-output section.
file-control.
    copy "ACCTSEL.cpy".
    copy "TXNSEL.cpy".
    copy "ARCSEL.cpy".
    copy "IMGSEL.cpy".
    copy "ESCSEL.cpy".
    copy "BDTSEL.cpy".
    copy "RHSSEL.cpy".
    select print-file assign to "RCVRPT"
        organization is line sequential
        access mode is sequential
        file status is print-file-status.
    select sort-work-file assign to "SORTWK1".

data division.
file section.
    copy "ACCTREC.cpy".
    copy "TXNREC.cpy".
    copy "ARCREC.cpy".
    copy "IMGREC.cpy".
    copy "ESCREC.cpy".
    copy "BDTREC.cpy".
    copy "RHSREC.cpy".

    fd  print-file.
    01  rcv-header-line             pic x(90).
    01  rcv-detail-line.
        05  rcv-det-acct            pic x(10).
        05  filler                  pic x(02).
        05  rcv-det-seq             pic 9(16).
        05  filler                  pic x(02).
        05  rcv-det-type            pic x(01).
        05  filler                  pic x(02).
        05  rcv-det-amount          pic -(9)9.99.
        05  filler                  pic x(02).
        05  rcv-det-note            pic x(30).

    sd  sort-work-file.
    01  srt-record.
        05  srt-seq-no              pic 9(16).
        05  srt-source              pic x(01).
            88  srt-is-image-note        value "1".
            88  srt-is-log-entry         value "2".
        05  srt-acct-number         pic x(10).
        05  srt-type                pic x(01).
        05  srt-amount              pic s9(09)v99.
        05  srt-date                pic 9(08).
        05  srt-posted-sw           pic x(01).
            88  srt-is-posted            value "Y".
        05  srt-intcapit-sw         pic x(01).
            88  srt-is-intcapit          value "Y".
        05  srt-after-image-sw      pic x(01).
            88  srt-is-after-image       value "Y".

working-storage section.

01  acct-file-status            pic x(02).
01  txn-file-status             pic x(02).
01  arc-file-status             pic x(02).
01  img-file-status             pic x(02).
01  esn-file-status             pic x(02).
01  bdt-file-status             pic x(02).
01  print-file-status           pic x(02).
01  rhs-file-status             pic x(02).

01  bdt-run-date                pic 9(08)   value zero.

01  rcv-run-ok-sw               pic x(01)   value "Y".
    88  rcv-run-ok                            value "Y".

01  rcv-img-at-end-sw           pic x(01)   value "N".
    88  rcv-img-at-end                        value "Y".

01  rcv-txn-at-end-sw           pic x(01)   value "N".
    88  rcv-txn-at-end                        value "Y".

01  rcv-arc-at-end-sw           pic x(01)   value "N".
    88  rcv-arc-at-end                        value "Y".

01  rcv-sort-at-end-sw          pic x(01)   value "N".
    88  rcv-sort-at-end                       value "Y".

01  rcv-acct-at-end-sw          pic x(01)   value "N".
    88  rcv-acct-at-end                       value "Y".

01  rcv-trailer-seen-sw         pic x(01)   value "N".
    88  rcv-trailer-seen                      value "Y".

01  rcv-found-sw                pic x(01)   value "N".
    88  rcv-found                             value "Y".

01  rcv-reg-at-end-sw           pic x(01)   value "N".
    88  rcv-reg-at-end                        value "Y".

01  rcv-after-image-sw          pic x(01)   value "N".
    88  rcv-after-image                       value "Y".

01  rcv-start-time              pic 9(08)   value zero.

01  rcv-end-time                pic 9(08)   value zero.

*> what the image says about itself.
01  rcv-image-date              pic 9(08)   value zero.

01  rcv-image-clock-date        pic 9(08)   value zero.

01  rcv-image-clock-time        pic 9(08)   value zero.

01  rcv-trl-count               pic 9(09)   value zero.

01  rcv-trl-balance             pic s9(13)v99 value zero.

01  rcv-trl-unposted            pic 9(09)   value zero.

01  rcv-high-seq-no             pic 9(16)   value zero.

01  rcv-log-at-image            pic 9(09)   value zero.

01  rcv-image-stamp             pic 9(16)   value zero.

*> where the image stands on the live log now - the records then
*> on the log, less those a purge run since has archived.  a live
*> log record beyond this position was written after the image.
01  rcv-purged-since            pic 9(09)   value zero.

01  rcv-log-threshold           pic 9(09)   value zero.

01  rcv-log-position            pic 9(09)   value zero.

01  rcv-purge-stamp             pic 9(16)   value zero.

*> the sequence number of the last image note returned by the
*> sort - a log entry with the same number was unposted when the
*> image was taken.
01  rcv-noted-seq-no            pic 9(16)   value zero.

01  rcv-accounts-loaded         pic 9(09)   value zero.

01  rcv-loaded-balance          pic s9(13)v99 value zero.

01  rcv-unposted-loaded         pic 9(09)   value zero.

01  rcv-entries-in-image        pic 9(09)   value zero.

01  rcv-entries-rolled          pic 9(09)   value zero.

01  rcv-rolled-net              pic s9(13)v99 value zero.

01  rcv-accruals-adjusted       pic 9(09)   value zero.

01  rcv-accounts-rebuilt        pic 9(09)   value zero.

01  rcv-escheats-carried        pic 9(09)   value zero.

01  rcv-rewrite-failures        pic 9(09)   value zero.

01  rcv-final-count             pic 9(09)   value zero.

01  rcv-final-balance           pic s9(13)v99 value zero.

01  rcv-expected-count          pic 9(09)   value zero.

01  rcv-expected-balance        pic s9(13)v99 value zero.

01  rcv-signed-amount           pic s9(09)v99 value zero.

01  rcv-total-disp              pic -(13)9.99.

01  rcv-total-disp-2            pic -(13)9.99.

    copy "RHSWORK.cpy".

procedure division.
*> =================================================================
*> 0000-mainline
*> controls overall flow of the forward recovery run.
*> =================================================================
0000-mainline.
    move "ACCTRCVR" to rhw-program-name
    perform 8600-start-run-history thru 8600-exit
    perform 1000-initialize thru 1000-exit
    if rcv-run-ok
        perform 2000-load-image thru 2000-exit
    end-if
    if rcv-run-ok
        sort sort-work-file
            on ascending key srt-seq-no
                             srt-source
            input procedure 3000-release-entries
            output procedure 5000-roll-forward
        perform 7000-prove-rebuilt thru 7000-exit
    end-if
    perform 9999-terminate thru 9999-exit
    perform 9900-record-run-history thru 9900-exit
    goback.

*> =================================================================
*> 1000-initialize
*> establishes the business date, notes the clock start, and
*> opens the report.
*> =================================================================
1000-initialize.
    accept rcv-start-time from time
    perform 8800-get-business-date thru 8800-exit
    if bdt-run-date = zero
        display "ACCTRCVR: RUN CONTROL FILE MISSING - RUN REFUSED"
        move "N" to rcv-run-ok-sw
        move 16 to return-code
        go to 1000-exit
    end-if
    open output print-file
    if print-file-status not = "00"
        display "ACCTRCVR: PRINT FILE OPEN FAILED - STATUS "
            print-file-status
        move "N" to rcv-run-ok-sw
        move 16 to return-code
        go to 1000-exit
    end-if
    move spaces to rcv-header-line
    string "BAMS ACCOUNT-MASTER FORWARD RECOVERY - BUSINESS DATE "
            delimited by size
        bdt-run-date delimited by size
        into rcv-header-line
    write rcv-header-line.
1000-exit.
    exit.

*> =================================================================
*> 2000-load-image
*> writes every image detail to the new account-master and proves
*> the image against its trailer.  a generation without a header,
*> without a trailer, or out of balance with its trailer is
*> refused - it is no base to recover from.
*> =================================================================
2000-load-image.
    open input image-file
    if img-file-status not = "00"
        display "ACCTRCVR: IMAGE FILE OPEN FAILED - STATUS "
            img-file-status
        move "N" to rcv-run-ok-sw
        move 16 to return-code
        go to 2000-exit
    end-if
    read image-file
        at end
            set rcv-img-at-end to true
    end-read
    if rcv-img-at-end or not img-is-header
        display "ACCTRCVR: IMAGE HAS NO HEADER - RUN REFUSED"
        close image-file
        move "N" to rcv-run-ok-sw
        move 16 to return-code
        go to 2000-exit
    end-if
    move img-hdr-business-date to rcv-image-date
    move img-hdr-clock-date    to rcv-image-clock-date
    move img-hdr-clock-time    to rcv-image-clock-time
    compute rcv-image-stamp =
        rcv-image-clock-date * 100000000 + rcv-image-clock-time
    open output account-master
    if acct-file-status not = "00"
        display "ACCTRCVR: ACCOUNT MASTER OPEN FAILED - STATUS "
            acct-file-status
        close image-file
        move "N" to rcv-run-ok-sw
        move 16 to return-code
        go to 2000-exit
    end-if
    perform 2100-load-loop thru 2100-exit
        until rcv-img-at-end
    close image-file
    close account-master
    perform 2500-prove-image thru 2500-exit.
2000-exit.
    exit.

*> =================================================================
*> 2100-load-loop
*> reads the next image record - a detail is written to the new
*> master, a trailer's totals are kept for the proof.
*> =================================================================
2100-load-loop.
    read image-file
        at end
            set rcv-img-at-end to true
            go to 2100-exit
    end-read
    evaluate true
        when img-is-detail
            move img-acct-data to acct-record
            write acct-record
                invalid key
                    display "ACCTRCVR: ACCOUNT WRITE FAILED "
                        acct-number
                    add 1 to rcv-rewrite-failures
                    go to 2100-exit
            end-write
            add 1 to rcv-accounts-loaded
            add acct-balance to rcv-loaded-balance
        when img-is-unposted
            add 1 to rcv-unposted-loaded
        when img-is-trailer
            set rcv-trailer-seen to true
            move img-trl-record-count   to rcv-trl-count
            move img-trl-balance-total  to rcv-trl-balance
            move img-trl-unposted-count to rcv-trl-unposted
            move img-trl-high-seq-no    to rcv-high-seq-no
            move img-trl-log-count      to rcv-log-at-image
        when other
            continue
    end-evaluate.
2100-exit.
    exit.

*> =================================================================
*> 2500-prove-image
*> prints the image particulars and refuses an incomplete one.
*> =================================================================
2500-prove-image.
    move spaces to rcv-header-line
    string "IMAGE TAKEN FOR BUSINESS DATE " delimited by size
        rcv-image-date delimited by size
        " AT " delimited by size
        rcv-image-clock-date delimited by size
        " " delimited by size
        rcv-image-clock-time delimited by size
        "   HIGH SEQ " delimited by size
        rcv-high-seq-no delimited by size
        into rcv-header-line
    write rcv-header-line
    move spaces to rcv-header-line
    string "LOG RECORDS AT IMAGE " delimited by size
        rcv-log-at-image delimited by size
        into rcv-header-line
    write rcv-header-line
    move rcv-trl-balance    to rcv-total-disp
    move rcv-loaded-balance to rcv-total-disp-2
    move spaces to rcv-header-line
    string "IMAGE TRAILER  ACCOUNTS " delimited by size
        rcv-trl-count delimited by size
        "  BALANCE " delimited by size
        rcv-total-disp delimited by size
        into rcv-header-line
    write rcv-header-line
    move spaces to rcv-header-line
    string "IMAGE LOADED   ACCOUNTS " delimited by size
        rcv-accounts-loaded delimited by size
        "  BALANCE " delimited by size
        rcv-total-disp-2 delimited by size
        into rcv-header-line
    write rcv-header-line
    if not rcv-trailer-seen
            or rcv-accounts-loaded not = rcv-trl-count
            or rcv-loaded-balance not = rcv-trl-balance
            or rcv-unposted-loaded not = rcv-trl-unposted
            or rcv-rewrite-failures > zero
        move "*** IMAGE INCOMPLETE OR OUT OF BALANCE - RECOVERY REFUSED"
            to rcv-header-line
        write rcv-header-line
        display "ACCTRCVR: IMAGE FAILED ITS TRAILER PROOF - RUN REFUSED"
        move "N" to rcv-run-ok-sw
        move 16 to return-code
        go to 2500-exit
    end-if
    move spaces to rcv-header-line
    write rcv-header-line
    move "ACCOUNTS REBUILT ON HOLD - NOT ON THE IMAGE"
        to rcv-header-line
    write rcv-header-line
    move "ACCOUNT     SEQUENCE          T  AMOUNT         NOTE"
        to rcv-header-line
    write rcv-header-line.
2500-exit.
    exit.

*> =================================================================
*> 3000-release-entries
*> sort input procedure - releases the image's unposted notes,
*> then every posted entry and every intcapit entry from the
*> archive generation and the live log.  the live log is opened
*> first, so its record area is defined for the archive restore.
*> the archive is read ahead of the live log so its trailers
*> have settled where the image stands on the live log before
*> the first live record is judged.
*> =================================================================
3000-release-entries.
    move "N" to rcv-img-at-end-sw
    open input image-file
    perform 3100-release-notes thru 3100-exit
        until rcv-img-at-end
    close image-file
    open input transaction-log
    if txn-file-status not = "00"
        display "ACCTRCVR: TRANSACTION LOG OPEN FAILED - STATUS "
            txn-file-status
        move "N" to rcv-run-ok-sw
        move 16 to return-code
        go to 3000-exit
    end-if
    perform 3500-release-archive thru 3500-exit
    if not rcv-run-ok
        close transaction-log
        go to 3000-exit
    end-if
    if rcv-purged-since > rcv-log-at-image
        move zero to rcv-log-threshold
    else
        compute rcv-log-threshold =
            rcv-log-at-image - rcv-purged-since
    end-if
    move spaces to rcv-header-line
    string "PURGED SINCE IMAGE   " delimited by size
        rcv-purged-since delimited by size
        "   ROLLING LIVE LOG AFTER RECORD " delimited by size
        rcv-log-threshold delimited by size
        into rcv-header-line
    write rcv-header-line
    perform 3200-release-log thru 3200-exit
        until rcv-txn-at-end
    close transaction-log.
3000-exit.
    exit.

*> =================================================================
*> 3100-release-notes
*> releases one unposted note from the image.
*> =================================================================
3100-release-notes.
    read image-file
        at end
            set rcv-img-at-end to true
            go to 3100-exit
    end-read
    if not img-is-unposted
        go to 3100-exit
    end-if
    move spaces to srt-record
    move img-unp-seq-no      to srt-seq-no
    set srt-is-image-note    to true
    move img-unp-acct-number to srt-acct-number
    move zero to srt-amount
    move zero to srt-date
    release srt-record.
3100-exit.
    exit.

*> =================================================================
*> 3200-release-log
*> reads one live log entry and releases it, judging by its
*> position on the log whether it was written after the image.
*> sequence numbers cannot decide it - they are minted from each
*> job's own clock and interleave across jobs.
*> =================================================================
3200-release-log.
    read transaction-log
        at end
            set rcv-txn-at-end to true
            go to 3200-exit
    end-read
    add 1 to rcv-log-position
    if rcv-log-position > rcv-log-threshold
        move "Y" to rcv-after-image-sw
    else
        move "N" to rcv-after-image-sw
    end-if
    perform 3300-release-entry thru 3300-exit.
3200-exit.
    exit.

*> =================================================================
*> 3300-release-entry
*> releases the entry standing in txn-record if it is posted or
*> was written by intcapit, with its amount signed as reconcile
*> signs it - a type R correction is already signed.
*> =================================================================
3300-release-entry.
    if not txn-is-posted and txn-operator-id not = "INTCAPIT"
        go to 3300-exit
    end-if
    move spaces to srt-record
    move txn-seq-no      to srt-seq-no
    set srt-is-log-entry to true
    move txn-acct-number to srt-acct-number
    move txn-type        to srt-type
    if txn-type-debit
        compute srt-amount = zero - txn-amount
    else
        move txn-amount to srt-amount
    end-if
    move txn-date        to srt-date
    move txn-posted-sw   to srt-posted-sw
    if txn-operator-id = "INTCAPIT"
        move "Y" to srt-intcapit-sw
    end-if
    move rcv-after-image-sw to srt-after-image-sw
    release srt-record.
3300-exit.
    exit.

*> =================================================================
*> 3500-release-archive
*> releases the archive generation ahead of the live log.  no
*> archive dd means no purge has run since the image.  every
*> archived entry was on the log when the image was taken, so
*> none is released as written after it.
*> =================================================================
3500-release-archive.
    move "N" to rcv-after-image-sw
    open input archive-file
    if arc-file-status = "05" or arc-file-status = "35"
        display "ACCTRCVR: NO ARCHIVE INPUT - SKIPPED"
        go to 3500-exit
    end-if
    perform 3600-release-arch-loop thru 3600-exit
        until rcv-arc-at-end
    close archive-file.
3500-exit.
    exit.

*> =================================================================
*> 3600-release-arch-loop
*> reads one archive record and, for a detail, restores the
*> transaction image and releases it like a live log entry.  a
*> trailer stamped later than the image marks a purge run since,
*> whose archived records no longer stand ahead of the image's
*> place on the live log.  such a purge must have cut off no
*> later than the image's business date - everything written
*> after the image is dated on or after it, so nothing written
*> since can have been archived.  a later cutoff refuses the
*> run: recover from an image taken after the purge.
*> =================================================================
3600-release-arch-loop.
    read archive-file
        at end
            set rcv-arc-at-end to true
            go to 3600-exit
    end-read
    if arc-is-detail
        move arc-txn-data to txn-record
        perform 3300-release-entry thru 3300-exit
        go to 3600-exit
    end-if
    if not arc-is-trailer or not arc-trl-stamped
            or arc-trl-run-date not numeric
            or arc-trl-run-time not numeric
        go to 3600-exit
    end-if
    compute rcv-purge-stamp =
        arc-trl-run-date * 100000000 + arc-trl-run-time
    if rcv-purge-stamp not > rcv-image-stamp
        go to 3600-exit
    end-if
    if arc-trl-cutoff-date > rcv-image-date
        display "ACCTRCVR: PURGE SINCE THE IMAGE CUT OFF AFTER ITS "
            "BUSINESS DATE - RUN REFUSED"
        move "*** PURGE CUT OFF PAST THE IMAGE DATE - USE A LATER IMAGE"
            to rcv-header-line
        write rcv-header-line
        move "N" to rcv-run-ok-sw
        move 16 to return-code
        set rcv-arc-at-end to true
        go to 3600-exit
    end-if
    add arc-trl-record-count to rcv-purged-since.
3600-exit.
    exit.

*> =================================================================
*> 5000-roll-forward
*> sort output procedure - walks the entries in sequence order
*> and rolls each one the image does not already hold.
*> =================================================================
5000-roll-forward.
    open i-o account-master
    if acct-file-status not = "00"
        display "ACCTRCVR: ACCOUNT MASTER REOPEN FAILED - STATUS "
            acct-file-status
        move "N" to rcv-run-ok-sw
        move 16 to return-code
        go to 5000-exit
    end-if
    if not rcv-run-ok
        go to 5000-exit
    end-if
    perform 5100-return-loop thru 5100-exit
        until rcv-sort-at-end
    if rcv-accounts-rebuilt = zero
        move "  NONE" to rcv-header-line
        write rcv-header-line
    end-if
    perform 5800-carry-escheatments thru 5800-exit
    close account-master.
5000-exit.
    exit.

*> =================================================================
*> 5100-return-loop
*> returns one sorted record.  an image note marks its sequence
*> number as unposted at the image; a log entry is rolled if it
*> was written after the image (see 3200-release-log) or carries
*> a noted number, and is otherwise already in the image
*> balance.
*> =================================================================
5100-return-loop.
    return sort-work-file
        at end
            set rcv-sort-at-end to true
            go to 5100-exit
    end-return
    if srt-is-image-note
        move srt-seq-no to rcv-noted-seq-no
        go to 5100-exit
    end-if
    evaluate true
        when srt-is-after-image
            perform 5200-roll-entry thru 5200-exit
            if srt-is-intcapit
                perform 5400-adjust-accrual thru 5400-exit
            end-if
        when srt-seq-no = rcv-noted-seq-no
            perform 5200-roll-entry thru 5200-exit
        when other
            if srt-is-posted
                add 1 to rcv-entries-in-image
            end-if
    end-evaluate.
5100-exit.
    exit.

*> =================================================================
*> 5200-roll-entry
*> rolls one posted entry into its account's balance and
*> activity date, rebuilding the account on hold when it is not
*> on the image.
*> =================================================================
5200-roll-entry.
    if not srt-is-posted
        go to 5200-exit
    end-if
    perform 6000-fetch-account thru 6000-exit
    if not rcv-found
        perform 6200-rebuild-account thru 6200-exit
    end-if
    add srt-amount to acct-balance
    if srt-date > acct-last-actvy-date
        move srt-date to acct-last-actvy-date
    end-if
    perform 6100-rewrite-account thru 6100-exit
    add 1 to rcv-entries-rolled
    add srt-amount to rcv-rolled-net.
5200-exit.
    exit.

*> =================================================================
*> 5400-adjust-accrual
*> takes an intcapit entry written after the image back out of
*> the accrual field, as intcapit did when it wrote it - a type I
*> credit removes the cents it capitalized, an IN claw-back
*> debit restores them.  the accrual moves whether or not the
*> entry has posted since.
*> =================================================================
5400-adjust-accrual.
    perform 6000-fetch-account thru 6000-exit
    if not rcv-found
        go to 5400-exit
    end-if
    if acct-accrued-int not numeric
        move zero to acct-accrued-int
    end-if
    subtract srt-amount from acct-accrued-int
    perform 6100-rewrite-account thru 6100-exit
    add 1 to rcv-accruals-adjusted.
5400-exit.
    exit.

*> =================================================================
*> 5800-carry-escheatments
*> an account the yearly escheat run closed since the image comes
*> back from the log with a zero balance but still dormant - the
*> closing is not on the log.  the escheatment register is the
*> record of it, so every escheated account is closed again with
*> close reason E and its accrual cleared, as the escheat run
*> left it.  no register means no escheat run has ever been made.
*> =================================================================
5800-carry-escheatments.
    open input escheat-register-file
    if esn-file-status not = "00"
        display "ACCTRCVR: NO ESCHEATMENT REGISTER - SKIPPED"
        go to 5800-exit
    end-if
    move low-values to esn-acct-number
    start escheat-register-file
        key is not less than esn-acct-number
        invalid key
            set rcv-reg-at-end to true
    end-start
    perform 5850-carry-one thru 5850-exit
        until rcv-reg-at-end
    close escheat-register-file.
5800-exit.
    exit.

*> =================================================================
*> 5850-carry-one
*> reads the next register record and closes its account again
*> if it was escheated and the rebuilt account does not already
*> show it.
*> =================================================================
5850-carry-one.
    read escheat-register-file next record
        at end
            set rcv-reg-at-end to true
            go to 5850-exit
    end-read
    if not esn-stat-escheated
        go to 5850-exit
    end-if
    move esn-acct-number to acct-number
    read account-master
        invalid key
            display "ACCTRCVR: ESCHEATED ACCOUNT NOT ON REBUILT FILE "
                esn-acct-number
            go to 5850-exit
    end-read
    if acct-stat-closed and acct-closed-escheated
        go to 5850-exit
    end-if
    set acct-stat-closed to true
    set acct-closed-escheated to true
    move zero to acct-accrued-int
    perform 6100-rewrite-account thru 6100-exit
    add 1 to rcv-escheats-carried.
5850-exit.
    exit.

*> =================================================================
*> 6000-fetch-account
*> reads the rebuilt account for the sorted entry.
*> =================================================================
6000-fetch-account.
    move "N" to rcv-found-sw
    move srt-acct-number to acct-number
    read account-master
        invalid key
            go to 6000-exit
    end-read
    set rcv-found to true.
6000-exit.
    exit.

*> =================================================================
*> 6100-rewrite-account
*> rewrites the rebuilt account, counting any failure against
*> the proof.
*> =================================================================
6100-rewrite-account.
    rewrite acct-record
        invalid key
            display "ACCTRCVR: ACCOUNT REWRITE FAILED " acct-number
            add 1 to rcv-rewrite-failures
    end-rewrite.
6100-exit.
    exit.

*> =================================================================
*> 6200-rebuild-account
*> writes a placeholder for an account opened since the image,
*> on hold so nothing posts to it until a supervisor restores its
*> details, and lists it.
*> =================================================================
6200-rebuild-account.
    move spaces to acct-record
    move srt-acct-number to acct-number
    move "RECOVERED - NOT ON IMAGE" to acct-name
    move zero to acct-balance
    set acct-stat-hold to true
    move zero to acct-last-actvy-date
    move zero to acct-accrued-int
    write acct-record
        invalid key
            display "ACCTRCVR: ACCOUNT WRITE FAILED " acct-number
            add 1 to rcv-rewrite-failures
            go to 6200-exit
    end-write
    add 1 to rcv-accounts-rebuilt
    move spaces to rcv-detail-line
    move srt-acct-number to rcv-det-acct
    move srt-seq-no      to rcv-det-seq
    move srt-type        to rcv-det-type
    move srt-amount      to rcv-det-amount
    move "RESTORE DETAILS, RELEASE HOLD" to rcv-det-note
    write rcv-detail-line.
6200-exit.
    exit.

*> =================================================================
*> 7000-prove-rebuilt
*> reads the rebuilt file back and proves its count and balance
*> total against the image totals plus the movement rolled.
*> =================================================================
7000-prove-rebuilt.
    if not rcv-run-ok
        go to 7000-exit
    end-if
    open input account-master
    if acct-file-status not = "00"
        display "ACCTRCVR: ACCOUNT MASTER REOPEN FAILED - STATUS "
            acct-file-status
        move "N" to rcv-run-ok-sw
        move 16 to return-code
        go to 7000-exit
    end-if
    perform 7100-total-loop thru 7100-exit
        until rcv-acct-at-end
    close account-master
    compute rcv-expected-count =
        rcv-trl-count + rcv-accounts-rebuilt
    compute rcv-expected-balance =
        rcv-trl-balance + rcv-rolled-net
    move spaces to rcv-header-line
    write rcv-header-line
    move spaces to rcv-header-line
    string "ENTRIES ALREADY IN IMAGE " delimited by size
        rcv-entries-in-image delimited by size
        "   ENTRIES ROLLED " delimited by size
        rcv-entries-rolled delimited by size
        "   ACCRUALS ADJUSTED " delimited by size
        rcv-accruals-adjusted delimited by size
        into rcv-header-line
    write rcv-header-line
    move spaces to rcv-header-line
    string "ESCHEATMENTS CARRIED FROM THE REGISTER " delimited by size
        rcv-escheats-carried delimited by size
        into rcv-header-line
    write rcv-header-line
    move rcv-rolled-net to rcv-total-disp
    move spaces to rcv-header-line
    string "NET MOVEMENT ROLLED              " delimited by size
        rcv-total-disp delimited by size
        into rcv-header-line
    write rcv-header-line
    move rcv-expected-balance to rcv-total-disp
    move spaces to rcv-header-line
    string "EXPECTED  ACCOUNTS " delimited by size
        rcv-expected-count delimited by size
        "  BALANCE " delimited by size
        rcv-total-disp delimited by size
        into rcv-header-line
    write rcv-header-line
    move rcv-final-balance to rcv-total-disp
    move spaces to rcv-header-line
    string "REBUILT   ACCOUNTS " delimited by size
        rcv-final-count delimited by size
        "  BALANCE " delimited by size
        rcv-total-disp delimited by size
        into rcv-header-line
    write rcv-header-line
    if rcv-final-count not = rcv-expected-count
            or rcv-final-balance not = rcv-expected-balance
            or rcv-rewrite-failures > zero
        move "*** REBUILT FILE FAILED ITS PROOF - DO NOT PUT IT INTO SERVICE"
            to rcv-header-line
        write rcv-header-line
        display "ACCTRCVR: REBUILT FILE FAILED ITS PROOF"
        move 16 to return-code
        go to 7000-exit
    end-if
    move "REBUILT FILE PROVED - RECONCILE MUST NOW PROVE IT AGAINST THE LOG"
        to rcv-header-line
    write rcv-header-line
    if rcv-accounts-rebuilt > zero
        move 4 to return-code
    end-if.
7000-exit.
    exit.

*> =================================================================
*> 7100-total-loop
*> adds the next rebuilt account into the final totals.
*> =================================================================
7100-total-loop.
    read account-master next record
        at end
            set rcv-acct-at-end to true
            go to 7100-exit
    end-read
    add 1 to rcv-final-count
    add acct-balance to rcv-final-balance.
7100-exit.
    exit.

*> =================================================================
*> 9900-record-run-history
*> records the run on the run-history file - accounts loaded
*> from the image, accounts on the rebuilt master, accounts
*> rebuilt on hold, entries rolled and their net amount.
*> =================================================================
9900-record-run-history.
    move rcv-accounts-loaded  to rhw-records-read
    move rcv-final-count      to rhw-records-written
    move rcv-accounts-rebuilt to rhw-records-rejected
    move rcv-entries-rolled   to rhw-control-count
    move rcv-rolled-net       to rhw-control-amount
    perform 8650-write-run-history thru 8650-exit.
9900-exit.
    exit.

*> =================================================================
*> 9999-terminate
*> prints the clock window, closes the report and reports the
*> run counts.
*> =================================================================
9999-terminate.
    accept rcv-end-time from time
    if print-file-status = "00"
        move spaces to rcv-header-line
        string "RECOVERY STARTED " delimited by size
            rcv-start-time delimited by size
            "   ENDED " delimited by size
            rcv-end-time delimited by size
            into rcv-header-line
        write rcv-header-line
        close print-file
    end-if
    display "ACCTRCVR: BUSINESS DATE      " bdt-run-date
    display "ACCTRCVR: IMAGE DATE         " rcv-image-date
    display "ACCTRCVR: ACCOUNTS LOADED    " rcv-accounts-loaded
    display "ACCTRCVR: ENTRIES ROLLED     " rcv-entries-rolled
    display "ACCTRCVR: ACCOUNTS REBUILT   " rcv-accounts-rebuilt
    display "ACCTRCVR: REBUILT ACCOUNTS   " rcv-final-count
    display "ACCTRCVR: STARTED            " rcv-start-time
    display "ACCTRCVR: ENDED              " rcv-end-time.
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

end program acctrcvr.
