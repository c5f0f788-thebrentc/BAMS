*> -----------------------------------------------------------------
*> program:      extpout
*> author:       r. c. peters
*> installation: bams - bank account management system
*> date-written: 2026-10-15
*> -----------------------------------------------------------------
*> purpose:      nightly outbound external payments.  builds the
*>               file sent to the clearing bank from the external
*>               payment file - the reverse of what txnbatch takes
*>               in: a header naming bams and the business date,
*>               one detail per payment, and a trailer carrying
*>               the item count and the hash total of the amounts.
*>               every payment keyed (status K) - its funds
*>               already debited from the account by the external
*>               payment screen or the approval queue - goes on
*>               the file and is marked sent under the business
*>               date.  a payment already marked sent under the
*>               same business date goes on again, so a rerun
*>               rebuilds the whole night's file rather than an
*>               empty one.
*>
*>               a payment still queued for approval (status Q)
*>               is checked against its pending-approval entry:
*>               declined or expired, nothing was debited and the
*>               payment is cancelled; approved without the
*>               payment being marked keyed, or with no entry at
*>               all, it is flagged for operations to settle by
*>               hand.  the report lists every payment sent,
*>               cancelled and flagged.  rc 4 when anything was
*>               flagged.  run from the nightly stream after
*>               pndexpir - see jcl/nightly.jcl.
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original program.
*> -----------------------------------------------------------------
identification division.
program-id. extpout.
author. r. c. peters.
installation. bams.
date-written. 2026-10-15.

environment division.
input-output section.
file-control.
    copy "PAYSEL.cpy".
    copy "PNDSEL.cpy".
    copy "XPOSEL.cpy".
    copy "BDTSEL.cpy".
    copy "RHSSEL.cpy".
    select print-file assign to "XPORPT"
        organization is line sequential
        access mode is sequential
        file status is print-file-status.

data division.
file section.
    copy "PAYREC.cpy".
    copy "PNDREC.cpy".
    copy "XPOREC.cpy".
    copy "BDTREC.cpy".
    copy "RHSREC.cpy".

    fd  print-file.
    01  xot-header-line             pic x(120).
    01  xot-detail-line.
        05  xot-det-seq             pic 9(16).
        05  filler                  pic x(02).
        05  xot-det-acct            pic x(10).
        05  filler                  pic x(02).
        05  xot-det-amount          pic z(8)9.99.
        05  filler                  pic x(02).
        05  xot-det-bank-code       pic x(09).
        05  filler                  pic x(02).
        05  xot-det-bene-account    pic x(17).
        05  filler                  pic x(02).
        05  xot-det-bene-name       pic x(20).
        05  filler                  pic x(02).
        05  xot-det-note            pic x(24).

working-storage section.

01  pay-file-status             pic x(02).
01  pnd-file-status             pic x(02).
01  xpo-file-status             pic x(02).
01  bdt-file-status             pic x(02).
01  print-file-status           pic x(02).
01  rhs-file-status             pic x(02).

01  bdt-run-date                pic 9(08)   value zero.

01  xot-run-ok-sw               pic x(01)   value "Y".
    88  xot-run-ok                            value "Y".

01  xot-pay-open-sw             pic x(01)   value "N".
    88  xot-pay-open                          value "Y".

01  xot-pnd-open-sw             pic x(01)   value "N".
    88  xot-pnd-open                          value "Y".

01  xot-at-end-sw               pic x(01)   value "N".
    88  xot-at-end                            value "Y".

01  xot-today-date              pic 9(08)   value zero.

01  xot-now-time                pic 9(08)   value zero.

01  xot-records-read            pic 9(07)   value zero.

01  xot-items-sent              pic 9(07)   value zero.

01  xot-hash-total              pic 9(11)v99 value zero.

01  xot-resent-count            pic 9(07)   value zero.

01  xot-cancelled-count         pic 9(07)   value zero.

01  xot-flagged-count           pic 9(07)   value zero.

01  xot-awaiting-count          pic 9(07)   value zero.

01  xot-note                    pic x(24)   value spaces.

01  xot-total-disp              pic z(10)9.99.

    copy "RHSWORK.cpy".

procedure division.
*> =================================================================
*> 0000-mainline
*> controls overall flow of the outbound payments run.
*> =================================================================
0000-mainline.
    move "EXTPOUT" to rhw-program-name
    perform 8600-start-run-history thru 8600-exit
    perform 1000-initialize thru 1000-exit
    if xot-run-ok
        if xot-pay-open
            perform 2000-payment-loop thru 2000-exit
                until xot-at-end
        end-if
        perform 3000-write-trailer thru 3000-exit
        perform 3100-write-totals thru 3100-exit
        if xot-flagged-count > zero and return-code = zero
            move 4 to return-code
        end-if
    end-if
    perform 9999-terminate thru 9999-exit
    perform 9900-record-run-history thru 9900-exit
    goback.

*> =================================================================
*> 1000-initialize
*> establishes the business date, opens the files and writes the
*> outbound header.  no external payment file means nothing was
*> ever keyed - the bank still gets a file with an empty trailer.
*> =================================================================
1000-initialize.
    perform 8800-get-business-date thru 8800-exit
    if bdt-run-date = zero
        display "EXTPOUT: RUN CONTROL FILE MISSING - RUN REFUSED"
        move "N" to xot-run-ok-sw
        move 16 to return-code
        go to 1000-exit
    end-if
    open i-o external-payment-file
    if pay-file-status = "05" or pay-file-status = "35"
        display "EXTPOUT: NO EXTERNAL PAYMENT FILE - NOTHING TO SEND"
    else
        if pay-file-status not = "00"
            display "EXTPOUT: EXTERNAL PAYMENT FILE OPEN FAILED - "
                "STATUS " pay-file-status
            move "N" to xot-run-ok-sw
            move 16 to return-code
            go to 1000-exit
        end-if
        set xot-pay-open to true
    end-if
    open input pending-approval-file
    if pnd-file-status = "00"
        set xot-pnd-open to true
    end-if
    open output outbound-payment-file
    if xpo-file-status not = "00"
        display "EXTPOUT: OUTBOUND FILE OPEN FAILED - STATUS "
            xpo-file-status
        move "N" to xot-run-ok-sw
        move 16 to return-code
        go to 1000-exit
    end-if
    accept xot-today-date from date yyyymmdd
    accept xot-now-time   from time
    move spaces to xpo-header-record
    set xpo-is-header to true
    move "BAMS"         to xpo-hdr-source
    move bdt-run-date   to xpo-hdr-business-date
    move xot-today-date to xpo-hdr-created-date
    move xot-now-time   to xpo-hdr-created-time
    write xpo-header-record
    open output print-file
    move spaces to xot-header-line
    string "BAMS OUTBOUND EXTERNAL PAYMENTS - BUSINESS DATE "
            delimited by size
        bdt-run-date delimited by size
        into xot-header-line
    write xot-header-line
    move spaces to xot-header-line
    string "REFERENCE         ACCOUNT            AMOUNT  "
            delimited by size
        "BANK CODE  BENEFICIARY ACCT   BENEFICIARY NAME      "
            delimited by size
        "NOTE" delimited by size
        into xot-header-line
    write xot-header-line.
1000-exit.
    exit.

*> =================================================================
*> 2000-payment-loop
*> reads the next payment and routes it by its status.
*> =================================================================
2000-payment-loop.
    read external-payment-file next record
        at end
            set xot-at-end to true
            go to 2000-exit
    end-read
    add 1 to xot-records-read
    evaluate true
        when pay-stat-keyed
            perform 2100-send-payment thru 2100-exit
        when pay-stat-sent and pay-sent-date = bdt-run-date
            add 1 to xot-resent-count
            move "SENT - RERUN" to xot-note
            perform 2200-write-detail thru 2200-exit
        when pay-stat-queued
            perform 2300-check-queued thru 2300-exit
        when other
            continue
    end-evaluate.
2000-exit.
    exit.

*> =================================================================
*> 2100-send-payment
*> marks a keyed payment sent under the business date and puts it
*> on the outbound file.
*> =================================================================
2100-send-payment.
    set pay-stat-sent to true
    move bdt-run-date to pay-sent-date
    rewrite pay-record
        invalid key
            display "EXTPOUT: REWRITE FAILED " pay-seq-no
            move 16 to return-code
            go to 2100-exit
    end-rewrite
    move "SENT" to xot-note
    perform 2200-write-detail thru 2200-exit.
2100-exit.
    exit.

*> =================================================================
*> 2200-write-detail
*> writes one payment to the outbound file, adds it to the
*> trailer controls and lists it.
*> =================================================================
2200-write-detail.
    move spaces to xpo-detail-record
    set xpo-is-detail to true
    move pay-seq-no         to xpo-det-payment-ref
    move pay-acct-number    to xpo-det-acct-number
    move pay-amount         to xpo-det-amount
    move pay-bene-bank-code to xpo-det-bene-bank-code
    move pay-bene-account   to xpo-det-bene-account
    move pay-bene-name      to xpo-det-bene-name
    move pay-reference      to xpo-det-reference
    write xpo-detail-record
    add 1 to xot-items-sent
    add pay-amount to xot-hash-total
    perform 2900-list-payment thru 2900-exit.
2200-exit.
    exit.

*> =================================================================
*> 2300-check-queued
*> settles a payment still queued for approval against its
*> pending-approval entry.  one still pending waits for tomorrow.
*> =================================================================
2300-check-queued.
    if not xot-pnd-open
        add 1 to xot-awaiting-count
        go to 2300-exit
    end-if
    move pay-seq-no to pnd-seq-no
    read pending-approval-file
        invalid key
            add 1 to xot-flagged-count
            move "FLAGGED - NO QUEUE ENTRY" to xot-note
            perform 2900-list-payment thru 2900-exit
            go to 2300-exit
    end-read
    evaluate true
        when pnd-stat-pending
            add 1 to xot-awaiting-count
        when pnd-stat-declined
        when pnd-stat-expired
            set pay-stat-cancelled to true
            rewrite pay-record
                invalid key
                    display "EXTPOUT: REWRITE FAILED " pay-seq-no
                    move 16 to return-code
                    go to 2300-exit
            end-rewrite
            add 1 to xot-cancelled-count
            if pnd-stat-declined
                move "CANCELLED - DECLINED" to xot-note
            else
                move "CANCELLED - EXPIRED" to xot-note
            end-if
            perform 2900-list-payment thru 2900-exit
        when other
            add 1 to xot-flagged-count
            move "FLAGGED - APPROVED, HELD" to xot-note
            perform 2900-list-payment thru 2900-exit
    end-evaluate.
2300-exit.
    exit.

*> =================================================================
*> 2900-list-payment
*> prints the report line for the payment in pay-record with the
*> note in xot-note.
*> =================================================================
2900-list-payment.
    move spaces to xot-detail-line
    move pay-seq-no         to xot-det-seq
    move pay-acct-number    to xot-det-acct
    move pay-amount         to xot-det-amount
    move pay-bene-bank-code to xot-det-bank-code
    move pay-bene-account   to xot-det-bene-account
    move pay-bene-name      to xot-det-bene-name
    move xot-note           to xot-det-note
    write xot-detail-line.
2900-exit.
    exit.

*> =================================================================
*> 3000-write-trailer
*> closes the outbound file with the item count and hash total.
*> =================================================================
3000-write-trailer.
    move spaces to xpo-trailer-record
    set xpo-is-trailer to true
    move xot-items-sent to xpo-trl-item-count
    move xot-hash-total to xpo-trl-hash-total
    write xpo-trailer-record.
3000-exit.
    exit.

*> =================================================================
*> 3100-write-totals
*> prints the night's counts, or a none line on a quiet night so
*> the run is provably made.
*> =================================================================
3100-write-totals.
    if xot-items-sent = zero and xot-cancelled-count = zero
            and xot-flagged-count = zero
        move "NO EXTERNAL PAYMENTS TO SEND" to xot-header-line
        write xot-header-line
    end-if
    move xot-hash-total to xot-total-disp
    move spaces to xot-header-line
    string "PAYMENTS SENT: " delimited by size
        xot-items-sent delimited by size
        "   AMOUNT: " delimited by size
        xot-total-disp delimited by size
        into xot-header-line
    write xot-header-line
    move spaces to xot-header-line
    string "CANCELLED: " delimited by size
        xot-cancelled-count delimited by size
        "   FLAGGED: " delimited by size
        xot-flagged-count delimited by size
        "   AWAITING APPROVAL: " delimited by size
        xot-awaiting-count delimited by size
        into xot-header-line
    write xot-header-line.
3100-exit.
    exit.

*> =================================================================
*> 9900-record-run-history
*> records the run on the run-history file - payments read, sent
*> and flagged, and the trailer's count and hash total.
*> =================================================================
9900-record-run-history.
    move xot-records-read  to rhw-records-read
    move xot-items-sent    to rhw-records-written
    move xot-flagged-count to rhw-records-rejected
    move xot-items-sent    to rhw-control-count
    move xot-hash-total    to rhw-control-amount
    perform 8650-write-run-history thru 8650-exit.
9900-exit.
    exit.

*> =================================================================
*> 9999-terminate
*> closes the files and reports the run counts.
*> =================================================================
9999-terminate.
    if xot-run-ok
        close outbound-payment-file
        close print-file
    end-if
    if xot-pay-open
        close external-payment-file
    end-if
    if xot-pnd-open
        close pending-approval-file
    end-if
    display "EXTPOUT: BUSINESS DATE     " bdt-run-date
    display "EXTPOUT: PAYMENTS READ     " xot-records-read
    display "EXTPOUT: PAYMENTS SENT     " xot-items-sent
    display "EXTPOUT: OF WHICH RESENT   " xot-resent-count
    display "EXTPOUT: CANCELLED         " xot-cancelled-count
    display "EXTPOUT: FLAGGED           " xot-flagged-count
    display "EXTPOUT: AWAITING APPROVAL " xot-awaiting-count.
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

end program extpout.
