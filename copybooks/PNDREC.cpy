*> -----------------------------------------------------------------
*> copybook:  pndrec.cpy
*> purpose:   fd and record layout for the pending-approval file.
*>            one record per debit, credit or transfer keyed on
*>            the transaction entry screen above the keying
*>            operator's posting limit.  the entry waits here,
*>            with the balance untouched, until a different
*>            supervisor approves it - it is then posted carrying
*>            both ids and pnd-posted-seq-no points at the log
*>            entry (the debit leg of a transfer) - or declines
*>            it.  anything still pending when the nightly stream
*>            runs is reported and expired by pndexpir.  the
*>            record is kept once decided, so the file is the
*>            audit of what was queued and who decided it.
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original copybook.
*> 2026-10-15   rcp   added type X, an external payment queued over
*>                    its maker's limit - the beneficiary waits on the
*>                    external payment file under the same sequence
*>                    number.  X is one of the pnd-type-debit values,
*>                    so the approval posts it exactly like a debit;
*>                    set pnd-type-debit still stamps D.
*> -----------------------------------------------------------------
    fd  pending-approval-file
        label records are standard
        record contains 120 characters.

    01  pnd-record.
        05  pnd-seq-no                  pic 9(16).
        05  pnd-acct-number             pic x(10).
        05  pnd-type                    pic x(01).
            88  pnd-type-debit               value "D" "X".
            88  pnd-type-credit              value "C".
            88  pnd-type-transfer            value "T".
            88  pnd-type-external            value "X".
        05  pnd-to-acct-number          pic x(10).
        05  pnd-amount                  pic s9(9)v99 comp-3.
        05  pnd-maker-id                pic x(08).
        05  pnd-keyed-date              pic 9(08).
        05  pnd-keyed-time              pic 9(08).
        05  pnd-status                  pic x(01).
            88  pnd-stat-pending             value "P".
            88  pnd-stat-approved            value "A".
            88  pnd-stat-declined            value "D".
            88  pnd-stat-expired             value "E".
        05  pnd-checker-id              pic x(08).
        05  pnd-decided-date            pic 9(08).
        05  pnd-decided-time            pic 9(08).
        05  pnd-posted-seq-no           pic 9(16).
        05  filler                      pic x(12).
