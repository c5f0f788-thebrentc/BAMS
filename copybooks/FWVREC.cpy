*> -----------------------------------------------------------------
*> copybook:  fwvrec.cpy
*> purpose:   fd and record layout for the fee waiver indexed
*>            file.  one record per grant - per account, kind of
*>            charge and grant number, numbered from 001 upward
*>            for each account and charge - a supervisor has
*>            made through the feewaiv screen:
*>            the fee code waived (FM monthly maintenance, FD
*>            debit items, FL low balance, FR refused item, or FA
*>            every charge), the last business date the waiver
*>            covers, who granted it, when and why, and the
*>            running count and amount of the charges feeasses
*>            has actually passed over under it.  a new grant is
*>            always written as a new record, and a cancelled one
*>            is kept, flagged X, so the file remains the record
*>            of every waiver ever granted.  only one grant for an
*>            account and charge is ever in force at a time.
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original copybook.
*> 2026-10-15   rcp   grant number added to the key, so each grant
*>                    keeps its own record and totals instead of being
*>                    written over.
*> -----------------------------------------------------------------
    fd  fee-waiver-file
        label records are standard
        record contains 80 characters.

    01  fwv-record.
        05  fwv-key.
            10  fwv-acct-number         pic x(10).
            10  fwv-fee-code            pic x(02).
                88  fwv-fee-valid            value "FM" "FD" "FL"
                                                   "FR" "FA".
                88  fwv-fee-all              value "FA".
            10  fwv-grant-no            pic 9(03).
        05  fwv-waive-thru              pic 9(08).
        05  fwv-status                  pic x(01).
            88  fwv-stat-active              value "A".
            88  fwv-stat-cancelled           value "X".
        05  fwv-reason                  pic x(20).
        05  fwv-set-by                  pic x(08).
        05  fwv-set-date                pic 9(08).
        05  fwv-fees-waived             pic 9(05).
        05  fwv-amount-waived           pic s9(7)v99 comp-3.
        05  filler                      pic x(10).
