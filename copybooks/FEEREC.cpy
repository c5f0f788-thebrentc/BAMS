*> -----------------------------------------------------------------
*> copybook:  feerec.cpy
*> purpose:   fd and record layout for the fee schedule table
*>            file.  one row per product code carried on
*>            account-master: the monthly maintenance charge, the
*>            number of debit items a month carries free and the
*>            charge for each debit item beyond that allowance,
*>            the minimum balance below which the month-end
*>            low-balance charge applies and that charge, and the
*>            charge for each item eoddrive refuses to the reject
*>            file.  every amount is display digits with two
*>            implied decimals (e.g. 0000500 is 5.00); a zero
*>            amount means the product is not charged that fee.
*>            keyed by editor like the rate and product tables -
*>            a row keyed with a blank product code prices the
*>            accounts that still carry a blank product type, and
*>            a product with no row is never charged.
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original copybook.
*> -----------------------------------------------------------------
    fd  fee-schedule-file.

    01  fee-record.
        05  fee-product-code            pic x(02).
        05  fee-monthly-charge          pic 9(5)v99.
        05  fee-free-debits             pic 9(03).
        05  fee-item-charge             pic 9(3)v99.
        05  fee-min-balance             pic 9(9)v99.
        05  fee-low-bal-charge          pic 9(5)v99.
        05  fee-refused-charge          pic 9(3)v99.
