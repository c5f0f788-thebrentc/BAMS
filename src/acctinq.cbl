*> 2026-09-01   rcp   offer the transaction history browse from a
*>                    displayed account - H hands the account to
*>                    the new txnhist screen and returns here.
*> 2026-10-15   rcp   an account closed by the yearly escheat run
*>                    shows the date, amount and report year of its
*>                    remittance to the state from the escheatment
*>                    register, for tracing the owner's claim.
*> -----------------------------------------------------------------
identification division.
program-id. acctinq is initial program.
    copy "ACCTSEL.cpy".
    copy "AUDSEL.cpy".
    copy "CUSSEL.cpy".
    copy "ESCSEL.cpy".

data division.
file section.
    copy "ACCTREC.cpy".
    copy "AUDREC.cpy".
    copy "CUSREC.cpy".
    copy "ESCREC.cpy".

working-storage section.

01  acct-file-status            pic x(02).
01  aud-file-status             pic x(02).
01  cust-file-status            pic x(02).
01  esn-file-status             pic x(02).

01  inq-operator-id             pic x(08)   value spaces.


01  inq-hist-answer              pic x(01)   value space.

01  inq-escheat-disp             pic -(9)9.99.

linkage section.
01  inq-passed-operator-id      pic x(08).

    display "NAME:     " acct-name                      at 0812
    display "BALANCE:  " inq-balance-disp                at 0912
    display "STATUS:   " acct-status                     at 1012
    if acct-closed-escheated
        perform 3150-show-escheatment thru 3150-exit
    end-if
    display "H=HISTORY, ENTER=CONTINUE:"                 at 1212
    move space to inq-hist-answer
    accept  inq-hist-answer                              at 1240
3100-exit.
    exit.

*> =================================================================
*> 3150-show-escheatment
*> for an account closed by the yearly escheat run, shows when
*> and how much was remitted to the state from the escheatment
*> register, so an owner's claim can be traced.  the register is
*> opened only for the look-up.
*> =================================================================
3150-show-escheatment.
    open input escheat-register-file
    if esn-file-status not = "00"
        display "ESCHEATED TO THE STATE"                 at 1112
        go to 3150-exit
    end-if
    move acct-number to esn-acct-number
    read escheat-register-file
        invalid key
            display "ESCHEATED TO THE STATE"             at 1112
            close escheat-register-file
            go to 3150-exit
    end-read
    move esn-escheat-amount to inq-escheat-disp
    display "ESCHEATED " esn-escheat-date " AMOUNT "
        inq-escheat-disp " REPORT YEAR " esn-report-year at 1112
    close escheat-register-file.
3150-exit.
    exit.

*> =================================================================
*> 4000-customer-view
*> prompts for a customer number, shows the customer record and
