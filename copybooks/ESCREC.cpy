*> -----------------------------------------------------------------
*> copybook:  escrec.cpy
*> purpose:   fd and record layout for the escheatment register.
*>            one record per dormant account the yearly escheat
*>            run has dealt with, keyed by account number.  the
*>            record's life is in esn-status:
*>              N  noticed - the due-diligence letter was printed
*>                 on esn-notice-date to the mailing address held
*>                 here, for an account idle since
*>                 esn-last-actvy-date and due to escheat on
*>                 esn-deadline-date;
*>              E  escheated - the balance, with its accrued
*>                 interest capitalized, was remitted on
*>                 esn-escheat-date by a posted type D log entry,
*>                 reason code ES, pointed at by esn-remit-seq-no,
*>                 to the escheatment holding account, reported
*>                 to the state for esn-report-year, and the
*>                 account was closed.
*>            a notice whose account was reactivated since is
*>            replaced when the account next falls due, and
*>            esn-notice-count keeps the number of letters sent.
*>            escheated records are kept for good - the register
*>            is where a later claim from the owner is traced.
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original copybook.
*> -----------------------------------------------------------------
    fd  escheat-register-file
        label records are standard
        record contains 250 characters.

    01  esn-record.
        05  esn-acct-number             pic x(10).
        05  esn-acct-name               pic x(30).
        05  esn-cust-number             pic x(10).
        05  esn-mail-name               pic x(30).
        05  esn-addr-line1              pic x(30).
        05  esn-addr-line2              pic x(30).
        05  esn-addr-line3              pic x(30).
        05  esn-last-actvy-date         pic 9(08).
        05  esn-deadline-date           pic 9(08).
        05  esn-notice-date             pic 9(08).
        05  esn-notice-count            pic 9(03).
        05  esn-status                  pic x(01).
            88  esn-stat-noticed             value "N".
            88  esn-stat-escheated           value "E".
        05  esn-escheat-date            pic 9(08).
        05  esn-escheat-amount          pic s9(9)v99 comp-3.
        05  esn-interest-amount         pic s9(9)v99 comp-3.
        05  esn-remit-seq-no            pic 9(16).
        05  esn-holding-acct            pic x(10).
        05  esn-report-year             pic 9(04).
        05  filler                      pic x(02).
