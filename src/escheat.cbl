*> -----------------------------------------------------------------
*> program:      escheat
*> author:       r. c. peters
*> installation: bams - bank account management system
*> date-written: 2026-10-15
*> -----------------------------------------------------------------
*> purpose:      yearly unclaimed-property escheatment run.  under
*>               the business date from the run-control file, reads
*>               every dormant account (status D, see dormswep) and
*>               measures its escheat deadline - the last activity
*>               date plus the dormancy period in years from sysin.
*>               an account with money in it whose deadline falls
*>               inside the notice window gets a due-diligence
*>               letter, printed to the owner's mailing address on
*>               customer-master, and the notice is recorded on the
*>               escheatment register.  an account past its deadline
*>               whose notice went out at least the minimum lead
*>               days ago is escheated:
*>                 - the accrued interest is capitalized, rounded
*>                   to the cent, as a posted type I entry (or a
*>                   posted D marked IN for a negative accrual),
*>                   exactly as the close-out does;
*>                 - the whole balance is remitted by a posted
*>                   type D entry, reason ES, to the escheatment
*>                   holding account, whose posted type C leg also
*>                   carries ES.  the holding account's product
*>                   maps through the product table to the
*>                   unclaimed-property gl code, so glextract and
*>                   gltrial carry the remittance to that code;
*>                 - the account is closed with close reason E and
*>                   the register record is marked escheated with
*>                   the amount, the remittance entry and the
*>                   report year, for tracing a later claim;
*>                 - its active standing orders are cancelled, as
*>                   the close-out cancels them, each audited SX
*>                   under operator ESCHEAT, so stogen never draws
*>                   on the closed account.
*>               the entries are posted, like a close-out, because
*>               eoddrive refuses a dormant account.  an account
*>               past its deadline without a notice is sent one now
*>               and held to the next run; one whose notice is too
*>               recent is held likewise.  an owner without a
*>               mailing address cannot be noticed and is flagged.
*>
*>               prints the letters (ESCLTR, one a page), the run
*>               report of every account dealt with (ESCRPT), and
*>               the state holder report of every account escheated
*>               in the report year (ESCHRPT) - read back from the
*>               register, so a rerun reprints the whole year.
*>               rc 4 when any account was flagged, rc 8 when the
*>               holding account could not take the remittance.
*>               run from jcl - see jcl/escheat.jcl.
*>
*>               sysin parameters, one a line:
*>                   dormancy period in years (e.g. 03)
*>                   notice window in days before the deadline
*>                       (e.g. 00365)
*>                   minimum notice lead in days (e.g. 00060)
*>                   escheatment holding account number
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original program.
*> 2026-10-15   rcp   cancel the escheated account's active standing
*>                    orders, each audited SX, as the close-out does.
*> -----------------------------------------------------------------
identification division.
program-id. escheat.
author. r. c. peters.
installation. bams.
date-written. 2026-10-15.

environment division.
input-output section.
file-control.
    copy "ACCTSEL.cpy".
    copy "CUSSEL.cpy".
    copy "ESCSEL.cpy".
    copy "TXNSEL.cpy".
    copy "STOSEL.cpy".
    copy "AUDSEL.cpy".
    copy "BDTSEL.cpy".
    copy "RHSSEL.cpy".
    select letter-print-file assign to "ESCLTR"
        organization is line sequential
        access mode is sequential
        file status is ltr-print-status.
    select print-file assign to "ESCRPT"
        organization is line sequential
        access mode is sequential
        file status is print-file-status.
    select holder-print-file assign to "ESCHRPT"
        organization is line sequential
        access mode is sequential
        file status is hld-print-status.

data division.
file section.
    copy "ACCTREC.cpy".
    copy "CUSREC.cpy".
    copy "ESCREC.cpy".
    copy "TXNREC.cpy".
    copy "STOREC.cpy".
    copy "AUDREC.cpy".
    copy "BDTREC.cpy".
    copy "RHSREC.cpy".

    fd  letter-print-file.
    01  ltr-print-line              pic x(80).

    fd  print-file.
    01  esc-header-line             pic x(110).
    01  esc-detail-line.
        05  esc-det-acct            pic x(10).
        05  filler                  pic x(02).
        05  esc-det-name            pic x(30).
        05  filler                  pic x(02).
        05  esc-det-last-actvy      pic 9(08).
        05  filler                  pic x(02).
        05  esc-det-deadline        pic 9(08).
        05  filler                  pic x(02).
        05  esc-det-amount          pic -(9)9.99.
        05  filler                  pic x(02).
        05  esc-det-note            pic x(30).

    fd  holder-print-file.
    01  hld-header-line             pic x(132).
    01  hld-detail-line.
        05  hld-det-acct            pic x(10).
        05  filler                  pic x(02).
        05  hld-det-name            pic x(30).
        05  filler                  pic x(02).
        05  hld-det-cust            pic x(10).
        05  filler                  pic x(02).
        05  hld-det-last-actvy      pic 9(08).
        05  filler                  pic x(02).
        05  hld-det-notice          pic 9(08).
        05  filler                  pic x(02).
        05  hld-det-escheated       pic 9(08).
        05  filler                  pic x(02).
        05  hld-det-amount          pic -(9)9.99.
        05  filler                  pic x(02).
        05  hld-det-seq             pic 9(16).
    01  hld-address-line.
        05  filler                  pic x(12).
        05  hld-addr-line1          pic x(30).
        05  filler                  pic x(02).
        05  hld-addr-line2          pic x(30).
        05  filler                  pic x(02).
        05  hld-addr-line3          pic x(30).

working-storage section.

01  acct-file-status            pic x(02).
01  cust-file-status            pic x(02).
01  esn-file-status             pic x(02).
01  txn-file-status             pic x(02).
01  sto-file-status             pic x(02).
01  aud-file-status             pic x(02).
01  bdt-file-status             pic x(02).
01  ltr-print-status            pic x(02).
01  print-file-status           pic x(02).
01  hld-print-status            pic x(02).
01  rhs-file-status             pic x(02).

01  bdt-run-date                pic 9(08)   value zero.

    copy "DSLWORK.cpy".

01  esc-period-years            pic 9(02)   value zero.

01  esc-window-days             pic 9(05)   value zero.

01  esc-lead-days               pic 9(05)   value zero.

01  esc-holding-acct            pic x(10)   value spaces.

01  esc-today-date              pic 9(08)   value zero.

01  esc-today-parts redefines esc-today-date.
    05  esc-report-year         pic 9(04).
    05  filler                  pic 9(04).

01  esc-today-serial            pic 9(08)   value zero.

01  esc-now-time                pic 9(08)   value zero.

01  esc-base-seq-no             pic 9(16)   value zero.

01  esc-debit-seq-no            pic 9(16)   value zero.

01  esc-deadline-date           pic 9(08)   value zero.

01  esc-deadline-serial         pic 9(08)   value zero.

01  esc-days-to-deadline        pic s9(08)  value zero.

01  esc-notice-serial           pic 9(08)   value zero.

01  esc-notice-age              pic s9(08)  value zero.

01  esc-interest                pic s9(9)v99 value zero.

01  esc-amount                  pic s9(9)v99 value zero.

01  esc-note                    pic x(30)   value spaces.

01  esc-amount-disp             pic -(9)9.99.

01  esc-total-disp              pic -(11)9.99.

01  esc-run-ok-sw               pic x(01)   value "Y".
    88  esc-run-ok                            value "Y".

01  esc-cust-unavail-sw         pic x(01)   value "N".
    88  esc-cust-unavailable                  value "Y".

01  esc-sto-unavail-sw          pic x(01)   value "N".
    88  esc-sto-unavailable                   value "Y".

01  esc-at-end-sw               pic x(01)   value "N".
    88  esc-at-end                            value "Y".

01  esc-sto-at-end-sw           pic x(01)   value "N".
    88  esc-sto-at-end                        value "Y".

01  esc-reg-at-end-sw           pic x(01)   value "N".
    88  esc-reg-at-end                        value "Y".

01  esc-on-register-sw          pic x(01)   value "N".
    88  esc-on-register                       value "Y".

01  esc-noticed-sw              pic x(01)   value "N".
    88  esc-noticed                           value "Y".

01  esc-notice-ok-sw            pic x(01)   value "N".
    88  esc-notice-ok                         value "Y".

01  esc-address-found-sw        pic x(01)   value "N".
    88  esc-address-found                     value "Y".

01  esc-accounts-read           pic 9(07)   value zero.

01  esc-accounts-dormant        pic 9(07)   value zero.

01  esc-notices-sent            pic 9(07)   value zero.

01  esc-notices-on-file         pic 9(07)   value zero.

01  esc-accounts-held           pic 9(07)   value zero.

01  esc-accounts-escheated      pic 9(07)   value zero.

01  esc-accounts-flagged        pic 9(07)   value zero.

01  esc-entries-written         pic 9(07)   value zero.

01  esc-orders-cancelled        pic 9(07)   value zero.

01  esc-total-remitted          pic s9(11)v99 value zero.

01  esc-holder-count            pic 9(07)   value zero.

01  esc-holder-total            pic s9(11)v99 value zero.

    copy "RHSWORK.cpy".

procedure division.
*> =================================================================
*> 0000-mainline
*> controls overall flow of the escheatment run.
*> =================================================================
0000-mainline.
    move "ESCHEAT" to rhw-program-name
    perform 8600-start-run-history thru 8600-exit
    perform 1000-initialize thru 1000-exit
    if esc-run-ok
        perform 2000-account-loop thru 2000-exit
            until esc-at-end
        perform 5000-credit-holding thru 5000-exit
        perform 6000-holder-report thru 6000-exit
        perform 7000-write-totals thru 7000-exit
        if esc-accounts-flagged > zero and return-code = zero
            move 4 to return-code
        end-if
    else
        move 16 to return-code
    end-if
    perform 9999-terminate thru 9999-exit
    perform 9900-record-run-history thru 9900-exit
    goback.

*> =================================================================
*> 1000-initialize
*> establishes the business date, reads the parameters from sysin,
*> opens the files and proves the holding account.  the register
*> is created here on first use.  no standing-order file means
*> there are no orders to cancel.
*> =================================================================
1000-initialize.
    perform 8800-get-business-date thru 8800-exit
    if bdt-run-date = zero
        display "ESCHEAT: RUN CONTROL FILE MISSING - RUN REFUSED"
        move "N" to esc-run-ok-sw
        go to 1000-exit
    end-if
    move bdt-run-date to esc-today-date
    accept esc-period-years
    accept esc-window-days
    accept esc-lead-days
    accept esc-holding-acct
    if esc-period-years = zero or esc-window-days = zero
        display "ESCHEAT: DORMANCY PERIOD OR NOTICE WINDOW MISSING"
            " - RUN REFUSED"
        move "N" to esc-run-ok-sw
        go to 1000-exit
    end-if
    if esc-holding-acct = spaces
        display "ESCHEAT: HOLDING ACCOUNT MISSING - RUN REFUSED"
        move "N" to esc-run-ok-sw
        go to 1000-exit
    end-if
    move esc-today-date to dsl-input-date
    perform 8700-date-to-serial thru 8700-exit
    move dsl-serial-days to esc-today-serial
    accept esc-now-time from time
    accept esc-base-seq-no from date yyyymmdd
    compute esc-base-seq-no =
        esc-base-seq-no * 100000000 + esc-now-time
    open i-o account-master
    if acct-file-status not = "00"
        display "ESCHEAT: ACCOUNT MASTER OPEN FAILED - STATUS "
            acct-file-status
        move "N" to esc-run-ok-sw
        go to 1000-exit
    end-if
    perform 1100-prove-holding thru 1100-exit
    if not esc-run-ok
        go to 1000-exit
    end-if
    open input customer-master
    if cust-file-status not = "00"
        display "ESCHEAT: NO CUSTOMER MASTER - STATUS "
            cust-file-status " - NO NOTICE CAN BE ADDRESSED"
        set esc-cust-unavail-sw to "Y"
    end-if
    open i-o escheat-register-file
    if esn-file-status = "05" or esn-file-status = "35"
        open output escheat-register-file
        close escheat-register-file
        open i-o escheat-register-file
    end-if
    if esn-file-status not = "00"
        display "ESCHEAT: REGISTER OPEN FAILED - STATUS "
            esn-file-status
        move "N" to esc-run-ok-sw
        go to 1000-exit
    end-if
    open extend transaction-log
    if txn-file-status = "05" or txn-file-status = "35"
        open output transaction-log
    end-if
    if txn-file-status not = "00"
        display "ESCHEAT: TRANSACTION LOG OPEN FAILED - STATUS "
            txn-file-status
        move "N" to esc-run-ok-sw
        go to 1000-exit
    end-if
    open i-o standing-order-master
    if sto-file-status not = "00"
        display "ESCHEAT: NO STANDING ORDER FILE - STATUS "
            sto-file-status " - NO ORDERS CANCELLED"
        set esc-sto-unavail-sw to "Y"
    end-if
    open extend audit-trail
    if aud-file-status = "05" or aud-file-status = "35"
        open output audit-trail
    end-if
    open output letter-print-file
    if ltr-print-status not = "00"
        display "ESCHEAT: LETTER FILE OPEN FAILED - STATUS "
            ltr-print-status
        move "N" to esc-run-ok-sw
        go to 1000-exit
    end-if
    open output print-file
    if print-file-status not = "00"
        display "ESCHEAT: REPORT FILE OPEN FAILED - STATUS "
            print-file-status
        move "N" to esc-run-ok-sw
        go to 1000-exit
    end-if
    open output holder-print-file
    if hld-print-status not = "00"
        display "ESCHEAT: HOLDER REPORT OPEN FAILED - STATUS "
            hld-print-status
        move "N" to esc-run-ok-sw
        go to 1000-exit
    end-if
    move spaces to esc-header-line
    string "BAMS ESCHEATMENT RUN - BUSINESS DATE " delimited by size
        esc-today-date delimited by size
        "   DORMANCY PERIOD " delimited by size
        esc-period-years delimited by size
        " YEARS" delimited by size
        into esc-header-line
    write esc-header-line
    move spaces to esc-header-line
    string "NOTICE WINDOW " delimited by size
        esc-window-days delimited by size
        " DAYS   MINIMUM NOTICE LEAD " delimited by size
        esc-lead-days delimited by size
        " DAYS   HOLDING ACCOUNT " delimited by size
        esc-holding-acct delimited by size
        into esc-header-line
    write esc-header-line
    move spaces to esc-header-line
    write esc-header-line
    move spaces to esc-header-line
    string "ACCOUNT     NAME                            LAST ACTVY"
            delimited by size
        "  DEADLINE           AMOUNT  ACTION" delimited by size
        into esc-header-line
    write esc-header-line.
1000-exit.
    exit.

*> =================================================================
*> 1100-prove-holding
*> the holding account must be on the master and active, or the
*> remittance would have nowhere to land.  the random read moves
*> the file position, so the browse is started from the top
*> afterwards.
*> =================================================================
1100-prove-holding.
    move esc-holding-acct to acct-number
    read account-master
        invalid key
            display "ESCHEAT: HOLDING ACCOUNT " esc-holding-acct
                " NOT FOUND - RUN REFUSED"
            move "N" to esc-run-ok-sw
            go to 1100-exit
    end-read
    if not acct-stat-active
        display "ESCHEAT: HOLDING ACCOUNT " esc-holding-acct
            " NOT ACTIVE - RUN REFUSED"
        move "N" to esc-run-ok-sw
        go to 1100-exit
    end-if
    move low-values to acct-number
    start account-master
        key is not less than acct-number
        invalid key
            set esc-at-end to true
    end-start.
1100-exit.
    exit.

*> =================================================================
*> 2000-account-loop
*> reads one account-master record and judges it if it is a
*> dormant account.
*> =================================================================
2000-account-loop.
    read account-master next record
        at end
            set esc-at-end to true
            go to 2000-exit
    end-read
    add 1 to esc-accounts-read
    if acct-stat-dormant
        add 1 to esc-accounts-dormant
        perform 3000-judge-account thru 3000-exit
    end-if.
2000-exit.
    exit.

*> =================================================================
*> 3000-judge-account
*> measures a dormant account against its escheat deadline and
*> decides whether to notice it, escheat it or hold it.  an
*> account with nothing in it has nothing to remit and is left
*> alone.  a register notice counts only while the account's last
*> activity date is still the one it was sent against - a notice
*> from before a reactivation is spent.
*> =================================================================
3000-judge-account.
    compute esc-interest rounded = acct-accrued-int
    compute esc-amount = acct-balance + esc-interest
    if esc-amount not > zero
        go to 3000-exit
    end-if
    compute esc-deadline-date =
        acct-last-actvy-date + esc-period-years * 10000
    move esc-deadline-date to dsl-input-date
    perform 8700-date-to-serial thru 8700-exit
    move dsl-serial-days to esc-deadline-serial
    compute esc-days-to-deadline =
        esc-deadline-serial - esc-today-serial
    if esc-days-to-deadline > esc-window-days
        go to 3000-exit
    end-if
    perform 3100-read-register thru 3100-exit
    if esc-days-to-deadline > zero
        if esc-noticed
            add 1 to esc-notices-on-file
            move "NOTICE ON FILE" to esc-note
            perform 3900-write-report-line thru 3900-exit
        else
            perform 3200-send-notice thru 3200-exit
        end-if
        go to 3000-exit
    end-if
    if not esc-noticed
        perform 3200-send-notice thru 3200-exit
        if esc-notice-ok
            add 1 to esc-accounts-held
            move "NOTICE SENT LATE - HELD" to esc-note
            perform 3900-write-report-line thru 3900-exit
        end-if
        go to 3000-exit
    end-if
    move esn-notice-date to dsl-input-date
    perform 8700-date-to-serial thru 8700-exit
    move dsl-serial-days to esc-notice-serial
    compute esc-notice-age = esc-today-serial - esc-notice-serial
    if esc-notice-age < esc-lead-days
        add 1 to esc-accounts-held
        move "NOTICE TOO RECENT - HELD" to esc-note
        perform 3900-write-report-line thru 3900-exit
        go to 3000-exit
    end-if
    perform 4000-escheat-account thru 4000-exit.
3000-exit.
    exit.

*> =================================================================
*> 3100-read-register
*> looks the account up on the escheatment register and decides
*> whether a notice is on file for the current dormancy.
*> =================================================================
3100-read-register.
    set esc-on-register-sw to "N"
    set esc-noticed-sw to "N"
    move acct-number to esn-acct-number
    read escheat-register-file
        invalid key
            go to 3100-exit
    end-read
    set esc-on-register-sw to "Y"
    if esn-stat-noticed
            and esn-last-actvy-date = acct-last-actvy-date
        set esc-noticed-sw to "Y"
    end-if.
3100-exit.
    exit.

*> =================================================================
*> 3200-send-notice
*> prints the due-diligence letter to the owner's mailing address
*> and records the notice on the register.  an owner with no
*> mailing address is flagged and nothing is recorded, so the
*> notice is tried again on the next run.
*> =================================================================
3200-send-notice.
    set esc-notice-ok-sw to "N"
    perform 3210-find-address thru 3210-exit
    if not esc-address-found
        add 1 to esc-accounts-flagged
        move "NO MAILING ADDRESS - FLAGGED" to esc-note
        perform 3900-write-report-line thru 3900-exit
        go to 3200-exit
    end-if
    perform 3300-print-letter thru 3300-exit
    perform 3250-record-notice thru 3250-exit
    if not esc-notice-ok
        add 1 to esc-accounts-flagged
        move "NOTICE NOT RECORDED - FLAGGED" to esc-note
        perform 3900-write-report-line thru 3900-exit
        go to 3200-exit
    end-if
    add 1 to esc-notices-sent
    if esc-days-to-deadline > zero
        move "NOTICE SENT" to esc-note
        perform 3900-write-report-line thru 3900-exit
    end-if.
3200-exit.
    exit.

*> =================================================================
*> 3210-find-address
*> reads the account's owner from customer-master.  no customer
*> link, a customer the link no longer finds, a missing customer
*> file or a blank first address line all leave the owner with
*> no mailing address.
*> =================================================================
3210-find-address.
    set esc-address-found-sw to "N"
    if esc-cust-unavailable or acct-cust-number = spaces
        go to 3210-exit
    end-if
    move acct-cust-number to cust-number
    read customer-master
        invalid key
            go to 3210-exit
    end-read
    if cust-addr-line1 = spaces
        go to 3210-exit
    end-if
    set esc-address-found-sw to "Y".
3210-exit.
    exit.

*> =================================================================
*> 3250-record-notice
*> records the notice on the register - a new record, or the
*> account's earlier one replaced, keeping the count of letters
*> sent - with the address it was mailed to.
*> =================================================================
3250-record-notice.
    if not esc-on-register
        move spaces to esn-record
        move acct-number to esn-acct-number
        move zero to esn-notice-count
    end-if
    move acct-name            to esn-acct-name
    move acct-cust-number     to esn-cust-number
    move cust-name            to esn-mail-name
    move cust-addr-line1      to esn-addr-line1
    move cust-addr-line2      to esn-addr-line2
    move cust-addr-line3      to esn-addr-line3
    move acct-last-actvy-date to esn-last-actvy-date
    move esc-deadline-date    to esn-deadline-date
    move esc-today-date       to esn-notice-date
    add 1 to esn-notice-count
    set esn-stat-noticed to true
    move zero   to esn-escheat-date
    move zero   to esn-escheat-amount
    move zero   to esn-interest-amount
    move zero   to esn-remit-seq-no
    move spaces to esn-holding-acct
    move zero   to esn-report-year
    if esc-on-register
        rewrite esn-record
            invalid key
                display "ESCHEAT: REGISTER REWRITE FAILED "
                    acct-number
                go to 3250-exit
        end-rewrite
    else
        write esn-record
            invalid key
                display "ESCHEAT: REGISTER WRITE FAILED "
                    acct-number
                go to 3250-exit
        end-write
        set esc-on-register-sw to "Y"
    end-if
    set esc-notice-ok-sw to "Y".
3250-exit.
    exit.

*> =================================================================
*> 3300-print-letter
*> prints one due-diligence letter on a new page.  a notice sent
*> with less than the minimum lead left before the deadline
*> gives the owner the lead from the date of the letter instead.
*> =================================================================
3300-print-letter.
    move "BAMS - NOTICE OF DORMANT ACCOUNT" to ltr-print-line
    write ltr-print-line after advancing page
    move spaces to ltr-print-line
    string "DATE: " delimited by size
        esc-today-date delimited by size
        into ltr-print-line
    write ltr-print-line
    move spaces to ltr-print-line
    write ltr-print-line
    move cust-name to ltr-print-line
    write ltr-print-line
    move cust-addr-line1 to ltr-print-line
    write ltr-print-line
    if cust-addr-line2 not = spaces
        move cust-addr-line2 to ltr-print-line
        write ltr-print-line
    end-if
    if cust-addr-line3 not = spaces
        move cust-addr-line3 to ltr-print-line
        write ltr-print-line
    end-if
    move spaces to ltr-print-line
    write ltr-print-line
    move spaces to ltr-print-line
    string "ACCOUNT " delimited by size
        acct-number delimited by size
        "  " delimited by size
        acct-name delimited by size
        into ltr-print-line
    write ltr-print-line
    move spaces to ltr-print-line
    write ltr-print-line
    move spaces to ltr-print-line
    string "OUR RECORDS SHOW NO ACTIVITY ON THIS ACCOUNT SINCE "
            delimited by size
        acct-last-actvy-date delimited by size
        "." delimited by size
        into ltr-print-line
    write ltr-print-line
    move esc-amount to esc-amount-disp
    move spaces to ltr-print-line
    string "BALANCE WITH INTEREST TO DATE: " delimited by size
        esc-amount-disp delimited by size
        into ltr-print-line
    write ltr-print-line
    move spaces to ltr-print-line
    write ltr-print-line
    move spaces to ltr-print-line
    if esc-days-to-deadline < esc-lead-days
        string "UNLESS YOU CONTACT US WITHIN " delimited by size
            esc-lead-days delimited by size
            " DAYS OF THE DATE OF THIS LETTER," delimited by size
            into ltr-print-line
    else
        string "UNLESS YOU CONTACT US BEFORE " delimited by size
            esc-deadline-date delimited by size
            "," delimited by size
            into ltr-print-line
    end-if
    write ltr-print-line
    move "STATE LAW REQUIRES US TO REPORT THE BALANCE AS UNCLAIMED"
        to ltr-print-line
    write ltr-print-line
    move "PROPERTY AND TO REMIT IT TO THE STATE, AND THE ACCOUNT"
        to ltr-print-line
    write ltr-print-line
    move "WILL BE CLOSED." to ltr-print-line
    write ltr-print-line
    move spaces to ltr-print-line
    write ltr-print-line
    move "TO KEEP YOUR ACCOUNT, VISIT ANY BRANCH WITH THIS LETTER"
        to ltr-print-line
    write ltr-print-line
    move "AND PROOF OF IDENTITY." to ltr-print-line
    write ltr-print-line.
3300-exit.
    exit.

*> =================================================================
*> 3900-write-report-line
*> prints one account on the run report with the action in
*> esc-note.
*> =================================================================
3900-write-report-line.
    move spaces to esc-detail-line
    move acct-number          to esc-det-acct
    move acct-name            to esc-det-name
    move acct-last-actvy-date to esc-det-last-actvy
    move esc-deadline-date    to esc-det-deadline
    move esc-amount           to esc-det-amount
    move esc-note             to esc-det-note
    write esc-detail-line.
3900-exit.
    exit.

*> =================================================================
*> 4000-escheat-account
*> closes the account and posts the remittance - the interest at
*> the next sequence number, then the debit leg and the holding
*> account's credit leg at the two after it - all posted, like a
*> close-out, so eoddrive never reapplies them.  the holding
*> account's balance takes the run's total in 5000-credit-holding
*> once the browse is done.  the last activity date is left as
*> the owner's, for the holder report.  the account's standing
*> orders are cancelled once it is closed.
*> =================================================================
4000-escheat-account.
    add esc-interest to acct-balance
    move zero to acct-accrued-int
    subtract esc-amount from acct-balance
    set acct-stat-closed to true
    set acct-closed-escheated to true
    rewrite acct-record
        invalid key
            display "ESCHEAT: ACCOUNT REWRITE FAILED " acct-number
            add 1 to esc-accounts-flagged
            move "ACCOUNT NOT CLOSED - FLAGGED" to esc-note
            perform 3900-write-report-line thru 3900-exit
            go to 4000-exit
    end-rewrite
    if esc-interest not = zero
        perform 4100-log-interest thru 4100-exit
    end-if
    perform 4200-log-remittance thru 4200-exit
    perform 4300-cancel-orders thru 4300-exit
    add esc-amount to esc-total-remitted
    add 1 to esc-accounts-escheated
    set esn-stat-escheated to true
    move esc-today-date   to esn-escheat-date
    move esc-amount       to esn-escheat-amount
    move esc-interest     to esn-interest-amount
    move esc-debit-seq-no to esn-remit-seq-no
    move esc-holding-acct to esn-holding-acct
    move esc-report-year  to esn-report-year
    rewrite esn-record
        invalid key
            display "ESCHEAT: REGISTER REWRITE FAILED " acct-number
            add 1 to esc-accounts-flagged
            move "ESCHEATED - NOT REGISTERED" to esc-note
            perform 3900-write-report-line thru 3900-exit
            go to 4000-exit
    end-rewrite
    move "ESCHEATED" to esc-note
    perform 3900-write-report-line thru 3900-exit.
4000-exit.
    exit.

*> =================================================================
*> 4100-log-interest
*> posts the capitalized interest as a type I entry - or, for a
*> negative accrual, claws it back as a debit marked IN, exactly
*> as intcapit does.
*> =================================================================
4100-log-interest.
    add 1 to esc-entries-written
    compute txn-seq-no = esc-base-seq-no + esc-entries-written
    move acct-number to txn-acct-number
    if esc-interest > zero
        set txn-type-interest to true
        move esc-interest to txn-amount
        move spaces to txn-reason-code
    else
        set txn-type-debit to true
        compute txn-amount = zero - esc-interest
        move "IN" to txn-reason-code
    end-if
    move esc-today-date to txn-date
    move esc-now-time   to txn-time
    set txn-is-posted   to true
    move zero to txn-orig-seq-no
    move "N" to txn-reversed-sw
    move zero to txn-partner-seq-no
    move spaces to txn-counterpart-acct
    move "ESCHEAT" to txn-operator-id
    move spaces to txn-checker-id
    write txn-record.
4100-exit.
    exit.

*> =================================================================
*> 4200-log-remittance
*> posts the remittance debit, marked ES, as the lead leg, then
*> the holding account's credit leg, marked ES, each carrying
*> the other leg's number and account.
*> =================================================================
4200-log-remittance.
    add 1 to esc-entries-written
    compute esc-debit-seq-no = esc-base-seq-no + esc-entries-written
    move esc-debit-seq-no to txn-seq-no
    move acct-number      to txn-acct-number
    set txn-type-debit    to true
    move esc-amount       to txn-amount
    move esc-today-date   to txn-date
    move esc-now-time     to txn-time
    set txn-is-posted     to true
    move zero to txn-orig-seq-no
    move "N" to txn-reversed-sw
    set txn-reason-escheat to true
    compute txn-partner-seq-no = esc-debit-seq-no + 1
    move esc-holding-acct to txn-counterpart-acct
    move "ESCHEAT" to txn-operator-id
    move spaces to txn-checker-id
    write txn-record
    add 1 to esc-entries-written
    compute txn-seq-no = esc-base-seq-no + esc-entries-written
    move esc-holding-acct to txn-acct-number
    set txn-type-credit   to true
    move esc-debit-seq-no to txn-partner-seq-no
    move acct-number      to txn-counterpart-acct
    write txn-record.
4200-exit.
    exit.

*> =================================================================
*> 4300-cancel-orders
*> cancels every active standing order drawn on the escheated
*> account.  the order file carries no account key, so it is
*> browsed from the top for each account.
*> =================================================================
4300-cancel-orders.
    if esc-sto-unavailable
        go to 4300-exit
    end-if
    move "N" to esc-sto-at-end-sw
    move low-values to sto-order-no
    start standing-order-master
        key is not less than sto-order-no
        invalid key
            set esc-sto-at-end to true
    end-start
    perform 4350-cancel-one-order thru 4350-exit
        until esc-sto-at-end.
4300-exit.
    exit.

*> =================================================================
*> 4350-cancel-one-order
*> reads the next standing order and cancels it if it is an
*> active order on the escheated account, auditing it SX.
*> =================================================================
4350-cancel-one-order.
    read standing-order-master next record
        at end
            set esc-sto-at-end to true
            go to 4350-exit
    end-read
    if sto-acct-number not = acct-number
            or not sto-stat-active
        go to 4350-exit
    end-if
    set sto-stat-cancelled to true
    rewrite sto-record
        invalid key
            display "ESCHEAT: ORDER REWRITE FAILED " sto-order-no
            go to 4350-exit
    end-rewrite
    add 1 to esc-orders-cancelled
    move "ESCHEAT"   to aud-operator-id
    move "ESCHEAT"   to aud-program-name
    move acct-number to aud-acct-number
    move "SX"        to aud-action-code
    perform 8900-write-audit-rec thru 8900-exit.
4350-exit.
    exit.

*> =================================================================
*> 5000-credit-holding
*> lands the run's remittances on the holding account.  the
*> credit legs are already on the log, so a failure here leaves
*> the holding account short of them - the run ends rc 8 for the
*> balance to be put right before the nightly stream.
*> =================================================================
5000-credit-holding.
    if esc-total-remitted = zero
        go to 5000-exit
    end-if
    move esc-holding-acct to acct-number
    read account-master
        invalid key
            display "ESCHEAT: HOLDING ACCOUNT READ FAILED "
                esc-holding-acct
            move 8 to return-code
            go to 5000-exit
    end-read
    add esc-total-remitted to acct-balance
    move esc-today-date to acct-last-actvy-date
    rewrite acct-record
        invalid key
            display "ESCHEAT: HOLDING ACCOUNT REWRITE FAILED "
                esc-holding-acct
            move 8 to return-code
    end-rewrite.
5000-exit.
    exit.

*> =================================================================
*> 6000-holder-report
*> prints the state holder report from the register - every
*> account escheated in the report year, with the owner's name
*> and last known address, the last activity and notice dates,
*> the amount remitted and the log entry that carried it.
*> =================================================================
6000-holder-report.
    move spaces to hld-header-line
    string "BAMS UNCLAIMED PROPERTY HOLDER REPORT - REPORT YEAR "
            delimited by size
        esc-report-year delimited by size
        "   BUSINESS DATE " delimited by size
        esc-today-date delimited by size
        into hld-header-line
    write hld-header-line
    move spaces to hld-header-line
    string "REMITTED THROUGH HOLDING ACCOUNT " delimited by size
        esc-holding-acct delimited by size
        into hld-header-line
    write hld-header-line
    move spaces to hld-header-line
    write hld-header-line
    move spaces to hld-header-line
    string "ACCOUNT     OWNER NAME                      CUSTOMER  "
            delimited by size
        "  LAST ACTVY  NOTICED   ESCHEATED         AMOUNT  "
            delimited by size
        "REMITTANCE ENTRY" delimited by size
        into hld-header-line
    write hld-header-line
    move "            LAST KNOWN ADDRESS" to hld-header-line
    write hld-header-line
    move "N" to esc-reg-at-end-sw
    move low-values to esn-acct-number
    start escheat-register-file
        key is not less than esn-acct-number
        invalid key
            set esc-reg-at-end to true
    end-start
    perform 6100-holder-line thru 6100-exit
        until esc-reg-at-end
    if esc-holder-count = zero
        move "NO PROPERTY ESCHEATED IN THE REPORT YEAR"
            to hld-header-line
        write hld-header-line
    end-if
    move spaces to hld-header-line
    write hld-header-line
    move esc-holder-total to esc-total-disp
    move spaces to hld-header-line
    string "PROPERTIES REPORTED: " delimited by size
        esc-holder-count delimited by size
        "   TOTAL REMITTED: " delimited by size
        esc-total-disp delimited by size
        into hld-header-line
    write hld-header-line.
6000-exit.
    exit.

*> =================================================================
*> 6100-holder-line
*> reads the next register record and prints it if it was
*> escheated in the report year.
*> =================================================================
6100-holder-line.
    read escheat-register-file next record
        at end
            set esc-reg-at-end to true
            go to 6100-exit
    end-read
    if not esn-stat-escheated
            or esn-report-year not = esc-report-year
        go to 6100-exit
    end-if
    add 1 to esc-holder-count
    add esn-escheat-amount to esc-holder-total
    move spaces to hld-detail-line
    move esn-acct-number     to hld-det-acct
    move esn-mail-name       to hld-det-name
    move esn-cust-number     to hld-det-cust
    move esn-last-actvy-date to hld-det-last-actvy
    move esn-notice-date     to hld-det-notice
    move esn-escheat-date    to hld-det-escheated
    move esn-escheat-amount  to hld-det-amount
    move esn-remit-seq-no    to hld-det-seq
    write hld-detail-line
    move spaces to hld-address-line
    move esn-addr-line1 to hld-addr-line1
    move esn-addr-line2 to hld-addr-line2
    move esn-addr-line3 to hld-addr-line3
    write hld-address-line.
6100-exit.
    exit.

*> =================================================================
*> 7000-write-totals
*> prints the run counts at the foot of the run report.
*> =================================================================
7000-write-totals.
    move spaces to esc-header-line
    write esc-header-line
    move spaces to esc-header-line
    string "ACCOUNTS READ: " delimited by size
        esc-accounts-read delimited by size
        "   DORMANT: " delimited by size
        esc-accounts-dormant delimited by size
        "   NOTICES SENT: " delimited by size
        esc-notices-sent delimited by size
        "   NOTICES ON FILE: " delimited by size
        esc-notices-on-file delimited by size
        into esc-header-line
    write esc-header-line
    move esc-total-remitted to esc-total-disp
    move spaces to esc-header-line
    string "ESCHEATED: " delimited by size
        esc-accounts-escheated delimited by size
        "   HELD: " delimited by size
        esc-accounts-held delimited by size
        "   FLAGGED: " delimited by size
        esc-accounts-flagged delimited by size
        "   REMITTED: " delimited by size
        esc-total-disp delimited by size
        "   ORDERS CANCELLED: " delimited by size
        esc-orders-cancelled delimited by size
        into esc-header-line
    write esc-header-line.
7000-exit.
    exit.

*> =================================================================
*> 9900-record-run-history
*> records the run on the run-history file - accounts read,
*> notices sent, accounts flagged, and the accounts escheated
*> with the total remitted.
*> =================================================================
9900-record-run-history.
    move esc-accounts-read      to rhw-records-read
    move esc-notices-sent       to rhw-records-written
    move esc-accounts-flagged   to rhw-records-rejected
    move esc-accounts-escheated to rhw-control-count
    move esc-total-remitted     to rhw-control-amount
    perform 8650-write-run-history thru 8650-exit.
9900-exit.
    exit.

*> =================================================================
*> 9999-terminate
*> closes the files and reports the run counts.
*> =================================================================
9999-terminate.
    if esc-run-ok
        close account-master
        close escheat-register-file
        close transaction-log
        close letter-print-file
        close print-file
        close holder-print-file
        close audit-trail
        if not esc-cust-unavailable
            close customer-master
        end-if
        if not esc-sto-unavailable
            close standing-order-master
        end-if
    end-if
    display "ESCHEAT: BUSINESS DATE     " bdt-run-date
    display "ESCHEAT: ACCOUNTS READ     " esc-accounts-read
    display "ESCHEAT: DORMANT           " esc-accounts-dormant
    display "ESCHEAT: NOTICES SENT      " esc-notices-sent
    display "ESCHEAT: NOTICES ON FILE   " esc-notices-on-file
    display "ESCHEAT: HELD              " esc-accounts-held
    display "ESCHEAT: ESCHEATED         " esc-accounts-escheated
    display "ESCHEAT: FLAGGED           " esc-accounts-flagged
    display "ESCHEAT: ORDERS CANCELLED  " esc-orders-cancelled
    move esc-total-remitted to esc-total-disp
    display "ESCHEAT: TOTAL REMITTED    " esc-total-disp.
9999-exit.
    exit.

*> =================================================================
*> 8800-get-business-date
*> shared run-control read paragraph - see copybooks/bdtget.cpy.
*> =================================================================
    copy "BDTGET.cpy".

*> =================================================================
*> 8700-date-to-serial
*> shared date-to-serial paragraph - see copybooks/dayserl.cpy.
*> =================================================================
    copy "DAYSERL.cpy".

*> =================================================================
*> 8600-start-run-history
*> shared run-history paragraphs - see copybooks/rhslog.cpy.
*> =================================================================
    copy "RHSLOG.cpy".

*> =================================================================
*> 8900-write-audit-rec
*> shared audit-trail logging paragraph - see copybooks/audlog.cpy.
*> =================================================================
    copy "AUDLOG.cpy".

end program escheat.
