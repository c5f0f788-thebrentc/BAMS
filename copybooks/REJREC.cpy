*> 2026-09-01   rcp   documented reason TP for transfer legs -
*>                    both legs of a refused transfer land here
*>                    together, never one of them alone.
*> 2026-10-15   rcp   appended rej-reject-date, the business date
*>                    the entry was refused under - the file
*>                    accumulates across runs, and feeasses
*>                    charges each night's refusals once.  lines
*>                    written before the change load with a blank
*>                    date and are never charged.
*> -----------------------------------------------------------------
    fd  reject-file.

        05  rej-amount                  pic -(9)9.99.
        05  filler                      pic x(02).
        05  rej-reason-code             pic x(02).
        05  filler                      pic x(02).
        05  rej-reject-date             pic 9(08).
