*> -----------------------------------------------------------------
*> copybook:  strmtbl.cpy
*> purpose:   working-storage table of the nightly stream's steps,
*>            in jcl/nightly.jcl order, and the work fields of the
*>            shared stream check in strmchk.cpy.  each step row
*>            carries:
*>              stp-step-name     the jcl step name;
*>              stp-program       the program the step runs, as
*>                                it names itself on run-history;
*>              stp-required      "Y" when the business date may
*>                                not advance until the step has
*>                                finished cleanly;
*>              stp-max-rc        the highest return code that is
*>                                still a clean finish - a report
*>                                that ends rc 4 to say it listed
*>                                something has finished cleanly;
*>              stp-gate-1/2      the programs of the steps named
*>                                in the step's cond parameter - a
*>                                step is skipped when a gate step
*>                                ended above zero or was itself
*>                                skipped.
*>            the table must be kept in step with jcl/nightly.jcl -
*>            a step added to the stream is added here, with
*>            stp-step-count raised to match.
*> note:      copy into the working-storage section of any program
*>            that performs 8400-check-stream; the program must
*>            also declare rhs-file-status pic x(02).
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original copybook.
*> 2026-10-15   rcp   added step055 gltrial, the trial balance by gl
*>                    code.
*> 2026-10-15   rcp   added step006 extprtn, the returned external
*>                    payments, and step008 extpout, the outbound
*>                    external payments file.
*> -----------------------------------------------------------------
01  stp-step-defs.
    05  filler  pic x(38) value
        "STEP001 ACCTIMAG N00                  ".
    05  filler  pic x(38) value
        "STEP005 PNDEXPIR Y04                  ".
    05  filler  pic x(38) value
        "STEP006 EXTPRTN  Y04                  ".
    05  filler  pic x(38) value
        "STEP008 EXTPOUT  Y04                  ".
    05  filler  pic x(38) value
        "STEP010 EODDRIVE Y00                  ".
    05  filler  pic x(38) value
        "STEP015 STOGEN   Y00EODDRIVE          ".
    05  filler  pic x(38) value
        "STEP017 FEEASSES Y04EODDRIVE          ".
    05  filler  pic x(38) value
        "STEP020 INTACCRU Y00EODDRIVE          ".
    05  filler  pic x(38) value
        "STEP030 RECONCILEY04EODDRIVE          ".
    05  filler  pic x(38) value
        "STEP040 RPTDAILY Y00EODDRIVE          ".
    05  filler  pic x(38) value
        "STEP045 TLRPROOF Y00EODDRIVE          ".
    05  filler  pic x(38) value
        "STEP046 CLOSRPT  Y04                  ".
    05  filler  pic x(38) value
        "STEP048 CMPLRPT  Y00EODDRIVE          ".
    05  filler  pic x(38) value
        "STEP049 AUDEXCP  Y04                  ".
    05  filler  pic x(38) value
        "STEP050 GLEXTRACTY00EODDRIVE RECONCILE".
    05  filler  pic x(38) value
        "STEP055 GLTRIAL  Y04GLEXTRACTRECONCILE".

01  stp-step-table redefines stp-step-defs.
    05  stp-step-def            occurs 16 times.
        10  stp-step-name           pic x(08).
        10  stp-program             pic x(09).
        10  stp-required            pic x(01).
            88  stp-step-required        value "Y".
        10  stp-max-rc              pic 9(02).
        10  stp-gate-1              pic x(09).
        10  stp-gate-2              pic x(09).

01  stp-step-count              pic 9(03)   comp value 16.

*> what the run-history file says of each step for the date
*> checked - the latest run of the step's program under it.
01  stp-step-results.
    05  stp-result              occurs 16 times.
        10  stp-status              pic x(01).
            88  stp-stat-clean           value "C".
            88  stp-stat-failed          value "F".
            88  stp-stat-skipped         value "S".
            88  stp-stat-not-run         value "N".
        10  stp-ran-sw              pic x(01).
            88  stp-ran                  value "Y".
        10  stp-return-code         pic 9(04).
        10  stp-start-time          pic 9(08).
        10  stp-end-time            pic 9(08).
        10  stp-records-read        pic 9(09).
        10  stp-records-written     pic 9(09).
        10  stp-records-rejected    pic 9(09).
        10  stp-control-count       pic 9(09).
        10  stp-control-amount      pic s9(13)v99.

01  stp-check-date              pic 9(08)   value zero.

01  stp-stream-clean-sw         pic x(01)   value "N".
    88  stp-stream-clean                      value "Y".

01  stp-steps-ran               pic 9(03)   value zero.

01  stp-first-bad-sub           pic 9(03)   comp value zero.

01  stp-sub                     pic 9(03)   comp value zero.

01  stp-find-sub                pic 9(03)   comp value zero.

01  stp-scan-sub                pic 9(03)   comp value zero.

01  stp-find-program            pic x(09)   value spaces.

01  stp-rhs-at-end-sw           pic x(01)   value "N".
    88  stp-rhs-at-end                        value "Y".

01  stp-gated-off-sw            pic x(01)   value "N".
    88  stp-gated-off                         value "Y".
