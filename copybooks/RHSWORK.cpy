*> -----------------------------------------------------------------
*> copybook:  rhswork.cpy
*> purpose:   working-storage fields for the shared run-history
*>            paragraphs in rhslog.cpy.  copy into the
*>            working-storage section of any batch program that
*>            records its runs.  the program names itself in
*>            rhw-program-name, and before performing
*>            8650-write-run-history moves its own counts into
*>            rhw-records-read, rhw-records-written,
*>            rhw-records-rejected, rhw-control-count and
*>            rhw-control-amount - any it has no use for stay
*>            zero.
*> -----------------------------------------------------------------
*> maintenance history
*> date        init  description
*> 2026-10-15   rcp   original copybook.
*> -----------------------------------------------------------------
01  rhw-program-name            pic x(09)   value spaces.

01  rhw-start-date              pic 9(08)   value zero.

01  rhw-start-time              pic 9(08)   value zero.

01  rhw-records-read            pic 9(09)   value zero.

01  rhw-records-written         pic 9(09)   value zero.

01  rhw-records-rejected        pic 9(09)   value zero.

01  rhw-control-count           pic 9(09)   value zero.

01  rhw-control-amount          pic s9(13)v99 value zero.

01  rhw-return-code             pic 9(04)   value zero.
