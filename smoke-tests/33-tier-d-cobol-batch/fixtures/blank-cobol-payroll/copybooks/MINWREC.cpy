      *================================================================*
      * COPYBOOK:    MINWREC                                          *
      * DESCRIPTION: Minimum wage reference record, one row per       *
      *              jurisdiction per rate change. MINW-JURIS matches *
      *              EMP-WORK-JURIS; blank is the federal minimum.    *
      *              The rate in force on a date is the row with the  *
      *              latest effective date on or before it, and an    *
      *              employee is owed the higher of the federal and   *
      *              work-jurisdiction rates. PAYRLL01 tests each     *
      *              cycle against it; PAYAUD01 looks ahead to next   *
      *              month's increases.                               *
      *----------------------------------------------------------------
      * MODIFICATION HISTORY:
      *   2026-10-15  TJK  Initial version.
      *================================================================*
       01  MINW-RECORD.
           05 MINW-JURIS            PIC X(02).
           05 MINW-EFF-DATE         PIC 9(08).
           05 MINW-RATE             PIC 9(03)V99.
