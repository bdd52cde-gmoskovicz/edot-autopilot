      *                    entity). Drives the ACH batch, the check
      *                    stock and numbering, and the GL company
      *                    segment.
      *   2026-10-15  TJK  Added EMP-YTD-TAXABLE, year-to-date wages
      *                    subject to income-tax withholding (gross
      *                    less the pre-tax 401k deferral and the
      *                    Section 125 health premium). Kept apart
      *                    from EMP-YTD-GROSS, which stays true gross;
      *                    posted by PAYRLL01, reported as wages by
      *                    PAYYE01 and zeroed by its rollover. Blank
      *                    on records written before the field
      *                    existed - readers take EMP-YTD-GROSS in
      *                    that case, which is what those cycles
      *                    were withheld on.
      *   2026-10-15  TJK  Added EMP-YTD-FICA-WAGES, year-to-date
      *                    wages subject to Social Security and
      *                    Medicare (gross less the Section 125
      *                    health premium - the 401k deferral stays
      *                    in). Drives the Social Security wage-base
      *                    cap and the additional Medicare threshold
      *                    in PAYRLL01; zeroed by the PAYYE01
      *                    rollover. Blank on older records - readers
      *                    take EMP-YTD-GROSS.
      *   2026-10-15  TJK  Added EMP-SEPARATION. PAYMNT01 records the
      *                    separation date and type keyed with a
      *                    termination and marks the final pay
      *                    pending; PAYRLL01 in FINAL mode pays it
      *                    by check, stamps the jurisdiction's
      *                    final-pay deadline and the date it was
      *                    paid, and marks it paid. Blank on records
      *                    written before the field existed - no
      *                    final pay pending.
      *================================================================*
       01  EMP-RECORD.
           05 EMP-ID           PIC X(6).
               10 EMP-JYTD-ENTRY OCCURS 3 TIMES.
                   15 EMP-JYTD-CODE   PIC X(2).
                   15 EMP-JYTD-AMOUNT PIC 9(9)V99.
           05 EMP-YTD-TAXABLE  PIC 9(9)V99.
           05 EMP-YTD-FICA-WAGES PIC 9(9)V99.
           05 EMP-SEPARATION.
               10 EMP-SEP-DATE     PIC 9(8).
               10 EMP-SEP-TYPE     PIC X(01).
                   88 EMP-SEP-VOLUNTARY   VALUE 'V'.
                   88 EMP-SEP-INVOLUNTARY VALUE 'I'.
               10 EMP-FINAL-PAY-STATUS PIC X(01).
                   88 EMP-FINAL-PENDING   VALUE 'P'.
                   88 EMP-FINAL-PAID      VALUE 'D'.
               10 EMP-FINAL-DUE-DATE  PIC 9(8).
               10 EMP-FINAL-PAID-DATE PIC 9(8).
