      *   2026-09-02  TJK  Added DISB-COMPANY, the employee's pay
      *                    entity, so PAYGL01 can stamp the GL
      *                    company segment on the journal.
      *   2026-10-15  TJK  Added DISB-TAXABLE-WAGES, the wages the
      *                    withholding lines were figured on - gross
      *                    less the pre-tax 401k deferral and health
      *                    premium. Zero on 'L' records, like the
      *                    rest of the tax picture. Trailer filler
      *                    widened to match.
      *   2026-10-15  TJK  Added DISB-EE-SS and DISB-EE-MEDICARE, the
      *                    employee Social Security and Medicare
      *                    withheld, carried beside the income-tax
      *                    lines (DISB-TAX-AMT stays the total of
      *                    those lines only). Zero on 'L' records.
      *                    Trailer filler widened to match.
      *   2026-10-15  TJK  Added the supplemental earnings (bonus,
      *                    commission, award, one-time payments) paid
      *                    in the cycle: DISB-SUPP-PAY is included in
      *                    DISB-GROSS-PAY - on the 'D' the home
      *                    department's share, on an 'L' the share
      *                    charged to that department. DISB-SUPP-TAX
      *                    is the federal withholding at the flat
      *                    supplemental rate (included in the FD tax
      *                    line) and the supplemental lines carry each
      *                    earnings code paid; both are zero on 'L'
      *                    records. Trailer filler widened to match.
      *================================================================*
       01  DISB-RECORD.
           05 DISB-REC-TYPE    PIC X(01).
                   15 DISB-TXL-JURIS  PIC X(2).
                   15 DISB-TXL-AMOUNT PIC 9(7)V99.
               10 DISB-COMPANY     PIC X(2).
               10 DISB-TAXABLE-WAGES PIC 9(9)V99.
               10 DISB-EE-SS       PIC 9(7)V99.
               10 DISB-EE-MEDICARE PIC 9(7)V99.
               10 DISB-SUPP-PAY    PIC 9(7)V99.
               10 DISB-SUPP-TAX    PIC 9(7)V99.
               10 DISB-SUPP-LINE-CT PIC 9(1).
               10 DISB-SUPP-LINE OCCURS 4 TIMES.
                   15 DISB-SUPL-CODE  PIC X(2).
                   15 DISB-SUPL-AMOUNT PIC 9(7)V99.
           05 DISB-TRAILER-DATA REDEFINES DISB-DETAIL-DATA.
               10 DISB-TRL-RECORD-COUNT PIC 9(7).
               10 DISB-TRL-TOTAL-GROSS  PIC 9(11)V99.
               10 DISB-TRL-TOTAL-NET    PIC 9(11)V99.
               10 FILLER                PIC X(250).
