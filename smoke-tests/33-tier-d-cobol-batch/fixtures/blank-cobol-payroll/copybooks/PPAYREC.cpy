      *================================================================*
      * COPYBOOK:    PPAYREC                                          *
      * DESCRIPTION: Positive pay record in the bank's fixed 80-byte  *
      *              issue-file format. Each file is one header, the  *
      *              detail items and one trailer. A detail item      *
      *              tells the bank a check was issued ('I') or is    *
      *              no longer to be paid ('C' - stopped, voided, or  *
      *              replaced by a reissue); the bank pays only       *
      *              presented items matching an open issue on the    *
      *              account, and returns everything else to us as an *
      *              exception for a pay/return decision.             *
      *              PP-ACCOUNT carries the company's CO-CHECK-STOCK  *
      *              code, which the bank's positive pay profile      *
      *              registers against the disbursing account the     *
      *              stock draws on. Written by PAYPPY01 for each     *
      *              payroll run's checks and by PAYCHK01 for the     *
      *              check lifecycle transactions.                    *
      *----------------------------------------------------------------
      * MODIFICATION HISTORY:
      *   2026-10-15  TJK  Initial version.
      *================================================================*
       01  PP-RECORD.
           05 PP-REC-TYPE       PIC X(1).
               88 PP-HEADER-REC     VALUE 'H'.
               88 PP-DETAIL-REC     VALUE 'D'.
               88 PP-TRAILER-REC    VALUE 'T'.
           05 PP-DETAIL-DATA    PIC X(79).
           05 PP-DETAIL-FIELDS REDEFINES PP-DETAIL-DATA.
               10 PP-ACTION         PIC X(1).
                   88 PP-ISSUE          VALUE 'I'.
                   88 PP-CANCEL         VALUE 'C'.
               10 PP-ACCOUNT        PIC X(2).
               10 PP-CHECK-NO       PIC 9(8).
               10 PP-AMOUNT         PIC 9(9)V99.
               10 PP-ISSUE-DATE     PIC 9(8).
               10 PP-PAYEE          PIC X(30).
               10 PP-COMPANY        PIC X(2).
               10 FILLER            PIC X(17).
           05 PP-HEADER-FIELDS REDEFINES PP-DETAIL-DATA.
               10 PP-HDR-FILE-DATE  PIC 9(8).
               10 PP-HDR-FILE-TIME  PIC 9(4).
               10 PP-HDR-SOURCE     PIC X(8).
               10 PP-HDR-DESC       PIC X(20).
               10 FILLER            PIC X(39).
           05 PP-TRAILER-FIELDS REDEFINES PP-DETAIL-DATA.
               10 PP-TRL-ISSUE-COUNT   PIC 9(7).
               10 PP-TRL-ISSUE-AMOUNT  PIC 9(11)V99.
               10 PP-TRL-CANCEL-COUNT  PIC 9(7).
               10 PP-TRL-CANCEL-AMOUNT PIC 9(11)V99.
               10 FILLER               PIC X(39).
