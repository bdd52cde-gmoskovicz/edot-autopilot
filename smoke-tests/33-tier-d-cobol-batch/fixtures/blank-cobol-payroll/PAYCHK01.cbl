      *                4. reports every check still outstanding with  *
      *                   its age in months, flagging anything at or  *
      *                   past the stale threshold (PARM, whole       *
      *                   months, default 6) for escheatment;         *
      *                5. tells the bank through the positive pay     *
      *                   file (PPISSUE): a cancel item for every     *
      *                   check stopped, voided or voided for         *
      *                   reissue, and an issue item for every        *
      *                   replacement check.                          *
      *              Unmatched paid items, unmatched transactions     *
      *              and refused actions end the step with RC 8 so    *
      *              the worklist gets attention.                     *
      *                    number on file is tracked per company
      *                    and a replacement numbers from the
      *                    voided check's own sequence.
      *   2026-10-15  TJK  Positive pay: every stop, void and
      *                    void-for-reissue sends the bank a cancel
      *                    item, and every replacement check an issue
      *                    item, on a new PPISSUE generation (header,
      *                    items, trailer). The account is the company's
      *                    CO-CHECK-STOCK, so COMPFILE is now read.
      *   2026-10-15  TJK  Positive-pay header description shortened to
      *                    fit PP-HDR-DESC.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYCHK01.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT COMPFILE ASSIGN TO COMPFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CO-STATUS.

           SELECT PPISSUE ASSIGN TO PPISSUE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANKPAID
           BLOCK CONTAINS 0 RECORDS.
       01  CHKRPT-LINE          PIC X(132).

       FD  COMPFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY COMPREC.

       FD  PPISSUE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PPAYREC.

       WORKING-STORAGE SECTION.
       01  WS-STATUS.
           05 WS-PAID-STATUS   PIC XX VALUE SPACES.
           05 WS-CHKREG-STATUS PIC XX VALUE SPACES.
           05 WS-HIST-STATUS   PIC XX VALUE SPACES.
           05 WS-RPT-STATUS    PIC XX VALUE SPACES.
           05 WS-CO-STATUS     PIC XX VALUE SPACES.
           05 WS-PP-STATUS     PIC XX VALUE SPACES.
           05 WS-CO-EOF-FLAG   PIC X VALUE 'N'.
               88 CO-END-OF-FILE   VALUE 'Y'.
           05 WS-PAID-EOF-FLAG PIC X VALUE 'N'.
               88 PAID-END-OF-FILE VALUE 'Y'.
           05 WS-TRAN-EOF-FLAG PIC X VALUE 'N'.
       01  WS-STALE-NET        PIC 9(11)V99 VALUE ZEROS.
       01  WS-DISPLAY-TOTAL    PIC $$$,$$$,$$$,$$9.99.

      * Company code to check stock off COMPFILE - the stock code
      * is the account the bank's positive pay profile knows the
      * check by.
       01  WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 10 TIMES.
               10 WS-CO-CODE        PIC X(2).
               10 WS-CO-CHECK-STOCK PIC X(2).
       01  WS-CO-COUNT         PIC 9(2) VALUE ZEROS.
       01  WS-CO-IDX           PIC 9(2).
       01  WS-PP-STOCK         PIC X(2).

       01  WS-PP-TOTALS.
           05 WS-PP-ISSUE-COUNT   PIC 9(7)     VALUE ZEROS.
           05 WS-PP-ISSUE-AMOUNT  PIC 9(11)V99 VALUE ZEROS.
           05 WS-PP-CANCEL-COUNT  PIC 9(7)     VALUE ZEROS.
           05 WS-PP-CANCEL-AMOUNT PIC 9(11)V99 VALUE ZEROS.

       01  WS-SYSTEM-TIME      PIC 9(8).
       01  WS-SYSTEM-TIME-R REDEFINES WS-SYSTEM-TIME.
           05 WS-SYS-HHMM       PIC 9(4).
           05 FILLER            PIC 9(4).

       01  WS-HIST-FIXED-FLAG  PIC X VALUE 'N'.
           88 HIST-ROW-FIXED   VALUE 'Y'.

       MAIN-ROUTINE.
           DISPLAY 'PAYCHK01 STARTING - CHECK LIFECYCLE MAINTENANCE'
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYSTEM-TIME FROM TIME
           PERFORM GET-STALE-THRESHOLD
           PERFORM OPEN-REPORT
           PERFORM LOAD-COMPANY-TABLE
           PERFORM OPEN-POSITIVE-PAY
           PERFORM LOAD-PAID-TABLE
           PERFORM LOAD-TRAN-TABLE
           PERFORM UPDATE-REGISTER
           PERFORM WRITE-REISSUED-CHECKS
           PERFORM REPORT-UNMATCHED-ITEMS
           PERFORM CLOSE-POSITIVE-PAY
           PERFORM CLOSE-REPORT
           DISPLAY 'PAYCHK01 COMPLETE'
           DISPLAY '  REGISTER RECORDS READ: ' WS-REG-READ
           DISPLAY '  TRANS UNMATCHED:       ' WS-TRAN-UNMATCHED
           DISPLAY '  ACTIONS REFUSED:       ' WS-REFUSED
           DISPLAY '  HISTORY ROWS MISSING:  ' WS-HIST-NOT-FOUND
           DISPLAY '  POSITIVE PAY CANCELS:  ' WS-PP-CANCEL-COUNT
           DISPLAY '  POSITIVE PAY ISSUES:   ' WS-PP-ISSUE-COUNT
           IF WS-PAID-UNMATCHED > ZERO
                   OR WS-TRAN-UNMATCHED > ZERO
                   OR WS-REFUSED > ZERO
                       ADD 1 TO WS-CHECKS-STOPPED
                       SET CHK-STOPPED TO TRUE
                       REWRITE CHKREG-RECORD
                       PERFORM WRITE-CANCEL-ITEM
                       MOVE 'STOPPED' TO WS-RD-DISPOSITION
                       PERFORM REPORT-REGISTER-LINE
                   WHEN 'V'
                       ADD 1 TO WS-CHECKS-VOIDED
                       SET CHK-VOIDED TO TRUE
                       REWRITE CHKREG-RECORD
                       PERFORM WRITE-CANCEL-ITEM
                       MOVE 'VOIDED' TO WS-RD-DISPOSITION
                       PERFORM REPORT-REGISTER-LINE
                   WHEN 'R'
           ADD 1 TO WS-CHECKS-VOIDED
           SET CHK-VOIDED TO TRUE
           REWRITE CHKREG-RECORD
           PERFORM WRITE-CANCEL-ITEM
           ADD 1 TO WS-REISSUE-COUNT
           SET WS-RI-IDX TO WS-REISSUE-COUNT
           MOVE CHK-CHECK-NO  TO WS-RI-OLD-CHECK (WS-RI-IDX)
           MOVE ZEROS            TO CHK-CLEAR-DATE
           MOVE WS-RI-COMPANY (WS-RI-IDX) TO CHK-COMPANY
           WRITE CHKREG-RECORD
           PERFORM WRITE-ISSUE-ITEM
           MOVE WS-RI-NEW-CHECK  TO WS-RD-CHECK-NO
           MOVE WS-RI-EMP-ID (WS-RI-IDX)   TO WS-RD-EMP-ID
           MOVE WS-RI-EMP-NAME (WS-RI-IDX) TO WS-RD-EMP-NAME
               END-IF
           END-PERFORM.

      * Check stock per company, off the same COMPFILE PAYRLL01
      * prints from. Without COMPFILE every check is on the legacy
      * stock '01'.
       LOAD-COMPANY-TABLE.
           OPEN INPUT COMPFILE
           IF WS-CO-STATUS = '00'
               READ COMPFILE
                   AT END MOVE 'Y' TO WS-CO-EOF-FLAG
               END-READ
               PERFORM UNTIL CO-END-OF-FILE
                       OR WS-CO-COUNT = 10
                   ADD 1 TO WS-CO-COUNT
                   MOVE CO-CODE        TO WS-CO-CODE (WS-CO-COUNT)
                   MOVE CO-CHECK-STOCK TO
                       WS-CO-CHECK-STOCK (WS-CO-COUNT)
                   READ COMPFILE
                       AT END MOVE 'Y' TO WS-CO-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE COMPFILE
           ELSE
               DISPLAY 'WARNING: COMPFILE NOT AVAILABLE (STATUS '
                       WS-CO-STATUS ') - ALL CHECKS ON STOCK 01'
           END-IF
           IF WS-CO-COUNT = ZERO
               MOVE 1 TO WS-CO-COUNT
               MOVE '01' TO WS-CO-CODE (1)
               MOVE '01' TO WS-CO-CHECK-STOCK (1)
           END-IF.

      * The positive pay file is written every run, even with no
      * stop, void or reissue, so the bank receives an unbroken
      * sequence of files with a zero trailer on a quiet day.
       OPEN-POSITIVE-PAY.
           OPEN OUTPUT PPISSUE
           IF WS-PP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PPISSUE: ' WS-PP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO PP-RECORD
           MOVE 'H' TO PP-REC-TYPE
           MOVE WS-SYSTEM-DATE-N TO PP-HDR-FILE-DATE
           MOVE WS-SYS-HHMM      TO PP-HDR-FILE-TIME
           MOVE 'PAYCHK01'       TO PP-HDR-SOURCE
           MOVE 'STOP/VOID/REISSUE'    TO PP-HDR-DESC
           WRITE PP-RECORD.

      * A stopped or voided check must not be paid if it is ever
      * presented, so the bank gets a cancel for it carrying the
      * number, amount and issue date it was issued under.
       WRITE-CANCEL-ITEM.
           PERFORM BUILD-POSITIVE-PAY-ITEM
           MOVE 'C' TO PP-ACTION
           WRITE PP-RECORD
           ADD 1           TO WS-PP-CANCEL-COUNT
           ADD CHK-NET-PAY TO WS-PP-CANCEL-AMOUNT.

      * A replacement check is a new issue the bank has never
      * seen; without the issue item it would be returned as an
      * exception when presented.
       WRITE-ISSUE-ITEM.
           PERFORM BUILD-POSITIVE-PAY-ITEM
           MOVE 'I' TO PP-ACTION
           WRITE PP-RECORD
           ADD 1           TO WS-PP-ISSUE-COUNT
           ADD CHK-NET-PAY TO WS-PP-ISSUE-AMOUNT.

       BUILD-POSITIVE-PAY-ITEM.
           IF CHK-COMPANY = SPACES
               MOVE '01' TO WS-REG-COMPANY
           ELSE
               MOVE CHK-COMPANY TO WS-REG-COMPANY
           END-IF
           MOVE SPACES TO WS-PP-STOCK
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
                      OR WS-PP-STOCK NOT = SPACES
               IF WS-CO-CODE (WS-CO-IDX) = WS-REG-COMPANY
                   MOVE WS-CO-CHECK-STOCK (WS-CO-IDX) TO WS-PP-STOCK
               END-IF
           END-PERFORM
           IF WS-PP-STOCK = SPACES
               DISPLAY '  WARNING: COMPANY ' WS-REG-COMPANY
                       ' NOT ON COMPFILE - CHECK ' CHK-CHECK-NO
                       ' SENT ON STOCK 01'
               MOVE '01' TO WS-PP-STOCK
           END-IF
           MOVE SPACES TO PP-RECORD
           MOVE 'D'            TO PP-REC-TYPE
           MOVE WS-PP-STOCK    TO PP-ACCOUNT
           MOVE CHK-CHECK-NO   TO PP-CHECK-NO
           MOVE CHK-NET-PAY    TO PP-AMOUNT
           MOVE CHK-ISSUE-DATE TO PP-ISSUE-DATE
           MOVE CHK-EMP-NAME   TO PP-PAYEE
           MOVE WS-REG-COMPANY TO PP-COMPANY.

       CLOSE-POSITIVE-PAY.
           MOVE SPACES TO PP-RECORD
           MOVE 'T' TO PP-REC-TYPE
           MOVE WS-PP-ISSUE-COUNT   TO PP-TRL-ISSUE-COUNT
           MOVE WS-PP-ISSUE-AMOUNT  TO PP-TRL-ISSUE-AMOUNT
           MOVE WS-PP-CANCEL-COUNT  TO PP-TRL-CANCEL-COUNT
           MOVE WS-PP-CANCEL-AMOUNT TO PP-TRL-CANCEL-AMOUNT
           WRITE PP-RECORD
           CLOSE PPISSUE.

       CLOSE-REPORT.
           CLOSE CHKRPT.
