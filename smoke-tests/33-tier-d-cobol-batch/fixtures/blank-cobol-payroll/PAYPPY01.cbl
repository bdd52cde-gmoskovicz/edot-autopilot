      *================================================================*
      * PROGRAM-ID: PAYPPY01                                          *
      * DESCRIPTION: Positive pay issue file. Every check STEP010     *
      *              wrote to CHKPRINT and CHKREG this run is sent    *
      *              to the bank as an issue item (check number,      *
      *              check-stock account, amount, issue date, payee)  *
      *              so an altered or counterfeit payroll check is    *
      *              caught at presentment instead of clearing        *
      *              before PAYCHK01 ever sees it. The file goes out  *
      *              with the ACH file; a step with no checks still   *
      *              writes the header and a zero trailer so the      *
      *              bank sees the cycle was sent.                    *
      *              The account is the company's CO-CHECK-STOCK off  *
      *              COMPFILE (CHK-COMPANY blank = '01'). STEP010     *
      *              pays no one whose company is off COMPFILE, so a  *
      *              miss here means the file changed between steps:  *
      *              the item goes out on stock '01' with RC 4.       *
      *                                                               *
      * JCL JOB CLASS: A   REGION: 256M                               *
      * RUN SEQUENCE:  STEP048 of PAYRLLJB/PAYBONJB/PAYFINJB, after   *
      *                PAYRECN02 has tied the check register to the   *
      *                DISBFILE trailer and on the same day as        *
      *                STEP010. This run's checks are selected by     *
      *                period, frequency and issue date the same way  *
      *                PAYRECN02 selects them: PARM                   *
      *                'ccyy-mm,f[,ccyymmdd]', or with none the last  *
      *                RUNHIST completion row carrying today's run    *
      *                date.                                          *
      *----------------------------------------------------------------
      * MODIFICATION HISTORY:
      *   2026-10-15  TJK  Initial version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYPPY01.
       AUTHOR. PAYROLL-TEAM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHKREG ASSIGN TO CHKREG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CHKREG-STATUS.

           SELECT COMPFILE ASSIGN TO COMPFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CO-STATUS.

           SELECT RUNHIST ASSIGN TO RUNHIST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNH-STATUS.

           SELECT PPISSUE ASSIGN TO PPISSUE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHKREG
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CHKREG.

       FD  COMPFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY COMPREC.

       FD  RUNHIST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RUNH-RECORD.
           05 RUNH-PERIOD       PIC X(7).
           05 RUNH-FREQUENCY    PIC X(1).
           05 RUNH-STATUS       PIC X(1).
               88 RUNH-COMPLETED    VALUE 'C'.
           05 RUNH-RUN-DATE     PIC 9(8).
           05 RUNH-CYCLE-END    PIC 9(8).
           05 RUNH-RECORD-COUNT PIC 9(7).
           05 RUNH-TOTAL-GROSS  PIC 9(11)V99.
           05 RUNH-TOTAL-NET    PIC 9(11)V99.
           05 RUNH-COMPANY      PIC X(2).

       FD  PPISSUE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PPAYREC.

       WORKING-STORAGE SECTION.
       01  WS-STATUS.
           05 WS-CHKREG-STATUS PIC XX VALUE SPACES.
           05 WS-CO-STATUS     PIC XX VALUE SPACES.
           05 WS-RUNH-STATUS   PIC XX VALUE SPACES.
           05 WS-PP-STATUS     PIC XX VALUE SPACES.
           05 WS-RUNH-EOF-FLAG PIC X VALUE 'N'.
               88 RUNH-END-OF-FILE VALUE 'Y'.
           05 WS-CO-EOF-FLAG   PIC X VALUE 'N'.
               88 CO-END-OF-FILE   VALUE 'Y'.
           05 WS-EOF-FLAG      PIC X VALUE 'N'.
               88 END-OF-FILE  VALUE 'Y'.

       01  WS-BATCH-PERIOD     PIC X(7).
       01  WS-RUN-FREQUENCY    PIC X(1).
       01  WS-RUN-DATE         PIC X(8).
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(8).

      * Company code to check stock, off COMPFILE.
       01  WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 10 TIMES.
               10 WS-CO-CODE        PIC X(2).
               10 WS-CO-CHECK-STOCK PIC X(2).
       01  WS-CO-COUNT         PIC 9(2) VALUE ZEROS.
       01  WS-CO-IDX           PIC 9(2).
       01  WS-CHK-CO-CODE      PIC X(2).
       01  WS-CHK-STOCK        PIC X(2).

       01  WS-PP-TOTALS.
           05 WS-PP-ISSUE-COUNT  PIC 9(7)     VALUE ZEROS.
           05 WS-PP-ISSUE-AMOUNT PIC 9(11)V99 VALUE ZEROS.
       01  WS-STOCK-MISSES     PIC 9(5) VALUE ZEROS.
       01  WS-DISPLAY-TOTAL    PIC $$$,$$$,$$$,$$9.99.

       01  WS-SYSTEM-TIME      PIC 9(8).
       01  WS-SYSTEM-TIME-R REDEFINES WS-SYSTEM-TIME.
           05 WS-SYS-HHMM       PIC 9(4).
           05 FILLER            PIC 9(4).
       01  WS-SYSTEM-DATE      PIC 9(8).

       LINKAGE SECTION.
       01  LK-PARM.
           05 LK-PARM-LEN      PIC S9(4) COMP.
           05 LK-PARM-TEXT     PIC X(24).

       PROCEDURE DIVISION USING LK-PARM.
       MAIN-ROUTINE.
           DISPLAY 'PAYPPY01 STARTING - POSITIVE PAY ISSUE FILE'
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYSTEM-TIME FROM TIME
           PERFORM GET-RUN-IDENTITY
           PERFORM LOAD-COMPANY-TABLE
           PERFORM OPEN-ISSUE-FILE
           PERFORM SELECT-RUN-CHECKS
           PERFORM WRITE-ISSUE-TRAILER
           CLOSE PPISSUE
           DISPLAY 'PAYPPY01 COMPLETE'
           DISPLAY '  CHECKS ISSUED:         ' WS-PP-ISSUE-COUNT
           MOVE WS-PP-ISSUE-AMOUNT TO WS-DISPLAY-TOTAL
           DISPLAY '  AMOUNT ISSUED:         ' WS-DISPLAY-TOTAL
           IF WS-STOCK-MISSES > ZERO
               DISPLAY '  COMPANIES NOT ON COMPFILE: ' WS-STOCK-MISSES
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       GET-RUN-IDENTITY.
           MOVE SPACES TO WS-RUN-DATE
           IF LK-PARM-TEXT = SPACES OR LOW-VALUES
               PERFORM DEFAULT-RUN-IDENTITY
           ELSE
               UNSTRING LK-PARM-TEXT DELIMITED BY ','
                   INTO WS-BATCH-PERIOD WS-RUN-FREQUENCY WS-RUN-DATE
               END-UNSTRING
           END-IF
           IF WS-RUN-DATE = SPACES
               MOVE WS-SYSTEM-DATE TO WS-RUN-DATE-N
           END-IF
           DISPLAY '  PERIOD: ' WS-BATCH-PERIOD
                   ' FREQUENCY: ' WS-RUN-FREQUENCY
                   ' RUN DATE: ' WS-RUN-DATE.

      * With no PARM the file covers the run that completed most
      * recently: the last RUNHIST completion row carrying today's
      * run date, exactly as PAYRECN02 defaults it.
       DEFAULT-RUN-IDENTITY.
           MOVE WS-SYSTEM-DATE TO WS-RUN-DATE-N
           OPEN INPUT RUNHIST
           IF WS-RUNH-STATUS NOT = '00'
               DISPLAY 'ERROR: RUNHIST NOT AVAILABLE (STATUS '
                       WS-RUNH-STATUS ') - PASS PERIOD,FREQUENCY'
                       ' AS PARM'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-BATCH-PERIOD
           READ RUNHIST
               AT END MOVE 'Y' TO WS-RUNH-EOF-FLAG
           END-READ
           PERFORM UNTIL RUNH-END-OF-FILE
               IF RUNH-COMPLETED
                       AND RUNH-RUN-DATE = WS-RUN-DATE-N
                   MOVE RUNH-PERIOD    TO WS-BATCH-PERIOD
                   MOVE RUNH-FREQUENCY TO WS-RUN-FREQUENCY
               END-IF
               READ RUNHIST
                   AT END MOVE 'Y' TO WS-RUNH-EOF-FLAG
               END-READ
           END-PERFORM
           CLOSE RUNHIST
           IF WS-BATCH-PERIOD = SPACES
               DISPLAY 'ERROR: NO RUN COMPLETED ON ' WS-RUN-DATE
                       ' IS ON RUNHIST - PASS PERIOD,FREQUENCY'
                       ' AS PARM'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * The check stock each company prints on, off the same
      * COMPFILE STEP010 paid from. Without COMPFILE every check
      * went out on the legacy stock '01'.
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

       OPEN-ISSUE-FILE.
           OPEN OUTPUT PPISSUE
           IF WS-PP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PPISSUE: ' WS-PP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO PP-RECORD
           MOVE 'H' TO PP-REC-TYPE
           MOVE WS-SYSTEM-DATE TO PP-HDR-FILE-DATE
           MOVE WS-SYS-HHMM    TO PP-HDR-FILE-TIME
           MOVE 'PAYPPY01'     TO PP-HDR-SOURCE
           MOVE 'PAYROLL CHECK ISSUE' TO PP-HDR-DESC
           WRITE PP-RECORD.

      * CHKREG accumulates across every run, so only this run's
      * checks (period, frequency and issue date) are issued here.
      * A check already stopped or voided by the time this step
      * runs is still sent as issued - PAYCHK01's cancel follows it
      * and the bank applies the two in order.
       SELECT-RUN-CHECKS.
           OPEN INPUT CHKREG
           IF WS-CHKREG-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CHKREG: ' WS-CHKREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CHKREG
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           PERFORM UNTIL END-OF-FILE
               IF CHK-PERIOD = WS-BATCH-PERIOD
                       AND CHK-FREQUENCY = WS-RUN-FREQUENCY
                       AND CHK-ISSUE-DATE = WS-RUN-DATE-N
                   PERFORM WRITE-ISSUE-ITEM
               END-IF
               READ CHKREG
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-PERFORM
           CLOSE CHKREG.

       WRITE-ISSUE-ITEM.
           MOVE CHK-COMPANY TO WS-CHK-CO-CODE
           IF WS-CHK-CO-CODE = SPACES
               MOVE '01' TO WS-CHK-CO-CODE
           END-IF
           PERFORM FIND-CHECK-STOCK
           MOVE SPACES TO PP-RECORD
           MOVE 'D'            TO PP-REC-TYPE
           MOVE 'I'            TO PP-ACTION
           MOVE WS-CHK-STOCK   TO PP-ACCOUNT
           MOVE CHK-CHECK-NO   TO PP-CHECK-NO
           MOVE CHK-NET-PAY    TO PP-AMOUNT
           MOVE CHK-ISSUE-DATE TO PP-ISSUE-DATE
           MOVE CHK-EMP-NAME   TO PP-PAYEE
           MOVE WS-CHK-CO-CODE TO PP-COMPANY
           WRITE PP-RECORD
           ADD 1           TO WS-PP-ISSUE-COUNT
           ADD CHK-NET-PAY TO WS-PP-ISSUE-AMOUNT.

       FIND-CHECK-STOCK.
           MOVE SPACES TO WS-CHK-STOCK
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
                      OR WS-CHK-STOCK NOT = SPACES
               IF WS-CO-CODE (WS-CO-IDX) = WS-CHK-CO-CODE
                   MOVE WS-CO-CHECK-STOCK (WS-CO-IDX) TO WS-CHK-STOCK
               END-IF
           END-PERFORM
           IF WS-CHK-STOCK = SPACES
               DISPLAY 'WARNING: COMPANY ' WS-CHK-CO-CODE
                       ' NOT ON COMPFILE - CHECK ' CHK-CHECK-NO
                       ' ISSUED ON STOCK 01'
               ADD 1 TO WS-STOCK-MISSES
               MOVE '01' TO WS-CHK-STOCK
           END-IF.

       WRITE-ISSUE-TRAILER.
           MOVE SPACES TO PP-RECORD
           MOVE 'T' TO PP-REC-TYPE
           MOVE WS-PP-ISSUE-COUNT  TO PP-TRL-ISSUE-COUNT
           MOVE WS-PP-ISSUE-AMOUNT TO PP-TRL-ISSUE-AMOUNT
           MOVE ZEROS TO PP-TRL-CANCEL-COUNT
                         PP-TRL-CANCEL-AMOUNT
           WRITE PP-RECORD.
