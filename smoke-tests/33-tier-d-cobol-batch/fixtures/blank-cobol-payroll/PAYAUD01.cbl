      *                3. employee filing statuses with no covering   *
      *                   TAXBRKT rows;                               *
      *                4. gaps or overlaps between TAXBRKT low/high   *
      *                   ranges that silently mis-tax;               *
      *                5. active employees whose master rate is       *
      *                   already below a MINWAGE minimum that takes  *
      *                   effect next month (a notice, not severe -   *
      *                   the rate is still legal this month).        *
      *              Findings go to the AUDRPT report; any severe     *
      *              finding ends the step with RC 8 so the job       *
      *              stream can hold the payroll run.                 *
      *                    filing status. Table widened to 90
      *                    entries; blank TAXBRKT-JURIS loads as
      *                    federal.
      *   2026-10-15  TJK  Minimum wage look-ahead: active employees
      *                    whose EMP-HOURLY-RATE is below a federal
      *                    or work-jurisdiction MINWAGE row effective
      *                    next month are reported as notices so HR
      *                    can key the raise before it is owed. No
      *                    MINWAGE file skips the check.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYAUD01.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BRKT-STATUS.

           SELECT MINWAGE ASSIGN TO MINWAGE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MINW-STATUS.

           SELECT AUDRPT ASSIGN TO AUDRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           BLOCK CONTAINS 0 RECORDS.
           COPY TAXBRKT.

       FD  MINWAGE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY MINWREC.

       FD  AUDRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  WS-STATUS.
           05 WS-EMP-STATUS    PIC XX VALUE SPACES.
           05 WS-BRKT-STATUS   PIC XX VALUE SPACES.
           05 WS-MINW-STATUS   PIC XX VALUE SPACES.
           05 WS-RPT-STATUS    PIC XX VALUE SPACES.
           05 WS-EOF-FLAG      PIC X VALUE 'N'.
               88 END-OF-FILE  VALUE 'Y'.
       01  WS-TAX-TABLE-COUNT  PIC 9(3) VALUE ZEROS.
       01  WS-TAX-SCAN-IDX     PIC 9(3).

       01  WS-MINW-TABLE.
           05 WS-MINW-ENTRY OCCURS 200 TIMES.
               10 WS-MINW-JURIS     PIC X(02).
               10 WS-MINW-EFF-DATE  PIC 9(08).
               10 WS-MINW-RATE      PIC 9(03)V99.
       01  WS-MINW-COUNT       PIC 9(3) VALUE ZEROS.
       01  WS-MINW-IDX         PIC 9(3).
       01  WS-NEXT-MONTH       PIC 9(6) VALUE ZEROS.
       01  WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH.
           05 WS-NM-YYYY       PIC 9(4).
           05 WS-NM-MM         PIC 9(2).
       01  WS-MINW-EDIT-RATE   PIC ZZ9.99.
       01  WS-EMP-EDIT-RATE    PIC ZZ,ZZ9.99.

       01  WS-AUD-JURIS-LIST.
           05 WS-AJ-ENTRY OCCURS 3 TIMES.
               10 WS-AJ-CODE       PIC X(02).
           05 WS-DUP-ACCOUNTS   PIC 9(5) VALUE ZEROS.
           05 WS-FILING-UNCOVERED PIC 9(5) VALUE ZEROS.
           05 WS-BRACKET-FAULTS PIC 9(5) VALUE ZEROS.
           05 WS-MINW-NOTICES   PIC 9(5) VALUE ZEROS.
           05 WS-SEVERE-COUNT   PIC 9(5) VALUE ZEROS.

       01  WS-RPT-DETAIL-LINE.
           DISPLAY 'PAYAUD01 STARTING - DATA QUALITY AUDIT'
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-TAX-TABLE
           PERFORM LOAD-MINWAGE-TABLE
           PERFORM OPEN-FILES
           PERFORM CHECK-BRACKET-RANGES
           SORT SORTWORK
           DISPLAY '  DUPLICATE ACCOUNTS:   ' WS-DUP-ACCOUNTS
           DISPLAY '  UNCOVERED FILINGS:    ' WS-FILING-UNCOVERED
           DISPLAY '  BRACKET RANGE FAULTS: ' WS-BRACKET-FAULTS
           DISPLAY '  MINIMUM WAGE NOTICES: ' WS-MINW-NOTICES
           DISPLAY '  SEVERE FINDINGS:      ' WS-SEVERE-COUNT
           IF WS-SEVERE-COUNT > ZERO
               DISPLAY 'PAYAUD01 - SEVERE FINDINGS EXIST, HOLD THE'
           CLOSE TAXBRKT
           MOVE 'N' TO WS-EOF-FLAG.

      * The minimum wage look-ahead is advisory, so a missing
      * MINWAGE file only skips it. Next month is worked out once
      * from the run date.
       LOAD-MINWAGE-TABLE.
           MOVE WS-SYSTEM-DATE (1:6) TO WS-NEXT-MONTH
           IF WS-NM-MM = 12
               ADD 1 TO WS-NM-YYYY
               MOVE 1 TO WS-NM-MM
           ELSE
               ADD 1 TO WS-NM-MM
           END-IF
           OPEN INPUT MINWAGE
           IF WS-MINW-STATUS NOT = '00'
               DISPLAY 'WARNING: MINWAGE NOT AVAILABLE (STATUS '
                       WS-MINW-STATUS ') - MINIMUM WAGE CHECK SKIPPED'
           ELSE
               READ MINWAGE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL END-OF-FILE
                   OR WS-MINW-COUNT = 200
                   ADD 1 TO WS-MINW-COUNT
                   MOVE MINW-JURIS    TO WS-MINW-JURIS (WS-MINW-COUNT)
                   MOVE MINW-EFF-DATE TO
                       WS-MINW-EFF-DATE (WS-MINW-COUNT)
                   MOVE MINW-RATE     TO WS-MINW-RATE (WS-MINW-COUNT)
                   READ MINWAGE
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               IF WS-MINW-COUNT = 200 AND NOT END-OF-FILE
                   DISPLAY 'ERROR: MINWAGE HAS MORE THAN 200 '
                           'ENTRIES - INCREASE WS-MINW-TABLE OCCURS'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE MINWAGE
               MOVE 'N' TO WS-EOF-FLAG
           END-IF.

       OPEN-FILES.
           OPEN INPUT EMPMASTR
           IF WS-EMP-STATUS NOT = '00'
                   RELEASE SW-RECORD
               END-IF
               PERFORM CHECK-FILING-COVERAGE
               IF EMP-ACTIVE AND WS-MINW-COUNT > ZERO
                   PERFORM CHECK-NEXT-MONTH-MINWAGE
               END-IF
               READ EMPMASTR
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
               PERFORM WRITE-FINDING
           END-IF.

      * Every federal (blank) or work-jurisdiction row taking effect
      * next month is compared with the rate on the master - the
      * pending rate when a change is keyed, since that is what the
      * employee will be paid once it is effective.
       CHECK-NEXT-MONTH-MINWAGE.
           PERFORM VARYING WS-MINW-IDX FROM 1 BY 1
                   UNTIL WS-MINW-IDX > WS-MINW-COUNT
               IF WS-MINW-EFF-DATE (WS-MINW-IDX) (1:6)
                       = WS-NEXT-MONTH
                   AND (WS-MINW-JURIS (WS-MINW-IDX) = SPACES
                        OR WS-MINW-JURIS (WS-MINW-IDX)
                           = EMP-WORK-JURIS)
                   AND EMP-HOURLY-RATE < WS-MINW-RATE (WS-MINW-IDX)
                   ADD 1 TO WS-MINW-NOTICES
                   MOVE 'NOTICE' TO WS-RD-SEVERITY
                   MOVE EMP-ID   TO WS-RD-EMP-ID
                   MOVE 'RATE BELOW MINIMUM WAGE EFFECTIVE NEXT MONTH'
                       TO WS-RD-MESSAGE
                   MOVE WS-MINW-RATE (WS-MINW-IDX)
                       TO WS-MINW-EDIT-RATE
                   MOVE EMP-HOURLY-RATE TO WS-EMP-EDIT-RATE
                   MOVE SPACES TO WS-RD-DETAIL
                   STRING 'JURIS ' WS-MINW-JURIS (WS-MINW-IDX)
                          ' MIN ' WS-MINW-EDIT-RATE
                          ' EFF ' WS-MINW-EFF-DATE (WS-MINW-IDX)
                          ' RATE ' WS-EMP-EDIT-RATE
                          DELIMITED BY SIZE INTO WS-RD-DETAIL
                   END-STRING
                   WRITE AUDRPT-LINE FROM WS-RPT-DETAIL-LINE
               END-IF
           END-PERFORM.

      * Sorted by routing and account, duplicates sit next to each
      * other: the first record of a group is remembered and every
      * following equal key is reported (the remembered holder too,
