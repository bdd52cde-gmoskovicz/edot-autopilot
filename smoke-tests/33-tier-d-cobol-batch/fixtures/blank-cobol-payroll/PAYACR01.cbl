      *================================================================*
      * PROGRAM-ID: PAYACR01                                          *
      * DESCRIPTION: Month-end payroll accrual. A weekly or biweekly  *
      *              cycle that is worked partly in the closing month *
      *              but paid after it posts its cost to the GL only  *
      *              when PAYGL01 runs for it, in the next month.     *
      *              This step books the closing month's share:       *
      *                1. every PAYCAL cycle whose work window        *
      *                   overlaps the closing month and whose check  *
      *                   date falls after it is open; its share is   *
      *                   the Monday-Friday working days inside the   *
      *                   month over the working days in the whole    *
      *                   cycle;                                      *
      *                2. each active employee paid on an open        *
      *                   cycle's frequency accrues that share of     *
      *                   their run rate - their latest PAYHIST       *
      *                   cycle of the same frequency (a reversed     *
      *                   cycle is passed over), less the one-time    *
      *                   supplemental and retro pay in it - for      *
      *                   gross and for the employer FICA,            *
      *                   unemployment and 401k match accrued with    *
      *                   it;                                         *
      *                3. the accruals are totalled by the employee's *
      *                   home department and pay entity and posted   *
      *                   as a balanced journal on ACCRGL: the same   *
      *                   GLMAP cost-center mapping and expense       *
      *                   accounts as PAYGL01, gross against accrued  *
      *                   wages and the employer side against its     *
      *                   own payables. Every line carries the        *
      *                   auto-reverse flag and the first day of the  *
      *                   next month, so the GL loader takes the      *
      *                   accrual back out when the real cycle posts. *
      *              An employee with no PAYHIST cycle to take a rate *
      *              from (a new hire) cannot be accrued and is       *
      *              listed on ACRRPT with RC 4, as are unmapped      *
      *              departments; an unbalanced journal is RC 16.     *
      *              PARM is the closing month as ccyy-mm; with none  *
      *              it is the month before the run date.             *
      *                                                               *
      * JCL JOB CLASS: A   REGION: 256M                               *
      * RUN SEQUENCE:  Once per month-end close via PAYACRJB, after   *
      *                the last payroll run paid in the closing       *
      *                month. Reads EMPMASTR and PAYHIST only.        *
      *----------------------------------------------------------------
      * MODIFICATION HISTORY:
      *   2026-10-15  TJK  Initial version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYACR01.
       AUTHOR. PAYROLL-TEAM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYCAL ASSIGN TO PAYCAL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT EMPMASTR ASSIGN TO EMPMASTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.

           SELECT PAYHIST ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYH-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT GLMAP ASSIGN TO GLMAP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT COMPFILE ASSIGN TO COMPFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CO-STATUS.

           SELECT ACCRGL ASSIGN TO ACCRGL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT ACRRPT ASSIGN TO ACRRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYCAL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PCAL-RECORD.
           05 PCAL-PERIOD       PIC X(7).
           05 PCAL-FREQUENCY    PIC X(1).
           05 PCAL-START-DATE   PIC 9(8).
           05 PCAL-END-DATE     PIC 9(8).
           05 PCAL-CHECK-DATE   PIC 9(8).
           05 PCAL-ACH-EFF-DATE PIC 9(8).

       FD  EMPMASTR
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY EMPREC.

       FD  PAYHIST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PAYHREC.

       FD  GLMAP
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  GLMAP-RECORD.
           05 GLM-DEPARTMENT    PIC X(12).
           05 GLM-COST-CENTER   PIC X(8).

       FD  COMPFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY COMPREC.

      * PAYGL01's journal layout with the reversal instruction
      * appended to every record: 'Y' and the date the GL loader
      * posts the mirror-image entries on.
       FD  ACCRGL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  GLJ-RECORD.
           05 GLJ-REC-TYPE     PIC X(01).
               88 GLJ-JOURNAL-REC  VALUE 'J'.
               88 GLJ-TRAILER-REC  VALUE 'T'.
           05 GLJ-DETAIL-DATA.
               10 GLJ-PERIOD       PIC X(7).
               10 GLJ-COST-CENTER  PIC X(8).
               10 GLJ-ACCOUNT      PIC X(4).
               10 GLJ-DEBIT        PIC 9(11)V99.
               10 GLJ-CREDIT       PIC 9(11)V99.
               10 GLJ-DESC         PIC X(24).
               10 GLJ-COMPANY      PIC X(4).
           05 GLJ-TRAILER-DATA REDEFINES GLJ-DETAIL-DATA.
               10 GLT-ENTRY-COUNT  PIC 9(7).
               10 GLT-TOTAL-DEBIT  PIC 9(13)V99.
               10 GLT-TOTAL-CREDIT PIC 9(13)V99.
               10 FILLER           PIC X(36).
           05 GLJ-AUTO-REVERSE PIC X(01).
               88 GLJ-REVERSING    VALUE 'Y'.
           05 GLJ-REVERSE-DATE PIC 9(08).

       FD  ACRRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ACRRPT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STATUS.
           05 WS-CAL-STATUS    PIC XX VALUE SPACES.
           05 WS-EMP-STATUS    PIC XX VALUE SPACES.
           05 WS-HIST-STATUS   PIC XX VALUE SPACES.
           05 WS-MAP-STATUS    PIC XX VALUE SPACES.
           05 WS-CO-STATUS     PIC XX VALUE SPACES.
           05 WS-GL-STATUS     PIC XX VALUE SPACES.
           05 WS-RPT-STATUS    PIC XX VALUE SPACES.
           05 WS-CO-EOF-FLAG   PIC X VALUE 'N'.
               88 CO-END-OF-FILE   VALUE 'Y'.
           05 WS-HIST-EOF-FLAG PIC X VALUE 'N'.
               88 HIST-END-OF-FILE VALUE 'Y'.
           05 WS-EOF-FLAG      PIC X VALUE 'N'.
               88 END-OF-FILE  VALUE 'Y'.

       01  WS-GL-ACCOUNTS.
           05 WS-ACCT-SALARY   PIC X(4) VALUE '5100'.
           05 WS-ACCT-ACCRUED  PIC X(4) VALUE '2500'.
           05 WS-ACCT-ER-TAXEXP PIC X(4) VALUE '5150'.
           05 WS-ACCT-ER-FICA  PIC X(4) VALUE '2110'.
           05 WS-ACCT-ER-UNEMP PIC X(4) VALUE '2120'.
           05 WS-ACCT-MATCHEXP PIC X(4) VALUE '5160'.
           05 WS-ACCT-MATCHPAY PIC X(4) VALUE '2310'.

       01  WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 100 TIMES
                           INDEXED BY WS-MAP-IDX.
               10 WS-MAP-DEPARTMENT  PIC X(12).
               10 WS-MAP-COST-CENTER PIC X(8).
       01  WS-MAP-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-COST-CENTER      PIC X(8).
       01  WS-MAP-MISSES       PIC 9(5) VALUE ZEROS.

       01  WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 10 TIMES.
               10 WS-CO-CODE       PIC X(2).
               10 WS-CO-GL-COMPANY PIC X(4).
       01  WS-CO-COUNT         PIC 9(2) VALUE ZEROS.
       01  WS-CO-IDX           PIC 9(2).
       01  WS-GL-COMPANY       PIC X(4) VALUE SPACES.

      * The closing month and its bounds.
       01  WS-CLOSE-MONTH      PIC X(7).
       01  WS-CLOSE-MONTH-R REDEFINES WS-CLOSE-MONTH.
           05 WS-CM-YEAR        PIC 9(4).
           05 FILLER            PIC X(1).
           05 WS-CM-MONTH       PIC 9(2).
       01  WS-MONTH-START      PIC 9(8).
       01  WS-MONTH-END        PIC 9(8).
       01  WS-REVERSE-DATE     PIC 9(8).
       01  WS-MONTH-WORK.
           05 WS-MW-YEAR        PIC 9(4).
           05 WS-MW-MONTH       PIC 9(2).
           05 WS-MW-DAY         PIC 9(2).
       01  WS-MONTH-WORK-N REDEFINES WS-MONTH-WORK PIC 9(8).
       01  WS-MONTH-LENGTHS    PIC X(24)
               VALUE '312831303130313130313031'.
       01  WS-MONTH-LENGTH-R REDEFINES WS-MONTH-LENGTHS.
           05 WS-MONTH-DAYS     PIC 9(2) OCCURS 12 TIMES.
       01  WS-LEAP-QUOTIENT    PIC 9(4).
       01  WS-LEAP-REM-4       PIC 9(4).
       01  WS-LEAP-REM-100     PIC 9(4).
       01  WS-LEAP-REM-400     PIC 9(4).

      * Open cycles: worked partly or wholly in the closing month,
      * paid after it.
       01  WS-OC-TABLE.
           05 WS-OC-ENTRY OCCURS 20 TIMES.
               10 WS-OC-PERIOD      PIC X(7).
               10 WS-OC-FREQUENCY   PIC X(1).
               10 WS-OC-START       PIC 9(8).
               10 WS-OC-END         PIC 9(8).
               10 WS-OC-CHECK-DATE  PIC 9(8).
               10 WS-OC-MONTH-DAYS  PIC 9(3).
               10 WS-OC-CYCLE-DAYS  PIC 9(3).
               10 WS-OC-EMP-COUNT   PIC 9(5).
               10 WS-OC-GROSS       PIC 9(11)V99.
       01  WS-OC-COUNT         PIC 9(2) VALUE ZEROS.
       01  WS-OC-IDX           PIC 9(2).
       01  WS-OC-FREQ-FLAG     PIC X VALUE 'N'.
           88 OPEN-CYCLE-FOR-FREQ VALUE 'Y'.

      * Working-day count between two dates inclusive, Monday to
      * Friday by the serial day number (MOD 7, 0 = Monday).
       01  WS-WD-WORK.
           05 WS-WD-FROM-DATE   PIC 9(8).
           05 WS-WD-TO-DATE     PIC 9(8).
           05 WS-WD-FROM-DAY    PIC 9(7).
           05 WS-WD-TO-DAY      PIC 9(7).
           05 WS-WD-DAY         PIC 9(7).
           05 WS-WD-QUOTIENT    PIC 9(7).
           05 WS-WD-WEEKDAY     PIC 9(1).
           05 WS-WD-COUNT       PIC 9(3).

      * Serial day number arithmetic, as in PAYRLL01. The quotient
      * steps are separate DIVIDEs so each truncates.
       01  WS-DAY-NUMBER-WORK.
           05 WS-DN-DATE        PIC 9(8).
           05 WS-DN-DATE-R REDEFINES WS-DN-DATE.
               10 WS-DN-YYYY    PIC 9(4).
               10 WS-DN-MM      PIC 9(2).
               10 WS-DN-DD      PIC 9(2).
           05 WS-DN-DAY-NUMBER  PIC 9(7).
           05 WS-DN-WORK        PIC 9(9).
           05 WS-DN-A           PIC 9(7).
           05 WS-DN-M           PIC 9(7).
           05 WS-DN-Y           PIC 9(7).
           05 WS-DN-Q1          PIC 9(7).
           05 WS-DN-Q2          PIC 9(7).
           05 WS-DN-Q3          PIC 9(7).
           05 WS-DN-Q4          PIC 9(7).

      * The employee's two most recent cycles of their own
      * frequency, newest first: the second stands in when the
      * newest was reversed.
       01  WS-BEST-ROW         PIC X(458).
       01  WS-BEST-END         PIC 9(8).
       01  WS-NEXT-ROW         PIC X(458).
       01  WS-NEXT-END         PIC 9(8).
       01  WS-RATE-FOUND-FLAG  PIC X VALUE 'N'.
           88 RATE-FOUND       VALUE 'Y'.
       01  WS-ROW-REVERSED-FLAG PIC X VALUE 'N'.
           88 ROW-REVERSED     VALUE 'Y'.
       01  WS-EMP-FREQUENCY    PIC X(1).

      * The run rate: one cycle's regular cost.
       01  WS-RUN-RATE.
           05 WS-RR-GROSS       PIC 9(9)V99.
           05 WS-RR-ER-FICA     PIC 9(9)V99.
           05 WS-RR-ER-UNEMP    PIC 9(9)V99.
           05 WS-RR-ER-MATCH    PIC 9(9)V99.
           05 WS-RR-ONE-TIME    PIC 9(9)V99.
           05 WS-RR-PERIOD      PIC X(7).
           05 WS-RR-CYCLE-END   PIC 9(8).
       01  WS-ACCRUAL.
           05 WS-AC-AMT-GROSS   PIC 9(9)V99.
           05 WS-AC-AMT-FICA    PIC 9(9)V99.
           05 WS-AC-AMT-UNEMP   PIC 9(9)V99.
           05 WS-AC-AMT-MATCH   PIC 9(9)V99.

      * Accrual totals by home department and pay entity.
       01  WS-DC-TABLE.
           05 WS-DC-ENTRY OCCURS 300 TIMES.
               10 WS-DC-DEPARTMENT PIC X(12).
               10 WS-DC-COMPANY    PIC X(2).
               10 WS-DC-EMP-COUNT  PIC 9(5).
               10 WS-DC-GROSS      PIC 9(11)V99.
               10 WS-DC-ER-FICA    PIC 9(11)V99.
               10 WS-DC-ER-UNEMP   PIC 9(11)V99.
               10 WS-DC-ER-MATCH   PIC 9(11)V99.
       01  WS-DC-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-DC-IDX           PIC 9(3).
       01  WS-DC-SLOT-FLAG     PIC X VALUE 'N'.
           88 DC-SLOT-FOUND    VALUE 'Y'.
       01  WS-EMP-CO-CODE      PIC X(2).
       01  WS-ER-TAX           PIC 9(11)V99.

       01  WS-BATCH-TOTALS.
           05 WS-ENTRY-COUNT   PIC 9(7)     VALUE ZEROS.
           05 WS-TOTAL-DEBIT   PIC 9(13)V99 VALUE ZEROS.
           05 WS-TOTAL-CREDIT  PIC 9(13)V99 VALUE ZEROS.

       01  WS-COUNTERS.
           05 WS-EMPS-READ      PIC 9(7) VALUE ZEROS.
           05 WS-EMPS-ACCRUED   PIC 9(7) VALUE ZEROS.
           05 WS-EMPS-NO-RATE   PIC 9(5) VALUE ZEROS.
       01  WS-ACCRUED-GROSS    PIC 9(11)V99 VALUE ZEROS.
       01  WS-DISPLAY-TOTAL    PIC $$$,$$$,$$$,$$9.99.

       01  WS-SYSTEM-DATE.
           05 WS-SYS-YEAR      PIC 9(4).
           05 WS-SYS-MONTH     PIC 9(2).
           05 WS-SYS-DAY       PIC 9(2).
       01  WS-SYSTEM-DATE-N REDEFINES WS-SYSTEM-DATE
                            PIC 9(8).

       01  WS-RPT-HEAD-LINE.
           05 FILLER            PIC X(30) VALUE
               'MONTH-END PAYROLL ACCRUAL     '.
           05 WS-RH-MONTH       PIC X(7).
           05 FILLER            PIC X(12) VALUE '  REVERSES  '.
           05 WS-RH-REVERSE     PIC 9(8).
           05 FILLER            PIC X(10) VALUE '  RUN ON  '.
           05 WS-RH-RUN-DATE    PIC 9(8).
           05 FILLER            PIC X(57) VALUE SPACES.

       01  WS-RPT-CYCLE-LINE.
           05 FILLER            PIC X(7) VALUE 'CYCLE  '.
           05 WS-RC-PERIOD      PIC X(7).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RC-FREQ        PIC X(1).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RC-START       PIC 9(8).
           05 FILLER            PIC X(1) VALUE '-'.
           05 WS-RC-END         PIC 9(8).
           05 FILLER            PIC X(8) VALUE '  PAID  '.
           05 WS-RC-CHECK       PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RC-MONTH-DAYS  PIC ZZ9.
           05 FILLER            PIC X(4) VALUE ' OF '.
           05 WS-RC-CYCLE-DAYS  PIC ZZ9.
           05 FILLER            PIC X(16) VALUE
               ' WORKDAYS  EMPS '.
           05 WS-RC-EMPS        PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RC-GROSS       PIC $$$,$$$,$$$,$$9.99.
           05 FILLER            PIC X(28) VALUE SPACES.

       01  WS-RPT-DEPT-LINE.
           05 FILLER            PIC X(7) VALUE 'DEPT   '.
           05 WS-RD-DEPARTMENT  PIC X(12).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RD-COMPANY     PIC X(2).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RD-COST-CENTER PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RD-EMPS        PIC ZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RD-GROSS       PIC $$$,$$$,$$$,$$9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RD-ER-TAX      PIC $$$,$$$,$$$,$$9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RD-ER-MATCH    PIC $$$,$$$,$$$,$$9.99.
           05 FILLER            PIC X(38) VALUE SPACES.

       01  WS-RPT-EMP-LINE.
           05 FILLER            PIC X(7) VALUE 'NORATE '.
           05 WS-RE-EMP-ID      PIC X(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RE-EMP-NAME    PIC X(30).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RE-DEPARTMENT  PIC X(12).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RE-MESSAGE     PIC X(40).
           05 FILLER            PIC X(31) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-PARM.
           05 LK-PARM-LEN      PIC S9(4) COMP.
           05 LK-PARM-TEXT     PIC X(8).

       PROCEDURE DIVISION USING LK-PARM.
       MAIN-ROUTINE.
           DISPLAY 'PAYACR01 STARTING - MONTH-END PAYROLL ACCRUAL'
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           PERFORM GET-CLOSING-MONTH
           PERFORM LOAD-COMPANY-MAP
           PERFORM LOAD-ACCOUNT-MAP
           PERFORM LOAD-OPEN-CYCLES
           PERFORM OPEN-FILES
           IF WS-OC-COUNT > ZERO
               PERFORM ACCRUE-EMPLOYEES
           END-IF
           PERFORM POST-ACCRUAL-JOURNAL
           PERFORM WRITE-GL-TRAILER
           PERFORM REPORT-CYCLES
           PERFORM CLOSE-FILES
           DISPLAY 'PAYACR01 COMPLETE'
           DISPLAY '  CLOSING MONTH:     ' WS-CLOSE-MONTH
           DISPLAY '  OPEN CYCLES:       ' WS-OC-COUNT
           DISPLAY '  EMPLOYEES READ:    ' WS-EMPS-READ
           DISPLAY '  EMPLOYEES ACCRUED: ' WS-EMPS-ACCRUED
           DISPLAY '  NO RUN RATE:       ' WS-EMPS-NO-RATE
           MOVE WS-ACCRUED-GROSS TO WS-DISPLAY-TOTAL
           DISPLAY '  GROSS ACCRUED:     ' WS-DISPLAY-TOTAL
           DISPLAY '  JOURNAL ENTRIES:   ' WS-ENTRY-COUNT
           MOVE WS-TOTAL-DEBIT TO WS-DISPLAY-TOTAL
           DISPLAY '  TOTAL DEBITS:      ' WS-DISPLAY-TOTAL
           MOVE WS-TOTAL-CREDIT TO WS-DISPLAY-TOTAL
           DISPLAY '  TOTAL CREDITS:     ' WS-DISPLAY-TOTAL
           IF WS-MAP-MISSES > ZERO
               DISPLAY '  UNMAPPED DEPARTMENTS: ' WS-MAP-MISSES
           END-IF
           EVALUATE TRUE
               WHEN WS-TOTAL-DEBIT NOT = WS-TOTAL-CREDIT
                   DISPLAY 'ERROR: ACCRUAL BATCH DOES NOT BALANCE'
                   MOVE 16 TO RETURN-CODE
               WHEN WS-MAP-MISSES > ZERO OR WS-EMPS-NO-RATE > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      * The month being closed, its first and last days, and the
      * first day of the next month - the date the accrual
      * reverses on. A close is run after the month ends, so the
      * default is the month before the run date.
       GET-CLOSING-MONTH.
           IF LK-PARM-TEXT = SPACES OR LOW-VALUES
               MOVE WS-SYS-YEAR  TO WS-MW-YEAR
               MOVE WS-SYS-MONTH TO WS-MW-MONTH
               IF WS-MW-MONTH = 1
                   MOVE 12 TO WS-MW-MONTH
                   SUBTRACT 1 FROM WS-MW-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-MW-MONTH
               END-IF
               MOVE SPACES TO WS-CLOSE-MONTH
               STRING WS-MW-YEAR '-' WS-MW-MONTH
                   DELIMITED BY SIZE INTO WS-CLOSE-MONTH
               END-STRING
           ELSE
               MOVE LK-PARM-TEXT (1:7) TO WS-CLOSE-MONTH
           END-IF
           IF WS-CLOSE-MONTH (5:1) NOT = '-'
                   OR WS-CM-YEAR IS NOT NUMERIC
                   OR WS-CM-MONTH IS NOT NUMERIC
                   OR WS-CM-MONTH < 1 OR WS-CM-MONTH > 12
               DISPLAY 'ERROR: CLOSING MONTH "' WS-CLOSE-MONTH
                       '" IS NOT CCYY-MM'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CM-YEAR  TO WS-MW-YEAR
           MOVE WS-CM-MONTH TO WS-MW-MONTH
           MOVE 1           TO WS-MW-DAY
           MOVE WS-MONTH-WORK-N TO WS-MONTH-START
           MOVE WS-MONTH-DAYS (WS-CM-MONTH) TO WS-MW-DAY
           IF WS-CM-MONTH = 2
               DIVIDE WS-CM-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-CM-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-CM-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = ZERO
                       AND (WS-LEAP-REM-100 NOT = ZERO
                            OR WS-LEAP-REM-400 = ZERO)
                   MOVE 29 TO WS-MW-DAY
               END-IF
           END-IF
           MOVE WS-MONTH-WORK-N TO WS-MONTH-END
           MOVE 1 TO WS-MW-DAY
           IF WS-MW-MONTH = 12
               MOVE 1 TO WS-MW-MONTH
               ADD 1 TO WS-MW-YEAR
           ELSE
               ADD 1 TO WS-MW-MONTH
           END-IF
           MOVE WS-MONTH-WORK-N TO WS-REVERSE-DATE
           DISPLAY '  CLOSING MONTH: ' WS-CLOSE-MONTH
                   ' (' WS-MONTH-START ' - ' WS-MONTH-END
                   ') REVERSES ' WS-REVERSE-DATE.

      * Entity code to GL company segment, as PAYGL01 maps it.
       LOAD-COMPANY-MAP.
           OPEN INPUT COMPFILE
           IF WS-CO-STATUS = '00'
               READ COMPFILE
                   AT END MOVE 'Y' TO WS-CO-EOF-FLAG
               END-READ
               PERFORM UNTIL CO-END-OF-FILE
                       OR WS-CO-COUNT = 10
                   ADD 1 TO WS-CO-COUNT
                   MOVE CO-CODE       TO WS-CO-CODE (WS-CO-COUNT)
                   MOVE CO-GL-COMPANY TO
                       WS-CO-GL-COMPANY (WS-CO-COUNT)
                   READ COMPFILE
                       AT END MOVE 'Y' TO WS-CO-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE COMPFILE
           ELSE
               DISPLAY 'WARNING: COMPFILE NOT AVAILABLE (STATUS '
                       WS-CO-STATUS ') - GL COMPANY SEGMENT BLANK'
           END-IF.

       LOAD-ACCOUNT-MAP.
           OPEN INPUT GLMAP
           IF WS-MAP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GLMAP: ' WS-MAP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ GLMAP
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           PERFORM UNTIL END-OF-FILE
               OR WS-MAP-COUNT = 100
               ADD 1 TO WS-MAP-COUNT
               SET WS-MAP-IDX TO WS-MAP-COUNT
               MOVE GLM-DEPARTMENT  TO WS-MAP-DEPARTMENT (WS-MAP-IDX)
               MOVE GLM-COST-CENTER TO WS-MAP-COST-CENTER (WS-MAP-IDX)
               READ GLMAP
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-PERFORM
           IF WS-MAP-COUNT = 100 AND NOT END-OF-FILE
               DISPLAY 'ERROR: GLMAP HAS MORE THAN 100 ENTRIES'
                       ' - INCREASE WS-MAP-TABLE OCCURS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE GLMAP
           MOVE 'N' TO WS-EOF-FLAG.

      * A cycle is open at the close when its work window reaches
      * into the closing month and its check date is after it -
      * its cost will post next month. The share is counted in
      * Monday-Friday working days.
       LOAD-OPEN-CYCLES.
           OPEN INPUT PAYCAL
           IF WS-CAL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAYCAL: ' WS-CAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PAYCAL
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           PERFORM UNTIL END-OF-FILE
               IF PCAL-START-DATE <= WS-MONTH-END
                       AND PCAL-END-DATE >= WS-MONTH-START
                       AND PCAL-CHECK-DATE > WS-MONTH-END
                   PERFORM SAVE-OPEN-CYCLE
               END-IF
               READ PAYCAL
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-PERFORM
           CLOSE PAYCAL
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-OC-COUNT = ZERO
               DISPLAY '  NO PAYCAL CYCLE IS OPEN AT ' WS-MONTH-END
                       ' - NOTHING TO ACCRUE'
           END-IF.

       SAVE-OPEN-CYCLE.
           IF WS-OC-COUNT = 20
               DISPLAY 'ERROR: MORE THAN 20 OPEN CYCLES'
                       ' - INCREASE WS-OC-TABLE OCCURS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PCAL-START-DATE TO WS-WD-FROM-DATE
           MOVE PCAL-END-DATE   TO WS-WD-TO-DATE
           PERFORM COUNT-WORKDAYS
           IF WS-WD-COUNT > ZERO
               ADD 1 TO WS-OC-COUNT
               MOVE PCAL-PERIOD     TO WS-OC-PERIOD (WS-OC-COUNT)
               MOVE PCAL-FREQUENCY  TO WS-OC-FREQUENCY (WS-OC-COUNT)
               MOVE PCAL-START-DATE TO WS-OC-START (WS-OC-COUNT)
               MOVE PCAL-END-DATE   TO WS-OC-END (WS-OC-COUNT)
               MOVE PCAL-CHECK-DATE TO
                   WS-OC-CHECK-DATE (WS-OC-COUNT)
               MOVE WS-WD-COUNT TO WS-OC-CYCLE-DAYS (WS-OC-COUNT)
               MOVE ZEROS TO WS-OC-EMP-COUNT (WS-OC-COUNT)
                             WS-OC-GROSS (WS-OC-COUNT)
               IF PCAL-START-DATE < WS-MONTH-START
                   MOVE WS-MONTH-START TO WS-WD-FROM-DATE
               END-IF
               IF PCAL-END-DATE > WS-MONTH-END
                   MOVE WS-MONTH-END TO WS-WD-TO-DATE
               END-IF
               PERFORM COUNT-WORKDAYS
               MOVE WS-WD-COUNT TO WS-OC-MONTH-DAYS (WS-OC-COUNT)
           END-IF.

       OPEN-FILES.
           OPEN INPUT EMPMASTR
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPMASTR: ' WS-EMP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PAYHIST
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAYHIST: ' WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ACCRGL
           IF WS-GL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCRGL: ' WS-GL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ACRRPT
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACRRPT: ' WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CLOSE-MONTH   TO WS-RH-MONTH
           MOVE WS-REVERSE-DATE  TO WS-RH-REVERSE
           MOVE WS-SYSTEM-DATE-N TO WS-RH-RUN-DATE
           WRITE ACRRPT-LINE FROM WS-RPT-HEAD-LINE.

      * Only active employees accrue - anyone on leave or separated
      * is not earning the open cycle's pay.
       ACCRUE-EMPLOYEES.
           READ EMPMASTR
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-EMPS-READ
               IF EMP-ACTIVE
                   PERFORM ACCRUE-ONE-EMPLOYEE
               END-IF
               READ EMPMASTR
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-FLAG.

       ACCRUE-ONE-EMPLOYEE.
           MOVE EMP-PAY-FREQUENCY TO WS-EMP-FREQUENCY
           MOVE 'N' TO WS-OC-FREQ-FLAG
           PERFORM VARYING WS-OC-IDX FROM 1 BY 1
                   UNTIL WS-OC-IDX > WS-OC-COUNT
               IF WS-OC-FREQUENCY (WS-OC-IDX) = WS-EMP-FREQUENCY
                   SET OPEN-CYCLE-FOR-FREQ TO TRUE
               END-IF
           END-PERFORM
           IF OPEN-CYCLE-FOR-FREQ
               PERFORM FIND-RUN-RATE
               IF RATE-FOUND
                   ADD 1 TO WS-EMPS-ACCRUED
                   PERFORM FIND-DEPT-SLOT
                   ADD 1 TO WS-DC-EMP-COUNT (WS-DC-IDX)
                   PERFORM VARYING WS-OC-IDX FROM 1 BY 1
                           UNTIL WS-OC-IDX > WS-OC-COUNT
                       IF WS-OC-FREQUENCY (WS-OC-IDX)
                               = WS-EMP-FREQUENCY
                           PERFORM ACCRUE-ONE-CYCLE
                       END-IF
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-EMPS-NO-RATE
                   MOVE EMP-ID         TO WS-RE-EMP-ID
                   MOVE EMP-NAME       TO WS-RE-EMP-NAME
                   MOVE EMP-DEPARTMENT TO WS-RE-DEPARTMENT
                   MOVE 'NO PAYHIST CYCLE - NOT ACCRUED' TO
                       WS-RE-MESSAGE
                   WRITE ACRRPT-LINE FROM WS-RPT-EMP-LINE
               END-IF
           END-IF.

      * The employee's history is read in key order (period,
      * frequency, cycle end) keeping the two latest cycles of
      * their own frequency. The newest is the run rate unless a
      * reversal row says it was taken back, in which case the one
      * before it stands in.
       FIND-RUN-RATE.
           MOVE 'N' TO WS-RATE-FOUND-FLAG
           MOVE ZEROS TO WS-BEST-END WS-NEXT-END
           MOVE 'N' TO WS-HIST-EOF-FLAG
           MOVE LOW-VALUES TO PAYH-KEY
           MOVE EMP-ID TO PAYH-EMP-ID
           START PAYHIST KEY IS NOT LESS THAN PAYH-KEY
               INVALID KEY MOVE 'Y' TO WS-HIST-EOF-FLAG
           END-START
           PERFORM UNTIL HIST-END-OF-FILE
               READ PAYHIST NEXT RECORD
                   AT END MOVE 'Y' TO WS-HIST-EOF-FLAG
               END-READ
               IF NOT HIST-END-OF-FILE
                   IF PAYH-EMP-ID NOT = EMP-ID
                       MOVE 'Y' TO WS-HIST-EOF-FLAG
                   ELSE
                       IF PAYH-FREQUENCY = WS-EMP-FREQUENCY
                           PERFORM KEEP-LATEST-ROWS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BEST-END > ZERO
               MOVE WS-BEST-ROW TO PAYH-RECORD
               PERFORM CHECK-ROW-REVERSED
               IF NOT ROW-REVERSED
                   MOVE WS-BEST-ROW TO PAYH-RECORD
                   PERFORM TAKE-RUN-RATE
               ELSE
                   IF WS-NEXT-END > ZERO
                       MOVE WS-NEXT-ROW TO PAYH-RECORD
                       PERFORM CHECK-ROW-REVERSED
                       IF NOT ROW-REVERSED
                           MOVE WS-NEXT-ROW TO PAYH-RECORD
                           PERFORM TAKE-RUN-RATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       KEEP-LATEST-ROWS.
           IF PAYH-CYCLE-END > WS-BEST-END
               MOVE WS-BEST-ROW    TO WS-NEXT-ROW
               MOVE WS-BEST-END    TO WS-NEXT-END
               MOVE PAYH-RECORD    TO WS-BEST-ROW
               MOVE PAYH-CYCLE-END TO WS-BEST-END
           ELSE
               IF PAYH-CYCLE-END > WS-NEXT-END
                   MOVE PAYH-RECORD    TO WS-NEXT-ROW
                   MOVE PAYH-CYCLE-END TO WS-NEXT-END
               END-IF
           END-IF.

      * A reversal row sits under the same key with frequency 'R'
      * and names the frequency it reversed.
       CHECK-ROW-REVERSED.
           MOVE 'N' TO WS-ROW-REVERSED-FLAG
           MOVE 'R' TO PAYH-FREQUENCY
           READ PAYHIST
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PAYH-REVERSAL-OF = WS-EMP-FREQUENCY
                       SET ROW-REVERSED TO TRUE
                   END-IF
           END-READ.

      * The run rate is the cycle's regular pay: one-time
      * supplemental and retro amounts come off gross, and the
      * employer accruals are scaled down in the same proportion.
      * Fields blank on rows written before they existed add
      * nothing.
       TAKE-RUN-RATE.
           SET RATE-FOUND TO TRUE
           MOVE PAYH-PERIOD    TO WS-RR-PERIOD
           MOVE PAYH-CYCLE-END TO WS-RR-CYCLE-END
           MOVE ZEROS TO WS-RR-ONE-TIME
           IF PAYH-SUPP-PAY IS NUMERIC
               ADD PAYH-SUPP-PAY TO WS-RR-ONE-TIME
           END-IF
           IF PAYH-RETRO-PAY IS NUMERIC
               ADD PAYH-RETRO-PAY TO WS-RR-ONE-TIME
           END-IF
           IF WS-RR-ONE-TIME > PAYH-GROSS-PAY
               MOVE PAYH-GROSS-PAY TO WS-RR-ONE-TIME
           END-IF
           COMPUTE WS-RR-GROSS = PAYH-GROSS-PAY - WS-RR-ONE-TIME
           MOVE ZEROS TO WS-RR-ER-FICA WS-RR-ER-UNEMP WS-RR-ER-MATCH
           IF PAYH-GROSS-PAY > ZERO
               IF PAYH-ER-FICA IS NUMERIC
                   COMPUTE WS-RR-ER-FICA ROUNDED =
                       PAYH-ER-FICA * WS-RR-GROSS / PAYH-GROSS-PAY
               END-IF
               IF PAYH-ER-UNEMP IS NUMERIC
                   COMPUTE WS-RR-ER-UNEMP ROUNDED =
                       PAYH-ER-UNEMP * WS-RR-GROSS / PAYH-GROSS-PAY
               END-IF
               IF PAYH-ER-MATCH IS NUMERIC
                   COMPUTE WS-RR-ER-MATCH ROUNDED =
                       PAYH-ER-MATCH * WS-RR-GROSS / PAYH-GROSS-PAY
               END-IF
           END-IF.

      * The closing month's share of one open cycle.
       ACCRUE-ONE-CYCLE.
           COMPUTE WS-AC-AMT-GROSS ROUNDED =
               WS-RR-GROSS * WS-OC-MONTH-DAYS (WS-OC-IDX)
                   / WS-OC-CYCLE-DAYS (WS-OC-IDX)
           COMPUTE WS-AC-AMT-FICA ROUNDED =
               WS-RR-ER-FICA * WS-OC-MONTH-DAYS (WS-OC-IDX)
                   / WS-OC-CYCLE-DAYS (WS-OC-IDX)
           COMPUTE WS-AC-AMT-UNEMP ROUNDED =
               WS-RR-ER-UNEMP * WS-OC-MONTH-DAYS (WS-OC-IDX)
                   / WS-OC-CYCLE-DAYS (WS-OC-IDX)
           COMPUTE WS-AC-AMT-MATCH ROUNDED =
               WS-RR-ER-MATCH * WS-OC-MONTH-DAYS (WS-OC-IDX)
                   / WS-OC-CYCLE-DAYS (WS-OC-IDX)
           ADD 1 TO WS-OC-EMP-COUNT (WS-OC-IDX)
           ADD WS-AC-AMT-GROSS TO WS-OC-GROSS (WS-OC-IDX)
           ADD WS-AC-AMT-GROSS TO WS-ACCRUED-GROSS
           ADD WS-AC-AMT-GROSS TO WS-DC-GROSS (WS-DC-IDX)
           ADD WS-AC-AMT-FICA  TO WS-DC-ER-FICA (WS-DC-IDX)
           ADD WS-AC-AMT-UNEMP TO WS-DC-ER-UNEMP (WS-DC-IDX)
           ADD WS-AC-AMT-MATCH TO WS-DC-ER-MATCH (WS-DC-IDX).

      * Home department and pay entity, blank company = '01'.
       FIND-DEPT-SLOT.
           IF EMP-COMPANY = SPACES
               MOVE '01' TO WS-EMP-CO-CODE
           ELSE
               MOVE EMP-COMPANY TO WS-EMP-CO-CODE
           END-IF
           MOVE 'N' TO WS-DC-SLOT-FLAG
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-COUNT
                   OR DC-SLOT-FOUND
               IF WS-DC-DEPARTMENT (WS-DC-IDX) = EMP-DEPARTMENT
                       AND WS-DC-COMPANY (WS-DC-IDX) = WS-EMP-CO-CODE
                   SET DC-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF DC-SLOT-FOUND
               SUBTRACT 1 FROM WS-DC-IDX
           ELSE
               IF WS-DC-COUNT = 300
                   DISPLAY 'ERROR: MORE THAN 300 DEPARTMENT/COMPANY'
                           ' GROUPS - INCREASE WS-DC-TABLE OCCURS'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DC-COUNT
               MOVE WS-DC-COUNT TO WS-DC-IDX
               MOVE EMP-DEPARTMENT TO WS-DC-DEPARTMENT (WS-DC-IDX)
               MOVE WS-EMP-CO-CODE TO WS-DC-COMPANY (WS-DC-IDX)
               MOVE ZEROS TO WS-DC-EMP-COUNT (WS-DC-IDX)
                             WS-DC-GROSS (WS-DC-IDX)
                             WS-DC-ER-FICA (WS-DC-IDX)
                             WS-DC-ER-UNEMP (WS-DC-IDX)
                             WS-DC-ER-MATCH (WS-DC-IDX)
           END-IF.

      * One set of entries per department and entity, each debit
      * matched by its credit so the batch balances by
      * construction: salary expense against accrued wages,
      * employer tax expense against the FICA and unemployment
      * payables, match expense against the match payable - the
      * expense accounts and payables PAYGL01 posts the real cycle
      * to. Zero-amount lines are suppressed.
       POST-ACCRUAL-JOURNAL.
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-COUNT
               PERFORM FIND-COST-CENTER
               PERFORM FIND-GL-COMPANY
               PERFORM POST-ONE-GROUP
               PERFORM REPORT-ONE-GROUP
           END-PERFORM.

       POST-ONE-GROUP.
           IF WS-DC-GROSS (WS-DC-IDX) > ZERO
               MOVE WS-DC-GROSS (WS-DC-IDX) TO GLJ-DEBIT
               MOVE ZEROS             TO GLJ-CREDIT
               MOVE WS-ACCT-SALARY    TO GLJ-ACCOUNT
               MOVE 'SALARY EXPENSE ACCRUAL'  TO GLJ-DESC
               PERFORM WRITE-JOURNAL-ENTRY
               MOVE ZEROS             TO GLJ-DEBIT
               MOVE WS-DC-GROSS (WS-DC-IDX) TO GLJ-CREDIT
               MOVE WS-ACCT-ACCRUED   TO GLJ-ACCOUNT
               MOVE 'ACCRUED WAGES PAYABLE'   TO GLJ-DESC
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF
           COMPUTE WS-ER-TAX = WS-DC-ER-FICA (WS-DC-IDX)
                             + WS-DC-ER-UNEMP (WS-DC-IDX)
           IF WS-ER-TAX > ZERO
               MOVE WS-ER-TAX         TO GLJ-DEBIT
               MOVE ZEROS             TO GLJ-CREDIT
               MOVE WS-ACCT-ER-TAXEXP TO GLJ-ACCOUNT
               MOVE 'EMPLOYER TAX ACCRUAL'    TO GLJ-DESC
               PERFORM WRITE-JOURNAL-ENTRY
               MOVE ZEROS             TO GLJ-DEBIT
           END-IF
           IF WS-DC-ER-FICA (WS-DC-IDX) > ZERO
               MOVE WS-DC-ER-FICA (WS-DC-IDX) TO GLJ-CREDIT
               MOVE WS-ACCT-ER-FICA   TO GLJ-ACCOUNT
               MOVE 'EMPLOYER FICA PAYABLE'   TO GLJ-DESC
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF
           IF WS-DC-ER-UNEMP (WS-DC-IDX) > ZERO
               MOVE WS-DC-ER-UNEMP (WS-DC-IDX) TO GLJ-CREDIT
               MOVE WS-ACCT-ER-UNEMP  TO GLJ-ACCOUNT
               MOVE 'UNEMPLOYMENT PAYABLE'    TO GLJ-DESC
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF
           IF WS-DC-ER-MATCH (WS-DC-IDX) > ZERO
               MOVE WS-DC-ER-MATCH (WS-DC-IDX) TO GLJ-DEBIT
               MOVE ZEROS             TO GLJ-CREDIT
               MOVE WS-ACCT-MATCHEXP  TO GLJ-ACCOUNT
               MOVE '401K MATCH ACCRUAL'      TO GLJ-DESC
               PERFORM WRITE-JOURNAL-ENTRY
               MOVE ZEROS             TO GLJ-DEBIT
               MOVE WS-DC-ER-MATCH (WS-DC-IDX) TO GLJ-CREDIT
               MOVE WS-ACCT-MATCHPAY  TO GLJ-ACCOUNT
               MOVE '401K MATCH PAYABLE'      TO GLJ-DESC
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.

       REPORT-ONE-GROUP.
           MOVE WS-DC-DEPARTMENT (WS-DC-IDX) TO WS-RD-DEPARTMENT
           MOVE WS-DC-COMPANY (WS-DC-IDX)    TO WS-RD-COMPANY
           MOVE WS-COST-CENTER               TO WS-RD-COST-CENTER
           MOVE WS-DC-EMP-COUNT (WS-DC-IDX)  TO WS-RD-EMPS
           MOVE WS-DC-GROSS (WS-DC-IDX)      TO WS-RD-GROSS
           COMPUTE WS-ER-TAX = WS-DC-ER-FICA (WS-DC-IDX)
                             + WS-DC-ER-UNEMP (WS-DC-IDX)
           MOVE WS-ER-TAX                    TO WS-RD-ER-TAX
           MOVE WS-DC-ER-MATCH (WS-DC-IDX)   TO WS-RD-ER-MATCH
           WRITE ACRRPT-LINE FROM WS-RPT-DEPT-LINE.

       FIND-GL-COMPANY.
           MOVE SPACES TO WS-GL-COMPANY
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               IF WS-CO-CODE (WS-CO-IDX) = WS-DC-COMPANY (WS-DC-IDX)
                   MOVE WS-CO-GL-COMPANY (WS-CO-IDX)
                       TO WS-GL-COMPANY
               END-IF
           END-PERFORM.

       FIND-COST-CENTER.
           MOVE SPACES TO WS-COST-CENTER
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-DEPARTMENT (WS-MAP-IDX)
                       = WS-DC-DEPARTMENT (WS-DC-IDX)
                   MOVE WS-MAP-COST-CENTER (WS-MAP-IDX)
                       TO WS-COST-CENTER
               END-IF
           END-PERFORM
           IF WS-COST-CENTER = SPACES
               ADD 1 TO WS-MAP-MISSES
               MOVE 'UNMAPPED' TO WS-COST-CENTER
               DISPLAY '  WARNING: NO COST CENTER FOR DEPARTMENT '
                       WS-DC-DEPARTMENT (WS-DC-IDX)
           END-IF.

       WRITE-JOURNAL-ENTRY.
           MOVE 'J'             TO GLJ-REC-TYPE
           MOVE WS-CLOSE-MONTH  TO GLJ-PERIOD
           MOVE WS-COST-CENTER  TO GLJ-COST-CENTER
           MOVE WS-GL-COMPANY   TO GLJ-COMPANY
           MOVE 'Y'             TO GLJ-AUTO-REVERSE
           MOVE WS-REVERSE-DATE TO GLJ-REVERSE-DATE
           WRITE GLJ-RECORD
           ADD 1          TO WS-ENTRY-COUNT
           ADD GLJ-DEBIT  TO WS-TOTAL-DEBIT
           ADD GLJ-CREDIT TO WS-TOTAL-CREDIT.

       WRITE-GL-TRAILER.
           MOVE SPACES          TO GLJ-DETAIL-DATA
           MOVE 'T'             TO GLJ-REC-TYPE
           MOVE WS-ENTRY-COUNT  TO GLT-ENTRY-COUNT
           MOVE WS-TOTAL-DEBIT  TO GLT-TOTAL-DEBIT
           MOVE WS-TOTAL-CREDIT TO GLT-TOTAL-CREDIT
           MOVE 'Y'             TO GLJ-AUTO-REVERSE
           MOVE WS-REVERSE-DATE TO GLJ-REVERSE-DATE
           WRITE GLJ-RECORD.

       REPORT-CYCLES.
           PERFORM VARYING WS-OC-IDX FROM 1 BY 1
                   UNTIL WS-OC-IDX > WS-OC-COUNT
               MOVE WS-OC-PERIOD (WS-OC-IDX)     TO WS-RC-PERIOD
               MOVE WS-OC-FREQUENCY (WS-OC-IDX)  TO WS-RC-FREQ
               MOVE WS-OC-START (WS-OC-IDX)      TO WS-RC-START
               MOVE WS-OC-END (WS-OC-IDX)        TO WS-RC-END
               MOVE WS-OC-CHECK-DATE (WS-OC-IDX) TO WS-RC-CHECK
               MOVE WS-OC-MONTH-DAYS (WS-OC-IDX) TO WS-RC-MONTH-DAYS
               MOVE WS-OC-CYCLE-DAYS (WS-OC-IDX) TO WS-RC-CYCLE-DAYS
               MOVE WS-OC-EMP-COUNT (WS-OC-IDX)  TO WS-RC-EMPS
               MOVE WS-OC-GROSS (WS-OC-IDX)      TO WS-RC-GROSS
               WRITE ACRRPT-LINE FROM WS-RPT-CYCLE-LINE
           END-PERFORM.

      * Monday-Friday days from WS-WD-FROM-DATE through
      * WS-WD-TO-DATE inclusive.
       COUNT-WORKDAYS.
           MOVE ZEROS TO WS-WD-COUNT
           MOVE WS-WD-FROM-DATE TO WS-DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE WS-DN-DAY-NUMBER TO WS-WD-FROM-DAY
           MOVE WS-WD-TO-DATE TO WS-DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE WS-DN-DAY-NUMBER TO WS-WD-TO-DAY
           PERFORM VARYING WS-WD-DAY FROM WS-WD-FROM-DAY BY 1
                   UNTIL WS-WD-DAY > WS-WD-TO-DAY
               DIVIDE WS-WD-DAY BY 7 GIVING WS-WD-QUOTIENT
                   REMAINDER WS-WD-WEEKDAY
               IF WS-WD-WEEKDAY < 5
                   ADD 1 TO WS-WD-COUNT
               END-IF
           END-PERFORM.

      * Serial day number of WS-DN-DATE, as in PAYRLL01.
       COMPUTE-DAY-NUMBER.
           COMPUTE WS-DN-WORK = 14 - WS-DN-MM
           DIVIDE WS-DN-WORK BY 12 GIVING WS-DN-A
           COMPUTE WS-DN-Y = WS-DN-YYYY + 4800 - WS-DN-A
           COMPUTE WS-DN-M = WS-DN-MM + 12 * WS-DN-A - 3
           COMPUTE WS-DN-WORK = 153 * WS-DN-M + 2
           DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-Q1
           DIVIDE WS-DN-Y BY 4 GIVING WS-DN-Q2
           DIVIDE WS-DN-Y BY 100 GIVING WS-DN-Q3
           DIVIDE WS-DN-Y BY 400 GIVING WS-DN-Q4
           COMPUTE WS-DN-DAY-NUMBER = WS-DN-DD + WS-DN-Q1
               + 365 * WS-DN-Y + WS-DN-Q2 - WS-DN-Q3 + WS-DN-Q4
               - 32045.

       CLOSE-FILES.
           CLOSE EMPMASTR
           CLOSE PAYHIST
           CLOSE ACCRGL
           CLOSE ACRRPT.
