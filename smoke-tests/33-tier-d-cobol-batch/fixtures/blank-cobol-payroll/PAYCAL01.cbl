      *================================================================*
      * PROGRAM-ID: PAYCAL01                                          *
      * DESCRIPTION: Annual pay-period calendar build. Produces the   *
      *              next year's PAYCAL rows from the pay schedules   *
      *              instead of keying them by hand:                  *
      *                1. PAYSCHED holds one schedule per frequency   *
      *                   and pay entity - the start date of any one  *
      *                   cycle (the anchor), the cycle length in     *
      *                   days (7 weekly, 14 biweekly, 000 for the    *
      *                   calendar month) and the check-date lag in   *
      *                   calendar days after the cycle ends. PAYCAL  *
      *                   carries no entity, so every entity paid on  *
      *                   a frequency must share one schedule; a      *
      *                   schedule that differs is an error;          *
      *                2. every cycle on that schedule whose check    *
      *                   date falls in the year becomes a row. A     *
      *                   check date on a weekend or on a date in     *
      *                   the Federal Reserve HOLIDAY file rolls      *
      *                   back to the business day before, and the    *
      *                   ACH settlement date is the check date. The  *
      *                   period is the check date's ccyy-mm, so a    *
      *                   cycle belongs to the year it is paid in,    *
      *                   as PAYYE01 reads it;                        *
      *                3. the live PAYCAL rows paid before the year   *
      *                   are carried forward untouched and any row   *
      *                   paid in or after it is replaced;            *
      *                4. each frequency's windows are proved to run  *
      *                   on from the last carried row and from each  *
      *                   other with no gap and no overlap, and the   *
      *                   check dates to move forward.                *
      *              CALNEW is the whole replacement file; CALPRF is  *
      *              the proof listing signed off before PAYCAPJB     *
      *              puts it live. Any failed check is RC 16 and the  *
      *              proposal is not kept; a frequency on the live    *
      *              file with no schedule is RC 4. PARM is the year  *
      *              as ccyy; with none it is the year after today.   *
      *                                                               *
      * JCL JOB CLASS: A   REGION: 256M                               *
      * RUN SEQUENCE:  Once a year via PAYCALJB, in the autumn,       *
      *                once the Federal Reserve has published the     *
      *                year's holidays. Reads PAYCAL only.            *
      *----------------------------------------------------------------
      * MODIFICATION HISTORY:
      *   2026-10-15  TJK  Initial version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYCAL01.
       AUTHOR. PAYROLL-TEAM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYSCHED ASSIGN TO PAYSCHED
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SCH-STATUS.

           SELECT HOLIDAY ASSIGN TO HOLIDAY
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.

           SELECT PAYCAL ASSIGN TO PAYCAL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT CALNEW ASSIGN TO CALNEW
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

           SELECT CALPRF ASSIGN TO CALPRF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One pay schedule per frequency and pay entity (blank entity
      * is '01', as elsewhere).
       FD  PAYSCHED
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PSCH-RECORD.
           05 PSCH-FREQUENCY    PIC X(1).
           05 PSCH-COMPANY      PIC X(2).
           05 PSCH-ANCHOR-DATE  PIC 9(8).
           05 PSCH-CYCLE-DAYS   PIC 9(3).
           05 PSCH-CHECK-LAG    PIC 9(2).
           05 PSCH-DESCRIPTION  PIC X(24).

      * The Federal Reserve's published holiday schedule - the days
      * the ACH operator does not settle - one row per date.
       FD  HOLIDAY
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  HOL-RECORD.
           05 HOL-DATE          PIC 9(8).
           05 HOL-NAME          PIC X(32).

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

       FD  CALNEW
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CALNEW-RECORD        PIC X(40).

       FD  CALPRF
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CALPRF-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STATUS.
           05 WS-SCH-STATUS    PIC XX VALUE SPACES.
           05 WS-HOL-STATUS    PIC XX VALUE SPACES.
           05 WS-CAL-STATUS    PIC XX VALUE SPACES.
           05 WS-NEW-STATUS    PIC XX VALUE SPACES.
           05 WS-RPT-STATUS    PIC XX VALUE SPACES.
           05 WS-EOF-FLAG      PIC X VALUE 'N'.
               88 END-OF-FILE  VALUE 'Y'.

      * The calendar year being built and its bounds.
       01  WS-CAL-YEAR-X       PIC X(4).
       01  WS-CAL-YEAR REDEFINES WS-CAL-YEAR-X PIC 9(4).
       01  WS-YEAR-START       PIC 9(8).
       01  WS-YEAR-END         PIC 9(8).
       01  WS-YEAR-START-DAY   PIC 9(7).
       01  WS-YEAR-END-DAY     PIC 9(7).
       01  WS-PRIOR-YEAR-START PIC 9(8).

      * One entry per frequency PAYCAL carries, in W, B, M order.
       01  WS-FQ-TABLE.
           05 WS-FQ-ENTRY OCCURS 3 TIMES.
               10 WS-FQ-CODE        PIC X(1).
               10 WS-FQ-SCHED-FLAG  PIC X(1).
                   88 FQ-SCHEDULED      VALUE 'Y'.
               10 WS-FQ-ANCHOR      PIC 9(8).
               10 WS-FQ-ANCHOR-DAY  PIC 9(7).
               10 WS-FQ-CYCLE-DAYS  PIC 9(3).
               10 WS-FQ-CHECK-LAG   PIC 9(2).
               10 WS-FQ-CO-COUNT    PIC 9(2).
               10 WS-FQ-COMPANIES.
                   15 WS-FQ-CO      PIC X(3) OCCURS 10 TIMES.
               10 WS-FQ-KEPT        PIC 9(5).
               10 WS-FQ-KEPT-END    PIC 9(8).
               10 WS-FQ-REPLACED    PIC 9(5).
               10 WS-FQ-ROWS        PIC 9(3).
               10 WS-FQ-ROLLED      PIC 9(3).
               10 WS-FQ-FIRST-START PIC 9(8).
               10 WS-FQ-LAST-END    PIC 9(8).
               10 WS-FQ-RESULT      PIC X(30).
       01  WS-FQ-IDX           PIC 9(1).
       01  WS-FQ-FOUND-FLAG    PIC X VALUE 'N'.
           88 FQ-FOUND         VALUE 'Y'.
       01  WS-CO-IDX           PIC 9(2).
       01  WS-SCH-COMPANY      PIC X(2).
       01  WS-SCH-ANCHOR-DAY   PIC 9(7).
       01  WS-SCH-GAP-DAYS     PIC 9(7).
       01  WS-SCH-QUOTIENT     PIC 9(7).
       01  WS-SCH-REMAINDER    PIC 9(3).
       01  WS-SCH-PROBLEM      PIC X(80).
       01  WS-SCH-VALID-FLAG   PIC X VALUE 'Y'.
           88 SCHEDULE-VALID   VALUE 'Y'.

      * Federal Reserve holidays, by date and serial day number.
       01  WS-HL-TABLE.
           05 WS-HL-ENTRY OCCURS 200 TIMES.
               10 WS-HL-DATE        PIC 9(8).
               10 WS-HL-DAY         PIC 9(7).
               10 WS-HL-NAME        PIC X(32).
       01  WS-HL-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-HL-IDX           PIC 9(3).
       01  WS-HL-YEAR-COUNT    PIC 9(3) VALUE ZEROS.

      * The rows built for the year, frequency by frequency in
      * date order.
       01  WS-GN-TABLE.
           05 WS-GN-ENTRY OCCURS 150 TIMES.
               10 WS-GN-PERIOD      PIC X(7).
               10 WS-GN-FREQUENCY   PIC X(1).
               10 WS-GN-START       PIC 9(8).
               10 WS-GN-END         PIC 9(8).
               10 WS-GN-CHECK       PIC 9(8).
               10 WS-GN-EFF         PIC 9(8).
               10 WS-GN-START-DAY   PIC 9(7).
               10 WS-GN-END-DAY     PIC 9(7).
               10 WS-GN-CHECK-DAY   PIC 9(7).
               10 WS-GN-ROLLED-FROM PIC 9(8).
               10 WS-GN-ROLL-REASON PIC X(32).
       01  WS-GN-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-GN-IDX           PIC 9(3).
       01  WS-GN-PREV          PIC 9(3).

      * The cycle being stepped through. For the monthly frequency
      * the cycle is the calendar month from WS-CY-MONTH-START.
       01  WS-CY-START-DAY     PIC 9(7).
       01  WS-CY-END-DAY       PIC 9(7).
       01  WS-CY-CHECK-DAY     PIC 9(7).
       01  WS-CY-UNROLLED-DAY  PIC 9(7).
       01  WS-CY-FLOOR-DAY     PIC 9(7).
       01  WS-CY-MONTH-START.
           05 WS-CY-YEAR        PIC 9(4).
           05 WS-CY-MONTH       PIC 9(2).
           05 WS-CY-DAY         PIC 9(2).
       01  WS-CY-MONTH-START-N REDEFINES WS-CY-MONTH-START
                               PIC 9(8).
       01  WS-CY-DONE-FLAG     PIC X VALUE 'N'.
           88 CYCLES-DONE      VALUE 'Y'.

      * Business-day test: Monday to Friday by the serial day number
      * (MOD 7, 0 = Monday) and not a Federal Reserve holiday.
       01  WS-BD-DAY           PIC 9(7).
       01  WS-BD-QUOTIENT      PIC 9(7).
       01  WS-BD-WEEKDAY       PIC 9(1).
       01  WS-BD-FLAG          PIC X VALUE 'N'.
           88 BUSINESS-DAY     VALUE 'Y'.
       01  WS-BD-REASON        PIC X(32).
       01  WS-ROLL-REASON      PIC X(32).

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
           05 WS-DN-B           PIC 9(7).
           05 WS-DN-C           PIC 9(7).
           05 WS-DN-D           PIC 9(7).
           05 WS-DN-E           PIC 9(7).
           05 WS-DN-M           PIC 9(7).
           05 WS-DN-Y           PIC 9(7).
           05 WS-DN-Q1          PIC 9(7).
           05 WS-DN-Q2          PIC 9(7).
           05 WS-DN-Q3          PIC 9(7).
           05 WS-DN-Q4          PIC 9(7).

      * A date is valid when it survives the trip to a day number
      * and back unchanged.
       01  WS-DV-DATE          PIC 9(8).
       01  WS-DV-DATE-R REDEFINES WS-DV-DATE.
           05 WS-DV-YYYY        PIC 9(4).
           05 WS-DV-MM          PIC 9(2).
           05 WS-DV-DD          PIC 9(2).
       01  WS-DV-FLAG          PIC X VALUE 'N'.
           88 DATE-VALID       VALUE 'Y'.

      * Errors and warnings for the proof, in the order found.
       01  WS-MS-TABLE.
           05 WS-MS-ENTRY OCCURS 60 TIMES.
               10 WS-MS-TYPE        PIC X(8).
               10 WS-MS-TEXT        PIC X(120).
       01  WS-MS-COUNT         PIC 9(2) VALUE ZEROS.
       01  WS-MS-IDX           PIC 9(2).
       01  WS-MSG-TYPE         PIC X(8).
       01  WS-MSG-TEXT         PIC X(120).
       01  WS-MSG-DATE-1       PIC 9(8).
       01  WS-MSG-DATE-2       PIC 9(8).
       01  WS-ERROR-COUNT      PIC 9(5) VALUE ZEROS.
       01  WS-WARN-COUNT       PIC 9(5) VALUE ZEROS.

       01  WS-NEW-ROW.
           05 WS-NR-PERIOD      PIC X(7).
           05 WS-NR-FREQUENCY   PIC X(1).
           05 WS-NR-START-DATE  PIC 9(8).
           05 WS-NR-END-DATE    PIC 9(8).
           05 WS-NR-CHECK-DATE  PIC 9(8).
           05 WS-NR-ACH-EFF     PIC 9(8).

       01  WS-COUNTERS.
           05 WS-SCHED-READ     PIC 9(5) VALUE ZEROS.
           05 WS-LIVE-READ      PIC 9(7) VALUE ZEROS.
           05 WS-LIVE-KEPT      PIC 9(7) VALUE ZEROS.
           05 WS-LIVE-REPLACED  PIC 9(7) VALUE ZEROS.
           05 WS-LIVE-LATER     PIC 9(7) VALUE ZEROS.
           05 WS-OTHER-DROPPED  PIC 9(7) VALUE ZEROS.
           05 WS-ROWS-WRITTEN   PIC 9(7) VALUE ZEROS.
       01  WS-EDIT-COUNT       PIC ZZZ9.

       01  WS-SYSTEM-DATE.
           05 WS-SYS-YEAR      PIC 9(4).
           05 WS-SYS-MONTH     PIC 9(2).
           05 WS-SYS-DAY       PIC 9(2).
       01  WS-SYSTEM-DATE-N REDEFINES WS-SYSTEM-DATE
                            PIC 9(8).

       01  WS-RPT-HEAD-LINE.
           05 FILLER            PIC X(23) VALUE
               'PAY CALENDAR PROOF FOR '.
           05 WS-RH-YEAR        PIC 9(4).
           05 FILLER            PIC X(8) VALUE '  BUILT '.
           05 WS-RH-RUN-DATE    PIC 9(8).
           05 FILLER            PIC X(44) VALUE
               '  FROM PAYSCHED, HOLIDAY AND THE LIVE PAYCAL'.
           05 FILLER            PIC X(45) VALUE SPACES.

       01  WS-RPT-HOLIDAY-LINE.
           05 FILLER            PIC X(8) VALUE 'HOLIDAY '.
           05 WS-RL-DATE        PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RL-NAME        PIC X(32).
           05 FILLER            PIC X(82) VALUE SPACES.

       01  WS-RPT-SCHED-LINE.
           05 FILLER            PIC X(8) VALUE 'SCHED   '.
           05 WS-RS-FREQ        PIC X(1).
           05 FILLER            PIC X(9) VALUE '  ANCHOR '.
           05 WS-RS-ANCHOR      PIC 9(8).
           05 FILLER            PIC X(8) VALUE '  CYCLE '.
           05 WS-RS-CYCLE       PIC X(5).
           05 FILLER            PIC X(12) VALUE '  CHECK LAG '.
           05 WS-RS-LAG         PIC Z9.
           05 FILLER            PIC X(16) VALUE
               ' DAYS  ENTITIES '.
           05 WS-RS-COMPANIES   PIC X(30).
           05 FILLER            PIC X(33) VALUE SPACES.
       01  WS-RS-CYCLE-EDIT    PIC ZZ9.

       01  WS-RPT-ROW-LINE.
           05 FILLER            PIC X(8) VALUE 'ROW     '.
           05 WS-RR-PERIOD      PIC X(7).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RR-FREQ        PIC X(1).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RR-START       PIC 9(8).
           05 FILLER            PIC X(1) VALUE '-'.
           05 WS-RR-END         PIC 9(8).
           05 FILLER            PIC X(8) VALUE '  CHECK '.
           05 WS-RR-CHECK       PIC 9(8).
           05 FILLER            PIC X(6) VALUE '  ACH '.
           05 WS-RR-EFF         PIC 9(8).
           05 WS-RR-ROLL-TEXT   PIC X(14).
           05 WS-RR-ROLLED-FROM PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RR-REASON      PIC X(32).
           05 FILLER            PIC X(9) VALUE SPACES.

       01  WS-RPT-FREQ-LINE.
           05 FILLER            PIC X(8) VALUE 'FREQ    '.
           05 WS-RF-FREQ        PIC X(1).
           05 FILLER            PIC X(7) VALUE '  ROWS '.
           05 WS-RF-ROWS        PIC ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RF-FIRST-START PIC 9(8).
           05 FILLER            PIC X(1) VALUE '-'.
           05 WS-RF-LAST-END    PIC 9(8).
           05 FILLER            PIC X(10) VALUE '  ROLLED  '.
           05 WS-RF-ROLLED      PIC ZZ9.
           05 FILLER            PIC X(17) VALUE
               '  LIVE ROWS KEPT '.
           05 WS-RF-KEPT        PIC ZZZZ9.
           05 FILLER            PIC X(11) VALUE '  REPLACED '.
           05 WS-RF-REPLACED    PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RF-RESULT      PIC X(30).
           05 FILLER            PIC X(11) VALUE SPACES.

       01  WS-RPT-MSG-LINE.
           05 WS-RM-TYPE        PIC X(8).
           05 WS-RM-TEXT        PIC X(120).
           05 FILLER            PIC X(4) VALUE SPACES.

       01  WS-RPT-RESULT-LINE.
           05 FILLER            PIC X(8) VALUE 'RESULT  '.
           05 WS-RT-TEXT        PIC X(60).
           05 FILLER            PIC X(64) VALUE SPACES.

       01  WS-RPT-SIGN-LINE.
           05 FILLER            PIC X(8) VALUE SPACES.
           05 WS-RG-ROLE        PIC X(12).
           05 FILLER            PIC X(45) VALUE
               '______________________________  DATE ________'.
           05 FILLER            PIC X(67) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-PARM.
           05 LK-PARM-LEN      PIC S9(4) COMP.
           05 LK-PARM-TEXT     PIC X(8).

       PROCEDURE DIVISION USING LK-PARM.
       MAIN-ROUTINE.
           DISPLAY 'PAYCAL01 STARTING - ANNUAL PAY CALENDAR BUILD'
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           PERFORM GET-CALENDAR-YEAR
           PERFORM LOAD-HOLIDAYS
           PERFORM LOAD-SCHEDULES
           PERFORM OPEN-FILES
           PERFORM CARRY-LIVE-CALENDAR
           PERFORM VARYING WS-FQ-IDX FROM 1 BY 1
                   UNTIL WS-FQ-IDX > 3
               IF FQ-SCHEDULED (WS-FQ-IDX)
                   PERFORM BUILD-FREQUENCY
                   PERFORM PROVE-FREQUENCY
               END-IF
           END-PERFORM
           PERFORM WRITE-NEW-ROWS
           PERFORM REPORT-PROOF
           PERFORM CLOSE-FILES
           DISPLAY 'PAYCAL01 COMPLETE'
           DISPLAY '  CALENDAR YEAR:     ' WS-CAL-YEAR
           DISPLAY '  SCHEDULES READ:    ' WS-SCHED-READ
           DISPLAY '  HOLIDAYS IN YEAR:  ' WS-HL-YEAR-COUNT
           DISPLAY '  LIVE ROWS READ:    ' WS-LIVE-READ
           DISPLAY '  LIVE ROWS KEPT:    ' WS-LIVE-KEPT
           DISPLAY '  LIVE ROWS REPLACED:' WS-LIVE-REPLACED
           DISPLAY '  ROWS BUILT:        ' WS-GN-COUNT
           DISPLAY '  CALNEW ROWS:       ' WS-ROWS-WRITTEN
           DISPLAY '  ERRORS:            ' WS-ERROR-COUNT
           DISPLAY '  WARNINGS:          ' WS-WARN-COUNT
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > ZERO
                   DISPLAY 'ERROR: CALENDAR FAILED ITS PROOF'
                           ' - SEE CALPRF'
                   MOVE 16 TO RETURN-CODE
               WHEN WS-WARN-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      * The calendar is built ahead of the year it covers, so the
      * default is the year after the run date.
       GET-CALENDAR-YEAR.
           IF LK-PARM-TEXT = SPACES OR LOW-VALUES
               COMPUTE WS-CAL-YEAR = WS-SYS-YEAR + 1
           ELSE
               MOVE LK-PARM-TEXT (1:4) TO WS-CAL-YEAR-X
           END-IF
           IF WS-CAL-YEAR-X IS NOT NUMERIC
                   OR WS-CAL-YEAR < 2000
               DISPLAY 'ERROR: CALENDAR YEAR "' WS-CAL-YEAR-X
                       '" IS NOT CCYY'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-YEAR-START = WS-CAL-YEAR * 10000 + 101
           COMPUTE WS-YEAR-END   = WS-CAL-YEAR * 10000 + 1231
           COMPUTE WS-PRIOR-YEAR-START = WS-YEAR-START - 10000
           MOVE WS-YEAR-START TO WS-DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE WS-DN-DAY-NUMBER TO WS-YEAR-START-DAY
           MOVE WS-YEAR-END TO WS-DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE WS-DN-DAY-NUMBER TO WS-YEAR-END-DAY
           MOVE 'W' TO WS-FQ-CODE (1)
           MOVE 'B' TO WS-FQ-CODE (2)
           MOVE 'M' TO WS-FQ-CODE (3)
           PERFORM VARYING WS-FQ-IDX FROM 1 BY 1
                   UNTIL WS-FQ-IDX > 3
               MOVE 'N'    TO WS-FQ-SCHED-FLAG (WS-FQ-IDX)
               MOVE SPACES TO WS-FQ-COMPANIES (WS-FQ-IDX)
                              WS-FQ-RESULT (WS-FQ-IDX)
               MOVE ZEROS  TO WS-FQ-ANCHOR (WS-FQ-IDX)
                              WS-FQ-ANCHOR-DAY (WS-FQ-IDX)
                              WS-FQ-CYCLE-DAYS (WS-FQ-IDX)
                              WS-FQ-CHECK-LAG (WS-FQ-IDX)
                              WS-FQ-CO-COUNT (WS-FQ-IDX)
                              WS-FQ-KEPT (WS-FQ-IDX)
                              WS-FQ-KEPT-END (WS-FQ-IDX)
                              WS-FQ-REPLACED (WS-FQ-IDX)
                              WS-FQ-ROWS (WS-FQ-IDX)
                              WS-FQ-ROLLED (WS-FQ-IDX)
                              WS-FQ-FIRST-START (WS-FQ-IDX)
                              WS-FQ-LAST-END (WS-FQ-IDX)
           END-PERFORM
           DISPLAY '  CALENDAR YEAR: ' WS-CAL-YEAR
                   ' (' WS-YEAR-START ' - ' WS-YEAR-END ')'.

      * Every holiday on the file is loaded - a check date late in
      * December can roll back over one in the year before - but
      * the file must carry the year being built.
       LOAD-HOLIDAYS.
           OPEN INPUT HOLIDAY
           IF WS-HOL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING HOLIDAY: ' WS-HOL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ HOLIDAY
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           PERFORM UNTIL END-OF-FILE
               MOVE HOL-DATE TO WS-DV-DATE
               PERFORM VALIDATE-DATE
               IF DATE-VALID
                   PERFORM SAVE-HOLIDAY
               ELSE
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING 'HOLIDAY FILE DATE "' HOL-DATE
                          '" (' HOL-NAME ') IS NOT A VALID CCYYMMDD'
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   END-STRING
                   PERFORM ADD-ERROR
               END-IF
               READ HOLIDAY
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-PERFORM
           CLOSE HOLIDAY
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-HL-YEAR-COUNT = ZERO
               MOVE SPACES TO WS-MSG-TEXT
               STRING 'HOLIDAY FILE HAS NO ' WS-CAL-YEAR
                      ' DATES - LOAD THE FEDERAL RESERVE SCHEDULE'
                      ' FOR THE YEAR'
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
               PERFORM ADD-ERROR
           END-IF.

       SAVE-HOLIDAY.
           IF WS-HL-COUNT = 200
               DISPLAY 'ERROR: MORE THAN 200 HOLIDAYS'
                       ' - INCREASE WS-HL-TABLE OCCURS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HL-COUNT
           MOVE HOL-DATE         TO WS-HL-DATE (WS-HL-COUNT)
           MOVE WS-DN-DAY-NUMBER TO WS-HL-DAY (WS-HL-COUNT)
           MOVE HOL-NAME         TO WS-HL-NAME (WS-HL-COUNT)
           IF HOL-DATE >= WS-YEAR-START AND HOL-DATE <= WS-YEAR-END
               ADD 1 TO WS-HL-YEAR-COUNT
           END-IF.

      * A frequency's schedule is taken from the first entity that
      * gives one. PAYRLL01 pays every entity on a frequency in the
      * same run off the same PAYCAL row, so another entity may
      * only repeat it - an anchor a whole number of cycles away
      * describes the same cycles.
       LOAD-SCHEDULES.
           OPEN INPUT PAYSCHED
           IF WS-SCH-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAYSCHED: ' WS-SCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PAYSCHED
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-SCHED-READ
               PERFORM CHECK-SCHEDULE
               IF SCHEDULE-VALID
                   PERFORM TAKE-SCHEDULE
               END-IF
               READ PAYSCHED
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-PERFORM
           CLOSE PAYSCHED
           MOVE 'N' TO WS-EOF-FLAG
           IF NOT FQ-SCHEDULED (1) AND NOT FQ-SCHEDULED (2)
                   AND NOT FQ-SCHEDULED (3)
               MOVE 'PAYSCHED HOLDS NO USABLE SCHEDULE - NOTHING TO BUIL
      -             'D' TO WS-MSG-TEXT
               PERFORM ADD-ERROR
           END-IF.

      * The cycle length must agree with the frequency, since the
      * tax annualization in PAYRLL01 assumes 52, 26 or 12 cycles;
      * a monthly cycle is the calendar month and starts on the 1st.
       CHECK-SCHEDULE.
           MOVE 'Y' TO WS-SCH-VALID-FLAG
           MOVE PSCH-COMPANY TO WS-SCH-COMPANY
           IF WS-SCH-COMPANY = SPACES
               MOVE '01' TO WS-SCH-COMPANY
           END-IF
           MOVE 'N' TO WS-FQ-FOUND-FLAG
           PERFORM VARYING WS-FQ-IDX FROM 1 BY 1
                   UNTIL WS-FQ-IDX > 3 OR FQ-FOUND
               IF WS-FQ-CODE (WS-FQ-IDX) = PSCH-FREQUENCY
                   SET FQ-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF FQ-FOUND
               SUBTRACT 1 FROM WS-FQ-IDX
           ELSE
               MOVE 'FREQUENCY IS NOT W, B OR M' TO WS-SCH-PROBLEM
               PERFORM ADD-SCHEDULE-ERROR
           END-IF
           MOVE PSCH-ANCHOR-DATE TO WS-DV-DATE
           PERFORM VALIDATE-DATE
           IF DATE-VALID
               MOVE WS-DN-DAY-NUMBER TO WS-SCH-ANCHOR-DAY
           ELSE
               MOVE 'ANCHOR DATE IS NOT A VALID CCYYMMDD'
                   TO WS-SCH-PROBLEM
               PERFORM ADD-SCHEDULE-ERROR
           END-IF
           IF PSCH-CHECK-LAG IS NOT NUMERIC
               MOVE 'CHECK-DATE LAG IS NOT NUMERIC' TO WS-SCH-PROBLEM
               PERFORM ADD-SCHEDULE-ERROR
           END-IF
           EVALUATE TRUE
               WHEN PSCH-CYCLE-DAYS IS NOT NUMERIC
                   MOVE 'CYCLE LENGTH IS NOT NUMERIC' TO WS-SCH-PROBLEM
                   PERFORM ADD-SCHEDULE-ERROR
               WHEN PSCH-FREQUENCY = 'W' AND PSCH-CYCLE-DAYS NOT = 7
                   MOVE 'WEEKLY CYCLE LENGTH MUST BE 007'
                       TO WS-SCH-PROBLEM
                   PERFORM ADD-SCHEDULE-ERROR
               WHEN PSCH-FREQUENCY = 'B' AND PSCH-CYCLE-DAYS NOT = 14
                   MOVE 'BIWEEKLY CYCLE LENGTH MUST BE 014'
                       TO WS-SCH-PROBLEM
                   PERFORM ADD-SCHEDULE-ERROR
               WHEN PSCH-FREQUENCY = 'M' AND PSCH-CYCLE-DAYS NOT = 0
                   MOVE 'MONTHLY CYCLE LENGTH MUST BE 000 (CALENDAR MONT
      -                 'H)' TO WS-SCH-PROBLEM
                   PERFORM ADD-SCHEDULE-ERROR
           END-EVALUATE
           IF PSCH-FREQUENCY = 'M' AND DATE-VALID
                   AND WS-DV-DD NOT = 1
               MOVE 'MONTHLY ANCHOR DATE MUST BE THE 1ST OF A MONTH'
                   TO WS-SCH-PROBLEM
               PERFORM ADD-SCHEDULE-ERROR
           END-IF.

       ADD-SCHEDULE-ERROR.
           MOVE 'N' TO WS-SCH-VALID-FLAG
           MOVE SPACES TO WS-MSG-TEXT
           STRING 'PAYSCHED ENTITY ' WS-SCH-COMPANY
                  ' FREQUENCY ' PSCH-FREQUENCY ': ' WS-SCH-PROBLEM
               DELIMITED BY SIZE INTO WS-MSG-TEXT
           END-STRING
           PERFORM ADD-ERROR.

       TAKE-SCHEDULE.
           IF NOT FQ-SCHEDULED (WS-FQ-IDX)
               SET FQ-SCHEDULED (WS-FQ-IDX) TO TRUE
               MOVE PSCH-ANCHOR-DATE  TO WS-FQ-ANCHOR (WS-FQ-IDX)
               MOVE WS-SCH-ANCHOR-DAY TO WS-FQ-ANCHOR-DAY (WS-FQ-IDX)
               MOVE PSCH-CYCLE-DAYS   TO WS-FQ-CYCLE-DAYS (WS-FQ-IDX)
               MOVE PSCH-CHECK-LAG    TO WS-FQ-CHECK-LAG (WS-FQ-IDX)
           ELSE
               PERFORM COMPARE-SCHEDULE
           END-IF
           IF SCHEDULE-VALID
               PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                       UNTIL WS-CO-IDX > WS-FQ-CO-COUNT (WS-FQ-IDX)
                   IF WS-FQ-CO (WS-FQ-IDX, WS-CO-IDX) (1:2)
                           = WS-SCH-COMPANY
                       MOVE 'DUPLICATE ENTRY FOR THE ENTITY'
                           TO WS-SCH-PROBLEM
                       PERFORM ADD-SCHEDULE-ERROR
                   END-IF
               END-PERFORM
           END-IF
           IF SCHEDULE-VALID AND WS-FQ-CO-COUNT (WS-FQ-IDX) < 10
               ADD 1 TO WS-FQ-CO-COUNT (WS-FQ-IDX)
               MOVE WS-SCH-COMPANY TO
                   WS-FQ-CO (WS-FQ-IDX, WS-FQ-CO-COUNT (WS-FQ-IDX))
           END-IF.

      * Same lag, and an anchor on the same cycle boundaries.
       COMPARE-SCHEDULE.
           IF PSCH-CHECK-LAG NOT = WS-FQ-CHECK-LAG (WS-FQ-IDX)
               MOVE 'CHECK-DATE LAG DIFFERS FROM THE OTHER ENTITIES - PA
      -             'YCAL HOLDS ONE CALENDAR PER FREQUENCY'
                   TO WS-SCH-PROBLEM
               PERFORM ADD-SCHEDULE-ERROR
           END-IF
           IF PSCH-FREQUENCY NOT = 'M'
               IF WS-SCH-ANCHOR-DAY > WS-FQ-ANCHOR-DAY (WS-FQ-IDX)
                   COMPUTE WS-SCH-GAP-DAYS = WS-SCH-ANCHOR-DAY
                       - WS-FQ-ANCHOR-DAY (WS-FQ-IDX)
               ELSE
                   COMPUTE WS-SCH-GAP-DAYS =
                       WS-FQ-ANCHOR-DAY (WS-FQ-IDX) - WS-SCH-ANCHOR-DAY
               END-IF
               DIVIDE WS-SCH-GAP-DAYS BY WS-FQ-CYCLE-DAYS (WS-FQ-IDX)
                   GIVING WS-SCH-QUOTIENT REMAINDER WS-SCH-REMAINDER
               IF WS-SCH-REMAINDER NOT = ZERO
                   MOVE 'ANCHOR IS OFF THE OTHER ENTITIES'' CYCLES - PAY
      -                 'CAL HOLDS ONE CALENDAR PER FREQUENCY'
                       TO WS-SCH-PROBLEM
                   PERFORM ADD-SCHEDULE-ERROR
               END-IF
           END-IF.

       OPEN-FILES.
           OPEN INPUT PAYCAL
           IF WS-CAL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAYCAL: ' WS-CAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CALNEW
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CALNEW: ' WS-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CALPRF
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CALPRF: ' WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CAL-YEAR      TO WS-RH-YEAR
           MOVE WS-SYSTEM-DATE-N TO WS-RH-RUN-DATE
           WRITE CALPRF-LINE FROM WS-RPT-HEAD-LINE.

      * Rows paid before the year go across to CALNEW as they
      * stand - PAYRLL01, PAYACR01 and PAYQTR01 still look back at
      * them. Rows paid in the year or later are replaced by the
      * build. The latest carried cycle end per frequency is where
      * the new year's first window has to start from.
       CARRY-LIVE-CALENDAR.
           READ PAYCAL
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-LIVE-READ
               MOVE 'N' TO WS-FQ-FOUND-FLAG
               PERFORM VARYING WS-FQ-IDX FROM 1 BY 1
                       UNTIL WS-FQ-IDX > 3 OR FQ-FOUND
                   IF WS-FQ-CODE (WS-FQ-IDX) = PCAL-FREQUENCY
                       SET FQ-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF FQ-FOUND
                   SUBTRACT 1 FROM WS-FQ-IDX
               END-IF
               IF PCAL-CHECK-DATE < WS-YEAR-START
                   PERFORM CARRY-LIVE-ROW
               ELSE
                   PERFORM DROP-LIVE-ROW
               END-IF
               READ PAYCAL
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM VARYING WS-FQ-IDX FROM 1 BY 1
                   UNTIL WS-FQ-IDX > 3
               IF NOT FQ-SCHEDULED (WS-FQ-IDX)
                       AND (WS-FQ-REPLACED (WS-FQ-IDX) > ZERO
                       OR WS-FQ-KEPT-END (WS-FQ-IDX)
                              >= WS-PRIOR-YEAR-START)
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING 'FREQUENCY ' WS-FQ-CODE (WS-FQ-IDX)
                          ' IS ON THE LIVE CALENDAR BUT HAS NO PAYSCHE'
                          'D ROW - NO ' WS-CAL-YEAR ' CYCLES BUILT'
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   END-STRING
                   PERFORM ADD-WARNING
               END-IF
           END-PERFORM
           IF WS-OTHER-DROPPED > ZERO
               MOVE WS-OTHER-DROPPED TO WS-EDIT-COUNT
               MOVE SPACES TO WS-MSG-TEXT
               STRING WS-EDIT-COUNT ' LIVE ROWS OF A FREQUENCY OTHER'
                      ' THAN W, B OR M PAID FROM ' WS-YEAR-START
                      ' ARE DROPPED'
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
               PERFORM ADD-WARNING
           END-IF
           IF WS-LIVE-LATER > ZERO
               MOVE WS-LIVE-LATER TO WS-EDIT-COUNT
               MOVE SPACES TO WS-MSG-TEXT
               STRING WS-EDIT-COUNT ' LIVE ROWS PAID AFTER '
                      WS-YEAR-END ' ARE DROPPED - REBUILD THAT YEAR'
                      ' ONCE THIS ONE IS LIVE'
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
               PERFORM ADD-WARNING
           END-IF.

       CARRY-LIVE-ROW.
           WRITE CALNEW-RECORD FROM PCAL-RECORD
           ADD 1 TO WS-LIVE-KEPT
           ADD 1 TO WS-ROWS-WRITTEN
           IF FQ-FOUND
               ADD 1 TO WS-FQ-KEPT (WS-FQ-IDX)
               IF PCAL-END-DATE > WS-FQ-KEPT-END (WS-FQ-IDX)
                   MOVE PCAL-END-DATE TO WS-FQ-KEPT-END (WS-FQ-IDX)
               END-IF
           END-IF.

       DROP-LIVE-ROW.
           ADD 1 TO WS-LIVE-REPLACED
           IF PCAL-CHECK-DATE > WS-YEAR-END
               ADD 1 TO WS-LIVE-LATER
           END-IF
           IF FQ-FOUND
               ADD 1 TO WS-FQ-REPLACED (WS-FQ-IDX)
           ELSE
               ADD 1 TO WS-OTHER-DROPPED
           END-IF.

      * The cycles are stepped from a point safely before the year -
      * far enough back that no cycle paid in the year (lag up to 99
      * days) is missed - and kept when their rolled check date is
      * in the year. Check dates only move forward, so the first
      * one past the year ends the frequency.
       BUILD-FREQUENCY.
           MOVE 'N' TO WS-CY-DONE-FLAG
           COMPUTE WS-CY-FLOOR-DAY = WS-YEAR-START-DAY - 130
           IF WS-FQ-CODE (WS-FQ-IDX) = 'M'
               COMPUTE WS-CY-YEAR = WS-CAL-YEAR - 1
               MOVE 9 TO WS-CY-MONTH
               MOVE 1 TO WS-CY-DAY
           ELSE
               MOVE WS-FQ-ANCHOR-DAY (WS-FQ-IDX) TO WS-CY-START-DAY
               PERFORM UNTIL WS-CY-START-DAY <= WS-CY-FLOOR-DAY
                   SUBTRACT WS-FQ-CYCLE-DAYS (WS-FQ-IDX)
                       FROM WS-CY-START-DAY
               END-PERFORM
               PERFORM UNTIL WS-CY-START-DAY
                       + WS-FQ-CYCLE-DAYS (WS-FQ-IDX) > WS-CY-FLOOR-DAY
                   ADD WS-FQ-CYCLE-DAYS (WS-FQ-IDX) TO WS-CY-START-DAY
               END-PERFORM
           END-IF
           PERFORM BUILD-ONE-CYCLE UNTIL CYCLES-DONE.

       BUILD-ONE-CYCLE.
           IF WS-FQ-CODE (WS-FQ-IDX) = 'M'
               MOVE WS-CY-MONTH-START-N TO WS-DN-DATE
               PERFORM COMPUTE-DAY-NUMBER
               MOVE WS-DN-DAY-NUMBER TO WS-CY-START-DAY
               IF WS-CY-MONTH = 12
                   MOVE 1 TO WS-CY-MONTH
                   ADD 1 TO WS-CY-YEAR
               ELSE
                   ADD 1 TO WS-CY-MONTH
               END-IF
               MOVE WS-CY-MONTH-START-N TO WS-DN-DATE
               PERFORM COMPUTE-DAY-NUMBER
               COMPUTE WS-CY-END-DAY = WS-DN-DAY-NUMBER - 1
           ELSE
               COMPUTE WS-CY-END-DAY = WS-CY-START-DAY
                   + WS-FQ-CYCLE-DAYS (WS-FQ-IDX) - 1
           END-IF
           COMPUTE WS-CY-UNROLLED-DAY = WS-CY-END-DAY
               + WS-FQ-CHECK-LAG (WS-FQ-IDX)
           MOVE WS-CY-UNROLLED-DAY TO WS-BD-DAY
           PERFORM ROLL-TO-BUSINESS-DAY
           MOVE WS-BD-DAY TO WS-CY-CHECK-DAY
           IF WS-CY-CHECK-DAY > WS-YEAR-END-DAY
               SET CYCLES-DONE TO TRUE
           ELSE
               IF WS-CY-CHECK-DAY >= WS-YEAR-START-DAY
                   PERFORM SAVE-BUILT-ROW
               END-IF
           END-IF
           IF WS-FQ-CODE (WS-FQ-IDX) NOT = 'M'
               COMPUTE WS-CY-START-DAY = WS-CY-END-DAY + 1
           END-IF.

      * Back a day at a time until a business day; the first reason
      * met is the one shown on the proof.
       ROLL-TO-BUSINESS-DAY.
           MOVE SPACES TO WS-ROLL-REASON
           PERFORM TEST-BUSINESS-DAY
           PERFORM UNTIL BUSINESS-DAY
               IF WS-ROLL-REASON = SPACES
                   MOVE WS-BD-REASON TO WS-ROLL-REASON
               END-IF
               SUBTRACT 1 FROM WS-BD-DAY
               PERFORM TEST-BUSINESS-DAY
           END-PERFORM.

       TEST-BUSINESS-DAY.
           MOVE 'Y' TO WS-BD-FLAG
           DIVIDE WS-BD-DAY BY 7 GIVING WS-BD-QUOTIENT
               REMAINDER WS-BD-WEEKDAY
           IF WS-BD-WEEKDAY >= 5
               MOVE 'N' TO WS-BD-FLAG
               MOVE 'WEEKEND' TO WS-BD-REASON
           ELSE
               PERFORM VARYING WS-HL-IDX FROM 1 BY 1
                       UNTIL WS-HL-IDX > WS-HL-COUNT
                           OR NOT BUSINESS-DAY
                   IF WS-HL-DAY (WS-HL-IDX) = WS-BD-DAY
                       MOVE 'N' TO WS-BD-FLAG
                       MOVE WS-HL-NAME (WS-HL-IDX) TO WS-BD-REASON
                   END-IF
               END-PERFORM
           END-IF.

       SAVE-BUILT-ROW.
           IF WS-GN-COUNT = 150
               DISPLAY 'ERROR: MORE THAN 150 CALENDAR ROWS'
                       ' - INCREASE WS-GN-TABLE OCCURS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-GN-COUNT
           MOVE WS-FQ-CODE (WS-FQ-IDX) TO WS-GN-FREQUENCY (WS-GN-COUNT)
           MOVE WS-CY-START-DAY TO WS-GN-START-DAY (WS-GN-COUNT)
                                   WS-DN-DAY-NUMBER
           PERFORM COMPUTE-DATE-FROM-DAY
           MOVE WS-DN-DATE TO WS-GN-START (WS-GN-COUNT)
           MOVE WS-CY-END-DAY TO WS-GN-END-DAY (WS-GN-COUNT)
                                 WS-DN-DAY-NUMBER
           PERFORM COMPUTE-DATE-FROM-DAY
           MOVE WS-DN-DATE TO WS-GN-END (WS-GN-COUNT)
           MOVE WS-CY-CHECK-DAY TO WS-GN-CHECK-DAY (WS-GN-COUNT)
                                   WS-DN-DAY-NUMBER
           PERFORM COMPUTE-DATE-FROM-DAY
           MOVE WS-DN-DATE TO WS-GN-CHECK (WS-GN-COUNT)
                              WS-GN-EFF (WS-GN-COUNT)
           MOVE SPACES TO WS-GN-PERIOD (WS-GN-COUNT)
           STRING WS-DN-YYYY '-' WS-DN-MM
               DELIMITED BY SIZE INTO WS-GN-PERIOD (WS-GN-COUNT)
           END-STRING
           MOVE ZEROS  TO WS-GN-ROLLED-FROM (WS-GN-COUNT)
           MOVE SPACES TO WS-GN-ROLL-REASON (WS-GN-COUNT)
           IF WS-CY-CHECK-DAY NOT = WS-CY-UNROLLED-DAY
               MOVE WS-CY-UNROLLED-DAY TO WS-DN-DAY-NUMBER
               PERFORM COMPUTE-DATE-FROM-DAY
               MOVE WS-DN-DATE TO WS-GN-ROLLED-FROM (WS-GN-COUNT)
               MOVE WS-ROLL-REASON TO
                   WS-GN-ROLL-REASON (WS-GN-COUNT)
               ADD 1 TO WS-FQ-ROLLED (WS-FQ-IDX)
           END-IF
           ADD 1 TO WS-FQ-ROWS (WS-FQ-IDX)
           IF WS-FQ-ROWS (WS-FQ-IDX) = 1
               MOVE WS-GN-START (WS-GN-COUNT) TO
                   WS-FQ-FIRST-START (WS-FQ-IDX)
           END-IF
           MOVE WS-GN-END (WS-GN-COUNT) TO WS-FQ-LAST-END (WS-FQ-IDX).

      * The proof proper. Each window must open the day after the
      * one before it closed - the last carried row for the first
      * window of the year - and each check date must fall inside
      * or after its own window and after the one before. A gap
      * leaves days nobody is paid for; an overlap pays them twice.
       PROVE-FREQUENCY.
           MOVE 'CONTINUOUS' TO WS-FQ-RESULT (WS-FQ-IDX)
           IF WS-FQ-ROWS (WS-FQ-IDX) = ZERO
               MOVE 'NO ROWS BUILT' TO WS-FQ-RESULT (WS-FQ-IDX)
               MOVE SPACES TO WS-MSG-TEXT
               STRING 'FREQUENCY ' WS-FQ-CODE (WS-FQ-IDX)
                      ': NO CYCLE ON THE SCHEDULE IS PAID IN '
                      WS-CAL-YEAR
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
               PERFORM ADD-ERROR
           END-IF
           IF WS-FQ-KEPT (WS-FQ-IDX) = ZERO
                   AND WS-FQ-ROWS (WS-FQ-IDX) > ZERO
               MOVE 'NEW - NOTHING TO CONTINUE' TO
                   WS-FQ-RESULT (WS-FQ-IDX)
           END-IF
           MOVE ZEROS TO WS-GN-PREV
           PERFORM VARYING WS-GN-IDX FROM 1 BY 1
                   UNTIL WS-GN-IDX > WS-GN-COUNT
               IF WS-GN-FREQUENCY (WS-GN-IDX) = WS-FQ-CODE (WS-FQ-IDX)
                   PERFORM PROVE-ONE-ROW
                   MOVE WS-GN-IDX TO WS-GN-PREV
               END-IF
           END-PERFORM.

       PROVE-ONE-ROW.
           IF WS-GN-PREV = ZERO
               IF WS-FQ-KEPT (WS-FQ-IDX) > ZERO
                   MOVE WS-FQ-KEPT-END (WS-FQ-IDX) TO WS-DN-DATE
                   PERFORM COMPUTE-DAY-NUMBER
                   MOVE WS-FQ-KEPT-END (WS-FQ-IDX) TO WS-MSG-DATE-1
                   PERFORM PROVE-CONTINUITY
               END-IF
           ELSE
               MOVE WS-GN-END-DAY (WS-GN-PREV) TO WS-DN-DAY-NUMBER
               MOVE WS-GN-END (WS-GN-PREV) TO WS-MSG-DATE-1
               PERFORM PROVE-CONTINUITY
               IF WS-GN-CHECK-DAY (WS-GN-IDX)
                       <= WS-GN-CHECK-DAY (WS-GN-PREV)
                   MOVE 'CHECK DATE OUT OF ORDER' TO
                       WS-FQ-RESULT (WS-FQ-IDX)
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING 'FREQUENCY ' WS-FQ-CODE (WS-FQ-IDX)
                          ': CHECK DATE ' WS-GN-CHECK (WS-GN-IDX)
                          ' IS NOT AFTER THE ONE BEFORE IT ('
                          WS-GN-CHECK (WS-GN-PREV) ')'
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   END-STRING
                   PERFORM ADD-ERROR
               END-IF
           END-IF
           IF WS-GN-CHECK-DAY (WS-GN-IDX) < WS-GN-START-DAY (WS-GN-IDX)
               MOVE 'CHECK BEFORE WINDOW' TO WS-FQ-RESULT (WS-FQ-IDX)
               MOVE SPACES TO WS-MSG-TEXT
               STRING 'FREQUENCY ' WS-FQ-CODE (WS-FQ-IDX)
                      ': CHECK DATE ' WS-GN-CHECK (WS-GN-IDX)
                      ' IS BEFORE ITS WINDOW OPENS ON '
                      WS-GN-START (WS-GN-IDX)
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
               PERFORM ADD-ERROR
           END-IF.

      * WS-DN-DAY-NUMBER holds the day the previous window closed.
       PROVE-CONTINUITY.
           MOVE WS-GN-START (WS-GN-IDX) TO WS-MSG-DATE-2
           EVALUATE TRUE
               WHEN WS-GN-START-DAY (WS-GN-IDX)
                       > WS-DN-DAY-NUMBER + 1
                   MOVE 'GAP' TO WS-FQ-RESULT (WS-FQ-IDX)
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING 'FREQUENCY ' WS-FQ-CODE (WS-FQ-IDX)
                          ': GAP - WINDOW CLOSING ' WS-MSG-DATE-1
                          ' IS FOLLOWED BY ONE OPENING '
                          WS-MSG-DATE-2
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   END-STRING
                   PERFORM ADD-ERROR
               WHEN WS-GN-START-DAY (WS-GN-IDX)
                       < WS-DN-DAY-NUMBER + 1
                   MOVE 'OVERLAP' TO WS-FQ-RESULT (WS-FQ-IDX)
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING 'FREQUENCY ' WS-FQ-CODE (WS-FQ-IDX)
                          ': OVERLAP - WINDOW CLOSING ' WS-MSG-DATE-1
                          ' IS FOLLOWED BY ONE OPENING '
                          WS-MSG-DATE-2
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   END-STRING
                   PERFORM ADD-ERROR
           END-EVALUATE.

      * The built rows follow the carried ones on CALNEW; PAYCALJB
      * sorts the whole file into date order.
       WRITE-NEW-ROWS.
           PERFORM VARYING WS-GN-IDX FROM 1 BY 1
                   UNTIL WS-GN-IDX > WS-GN-COUNT
               MOVE WS-GN-PERIOD (WS-GN-IDX)    TO WS-NR-PERIOD
               MOVE WS-GN-FREQUENCY (WS-GN-IDX) TO WS-NR-FREQUENCY
               MOVE WS-GN-START (WS-GN-IDX)     TO WS-NR-START-DATE
               MOVE WS-GN-END (WS-GN-IDX)       TO WS-NR-END-DATE
               MOVE WS-GN-CHECK (WS-GN-IDX)     TO WS-NR-CHECK-DATE
               MOVE WS-GN-EFF (WS-GN-IDX)       TO WS-NR-ACH-EFF
               WRITE CALNEW-RECORD FROM WS-NEW-ROW
               ADD 1 TO WS-ROWS-WRITTEN
           END-PERFORM.

      * The proof: the year's holidays, the schedules used, every
      * row built, each frequency's summary, then what failed and
      * the sign-off block.
       REPORT-PROOF.
           PERFORM VARYING WS-HL-IDX FROM 1 BY 1
                   UNTIL WS-HL-IDX > WS-HL-COUNT
               IF WS-HL-DATE (WS-HL-IDX) >= WS-YEAR-START
                       AND WS-HL-DATE (WS-HL-IDX) <= WS-YEAR-END
                   MOVE WS-HL-DATE (WS-HL-IDX) TO WS-RL-DATE
                   MOVE WS-HL-NAME (WS-HL-IDX) TO WS-RL-NAME
                   WRITE CALPRF-LINE FROM WS-RPT-HOLIDAY-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-FQ-IDX FROM 1 BY 1
                   UNTIL WS-FQ-IDX > 3
               IF FQ-SCHEDULED (WS-FQ-IDX)
                   MOVE WS-FQ-CODE (WS-FQ-IDX)   TO WS-RS-FREQ
                   MOVE WS-FQ-ANCHOR (WS-FQ-IDX) TO WS-RS-ANCHOR
                   IF WS-FQ-CODE (WS-FQ-IDX) = 'M'
                       MOVE 'MONTH' TO WS-RS-CYCLE
                   ELSE
                       MOVE WS-FQ-CYCLE-DAYS (WS-FQ-IDX)
                           TO WS-RS-CYCLE-EDIT
                       MOVE WS-RS-CYCLE-EDIT TO WS-RS-CYCLE
                   END-IF
                   MOVE WS-FQ-CHECK-LAG (WS-FQ-IDX) TO WS-RS-LAG
                   MOVE WS-FQ-COMPANIES (WS-FQ-IDX) TO WS-RS-COMPANIES
                   WRITE CALPRF-LINE FROM WS-RPT-SCHED-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-GN-IDX FROM 1 BY 1
                   UNTIL WS-GN-IDX > WS-GN-COUNT
               MOVE WS-GN-PERIOD (WS-GN-IDX)    TO WS-RR-PERIOD
               MOVE WS-GN-FREQUENCY (WS-GN-IDX) TO WS-RR-FREQ
               MOVE WS-GN-START (WS-GN-IDX)     TO WS-RR-START
               MOVE WS-GN-END (WS-GN-IDX)       TO WS-RR-END
               MOVE WS-GN-CHECK (WS-GN-IDX)     TO WS-RR-CHECK
               MOVE WS-GN-EFF (WS-GN-IDX)       TO WS-RR-EFF
               IF WS-GN-ROLLED-FROM (WS-GN-IDX) = ZERO
                   MOVE SPACES TO WS-RR-ROLL-TEXT
                                  WS-RR-ROLLED-FROM
                                  WS-RR-REASON
               ELSE
                   MOVE '  ROLLED FROM ' TO WS-RR-ROLL-TEXT
                   MOVE WS-GN-ROLLED-FROM (WS-GN-IDX)
                       TO WS-RR-ROLLED-FROM
                   MOVE WS-GN-ROLL-REASON (WS-GN-IDX)
                       TO WS-RR-REASON
               END-IF
               WRITE CALPRF-LINE FROM WS-RPT-ROW-LINE
           END-PERFORM
           PERFORM VARYING WS-FQ-IDX FROM 1 BY 1
                   UNTIL WS-FQ-IDX > 3
               IF FQ-SCHEDULED (WS-FQ-IDX)
                   MOVE WS-FQ-CODE (WS-FQ-IDX)     TO WS-RF-FREQ
                   MOVE WS-FQ-ROWS (WS-FQ-IDX)     TO WS-RF-ROWS
                   MOVE WS-FQ-FIRST-START (WS-FQ-IDX)
                       TO WS-RF-FIRST-START
                   MOVE WS-FQ-LAST-END (WS-FQ-IDX) TO WS-RF-LAST-END
                   MOVE WS-FQ-ROLLED (WS-FQ-IDX)   TO WS-RF-ROLLED
                   MOVE WS-FQ-KEPT (WS-FQ-IDX)     TO WS-RF-KEPT
                   MOVE WS-FQ-REPLACED (WS-FQ-IDX) TO WS-RF-REPLACED
                   MOVE WS-FQ-RESULT (WS-FQ-IDX)   TO WS-RF-RESULT
                   WRITE CALPRF-LINE FROM WS-RPT-FREQ-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                   UNTIL WS-MS-IDX > WS-MS-COUNT
               MOVE WS-MS-TYPE (WS-MS-IDX) TO WS-RM-TYPE
               MOVE WS-MS-TEXT (WS-MS-IDX) TO WS-RM-TEXT
               WRITE CALPRF-LINE FROM WS-RPT-MSG-LINE
           END-PERFORM
           IF WS-ERROR-COUNT > ZERO
               MOVE 'FAILED - NOT TO BE PUT LIVE. CORRECT AND REBUILD'
                   TO WS-RT-TEXT
               WRITE CALPRF-LINE FROM WS-RPT-RESULT-LINE
           ELSE
               MOVE 'PROVED - READY FOR SIGN-OFF, THEN PAYCAPJB'
                   TO WS-RT-TEXT
               WRITE CALPRF-LINE FROM WS-RPT-RESULT-LINE
               MOVE 'PREPARED BY ' TO WS-RG-ROLE
               WRITE CALPRF-LINE FROM WS-RPT-SIGN-LINE
               MOVE 'APPROVED BY ' TO WS-RG-ROLE
               WRITE CALPRF-LINE FROM WS-RPT-SIGN-LINE
           END-IF.

       ADD-ERROR.
           MOVE 'ERROR   ' TO WS-MSG-TYPE
           ADD 1 TO WS-ERROR-COUNT
           PERFORM SAVE-MESSAGE.

       ADD-WARNING.
           MOVE 'WARNING ' TO WS-MSG-TYPE
           ADD 1 TO WS-WARN-COUNT
           PERFORM SAVE-MESSAGE.

       SAVE-MESSAGE.
           IF WS-MS-COUNT = 60
               DISPLAY 'ERROR: MORE THAN 60 PROOF MESSAGES'
                       ' - INCREASE WS-MS-TABLE OCCURS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-MS-COUNT
           MOVE WS-MSG-TYPE TO WS-MS-TYPE (WS-MS-COUNT)
           MOVE WS-MSG-TEXT TO WS-MS-TEXT (WS-MS-COUNT)
           DISPLAY WS-MSG-TYPE WS-MSG-TEXT.

      * WS-DV-DATE is valid when it is numeric, the month and day
      * are in range, and the day number converts back to it. The
      * day number is left in WS-DN-DAY-NUMBER.
       VALIDATE-DATE.
           MOVE 'N' TO WS-DV-FLAG
           IF WS-DV-DATE IS NUMERIC
               IF WS-DV-MM >= 1 AND WS-DV-MM <= 12
                       AND WS-DV-DD >= 1 AND WS-DV-DD <= 31
                       AND WS-DV-YYYY >= 1900
                   MOVE WS-DV-DATE TO WS-DN-DATE
                   PERFORM COMPUTE-DAY-NUMBER
                   PERFORM COMPUTE-DATE-FROM-DAY
                   IF WS-DN-DATE = WS-DV-DATE
                       MOVE 'Y' TO WS-DV-FLAG
                   END-IF
               END-IF
           END-IF.

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

      * Calendar date of WS-DN-DAY-NUMBER, as in PAYRLL01.
       COMPUTE-DATE-FROM-DAY.
           COMPUTE WS-DN-A = WS-DN-DAY-NUMBER + 32044
           COMPUTE WS-DN-WORK = 4 * WS-DN-A + 3
           DIVIDE WS-DN-WORK BY 146097 GIVING WS-DN-B
           COMPUTE WS-DN-WORK = 146097 * WS-DN-B
           DIVIDE WS-DN-WORK BY 4 GIVING WS-DN-Q1
           COMPUTE WS-DN-C = WS-DN-A - WS-DN-Q1
           COMPUTE WS-DN-WORK = 4 * WS-DN-C + 3
           DIVIDE WS-DN-WORK BY 1461 GIVING WS-DN-D
           COMPUTE WS-DN-WORK = 1461 * WS-DN-D
           DIVIDE WS-DN-WORK BY 4 GIVING WS-DN-Q1
           COMPUTE WS-DN-E = WS-DN-C - WS-DN-Q1
           COMPUTE WS-DN-WORK = 5 * WS-DN-E + 2
           DIVIDE WS-DN-WORK BY 153 GIVING WS-DN-M
           COMPUTE WS-DN-WORK = 153 * WS-DN-M + 2
           DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-Q1
           COMPUTE WS-DN-DD = WS-DN-E - WS-DN-Q1 + 1
           DIVIDE WS-DN-M BY 10 GIVING WS-DN-Q2
           COMPUTE WS-DN-MM = WS-DN-M + 3 - 12 * WS-DN-Q2
           COMPUTE WS-DN-YYYY = 100 * WS-DN-B + WS-DN-D - 4800
               + WS-DN-Q2.

       CLOSE-FILES.
           CLOSE PAYCAL
           CLOSE CALNEW
           CLOSE CALPRF.
