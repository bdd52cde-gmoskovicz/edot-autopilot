      *================================================================*
      * PROGRAM-ID: PAYNHR01                                          *
      * DESCRIPTION: State new-hire reporting. Every hire and rehire  *
      *              PAYMNT01 applies is queued as a pending row on   *
      *              NHTRACK. This step:                              *
      *                1. refreshes each pending row's work           *
      *                   jurisdiction and company from EMPMASTR (so  *
      *                   a correction keyed since the hire is used)  *
      *                   and stamps the state's reporting deadline - *
      *                   a number of days after the hire date, by    *
      *                   work jurisdiction;                          *
      *                2. writes NEWHIRE, one section per work        *
      *                   jurisdiction (header, a detail per hire,    *
      *                   trailer), each hire carrying the employee   *
      *                   identity, the hire date and the employer    *
      *                   identity from the employee's COMPFILE       *
      *                   profile, and marks the rows reported with   *
      *                   today's date;                               *
      *                3. lists on NHRPT what went today and every    *
      *                   hire still unreported, with the reason it   *
      *                   was held and the days left to the deadline. *
      *              A hire is held while it has no work jurisdiction *
      *              to report to, its company has no COMPFILE        *
      *              profile, or the employee is off EMPMASTR. A held *
      *              hire inside the warning window, or past its      *
      *              deadline, ends the step RC 8. PARM is the        *
      *              warning window in days (default 5).              *
      *                                                               *
      * JCL JOB CLASS: A   REGION: 256M                               *
      * RUN SEQUENCE:  Daily via PAYNHRJB, after any PAYMNTJB run     *
      *                that day. NHTRACK is taken OLD so it is never  *
      *                updated underneath PAYMNT01.                   *
      *----------------------------------------------------------------
      * MODIFICATION HISTORY:
      *   2026-10-15  TJK  Initial version.
      *   2026-10-15  TJK  The warning window PARM is right-justified
      *                    before it is zero-filled - a one-digit window
      *                    such as 5 was being read as 500.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYNHR01.
       AUTHOR. PAYROLL-TEAM.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NHTRACK ASSIGN TO NHTRACK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NHT-STATUS.

           SELECT EMPMASTR ASSIGN TO EMPMASTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.

           SELECT COMPFILE ASSIGN TO COMPFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CO-STATUS.

           SELECT NEWHIRE ASSIGN TO NEWHIRE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NH-STATUS.

           SELECT NHRPT ASSIGN TO NHRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NHTRACK
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY NHTRACK.

       FD  EMPMASTR
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY EMPREC.

       FD  COMPFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY COMPREC.

      * The new-hire file, one section per work jurisdiction so each
      * state's directory gets its own hires under its own header.
      * The employer is identified by the company ID it originates
      * ACH under (CO-COMPANY-ID) and its name.
       FD  NEWHIRE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  NH-RECORD.
           05 NH-REC-TYPE       PIC X(1).
               88 NH-HEADER-REC     VALUE 'H'.
               88 NH-DETAIL-REC     VALUE 'D'.
               88 NH-TRAILER-REC    VALUE 'T'.
           05 NH-JURIS          PIC X(2).
           05 NH-DETAIL-DATA    PIC X(77).
           05 NH-DETAIL-FIELDS REDEFINES NH-DETAIL-DATA.
               10 NH-EMP-ID         PIC X(6).
               10 NH-EMP-NAME       PIC X(30).
               10 NH-HIRE-DATE      PIC 9(8).
               10 NH-EVENT-TYPE     PIC X(1).
               10 NH-EMPLOYER-ID    PIC X(10).
               10 NH-EMPLOYER-NAME  PIC X(16).
               10 NH-COMPANY        PIC X(2).
               10 FILLER            PIC X(4).
           05 NH-HEADER-FIELDS REDEFINES NH-DETAIL-DATA.
               10 NH-HDR-FILE-DATE  PIC 9(8).
               10 NH-HDR-SOURCE     PIC X(8).
               10 FILLER            PIC X(61).
           05 NH-TRAILER-FIELDS REDEFINES NH-DETAIL-DATA.
               10 NH-TRL-COUNT      PIC 9(7).
               10 FILLER            PIC X(70).

       FD  NHRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  NHRPT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STATUS.
           05 WS-NHT-STATUS    PIC XX VALUE SPACES.
           05 WS-EMP-STATUS    PIC XX VALUE SPACES.
           05 WS-CO-STATUS     PIC XX VALUE SPACES.
           05 WS-NH-STATUS     PIC XX VALUE SPACES.
           05 WS-RPT-STATUS    PIC XX VALUE SPACES.
           05 WS-CO-EOF-FLAG   PIC X VALUE 'N'.
               88 CO-END-OF-FILE   VALUE 'Y'.
           05 WS-EOF-FLAG      PIC X VALUE 'N'.
               88 END-OF-FILE  VALUE 'Y'.

       01  WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 10 TIMES.
               10 WS-CO-CODE       PIC X(2).
               10 WS-CO-NAME       PIC X(16).
               10 WS-CO-COMPANY-ID PIC X(10).
       01  WS-CO-COUNT         PIC 9(2) VALUE ZEROS.
       01  WS-CO-IDX           PIC 9(2).
       01  WS-CO-FOUND-IDX     PIC 9(2).

      * Reporting deadline by work jurisdiction, in calendar days
      * after the hire date. A jurisdiction not listed takes the
      * federal 20 days.
       01  WS-NH-DEADLINE-RULES.
           05 FILLER PIC X(4) VALUE 'AL07'.
           05 FILLER PIC X(4) VALUE 'ME07'.
           05 FILLER PIC X(4) VALUE 'GA10'.
           05 FILLER PIC X(4) VALUE 'VT10'.
           05 FILLER PIC X(4) VALUE 'MA14'.
           05 FILLER PIC X(4) VALUE 'IA15'.
       01  WS-NH-DEADLINE-RULES-R REDEFINES WS-NH-DEADLINE-RULES.
           05 WS-NDR-ENTRY OCCURS 6 TIMES.
               10 WS-NDR-JURIS     PIC X(2).
               10 WS-NDR-DAYS      PIC 9(2).
       01  WS-NDR-COUNT        PIC 9(1) VALUE 6.
       01  WS-NDR-IDX          PIC 9(1).
       01  WS-NH-DAYS          PIC 9(2).

      * Work jurisdictions with hires ready to report this run, each
      * written as its own section of NEWHIRE.
       01  WS-JR-TABLE.
           05 WS-JR-ENTRY OCCURS 60 TIMES.
               10 WS-JR-JURIS      PIC X(2).
               10 WS-JR-COUNT      PIC 9(5).
       01  WS-JR-TOTAL         PIC 9(2) VALUE ZEROS.
       01  WS-JR-IDX           PIC 9(2).
       01  WS-JR-SLOT-FLAG     PIC X VALUE 'N'.
           88 JR-SLOT-FOUND    VALUE 'Y'.
       01  WS-JR-CURRENT       PIC X(2).
       01  WS-JR-SECTION-COUNT PIC 9(7).

       01  WS-HOLD-REASON      PIC X(30).
       01  WS-REPORTABLE-FLAG  PIC X VALUE 'N'.
           88 HIRE-REPORTABLE  VALUE 'Y'.
       01  WS-MASTER-FOUND-FLAG PIC X VALUE 'N'.
           88 MASTER-FOUND     VALUE 'Y'.

       01  WS-WARN-DAYS        PIC 9(3) VALUE 5.
       01  WS-WARN-DAYS-X      PIC X(3) JUSTIFIED RIGHT.
       01  WS-TODAY-DAY        PIC 9(7).
       01  WS-DUE-DAY          PIC 9(7).
       01  WS-DAYS-LEFT        PIC S9(5).

       01  WS-COUNTERS.
           05 WS-ROWS-READ      PIC 9(7) VALUE ZEROS.
           05 WS-ROWS-PENDING   PIC 9(7) VALUE ZEROS.
           05 WS-ROWS-REPORTED  PIC 9(7) VALUE ZEROS.
           05 WS-ROWS-HELD      PIC 9(7) VALUE ZEROS.
           05 WS-ROWS-DUE-SOON  PIC 9(7) VALUE ZEROS.
           05 WS-ROWS-OVERDUE   PIC 9(7) VALUE ZEROS.

      * Serial day number arithmetic, as in PAYRLL01.
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

       01  WS-SYSTEM-DATE      PIC 9(8).

       01  WS-RPT-HEAD-LINE.
           05 FILLER            PIC X(30) VALUE
               'STATE NEW-HIRE REPORTING     '.
           05 FILLER            PIC X(8) VALUE 'RUN ON  '.
           05 WS-RH-DATE        PIC 9(8).
           05 FILLER            PIC X(18) VALUE
               '  WARNING WINDOW  '.
           05 WS-RH-WARN-DAYS   PIC ZZ9.
           05 FILLER            PIC X(5) VALUE ' DAYS'.
           05 FILLER            PIC X(60) VALUE SPACES.

       01  WS-RPT-COL-LINE.
           05 FILLER            PIC X(33) VALUE
               'EMP-ID E JR CO HIRED    KEYED    '.
           05 FILLER            PIC X(33) VALUE
               'DEADLINE  DAYS STATUS    NAME'.
           05 FILLER            PIC X(66) VALUE
               '                          REASON HELD'.

       01  WS-RPT-DETAIL-LINE.
           05 WS-RD-EMP-ID      PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RD-EVENT       PIC X(1).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RD-JURIS       PIC X(2).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RD-COMPANY     PIC X(2).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RD-HIRE-DATE   PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RD-KEYED-DATE  PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RD-DUE-DATE    PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RD-DAYS-LEFT   PIC -ZZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RD-STATUS      PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RD-NAME        PIC X(30).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-RD-REASON      PIC X(30).
           05 FILLER            PIC X(11) VALUE SPACES.

       01  WS-RPT-JURIS-LINE.
           05 FILLER            PIC X(20) VALUE
               'NEWHIRE SECTION     '.
           05 WS-RJ-JURIS       PIC X(2).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-RJ-COUNT       PIC ZZZZ9.
           05 FILLER            PIC X(6) VALUE ' HIRES'.
           05 FILLER            PIC X(96) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-PARM.
           05 LK-PARM-LEN      PIC S9(4) COMP.
           05 LK-PARM-TEXT     PIC X(8).

       PROCEDURE DIVISION USING LK-PARM.
       MAIN-ROUTINE.
           DISPLAY 'PAYNHR01 STARTING - STATE NEW-HIRE REPORTING'
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           PERFORM GET-WARNING-WINDOW
           MOVE WS-SYSTEM-DATE TO WS-DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE WS-DN-DAY-NUMBER TO WS-TODAY-DAY
           PERFORM LOAD-COMPANY-TABLE
           PERFORM OPEN-FILES
           PERFORM PREPARE-PENDING-HIRES
           PERFORM VARYING WS-JR-IDX FROM 1 BY 1
                   UNTIL WS-JR-IDX > WS-JR-TOTAL
               PERFORM WRITE-JURIS-SECTION
           END-PERFORM
           PERFORM REPORT-TRACKING
           PERFORM CLOSE-FILES
           DISPLAY 'PAYNHR01 COMPLETE'
           DISPLAY '  TRACKING ROWS READ:  ' WS-ROWS-READ
           DISPLAY '  PENDING AT START:    ' WS-ROWS-PENDING
           DISPLAY '  REPORTED TODAY:      ' WS-ROWS-REPORTED
           DISPLAY '  JURISDICTIONS:       ' WS-JR-TOTAL
           DISPLAY '  HELD UNREPORTED:     ' WS-ROWS-HELD
           DISPLAY '  DUE WITHIN WINDOW:   ' WS-ROWS-DUE-SOON
           DISPLAY '  PAST DEADLINE:       ' WS-ROWS-OVERDUE
           IF WS-ROWS-DUE-SOON > ZERO OR WS-ROWS-OVERDUE > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       GET-WARNING-WINDOW.
           IF LK-PARM-TEXT NOT = SPACES AND LOW-VALUES
               MOVE SPACES TO WS-WARN-DAYS-X
               UNSTRING LK-PARM-TEXT DELIMITED BY SPACE
                   INTO WS-WARN-DAYS-X
               END-UNSTRING
               INSPECT WS-WARN-DAYS-X REPLACING LEADING SPACE BY ZERO
               IF WS-WARN-DAYS-X IS NUMERIC
                   MOVE WS-WARN-DAYS-X TO WS-WARN-DAYS
               ELSE
                   DISPLAY 'ERROR: WARNING WINDOW "'
                           LK-PARM-TEXT (1:3) '" IS NOT A DAY COUNT'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           DISPLAY '  WARNING WINDOW: ' WS-WARN-DAYS ' DAYS'.

      * Employer identity comes from the COMPFILE profile - a
      * missing COMPFILE holds every hire rather than report one
      * without its employer.
       LOAD-COMPANY-TABLE.
           OPEN INPUT COMPFILE
           IF WS-CO-STATUS = '00'
               READ COMPFILE
                   AT END MOVE 'Y' TO WS-CO-EOF-FLAG
               END-READ
               PERFORM UNTIL CO-END-OF-FILE
                       OR WS-CO-COUNT = 10
                   ADD 1 TO WS-CO-COUNT
                   MOVE CO-CODE       TO WS-CO-CODE (WS-CO-COUNT)
                   MOVE CO-NAME       TO WS-CO-NAME (WS-CO-COUNT)
                   MOVE CO-COMPANY-ID TO
                       WS-CO-COMPANY-ID (WS-CO-COUNT)
                   READ COMPFILE
                       AT END MOVE 'Y' TO WS-CO-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE COMPFILE
           ELSE
               DISPLAY 'WARNING: COMPFILE NOT AVAILABLE (STATUS '
                       WS-CO-STATUS ') - ALL HIRES HELD'
           END-IF.

       OPEN-FILES.
           OPEN INPUT EMPMASTR
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPMASTR: ' WS-EMP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NEWHIRE
           IF WS-NH-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NEWHIRE: ' WS-NH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NHRPT
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NHRPT: ' WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-SYSTEM-DATE TO WS-RH-DATE
           MOVE WS-WARN-DAYS   TO WS-RH-WARN-DAYS
           WRITE NHRPT-LINE FROM WS-RPT-HEAD-LINE.

       OPEN-TRACKING-UPDATE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN I-O NHTRACK
           IF WS-NHT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NHTRACK: ' WS-NHT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * First pass: bring each pending row up to date with the
      * master, stamp its deadline, and note the jurisdictions that
      * have something to report today.
       PREPARE-PENDING-HIRES.
           PERFORM OPEN-TRACKING-UPDATE
           READ NHTRACK
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-ROWS-READ
               IF NHT-PENDING
                   ADD 1 TO WS-ROWS-PENDING
                   PERFORM CHECK-HIRE-REPORTABLE
                   IF MASTER-FOUND
                       MOVE EMP-WORK-JURIS TO NHT-WORK-JURIS
                       MOVE EMP-COMPANY    TO NHT-COMPANY
                   END-IF
                   PERFORM SET-REPORT-DEADLINE
                   PERFORM REWRITE-TRACKING
                   IF HIRE-REPORTABLE
                       PERFORM NOTE-JURIS-TO-REPORT
                   END-IF
               END-IF
               READ NHTRACK
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-PERFORM
           CLOSE NHTRACK.

      * A hire is reportable once it has a work jurisdiction to go
      * to, an employer profile to report it under, and is still on
      * the master.
       CHECK-HIRE-REPORTABLE.
           MOVE 'N' TO WS-REPORTABLE-FLAG
           MOVE 'N' TO WS-MASTER-FOUND-FLAG
           MOVE SPACES TO WS-HOLD-REASON
           MOVE NHT-EMP-ID TO EMP-ID
           READ EMPMASTR
               INVALID KEY
                   MOVE 'EMPLOYEE NOT ON EMPMASTR' TO WS-HOLD-REASON
               NOT INVALID KEY
                   SET MASTER-FOUND TO TRUE
           END-READ
           IF MASTER-FOUND
               PERFORM FIND-EMPLOYER
               EVALUATE TRUE
                   WHEN EMP-WORK-JURIS = SPACES
                       MOVE 'NO WORK JURISDICTION ON MASTER'
                           TO WS-HOLD-REASON
                   WHEN WS-CO-FOUND-IDX = ZERO
                       MOVE 'COMPANY HAS NO COMPFILE PROFILE'
                           TO WS-HOLD-REASON
                   WHEN OTHER
                       SET HIRE-REPORTABLE TO TRUE
               END-EVALUATE
           END-IF.

       FIND-EMPLOYER.
           MOVE ZEROS TO WS-CO-FOUND-IDX
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               IF WS-CO-CODE (WS-CO-IDX) = EMP-COMPANY
                       OR (EMP-COMPANY = SPACES
                       AND WS-CO-CODE (WS-CO-IDX) = '01')
                   MOVE WS-CO-IDX TO WS-CO-FOUND-IDX
               END-IF
           END-PERFORM.

      * The deadline follows the work jurisdiction, so it is figured
      * again whenever the jurisdiction may have been corrected.
       SET-REPORT-DEADLINE.
           MOVE 20 TO WS-NH-DAYS
           PERFORM VARYING WS-NDR-IDX FROM 1 BY 1
                   UNTIL WS-NDR-IDX > WS-NDR-COUNT
               IF WS-NDR-JURIS (WS-NDR-IDX) = NHT-WORK-JURIS
                   MOVE WS-NDR-DAYS (WS-NDR-IDX) TO WS-NH-DAYS
               END-IF
           END-PERFORM
           MOVE NHT-HIRE-DATE TO WS-DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           ADD WS-NH-DAYS TO WS-DN-DAY-NUMBER
           PERFORM COMPUTE-DATE-FROM-DAY
           MOVE WS-DN-DATE TO NHT-DUE-DATE.

       NOTE-JURIS-TO-REPORT.
           MOVE 'N' TO WS-JR-SLOT-FLAG
           PERFORM VARYING WS-JR-IDX FROM 1 BY 1
                   UNTIL WS-JR-IDX > WS-JR-TOTAL
                   OR JR-SLOT-FOUND
               IF WS-JR-JURIS (WS-JR-IDX) = NHT-WORK-JURIS
                   SET JR-SLOT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT JR-SLOT-FOUND
               IF WS-JR-TOTAL = 60
                   DISPLAY 'ERROR: MORE THAN 60 WORK JURISDICTIONS'
                           ' - INCREASE WS-JR-TABLE OCCURS'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-JR-TOTAL
               MOVE NHT-WORK-JURIS TO WS-JR-JURIS (WS-JR-TOTAL)
               MOVE ZEROS TO WS-JR-COUNT (WS-JR-TOTAL)
           END-IF.

      * One pass of the tracking file per jurisdiction: every
      * reportable pending hire working there goes out under the
      * jurisdiction's header and is marked reported. A state
      * section with no hires is never written.
       WRITE-JURIS-SECTION.
           MOVE WS-JR-JURIS (WS-JR-IDX) TO WS-JR-CURRENT
           MOVE ZEROS TO WS-JR-SECTION-COUNT
           MOVE SPACES TO NH-RECORD
           MOVE 'H' TO NH-REC-TYPE
           MOVE WS-JR-CURRENT  TO NH-JURIS
           MOVE WS-SYSTEM-DATE TO NH-HDR-FILE-DATE
           MOVE 'PAYNHR01'     TO NH-HDR-SOURCE
           WRITE NH-RECORD
           PERFORM OPEN-TRACKING-UPDATE
           READ NHTRACK
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           PERFORM UNTIL END-OF-FILE
               IF NHT-PENDING AND NHT-WORK-JURIS = WS-JR-CURRENT
                   PERFORM CHECK-HIRE-REPORTABLE
                   IF HIRE-REPORTABLE
                       PERFORM WRITE-NEW-HIRE-ITEM
                   END-IF
               END-IF
               READ NHTRACK
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-PERFORM
           CLOSE NHTRACK
           MOVE SPACES TO NH-RECORD
           MOVE 'T' TO NH-REC-TYPE
           MOVE WS-JR-CURRENT       TO NH-JURIS
           MOVE WS-JR-SECTION-COUNT TO NH-TRL-COUNT
           WRITE NH-RECORD
           MOVE WS-JR-SECTION-COUNT TO WS-JR-COUNT (WS-JR-IDX)
           MOVE WS-JR-CURRENT       TO WS-RJ-JURIS
           MOVE WS-JR-SECTION-COUNT TO WS-RJ-COUNT
           WRITE NHRPT-LINE FROM WS-RPT-JURIS-LINE.

       WRITE-NEW-HIRE-ITEM.
           MOVE SPACES TO NH-RECORD
           MOVE 'D' TO NH-REC-TYPE
           MOVE WS-JR-CURRENT  TO NH-JURIS
           MOVE NHT-EMP-ID     TO NH-EMP-ID
           MOVE EMP-NAME       TO NH-EMP-NAME
           MOVE NHT-HIRE-DATE  TO NH-HIRE-DATE
           MOVE NHT-EVENT-TYPE TO NH-EVENT-TYPE
           MOVE WS-CO-COMPANY-ID (WS-CO-FOUND-IDX) TO NH-EMPLOYER-ID
           MOVE WS-CO-NAME (WS-CO-FOUND-IDX) TO NH-EMPLOYER-NAME
           MOVE WS-CO-CODE (WS-CO-FOUND-IDX) TO NH-COMPANY
           WRITE NH-RECORD
           ADD 1 TO WS-JR-SECTION-COUNT
           ADD 1 TO WS-ROWS-REPORTED
           SET NHT-REPORTED TO TRUE
           MOVE WS-SYSTEM-DATE TO NHT-REPORTED-DATE
           PERFORM REWRITE-TRACKING.

       REWRITE-TRACKING.
           REWRITE NHT-RECORD
           IF WS-NHT-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING NHTRACK: ' NHT-EMP-ID
                       ' STATUS: ' WS-NHT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * The tracking listing: what went today, and every hire still
      * unreported with why it was held and how long is left. A
      * held hire inside the warning window or past its deadline is
      * the worklist.
       REPORT-TRACKING.
           WRITE NHRPT-LINE FROM WS-RPT-COL-LINE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT NHTRACK
           IF WS-NHT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NHTRACK: ' WS-NHT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ NHTRACK
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ
           PERFORM UNTIL END-OF-FILE
               IF NHT-PENDING
                   OR NHT-REPORTED-DATE = WS-SYSTEM-DATE
                   PERFORM REPORT-ONE-HIRE
               END-IF
               READ NHTRACK
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-PERFORM
           CLOSE NHTRACK.

       REPORT-ONE-HIRE.
           MOVE NHT-EMP-ID        TO WS-RD-EMP-ID
           MOVE NHT-EVENT-TYPE    TO WS-RD-EVENT
           MOVE NHT-WORK-JURIS    TO WS-RD-JURIS
           MOVE NHT-COMPANY       TO WS-RD-COMPANY
           MOVE NHT-HIRE-DATE     TO WS-RD-HIRE-DATE
           MOVE NHT-KEYED-DATE    TO WS-RD-KEYED-DATE
           MOVE NHT-DUE-DATE      TO WS-RD-DUE-DATE
           MOVE NHT-DUE-DATE TO WS-DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE WS-DN-DAY-NUMBER TO WS-DUE-DAY
           COMPUTE WS-DAYS-LEFT = WS-DUE-DAY - WS-TODAY-DAY
           MOVE WS-DAYS-LEFT      TO WS-RD-DAYS-LEFT
           PERFORM CHECK-HIRE-REPORTABLE
           IF MASTER-FOUND
               MOVE EMP-NAME TO WS-RD-NAME
           ELSE
               MOVE SPACES TO WS-RD-NAME
           END-IF
           IF NHT-REPORTED
               MOVE 'REPORTED' TO WS-RD-STATUS
               MOVE SPACES     TO WS-RD-REASON
           ELSE
               ADD 1 TO WS-ROWS-HELD
               MOVE WS-HOLD-REASON TO WS-RD-REASON
               EVALUATE TRUE
                   WHEN WS-DAYS-LEFT < ZERO
                       MOVE 'OVERDUE' TO WS-RD-STATUS
                       ADD 1 TO WS-ROWS-OVERDUE
                   WHEN WS-DAYS-LEFT <= WS-WARN-DAYS
                       MOVE 'DUE SOON' TO WS-RD-STATUS
                       ADD 1 TO WS-ROWS-DUE-SOON
                   WHEN OTHER
                       MOVE 'HELD' TO WS-RD-STATUS
               END-EVALUATE
           END-IF
           WRITE NHRPT-LINE FROM WS-RPT-DETAIL-LINE.

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
           CLOSE EMPMASTR
           CLOSE NEWHIRE
           CLOSE NHRPT.
