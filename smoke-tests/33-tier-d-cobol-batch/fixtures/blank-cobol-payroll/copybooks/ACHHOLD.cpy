      *================================================================*
      * COPYBOOK:    ACHHOLD                                          *
      * DESCRIPTION: Held direct deposit payment. PAYHLD01 reviews    *
      *              each employee's ACH credits after PAYRLL01 and,  *
      *              when the payment is out of line with the         *
      *              employee's own trailing cycles, goes to a        *
      *              recently prenoted account for the first time,    *
      *              or carries more hours than the ceiling allows,   *
      *              pulls the credits off ACHFILE and appends one    *
      *              row here carrying the payment's PAYHIST key,     *
      *              why it was held, and the pulled entries and      *
      *              their batch header exactly as built. The row     *
      *              stays 'H' until it is either released (PAYHLD01  *
      *              in an off-cycle run sends the stored entries     *
      *              and marks it 'R' with the run it went in) or     *
      *              cancelled (PAYREV01 reverses the payment and     *
      *              marks it 'C'). The file is permanent and         *
      *              accumulating, like NHTRACK. PAYRECN02 reads it   *
      *              to account for the money held out of, or         *
      *              released into, the run it reconciles.            *
      *----------------------------------------------------------------
      * MODIFICATION HISTORY:
      *   2026-10-15  TJK  Initial version.
      *================================================================*
       01  AHL-RECORD.
           05 AHL-KEY.
               10 AHL-EMP-ID        PIC X(6).
               10 AHL-PERIOD        PIC X(7).
               10 AHL-FREQUENCY     PIC X(1).
               10 AHL-CYCLE-END     PIC 9(8).
           05 AHL-HELD-DATE     PIC 9(8).
           05 AHL-EMP-NAME      PIC X(22).
           05 AHL-REASONS.
               10 AHL-NET-FLAG      PIC X(1).
                   88 AHL-NET-HIGH      VALUE 'Y'.
               10 AHL-GROSS-FLAG    PIC X(1).
                   88 AHL-GROSS-HIGH    VALUE 'Y'.
               10 AHL-ACCT-FLAG     PIC X(1).
                   88 AHL-NEW-ACCOUNT   VALUE 'Y'.
               10 AHL-HOURS-FLAG    PIC X(1).
                   88 AHL-HOURS-HIGH    VALUE 'Y'.
           05 AHL-GROSS-PAY     PIC 9(9)V99.
           05 AHL-NET-PAY       PIC 9(9)V99.
           05 AHL-AVG-GROSS     PIC 9(9)V99.
           05 AHL-AVG-NET       PIC 9(9)V99.
           05 AHL-CYCLES-USED   PIC 9(2).
           05 AHL-HOURS         PIC 9(4).
           05 AHL-HOURS-LIMIT   PIC 9(4).
           05 AHL-HELD-AMOUNT   PIC 9(8)V99.
           05 AHL-BATCH-HEADER  PIC X(94).
           05 AHL-ENTRY-COUNT   PIC 9(1).
           05 AHL-ENTRY         PIC X(94) OCCURS 4 TIMES.
           05 AHL-STATUS        PIC X(1).
               88 AHL-HELD          VALUE 'H'.
               88 AHL-RELEASED      VALUE 'R'.
               88 AHL-CANCELLED     VALUE 'C'.
           05 AHL-DISP-DATE     PIC 9(8).
           05 AHL-DISP-BY       PIC X(8).
           05 AHL-REL-PERIOD    PIC X(7).
           05 AHL-REL-FREQUENCY PIC X(1).
