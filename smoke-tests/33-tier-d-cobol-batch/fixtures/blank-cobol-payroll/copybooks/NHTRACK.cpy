      *================================================================*
      * COPYBOOK:    NHTRACK                                          *
      * DESCRIPTION: New-hire reporting tracking record. PAYMNT01     *
      *              appends one pending row for every employee it    *
      *              adds and every terminated employee it brings     *
      *              back to active (a rehire, recognized by EMP-ID); *
      *              PAYNHR01 stamps the state's reporting deadline,  *
      *              reports the row on the new-hire file for the     *
      *              work jurisdiction and marks it reported with the *
      *              date it went. The file is permanent and          *
      *              accumulating, like CHKREG: a reported row stays  *
      *              as the record of when the hire was reported.     *
      *              The work jurisdiction and company are those on   *
      *              the master when the row was last looked at - a   *
      *              correction keyed before the report goes is       *
      *              picked up.                                       *
      *----------------------------------------------------------------
      * MODIFICATION HISTORY:
      *   2026-10-15  TJK  Initial version.
      *================================================================*
       01  NHT-RECORD.
           05 NHT-EMP-ID        PIC X(6).
           05 NHT-EVENT-TYPE    PIC X(1).
               88 NHT-NEW-HIRE      VALUE 'N'.
               88 NHT-REHIRE        VALUE 'R'.
           05 NHT-HIRE-DATE     PIC 9(8).
           05 NHT-KEYED-DATE    PIC 9(8).
           05 NHT-WORK-JURIS    PIC X(2).
           05 NHT-COMPANY       PIC X(2).
           05 NHT-DUE-DATE      PIC 9(8).
           05 NHT-STATUS        PIC X(1).
               88 NHT-PENDING       VALUE 'P'.
               88 NHT-REPORTED      VALUE 'S'.
           05 NHT-REPORTED-DATE PIC 9(8).
