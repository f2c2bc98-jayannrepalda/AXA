      *   NOTES = AUDIT-TIMESTAMP IS THE CCYYMMDDHHMMSShh VALUE     *
      *      RETURNED BY CURRENT-DATE, SO THE REPORT DATE-RANGE     *
      *      SELECTION COMPARES DIRECTLY ON ITS FIRST EIGHT BYTES.  *
      *      IT IS TAKEN WHEN THE ACTION ENDS; AUDIT-START-         *
      *      TIMESTAMP (CCYYMMDDHHMMSShh) WHEN TYU IS ENTERED, AND  *
      *      AUDIT-ELAPSED-SECONDS IS THE TIME BETWEEN THE TWO. A   *
      *      RECORD WRITTEN FOR AN ACTION THAT NEVER RAN (A TYT     *
      *      FENCE) HAS A BLANK START TIMESTAMP AND ZERO ELAPSED    *
      *      TIME AND RECORDS, SO IT NEVER COUNTS AS RUN HISTORY.   *
      *      TYK COPIES THE RECORD WHOLE TO ITS DDARCH ARCHIVE AND  *
      *      DDWORK FILES, DECLARED AT THIS RECORD'S LENGTH         *
      *      (CURRENTLY 290) - WIDEN THEM WITH IT.                  *
      *                                                             *
      *   CHANGE-ACTIVITY =                                         *
      *      2026-08-21  INITIAL VERSION - LAYOUT LIFTED FROM THE   *
      *                  HISTORY TO KEEP FORWARD) BEFORE THE        *
      *                  FIRST RUN, OR THE OPEN EXTEND IN TYU       *
      *                  FAILS WITH FILE STATUS 39.                 *
      *      2026-10-15  ADDED AUDIT-START-TIMESTAMP,               *
      *                  AUDIT-ELAPSED-SECONDS AND                  *
      *                  AUDIT-RECORDS-PROCESSED SO THE HISTORY     *
      *                  CARRIES EACH ACTION'S RUN TIME AND VOLUME  *
      *                  FOR THE TYS WINDOW FORECAST. THE RECORD    *
      *                  GREW FROM 213 TO 250 BYTES - DDAUDIT MUST  *
      *                  BE REALLOCATED AT LRECL 250 (COPYING       *
      *                  HISTORY FORWARD) BEFORE THE FIRST RUN.     *
      *      2026-10-15  ADDED AUDIT-REQUESTED-BY, AUDIT-CHANGE-    *
      *                  TICKET AND AUDIT-AUTHORIZATION FOR THE     *
      *                  DDAUTH PROTECTED-DATASET CHECK - 'A' AN    *
      *                  ACTION THE TABLE ALLOWED AGAINST A         *
      *                  PROTECTED DATASET, 'R' ONE IT REFUSED      *
      *                  (RC 12, REASON IN AUDIT-MESSAGE), BLANK    *
      *                  NO PROTECTED DATASET INVOLVED. THE TYR     *
      *                  COMPLIANCE SECTION LISTS BOTH. THE         *
      *                  RECORD GREW FROM 250 TO 274 BYTES -        *
      *                  DDAUDIT MUST BE REALLOCATED AT LRECL 274   *
      *                  (COPYING HISTORY FORWARD) BEFORE THE       *
      *                  FIRST RUN.                                 *
      *      2026-10-15  NOTE THAT TYK'S DDARCH AND DDWORK RECORDS  *
      *                  FOLLOW THIS RECORD'S LENGTH. NO LAYOUT     *
      *                  CHANGE.                                    *
      *      2026-10-15  ADDED AUDIT-BYTES-PROCESSED - THE          *
      *                  BYTES OF DATA THE ACTION READ, KEPT        *
      *                  NEXT TO ITS RECORDS FOR THE TYB            *
      *                  CHARGEBACK REPORT; ZERO FOR AN             *
      *                  ACTION THAT NEVER RAN. THE RECORD          *
      *                  GREW FROM 274 TO 290 BYTES - DDAUDIT       *
      *                  MUST BE REALLOCATED AT LRECL 290           *
      *                  (COPYING HISTORY FORWARD) BEFORE THE       *
      *                  FIRST RUN.                                 *
      *                                                             *
      *********************** UAUD ********************************
       01  AUDIT-RECORD.
           05  AUDIT-DRYRUN-SWITCH     PIC X(1).
           05  FILLER                  PIC X(1).
           05  AUDIT-MESSAGE           PIC X(80).
           05  FILLER                  PIC X(1).
           05  AUDIT-START-TIMESTAMP   PIC X(16).
           05  FILLER                  PIC X(1).
           05  AUDIT-ELAPSED-SECONDS   PIC 9(7)V99.
           05  FILLER                  PIC X(1).
           05  AUDIT-RECORDS-PROCESSED PIC 9(9).
           05  FILLER                  PIC X(1).
           05  AUDIT-REQUESTED-BY      PIC X(8).
           05  FILLER                  PIC X(1).
           05  AUDIT-CHANGE-TICKET     PIC X(12).
           05  FILLER                  PIC X(1).
           05  AUDIT-AUTHORIZATION     PIC X(1).
               88  AUDIT-AUTH-ALLOWED      VALUE 'A'.
               88  AUDIT-AUTH-REFUSED      VALUE 'R'.
           05  FILLER                  PIC X(1).
           05  AUDIT-BYTES-PROCESSED   PIC 9(15).
