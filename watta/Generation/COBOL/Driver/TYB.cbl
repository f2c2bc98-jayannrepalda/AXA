      *********************** TYB ******************************
      *                                                             *
      **** CHARGEBACK REPORT PROGRAM FOR BATCH DATASET OPERATIONS
      *
      *   MODULE NAME = TYB
      *
      *   DESCRIPTIVE NAME = DDAUDIT CHARGEBACK REPORT PROGRAM.
      *
      *   FUNCTION = READS THE DDAUDIT HISTORY FILE WRITTEN BY TYU
      *      (ONE RECORD PER INVOCATION) AND CHARGES EVERY ACTION
      *      IN THE SELECTED PERIOD TO THE APPLICATION AND COST
      *      CENTER THAT OWN ITS DATASET, FROM THE DDOWNR OWNER
      *      TABLE (UOWN LAYOUT):
      *        - THE NUMBER OF ACTIONS, RECORDS AND BYTES PROCESSED
      *          AND THE ELAPSED TIME ARE TOTALLED BY COST CENTER,
      *          APPLICATION AND ACTION TYPE, WITH A TOTAL PER
      *          APPLICATION, PER COST CENTER AND A GRAND TOTAL,
      *          AND PRINTED ON DDRPT.
      *        - THE SAME DETAIL GOES TO DDCSV AS A COMMA-DELIMITED
      *          FILE FINANCE LOADS AS IT STANDS - A HEADING ROW,
      *          THEN ONE ROW PER COST CENTER, APPLICATION AND
      *          ACTION (PERIOD FROM, PERIOD TO, COST CENTER,
      *          APPLICATION, ACTION, ACTIONS, RECORDS, BYTES,
      *          ELAPSED SECONDS). THE TOTALS ARE NOT REPEATED ON
      *          IT.
      *        - EVERY DATASET NO OWNER PATTERN MATCHES IS LISTED
      *          SEPARATELY WITH ITS VOLUMES AND IS NOT CHARGED,
      *          SO THE OWNER TABLE IS PUT RIGHT INSTEAD OF THE
      *          COST LANDING ON OPERATIONS. ANY SUCH DATASET ENDS
      *          THE STEP WITH RC 4.
      *      THE DATASET AN ACTION IS CHARGED FOR IS ITS TARGET,
      *      OR ITS SOURCE WHEN IT HAS NO TARGET - THE SAME
      *      DATASET THE TYR AND TYS HISTORY IS KEPT BY. DRYRUNS
      *      ARE CHARGED LIKE LIVE RUNS, SINCE THEY READ THE DATA
      *      TOO. AN ACTION THAT NEVER RAN (A TYT FENCE, OR A
      *      DDAUTH REFUSAL) IS COUNTED BUT NOT CHARGED.
      *      A DATE-RANGE SELECTION CARD ON DDRSEL (FROM/TO DATES,
      *      CCYYMMDD, AS FOR TYR) GIVES THE BILLING PERIOD. A
      *      MISSING OR BLANK CARD CHARGES THE FULL FILE.
      *
      *   NOTES =
      *     DEPENDENCIES = DDAUDIT WRITTEN IN THE UAUD LAYOUT;
      *        DDOWNR IN THE UOWN LAYOUT. HISTORY COPIED FORWARD
      *        FROM BEFORE A VOLUME FIELD WAS ADDED CARRIES NO
      *        FIGURE THERE AND IS CHARGED AS ZERO FOR IT.
      *
      *     RESTRICTIONS = UP TO 500 OWNER CARDS, 1000 COST CENTER/
      *        APPLICATION/ACTION TOTALS AND 500 UNMATCHED DATASET
      *        NAMES ARE HELD. ACTIONS BEYOND EITHER TABLE ARE
      *        COUNTED AS OVERFLOW AND FLAGGED ON THE REPORT.
      *        DDCSV IS RECFM VB, LRECL 204.
      *
      *   MODULE TYPE = COBOL PROGRAM
      *      PROCESSOR   = IBM ENTERPRISE COBOL
      *      MODULE SIZE = SEE LINK EDIT
      *      ATTRIBUTES  = REENTRANT
      *
      *   ENTRY POINT = TYB
      *      PURPOSE = SEE FUNCTION
      *      LINKAGE = NONE - RUN AS A JOB STEP.
      *
      *      INPUT   = DDAUDIT - TYU AUDIT HISTORY FILE
      *                DDOWNR  - DATASET OWNER TABLE
      *                DDRSEL  - DATE-RANGE SELECTION CARD
      *
      *      OUTPUT  = DDRPT   - PRINTED CHARGEBACK REPORT
      *                DDCSV   - COMMA-DELIMITED CHARGEBACK FILE
      *
      *   EXIT-NORMAL = RETURN CODE 0 NORMAL COMPLETION
      *   EXIT-ERROR =
      *      RETURN CODE = 4 - A DATASET MATCHED NO OWNER PATTERN,
      *                        AN OWNER CARD WAS IGNORED, OR A
      *                        TABLE OVERFLOWED
      *      RETURN CODE = 8 - DDAUDIT, DDOWNR, DDRPT OR DDCSV
      *                        COULD NOT BE OPENED, READ OR
      *                        WRITTEN
      *      ABEND CODES =  NONE
      *      ERROR-MESSAGES =
      *
      *   EXTERNAL REFERENCES =
      *      ROUTINES/SERVICES =
      *      DATA-AREAS        =    NONE
      *      CONTROL-BLOCKS    =
      *
      *   TABLES = OWNER PATTERNS (500), CHARGE TOTALS (1000),
      *            UNMATCHED DATASETS (500)
      *   CHANGE-ACTIVITY =
      *      2026-10-15  INITIAL VERSION.
      *
      *********************** TYB ******************************
      ***************************************************************
       Identification Division.
         Program-ID. TYB.
       Environment DIVISION.
        Input-output section.
         File-control.
             SELECT AUDIT-FILE ASSIGN TO DDAUDIT
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WS-AUDIT-STATUS.

             SELECT OWNER-FILE ASSIGN TO DDOWNR
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WS-OWNER-STATUS.

             SELECT SELECT-FILE ASSIGN TO DDRSEL
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WS-SELECT-STATUS.

             SELECT REPORT-FILE ASSIGN TO DDRPT
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WS-REPORT-STATUS.

             SELECT CSV-FILE ASSIGN TO DDCSV
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WS-CSV-STATUS.

       Data Division.
        File section.
        FD  AUDIT-FILE
            RECORDING MODE IS F.
        COPY UAUD.

        FD  OWNER-FILE
            RECORDING MODE IS F.
        COPY UOWN.

        FD  SELECT-FILE
            RECORDING MODE IS F.
        01  SELECT-CARD.
            05  RSEL-FROM-DATE          PIC X(8).
            05  FILLER                  PIC X(1).
            05  RSEL-TO-DATE            PIC X(8).
            05  FILLER                  PIC X(63).

        FD  REPORT-FILE
            RECORDING MODE IS F.
        01  REPORT-LINE                 PIC X(132).

        FD  CSV-FILE
            RECORDING MODE IS V
            RECORD IS VARYING IN SIZE FROM 1 TO 200
                DEPENDING ON WS-CSV-RECLEN.
        01  CSV-RECORD                  PIC X(200).

       Working-Storage Section.
       77  WS-AUDIT-STATUS              PIC X(2) VALUE SPACES.
       77  WS-OWNER-STATUS              PIC X(2) VALUE SPACES.
       77  WS-SELECT-STATUS             PIC X(2) VALUE SPACES.
       77  WS-REPORT-STATUS             PIC X(2) VALUE SPACES.
       77  WS-CSV-STATUS                PIC X(2) VALUE SPACES.
       77  WS-AUDIT-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88  END-OF-AUDIT-FILE            VALUE 'Y'.
       77  WS-OWNER-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88  END-OF-OWNER-FILE            VALUE 'Y'.
       77  WS-AUDIT-OPENED-SWITCH       PIC X(1) VALUE 'N'.
           88  AUDIT-FILE-OPENED            VALUE 'Y'.
       77  WS-REPORT-OPENED-SWITCH      PIC X(1) VALUE 'N'.
           88  REPORT-FILE-OPENED           VALUE 'Y'.
       77  WS-CSV-OPENED-SWITCH         PIC X(1) VALUE 'N'.
           88  CSV-FILE-OPENED              VALUE 'Y'.
       77  WS-RETURN-CODE               PIC 9(4) VALUE ZERO.
       77  WS-FROM-DATE                 PIC X(8) VALUE '00000000'.
       77  WS-TO-DATE                   PIC X(8) VALUE '99999999'.
       77  WS-RECORDS-READ              PIC 9(9) COMP VALUE ZERO.
       77  WS-RECORDS-SELECTED          PIC 9(9) COMP VALUE ZERO.
       77  WS-CHARGED-COUNT             PIC 9(9) COMP VALUE ZERO.
       77  WS-NOT-RUN-COUNT             PIC 9(9) COMP VALUE ZERO.
       77  WS-CHARGE-OVERFLOW-COUNT     PIC 9(9) COMP VALUE ZERO.
       77  WS-UNM-OVERFLOW-COUNT        PIC 9(9) COMP VALUE ZERO.
       77  WS-OWNER-IGNORED-COUNT       PIC 9(4) COMP VALUE ZERO.
       77  WS-COMMA-COUNT               PIC 9(4) COMP VALUE ZERO.

      *  THE VOLUMES OF THE AUDIT RECORD IN HAND. A FIELD THAT
      *  CARRIES NO FIGURE (HISTORY FROM BEFORE IT WAS ADDED)
      *  COUNTS AS ZERO.
       77  WS-AUDIT-RECORDS             PIC 9(9) COMP VALUE ZERO.
       77  WS-AUDIT-BYTES               PIC 9(15) COMP VALUE ZERO.
       77  WS-AUDIT-ELAPSED             PIC 9(7)V99 COMP VALUE ZERO.
       77  WS-CHARGE-DSNAME             PIC X(44) VALUE SPACES.

       77  WS-OWNER-COUNT               PIC 9(4) COMP VALUE ZERO.
       77  WS-OWNER-SUB                 PIC 9(4) COMP VALUE ZERO.
       77  WS-OWNER-FOUND-SUB           PIC 9(4) COMP VALUE ZERO.
       77  WS-OWNER-PATTERN-LEN         PIC 9(4) COMP VALUE ZERO.
       01  WS-OWNER-TABLE.
           05  WS-OWNER-ENTRY OCCURS 500 TIMES.
               10  WS-OWN-PATTERN       PIC X(44).
               10  WS-OWN-APPLICATION   PIC X(8).
               10  WS-OWN-COST-CENTER   PIC X(10).

      *  THE CHARGE TABLE IS KEPT IN COST CENTER, APPLICATION AND
      *  ACTION ORDER AS IT IS BUILT, SO IT PRINTS WITH ITS
      *  CONTROL BREAKS WITHOUT A SORT.
       77  WS-CHARGE-COUNT              PIC 9(4) COMP VALUE ZERO.
       77  WS-CHARGE-SUB                PIC 9(4) COMP VALUE ZERO.
       77  WS-CHARGE-FOUND-SUB          PIC 9(4) COMP VALUE ZERO.
       77  WS-CHARGE-INSERT-SUB         PIC 9(4) COMP VALUE ZERO.
       77  WS-CHARGE-MOVE-SUB           PIC 9(4) COMP VALUE ZERO.
       77  WS-BREAK-SUB                 PIC 9(4) COMP VALUE ZERO.
       01  WS-NEW-CHARGE-KEY.
           05  WS-NEW-COST-CENTER       PIC X(10).
           05  WS-NEW-APPLICATION       PIC X(8).
           05  WS-NEW-ACTION            PIC X(8).
       01  WS-CHARGE-TABLE.
           05  WS-CHARGE-ENTRY OCCURS 1000 TIMES.
               10  WS-CHG-KEY.
                   15  WS-CHG-COST-CENTER PIC X(10).
                   15  WS-CHG-APPLICATION PIC X(8).
                   15  WS-CHG-ACTION    PIC X(8).
               10  WS-CHG-ACTIONS       PIC 9(9) COMP.
               10  WS-CHG-RECORDS       PIC 9(15) COMP.
               10  WS-CHG-BYTES         PIC 9(18) COMP.
               10  WS-CHG-ELAPSED       PIC 9(11)V99 COMP.

       77  WS-UNM-COUNT                 PIC 9(4) COMP VALUE ZERO.
       77  WS-UNM-SUB                   PIC 9(4) COMP VALUE ZERO.
       77  WS-UNM-FOUND-SUB             PIC 9(4) COMP VALUE ZERO.
       01  WS-UNMATCHED-TABLE.
           05  WS-UNMATCHED-ENTRY OCCURS 500 TIMES.
               10  WS-UNM-DSNAME        PIC X(44).
               10  WS-UNM-ACTIONS       PIC 9(9) COMP.
               10  WS-UNM-RECORDS       PIC 9(15) COMP.
               10  WS-UNM-BYTES         PIC 9(18) COMP.
               10  WS-UNM-ELAPSED       PIC 9(11)V99 COMP.

       01  WS-APPL-TOTALS.
           05  WS-APPL-ACTIONS      PIC 9(9) COMP VALUE ZERO.
           05  WS-APPL-RECORDS      PIC 9(15) COMP VALUE ZERO.
           05  WS-APPL-BYTES        PIC 9(18) COMP VALUE ZERO.
           05  WS-APPL-ELAPSED      PIC 9(11)V99 COMP VALUE ZERO.
       01  WS-CC-TOTALS.
           05  WS-CC-ACTIONS        PIC 9(9) COMP VALUE ZERO.
           05  WS-CC-RECORDS        PIC 9(15) COMP VALUE ZERO.
           05  WS-CC-BYTES          PIC 9(18) COMP VALUE ZERO.
           05  WS-CC-ELAPSED        PIC 9(11)V99 COMP VALUE ZERO.
       01  WS-GRAND-TOTALS.
           05  WS-GRAND-ACTIONS     PIC 9(9) COMP VALUE ZERO.
           05  WS-GRAND-RECORDS     PIC 9(15) COMP VALUE ZERO.
           05  WS-GRAND-BYTES       PIC 9(18) COMP VALUE ZERO.
           05  WS-GRAND-ELAPSED     PIC 9(11)V99 COMP VALUE ZERO.
       01  WS-UNMATCHED-TOTALS.
           05  WS-UNMT-ACTIONS      PIC 9(9) COMP VALUE ZERO.
           05  WS-UNMT-RECORDS      PIC 9(15) COMP VALUE ZERO.
           05  WS-UNMT-BYTES        PIC 9(18) COMP VALUE ZERO.
           05  WS-UNMT-ELAPSED      PIC 9(11)V99 COMP VALUE ZERO.

      *  DDCSV ROWS ARE BUILT FIELD BY FIELD WITH THE EDITED
      *  FIGURES' LEADING BLANKS TRIMMED, AS FINANCE'S LOAD
      *  EXPECTS PLAIN NUMBERS.
       77  WS-CSV-RECLEN                PIC 9(4) COMP VALUE ZERO.
       77  WS-CSV-POINTER               PIC 9(4) COMP VALUE ZERO.
       77  WS-CSV-ACTIONS               PIC ZZZZZZZZ9.
       77  WS-CSV-RECORDS               PIC Z(14)9.
       77  WS-CSV-BYTES                 PIC Z(17)9.
       77  WS-CSV-ELAPSED               PIC Z(10)9.99.

       01  RPT-TITLE-LINE.
           05  FILLER                   PIC X(5) VALUE 'TYB -'.
           05  FILLER                   PIC X(43) VALUE
               ' BATCH DATASET OPERATIONS CHARGEBACK REPORT'.
           05  FILLER                   PIC X(10) VALUE ' PRODUCED '.
           05  RPT-TITLE-DATE           PIC X(8).
           05  FILLER                   PIC X(66) VALUE SPACES.

       01  RPT-PERIOD-LINE.
           05  FILLER                   PIC X(7) VALUE 'PERIOD '.
           05  RPT-PERIOD-FROM          PIC X(8).
           05  FILLER                   PIC X(6) VALUE ' THRU '.
           05  RPT-PERIOD-TO            PIC X(8).
           05  FILLER                   PIC X(103) VALUE SPACES.

       01  RPT-OWNER-LINE.
           05  FILLER                   PIC X(14) VALUE
               'OWNER CARDS: '.
           05  RPT-OWN-LOADED           PIC ZZZ9.
           05  FILLER                   PIC X(12) VALUE
               '  IGNORED: '.
           05  RPT-OWN-IGNORED          PIC ZZZ9.
           05  FILLER                   PIC X(98) VALUE SPACES.

       01  RPT-CHARGE-HEADING.
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  FILLER                   PIC X(10) VALUE 'COST CTR'.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(8) VALUE 'APPLCTN'.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(8) VALUE 'ACTION'.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(9) VALUE '  ACTIONS'.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(15) VALUE
               '        RECORDS'.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(18) VALUE
               '             BYTES'.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(14) VALUE
               '  ELAPSED SECS'.
           05  FILLER                   PIC X(37) VALUE SPACES.

       01  RPT-CHARGE-LINE.
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  RPT-CHG-COST-CENTER      PIC X(10).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RPT-CHG-APPLICATION      PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RPT-CHG-ACTION           PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RPT-CHG-ACTIONS          PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RPT-CHG-RECORDS          PIC Z(14)9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RPT-CHG-BYTES            PIC Z(17)9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RPT-CHG-ELAPSED          PIC Z(10)9.99.
           05  FILLER                   PIC X(37) VALUE SPACES.

       01  RPT-UNMATCHED-HEADING.
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  FILLER                   PIC X(44) VALUE
               'DATASET'.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(9) VALUE '  ACTIONS'.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(15) VALUE
               '        RECORDS'.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(18) VALUE
               '             BYTES'.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(14) VALUE
               '  ELAPSED SECS'.
           05  FILLER                   PIC X(23) VALUE SPACES.

       01  RPT-UNMATCHED-LINE.
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  RPT-UNM-DSNAME           PIC X(44).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RPT-UNM-ACTIONS          PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RPT-UNM-RECORDS          PIC Z(14)9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RPT-UNM-BYTES            PIC Z(17)9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RPT-UNM-ELAPSED          PIC Z(10)9.99.
           05  FILLER                   PIC X(23) VALUE SPACES.

       01  RPT-OVERFLOW-LINE.
           05  FILLER                   PIC X(5) VALUE ' *** '.
           05  RPT-OVF-TABLE            PIC X(24).
           05  FILLER                   PIC X(24) VALUE
               ' TABLE FULL - ACTIONS: '.
           05  RPT-OVF-COUNT            PIC ZZZZZZZZ9.
           05  RPT-OVF-NOTE             PIC X(40).
           05  FILLER                   PIC X(30) VALUE SPACES.

       01  RPT-TOTALS-LINE.
           05  FILLER                   PIC X(17) VALUE
               'ACTIONS CHARGED: '.
           05  RPT-TOT-CHARGED          PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(13) VALUE
               '  UNMATCHED: '.
           05  RPT-TOT-UNMATCHED        PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(13) VALUE
               '  NEVER RAN: '.
           05  RPT-TOT-NOT-RUN          PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(62) VALUE SPACES.

       01  RPT-READ-LINE.
           05  FILLER                   PIC X(18) VALUE
               'RECORDS SELECTED: '.
           05  RPT-TOT-SELECTED         PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(17) VALUE
               '  RECORDS READ: '.
           05  RPT-TOT-READ             PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(79) VALUE SPACES.

       Procedure DIVISION.

      * Charge the DDAUDIT history within the selected date range

           PERFORM 1000-INITIALIZE.
           IF AUDIT-FILE-OPENED
               PERFORM 2000-TALLY-AUDIT-RECORD
                   UNTIL END-OF-AUDIT-FILE
               PERFORM 3000-PRINT-CHARGEBACK
               PERFORM 4000-PRINT-UNMATCHED
               PERFORM 6000-PRINT-TOTALS
           END-IF.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       1000-INITIALIZE.
      *    AS IN TYR - WITHOUT DDRPT THERE IS NO REPORT, SO THE
      *    STEP FAILS AND NOTHING ELSE IS DONE.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'TYB - *** ERROR OPENING DDRPT - STATUS: '
                   WS-REPORT-STATUS ' ***'
               MOVE 0008 TO WS-RETURN-CODE
           ELSE
               SET REPORT-FILE-OPENED TO TRUE
               PERFORM 1050-OPEN-INPUT-FILES
           END-IF.

       1050-OPEN-INPUT-FILES.
           PERFORM 1100-READ-SELECTION-CARD.

           MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-TITLE-DATE.
           WRITE REPORT-LINE FROM RPT-TITLE-LINE.
           MOVE WS-FROM-DATE TO RPT-PERIOD-FROM.
           MOVE WS-TO-DATE TO RPT-PERIOD-TO.
           WRITE REPORT-LINE FROM RPT-PERIOD-LINE.

           PERFORM 1200-LOAD-OWNER-TABLE.
           MOVE WS-OWNER-COUNT TO RPT-OWN-LOADED.
           MOVE WS-OWNER-IGNORED-COUNT TO RPT-OWN-IGNORED.
           WRITE REPORT-LINE FROM RPT-OWNER-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM 1300-OPEN-CSV-FILE.

           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'TYB - *** ERROR OPENING DDAUDIT - STATUS: '
                   WS-AUDIT-STATUS ' ***'
               MOVE 0008 TO WS-RETURN-CODE
               SET END-OF-AUDIT-FILE TO TRUE
               MOVE 'NO AUDIT HISTORY AVAILABLE - DDAUDIT OPEN FAILED'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               SET AUDIT-FILE-OPENED TO TRUE
               PERFORM 2100-READ-AUDIT-FILE
           END-IF.

       1100-READ-SELECTION-CARD.
      *    A MISSING DDRSEL OR A BLANK CARD MEANS THE FULL FILE -
      *    THE MONTHLY BILLING JOB SUPPLIES THE MONTH.
           OPEN INPUT SELECT-FILE.
           IF WS-SELECT-STATUS = '00'
               READ SELECT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RSEL-FROM-DATE NOT = SPACES
                           MOVE RSEL-FROM-DATE TO WS-FROM-DATE
                       END-IF
                       IF RSEL-TO-DATE NOT = SPACES
                           MOVE RSEL-TO-DATE TO WS-TO-DATE
                       END-IF
               END-READ
               CLOSE SELECT-FILE
           ELSE
               DISPLAY 'TYB - NO DDRSEL SELECTION CARD - STATUS: '
                   WS-SELECT-STATUS ' - CHARGING FULL FILE'
           END-IF.

       1200-LOAD-OWNER-TABLE.
      *    WITHOUT AN OWNER TABLE NOTHING CAN BE CHARGED - THE STEP
      *    FAILS, BUT THE REPORT STILL LISTS EVERY DATASET AS
      *    UNMATCHED SO THE VOLUMES ARE NOT LOST.
           OPEN INPUT OWNER-FILE.
           IF WS-OWNER-STATUS NOT = '00'
               DISPLAY 'TYB - *** ERROR OPENING DDOWNR - STATUS: '
                   WS-OWNER-STATUS ' ***'
               MOVE 0008 TO WS-RETURN-CODE
               MOVE 'NO OWNER TABLE - DDOWNR OPEN FAILED - NOTHING'
                   TO REPORT-LINE
               MOVE ' IS CHARGED' TO REPORT-LINE(46:)
               WRITE REPORT-LINE
           ELSE
               PERFORM 1210-LOAD-ONE-OWNER-CARD
                   UNTIL END-OF-OWNER-FILE
               CLOSE OWNER-FILE
           END-IF.

       1210-LOAD-ONE-OWNER-CARD.
           READ OWNER-FILE
               AT END
                   SET END-OF-OWNER-FILE TO TRUE
               NOT AT END
                   PERFORM 1220-STORE-ONE-OWNER-CARD
           END-READ.
           IF NOT END-OF-OWNER-FILE AND WS-OWNER-STATUS NOT = '00'
               DISPLAY 'TYB - *** ERROR READING DDOWNR - STATUS: '
                   WS-OWNER-STATUS ' ***'
               MOVE 0008 TO WS-RETURN-CODE
               SET END-OF-OWNER-FILE TO TRUE
           END-IF.

       1220-STORE-ONE-OWNER-CARD.
      *    A CARD FINANCE COULD NOT LOAD (NO APPLICATION OR COST
      *    CENTER, OR A COMMA IN EITHER) IS LEFT OUT, SO ITS
      *    DATASETS SHOW AS UNMATCHED UNTIL THE CARD IS PUT RIGHT.
           MOVE ZERO TO WS-COMMA-COUNT.
           INSPECT OWN-APPLICATION TALLYING WS-COMMA-COUNT
               FOR ALL ','.
           INSPECT OWN-COST-CENTER TALLYING WS-COMMA-COUNT
               FOR ALL ','.
           EVALUATE TRUE
               WHEN OWN-DSN-PATTERN(1:1) = '*'
               WHEN OWN-DSN-PATTERN = SPACES
                   CONTINUE
               WHEN OWN-APPLICATION = SPACES
               WHEN OWN-COST-CENTER = SPACES
               WHEN WS-COMMA-COUNT > 0
                   ADD 1 TO WS-OWNER-IGNORED-COUNT
                   DISPLAY 'TYB - OWNER CARD IGNORED - APPLICATION '
                       'AND COST CENTER ARE REQUIRED, WITHOUT '
                       'COMMAS: ' OWN-DSN-PATTERN
                   IF WS-RETURN-CODE < 0004
                       MOVE 0004 TO WS-RETURN-CODE
                   END-IF
               WHEN WS-OWNER-COUNT >= 500
                   ADD 1 TO WS-OWNER-IGNORED-COUNT
                   DISPLAY 'TYB - OWNER TABLE FULL - CARD IGNORED: '
                       OWN-DSN-PATTERN
                   IF WS-RETURN-CODE < 0004
                       MOVE 0004 TO WS-RETURN-CODE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-OWNER-COUNT
                   MOVE OWN-DSN-PATTERN
                       TO WS-OWN-PATTERN (WS-OWNER-COUNT)
                   MOVE OWN-APPLICATION
                       TO WS-OWN-APPLICATION (WS-OWNER-COUNT)
                   MOVE OWN-COST-CENTER
                       TO WS-OWN-COST-CENTER (WS-OWNER-COUNT)
           END-EVALUATE.

       1300-OPEN-CSV-FILE.
      *    A CHARGEBACK WITHOUT ITS DDCSV FILE HAS NOT REACHED
      *    FINANCE, SO THE STEP FAILS - THE PRINTED REPORT IS
      *    STILL PRODUCED.
           OPEN OUTPUT CSV-FILE.
           IF WS-CSV-STATUS NOT = '00'
               DISPLAY 'TYB - *** ERROR OPENING DDCSV - STATUS: '
                   WS-CSV-STATUS ' ***'
               MOVE 0008 TO WS-RETURN-CODE
           ELSE
               SET CSV-FILE-OPENED TO TRUE
               MOVE SPACES TO CSV-RECORD
               MOVE 1 TO WS-CSV-POINTER
               STRING 'PERIOD_FROM,PERIOD_TO,COST_CENTER,'
                           DELIMITED BY SIZE
                       'APPLICATION,ACTION,ACTIONS,RECORDS,'
                           DELIMITED BY SIZE
                       'BYTES,ELAPSED_SECONDS' DELIMITED BY SIZE
                   INTO CSV-RECORD
                   WITH POINTER WS-CSV-POINTER
               PERFORM 3560-WRITE-CSV-RECORD
           END-IF.

       2000-TALLY-AUDIT-RECORD.
           IF AUDIT-TIMESTAMP(1:8) >= WS-FROM-DATE
                   AND AUDIT-TIMESTAMP(1:8) <= WS-TO-DATE
               ADD 1 TO WS-RECORDS-SELECTED
      *        A TYT FENCE RECORD AND A REFUSED ACTION NEVER
      *        TOUCHED THEIR DATA. NEITHER IS CHARGED. HISTORY FROM
      *        BEFORE THE START TIME WAS KEPT ALSO HAS NONE, BUT DID
      *        RUN, SO THE FENCE IS KNOWN BY THE MESSAGE TYT GIVES IT.
               IF AUDIT-MESSAGE(1:16) = 'SKIPPED BY TYT -'
                       OR AUDIT-AUTH-REFUSED
                   ADD 1 TO WS-NOT-RUN-COUNT
               ELSE
                   PERFORM 2200-TAKE-AUDIT-VOLUMES
                   PERFORM 2300-FIND-OWNER
                   IF WS-OWNER-FOUND-SUB > 0
                       PERFORM 2400-TALLY-CHARGE
                   ELSE
                       PERFORM 2500-TALLY-UNMATCHED
                   END-IF
               END-IF
           END-IF.
           PERFORM 2100-READ-AUDIT-FILE.

       2100-READ-AUDIT-FILE.
           READ AUDIT-FILE
               AT END
                   SET END-OF-AUDIT-FILE TO TRUE
           END-READ.
           IF NOT END-OF-AUDIT-FILE
               IF WS-AUDIT-STATUS NOT = '00'
                   DISPLAY 'TYB - *** ERROR READING DDAUDIT - STATUS: '
                       WS-AUDIT-STATUS ' ***'
                   MOVE 0008 TO WS-RETURN-CODE
                   SET END-OF-AUDIT-FILE TO TRUE
               ELSE
                   ADD 1 TO WS-RECORDS-READ
               END-IF
           END-IF.

       2200-TAKE-AUDIT-VOLUMES.
           MOVE ZERO TO WS-AUDIT-RECORDS.
           MOVE ZERO TO WS-AUDIT-BYTES.
           MOVE ZERO TO WS-AUDIT-ELAPSED.
           IF AUDIT-RECORDS-PROCESSED IS NUMERIC
               MOVE AUDIT-RECORDS-PROCESSED TO WS-AUDIT-RECORDS
           END-IF.
           IF AUDIT-BYTES-PROCESSED IS NUMERIC
               MOVE AUDIT-BYTES-PROCESSED TO WS-AUDIT-BYTES
           END-IF.
           IF AUDIT-ELAPSED-SECONDS IS NUMERIC
               MOVE AUDIT-ELAPSED-SECONDS TO WS-AUDIT-ELAPSED
           END-IF.
           IF AUDIT-TARGET-DSNAME NOT = SPACES
               MOVE AUDIT-TARGET-DSNAME TO WS-CHARGE-DSNAME
           ELSE
               MOVE AUDIT-SOURCE-DSNAME TO WS-CHARGE-DSNAME
           END-IF.

       2300-FIND-OWNER.
           MOVE ZERO TO WS-OWNER-FOUND-SUB.
           IF WS-CHARGE-DSNAME NOT = SPACES
               PERFORM 2310-MATCH-ONE-OWNER
                   VARYING WS-OWNER-SUB FROM 1 BY 1
                   UNTIL WS-OWNER-SUB > WS-OWNER-COUNT
                       OR WS-OWNER-FOUND-SUB > 0
           END-IF.

       2310-MATCH-ONE-OWNER.
      *    THE SAME PREFIX RULE AS THE DDDICT AND DDAUTH TABLES.
           MOVE ZERO TO WS-OWNER-PATTERN-LEN.
           INSPECT WS-OWN-PATTERN (WS-OWNER-SUB)
               TALLYING WS-OWNER-PATTERN-LEN
               FOR CHARACTERS BEFORE INITIAL '*'.
           IF WS-OWNER-PATTERN-LEN < 44
               IF WS-OWNER-PATTERN-LEN > 0
                       AND WS-CHARGE-DSNAME (1:WS-OWNER-PATTERN-LEN)
                       = WS-OWN-PATTERN (WS-OWNER-SUB)
                           (1:WS-OWNER-PATTERN-LEN)
                   MOVE WS-OWNER-SUB TO WS-OWNER-FOUND-SUB
               END-IF
           ELSE
               IF WS-OWN-PATTERN (WS-OWNER-SUB) = WS-CHARGE-DSNAME
                   MOVE WS-OWNER-SUB TO WS-OWNER-FOUND-SUB
               END-IF
           END-IF.

       2400-TALLY-CHARGE.
           MOVE WS-OWN-COST-CENTER (WS-OWNER-FOUND-SUB)
               TO WS-NEW-COST-CENTER.
           MOVE WS-OWN-APPLICATION (WS-OWNER-FOUND-SUB)
               TO WS-NEW-APPLICATION.
           MOVE AUDIT-ACTION TO WS-NEW-ACTION.
           MOVE ZERO TO WS-CHARGE-FOUND-SUB.
           MOVE ZERO TO WS-CHARGE-INSERT-SUB.
           PERFORM 2410-LOCATE-ONE-CHARGE
               VARYING WS-CHARGE-SUB FROM 1 BY 1
               UNTIL WS-CHARGE-SUB > WS-CHARGE-COUNT
                   OR WS-CHARGE-FOUND-SUB > 0
                   OR WS-CHARGE-INSERT-SUB > 0.
           IF WS-CHARGE-FOUND-SUB = 0
               IF WS-CHARGE-COUNT < 1000
                   IF WS-CHARGE-INSERT-SUB = 0
                       COMPUTE WS-CHARGE-INSERT-SUB =
                           WS-CHARGE-COUNT + 1
                   END-IF
                   PERFORM 2420-SHIFT-ONE-CHARGE
                       VARYING WS-CHARGE-MOVE-SUB
                           FROM WS-CHARGE-COUNT BY -1
                       UNTIL WS-CHARGE-MOVE-SUB < WS-CHARGE-INSERT-SUB
                   ADD 1 TO WS-CHARGE-COUNT
                   MOVE WS-CHARGE-INSERT-SUB TO WS-CHARGE-FOUND-SUB
                   MOVE WS-NEW-CHARGE-KEY
                       TO WS-CHG-KEY (WS-CHARGE-FOUND-SUB)
                   MOVE ZERO TO WS-CHG-ACTIONS (WS-CHARGE-FOUND-SUB)
                   MOVE ZERO TO WS-CHG-RECORDS (WS-CHARGE-FOUND-SUB)
                   MOVE ZERO TO WS-CHG-BYTES (WS-CHARGE-FOUND-SUB)
                   MOVE ZERO TO WS-CHG-ELAPSED (WS-CHARGE-FOUND-SUB)
               ELSE
                   ADD 1 TO WS-CHARGE-OVERFLOW-COUNT
                   IF WS-RETURN-CODE < 0004
                       MOVE 0004 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           IF WS-CHARGE-FOUND-SUB > 0
               ADD 1 TO WS-CHARGED-COUNT
               ADD 1 TO WS-CHG-ACTIONS (WS-CHARGE-FOUND-SUB)
               ADD WS-AUDIT-RECORDS
                   TO WS-CHG-RECORDS (WS-CHARGE-FOUND-SUB)
               ADD WS-AUDIT-BYTES
                   TO WS-CHG-BYTES (WS-CHARGE-FOUND-SUB)
               ADD WS-AUDIT-ELAPSED
                   TO WS-CHG-ELAPSED (WS-CHARGE-FOUND-SUB)
           END-IF.

       2410-LOCATE-ONE-CHARGE.
           IF WS-CHG-KEY (WS-CHARGE-SUB) = WS-NEW-CHARGE-KEY
               MOVE WS-CHARGE-SUB TO WS-CHARGE-FOUND-SUB
           ELSE
               IF WS-CHG-KEY (WS-CHARGE-SUB) > WS-NEW-CHARGE-KEY
                   MOVE WS-CHARGE-SUB TO WS-CHARGE-INSERT-SUB
               END-IF
           END-IF.

       2420-SHIFT-ONE-CHARGE.
           MOVE WS-CHARGE-ENTRY (WS-CHARGE-MOVE-SUB)
               TO WS-CHARGE-ENTRY (WS-CHARGE-MOVE-SUB + 1).

       2500-TALLY-UNMATCHED.
           IF WS-CHARGE-DSNAME = SPACES
               MOVE '(NO DATASET NAMED)' TO WS-CHARGE-DSNAME
           END-IF.
           MOVE ZERO TO WS-UNM-FOUND-SUB.
           PERFORM 2510-MATCH-ONE-UNMATCHED
               VARYING WS-UNM-SUB FROM 1 BY 1
               UNTIL WS-UNM-SUB > WS-UNM-COUNT
                   OR WS-UNM-FOUND-SUB > 0.
           IF WS-UNM-FOUND-SUB = 0
               IF WS-UNM-COUNT < 500
                   ADD 1 TO WS-UNM-COUNT
                   MOVE WS-UNM-COUNT TO WS-UNM-FOUND-SUB
                   MOVE WS-CHARGE-DSNAME
                       TO WS-UNM-DSNAME (WS-UNM-FOUND-SUB)
                   MOVE ZERO TO WS-UNM-ACTIONS (WS-UNM-FOUND-SUB)
                   MOVE ZERO TO WS-UNM-RECORDS (WS-UNM-FOUND-SUB)
                   MOVE ZERO TO WS-UNM-BYTES (WS-UNM-FOUND-SUB)
                   MOVE ZERO TO WS-UNM-ELAPSED (WS-UNM-FOUND-SUB)
               ELSE
                   ADD 1 TO WS-UNM-OVERFLOW-COUNT
               END-IF
           END-IF.
           IF WS-UNM-FOUND-SUB > 0
               ADD 1 TO WS-UNM-ACTIONS (WS-UNM-FOUND-SUB)
               ADD WS-AUDIT-RECORDS TO WS-UNM-RECORDS (WS-UNM-FOUND-SUB)
               ADD WS-AUDIT-BYTES TO WS-UNM-BYTES (WS-UNM-FOUND-SUB)
               ADD WS-AUDIT-ELAPSED
                   TO WS-UNM-ELAPSED (WS-UNM-FOUND-SUB)
           END-IF.
           ADD 1 TO WS-UNMT-ACTIONS.
           ADD WS-AUDIT-RECORDS TO WS-UNMT-RECORDS.
           ADD WS-AUDIT-BYTES TO WS-UNMT-BYTES.
           ADD WS-AUDIT-ELAPSED TO WS-UNMT-ELAPSED.
           IF WS-RETURN-CODE < 0004
               MOVE 0004 TO WS-RETURN-CODE
           END-IF.

       2510-MATCH-ONE-UNMATCHED.
           IF WS-UNM-DSNAME (WS-UNM-SUB) = WS-CHARGE-DSNAME
               MOVE WS-UNM-SUB TO WS-UNM-FOUND-SUB
           END-IF.

       3000-PRINT-CHARGEBACK.
           MOVE 'CHARGEBACK BY COST CENTER, APPLICATION AND ACTION'
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM RPT-CHARGE-HEADING.
           MOVE ZERO TO WS-APPL-ACTIONS WS-APPL-RECORDS
               WS-APPL-BYTES WS-APPL-ELAPSED.
           MOVE ZERO TO WS-CC-ACTIONS WS-CC-RECORDS
               WS-CC-BYTES WS-CC-ELAPSED.
           MOVE ZERO TO WS-GRAND-ACTIONS WS-GRAND-RECORDS
               WS-GRAND-BYTES WS-GRAND-ELAPSED.
           IF WS-CHARGE-COUNT = 0
               MOVE ' NO CHARGEABLE ACTIONS IN SELECTED PERIOD'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 3100-PRINT-ONE-CHARGE
                   VARYING WS-CHARGE-SUB FROM 1 BY 1
                   UNTIL WS-CHARGE-SUB > WS-CHARGE-COUNT
      *        THE LAST ENTRY CLOSES ITS APPLICATION AND COST
      *        CENTER.
               MOVE WS-CHARGE-COUNT TO WS-BREAK-SUB
               PERFORM 3200-PRINT-APPL-TOTAL
               PERFORM 3300-PRINT-CC-TOTAL
               PERFORM 3400-PRINT-GRAND-TOTAL
           END-IF.
           IF WS-CHARGE-OVERFLOW-COUNT > 0
               MOVE 'CHARGE TOTALS' TO RPT-OVF-TABLE
               MOVE ' NOT CHARGED ***' TO RPT-OVF-NOTE
               MOVE WS-CHARGE-OVERFLOW-COUNT TO RPT-OVF-COUNT
               WRITE REPORT-LINE FROM RPT-OVERFLOW-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       3100-PRINT-ONE-CHARGE.
      *    A CHANGE OF COST CENTER CLOSES THE APPLICATION TOO.
           IF WS-CHARGE-SUB > 1
               COMPUTE WS-BREAK-SUB = WS-CHARGE-SUB - 1
               IF WS-CHG-COST-CENTER (WS-CHARGE-SUB)
                       NOT = WS-CHG-COST-CENTER (WS-BREAK-SUB)
                   PERFORM 3200-PRINT-APPL-TOTAL
                   PERFORM 3300-PRINT-CC-TOTAL
               ELSE
                   IF WS-CHG-APPLICATION (WS-CHARGE-SUB)
                           NOT = WS-CHG-APPLICATION (WS-BREAK-SUB)
                       PERFORM 3200-PRINT-APPL-TOTAL
                   END-IF
               END-IF
           END-IF.
           MOVE WS-CHG-COST-CENTER (WS-CHARGE-SUB)
               TO RPT-CHG-COST-CENTER.
           MOVE WS-CHG-APPLICATION (WS-CHARGE-SUB)
               TO RPT-CHG-APPLICATION.
           MOVE WS-CHG-ACTION (WS-CHARGE-SUB) TO RPT-CHG-ACTION.
           MOVE WS-CHG-ACTIONS (WS-CHARGE-SUB) TO RPT-CHG-ACTIONS.
           MOVE WS-CHG-RECORDS (WS-CHARGE-SUB) TO RPT-CHG-RECORDS.
           MOVE WS-CHG-BYTES (WS-CHARGE-SUB) TO RPT-CHG-BYTES.
           MOVE WS-CHG-ELAPSED (WS-CHARGE-SUB) TO RPT-CHG-ELAPSED.
           WRITE REPORT-LINE FROM RPT-CHARGE-LINE.
           ADD WS-CHG-ACTIONS (WS-CHARGE-SUB) TO WS-APPL-ACTIONS.
           ADD WS-CHG-RECORDS (WS-CHARGE-SUB) TO WS-APPL-RECORDS.
           ADD WS-CHG-BYTES (WS-CHARGE-SUB) TO WS-APPL-BYTES.
           ADD WS-CHG-ELAPSED (WS-CHARGE-SUB) TO WS-APPL-ELAPSED.
           IF CSV-FILE-OPENED
               PERFORM 3500-WRITE-CSV-ROW
           END-IF.

       3200-PRINT-APPL-TOTAL.
      *    WS-BREAK-SUB POINTS AT THE LAST ENTRY OF THE
      *    APPLICATION BEING CLOSED.
           MOVE WS-CHG-COST-CENTER (WS-BREAK-SUB)
               TO RPT-CHG-COST-CENTER.
           MOVE WS-CHG-APPLICATION (WS-BREAK-SUB)
               TO RPT-CHG-APPLICATION.
           MOVE '*TOTAL*' TO RPT-CHG-ACTION.
           MOVE WS-APPL-ACTIONS TO RPT-CHG-ACTIONS.
           MOVE WS-APPL-RECORDS TO RPT-CHG-RECORDS.
           MOVE WS-APPL-BYTES TO RPT-CHG-BYTES.
           MOVE WS-APPL-ELAPSED TO RPT-CHG-ELAPSED.
           WRITE REPORT-LINE FROM RPT-CHARGE-LINE.
           ADD WS-APPL-ACTIONS TO WS-CC-ACTIONS.
           ADD WS-APPL-RECORDS TO WS-CC-RECORDS.
           ADD WS-APPL-BYTES TO WS-CC-BYTES.
           ADD WS-APPL-ELAPSED TO WS-CC-ELAPSED.
           MOVE ZERO TO WS-APPL-ACTIONS WS-APPL-RECORDS
               WS-APPL-BYTES WS-APPL-ELAPSED.

       3300-PRINT-CC-TOTAL.
           MOVE WS-CHG-COST-CENTER (WS-BREAK-SUB)
               TO RPT-CHG-COST-CENTER.
           MOVE '*TOTAL*' TO RPT-CHG-APPLICATION.
           MOVE SPACES TO RPT-CHG-ACTION.
           MOVE WS-CC-ACTIONS TO RPT-CHG-ACTIONS.
           MOVE WS-CC-RECORDS TO RPT-CHG-RECORDS.
           MOVE WS-CC-BYTES TO RPT-CHG-BYTES.
           MOVE WS-CC-ELAPSED TO RPT-CHG-ELAPSED.
           WRITE REPORT-LINE FROM RPT-CHARGE-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD WS-CC-ACTIONS TO WS-GRAND-ACTIONS.
           ADD WS-CC-RECORDS TO WS-GRAND-RECORDS.
           ADD WS-CC-BYTES TO WS-GRAND-BYTES.
           ADD WS-CC-ELAPSED TO WS-GRAND-ELAPSED.
           MOVE ZERO TO WS-CC-ACTIONS WS-CC-RECORDS
               WS-CC-BYTES WS-CC-ELAPSED.

       3400-PRINT-GRAND-TOTAL.
           MOVE '*TOTAL*' TO RPT-CHG-COST-CENTER.
           MOVE SPACES TO RPT-CHG-APPLICATION.
           MOVE SPACES TO RPT-CHG-ACTION.
           MOVE WS-GRAND-ACTIONS TO RPT-CHG-ACTIONS.
           MOVE WS-GRAND-RECORDS TO RPT-CHG-RECORDS.
           MOVE WS-GRAND-BYTES TO RPT-CHG-BYTES.
           MOVE WS-GRAND-ELAPSED TO RPT-CHG-ELAPSED.
           WRITE REPORT-LINE FROM RPT-CHARGE-LINE.

       3500-WRITE-CSV-ROW.
           MOVE WS-CHG-ACTIONS (WS-CHARGE-SUB) TO WS-CSV-ACTIONS.
           MOVE WS-CHG-RECORDS (WS-CHARGE-SUB) TO WS-CSV-RECORDS.
           MOVE WS-CHG-BYTES (WS-CHARGE-SUB) TO WS-CSV-BYTES.
           MOVE WS-CHG-ELAPSED (WS-CHARGE-SUB) TO WS-CSV-ELAPSED.
           MOVE SPACES TO CSV-RECORD.
           MOVE 1 TO WS-CSV-POINTER.
           STRING WS-FROM-DATE DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-TO-DATE DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CHG-COST-CENTER (WS-CHARGE-SUB))
                       DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CHG-APPLICATION (WS-CHARGE-SUB))
                       DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CHG-ACTION (WS-CHARGE-SUB))
                       DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSV-ACTIONS) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSV-RECORDS) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSV-BYTES) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CSV-ELAPSED) DELIMITED BY SIZE
               INTO CSV-RECORD
               WITH POINTER WS-CSV-POINTER.
           PERFORM 3560-WRITE-CSV-RECORD.

       3560-WRITE-CSV-RECORD.
           COMPUTE WS-CSV-RECLEN = WS-CSV-POINTER - 1.
           WRITE CSV-RECORD.
           IF WS-CSV-STATUS NOT = '00'
               DISPLAY 'TYB - *** ERROR WRITING DDCSV - STATUS: '
                   WS-CSV-STATUS ' ***'
               MOVE 0008 TO WS-RETURN-CODE
               CLOSE CSV-FILE
               MOVE 'N' TO WS-CSV-OPENED-SWITCH
           END-IF.

       4000-PRINT-UNMATCHED.
           MOVE 'DATASETS MATCHING NO DDOWNR OWNER ENTRY - NOT CHARGED'
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-UNMT-ACTIONS = 0
               MOVE ' NONE - EVERY DATASET IN THE PERIOD HAS AN OWNER'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               WRITE REPORT-LINE FROM RPT-UNMATCHED-HEADING
               PERFORM 4100-PRINT-ONE-UNMATCHED
                   VARYING WS-UNM-SUB FROM 1 BY 1
                   UNTIL WS-UNM-SUB > WS-UNM-COUNT
               MOVE '*TOTAL*' TO RPT-UNM-DSNAME
               MOVE WS-UNMT-ACTIONS TO RPT-UNM-ACTIONS
               MOVE WS-UNMT-RECORDS TO RPT-UNM-RECORDS
               MOVE WS-UNMT-BYTES TO RPT-UNM-BYTES
               MOVE WS-UNMT-ELAPSED TO RPT-UNM-ELAPSED
               WRITE REPORT-LINE FROM RPT-UNMATCHED-LINE
           END-IF.
           IF WS-UNM-OVERFLOW-COUNT > 0
               MOVE 'UNMATCHED DATASET' TO RPT-OVF-TABLE
               MOVE ' NOT LISTED, IN THE TOTAL ONLY ***'
                   TO RPT-OVF-NOTE
               MOVE WS-UNM-OVERFLOW-COUNT TO RPT-OVF-COUNT
               WRITE REPORT-LINE FROM RPT-OVERFLOW-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       4100-PRINT-ONE-UNMATCHED.
           MOVE WS-UNM-DSNAME (WS-UNM-SUB) TO RPT-UNM-DSNAME.
           MOVE WS-UNM-ACTIONS (WS-UNM-SUB) TO RPT-UNM-ACTIONS.
           MOVE WS-UNM-RECORDS (WS-UNM-SUB) TO RPT-UNM-RECORDS.
           MOVE WS-UNM-BYTES (WS-UNM-SUB) TO RPT-UNM-BYTES.
           MOVE WS-UNM-ELAPSED (WS-UNM-SUB) TO RPT-UNM-ELAPSED.
           WRITE REPORT-LINE FROM RPT-UNMATCHED-LINE.

       6000-PRINT-TOTALS.
           MOVE WS-CHARGED-COUNT TO RPT-TOT-CHARGED.
           MOVE WS-UNMT-ACTIONS TO RPT-TOT-UNMATCHED.
           MOVE WS-NOT-RUN-COUNT TO RPT-TOT-NOT-RUN.
           WRITE REPORT-LINE FROM RPT-TOTALS-LINE.
           MOVE WS-RECORDS-SELECTED TO RPT-TOT-SELECTED.
           MOVE WS-RECORDS-READ TO RPT-TOT-READ.
           WRITE REPORT-LINE FROM RPT-READ-LINE.

       9000-TERMINATE.
           IF AUDIT-FILE-OPENED
               CLOSE AUDIT-FILE
           END-IF.
           IF CSV-FILE-OPENED
               CLOSE CSV-FILE
           END-IF.
           IF REPORT-FILE-OPENED
               CLOSE REPORT-FILE
           END-IF.

       End program TYB.
