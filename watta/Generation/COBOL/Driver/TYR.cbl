      *        - PER-DATASET ACTIVITY (LAST ACTION, LAST RUN, LAST
      *          SUCCESSFUL DUPLICAT) SO THE HISTORY OF ONE TARGET
      *          CAN BE ANSWERED WITHOUT BROWSING THE RAW FILE.
      *        - PROTECTED-DATASET COMPLIANCE: EVERY ACTION THE
      *          DDAUTH AUTHORIZATION TABLE REFUSED, WITH THE
      *          REQUESTER AND THE REASON, AND EVERY LIVE ACTION
      *          IT ALLOWED AGAINST A PROTECTED DATASET, WITH ITS
      *          CHANGE TICKET.
      *      A DATE-RANGE SELECTION CARD ON DDRSEL (FROM/TO DATES,
      *      CCYYMMDD) LIMITS THE REPORT PERIOD SO THE SAME PROGRAM
      *      PRODUCES THE DAILY TURNOVER REPORT AND THE MONTHLY
      *   TABLES = ACTION SUMMARY (20), DATASET SUMMARY (200)
      *   CHANGE-ACTIVITY =
      *      2026-08-21  INITIAL VERSION.
      *      2026-10-15  ADDED THE PROTECTED-DATASET COMPLIANCE
      *                  SECTION - EVERY DDAUTH REFUSAL AND EVERY
      *                  AUTHORIZED LIVE ACTION AGAINST A PROTECTED
      *                  DATASET IN THE PERIOD, WITH REQUESTER AND
      *                  CHANGE TICKET, FOR THE MONTHLY COMPLIANCE
      *                  PACK.
      *
      *********************** TYR ******************************
      ***************************************************************
       77  WS-RECORDS-SELECTED          PIC 9(9) COMP VALUE ZERO.
       77  WS-EXCEPTION-COUNT           PIC 9(9) COMP VALUE ZERO.
       77  WS-DSN-OVERFLOW-COUNT        PIC 9(9) COMP VALUE ZERO.
       77  WS-REFUSED-COUNT             PIC 9(9) COMP VALUE ZERO.
       77  WS-AUTHORIZED-COUNT          PIC 9(9) COMP VALUE ZERO.

       77  WS-ACTION-COUNT              PIC 9(4) COMP VALUE ZERO.
       77  WS-ACTION-SUB                PIC 9(4) COMP VALUE ZERO.
               ' FURTHER RECORDS NOT SUMMARIZED'.
           05  FILLER                   PIC X(44) VALUE SPACES.

       01  RPT-COMPLIANCE-HEADING.
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  FILLER                   PIC X(14) VALUE 'TIMESTAMP'.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(8) VALUE 'ACTION'.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(7) VALUE 'OUTCOME'.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(8) VALUE 'REQUESTR'.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE 'TICKET'.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(4) VALUE 'RC'.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(1) VALUE 'D'.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(44) VALUE
               'TARGET DATASET'.
           05  FILLER                   PIC X(19) VALUE SPACES.

       01  RPT-COMPLIANCE-LINE.
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  RPT-CMP-TIMESTAMP        PIC X(14).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RPT-CMP-ACTION           PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RPT-CMP-OUTCOME          PIC X(7).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RPT-CMP-REQUESTED-BY     PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RPT-CMP-TICKET           PIC X(12).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RPT-CMP-RC               PIC 9(4).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RPT-CMP-DRYRUN           PIC X(1).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RPT-CMP-TARGET           PIC X(44).
           05  FILLER                   PIC X(19) VALUE SPACES.

       01  RPT-COMPLIANCE-TOTALS.
           05  FILLER                   PIC X(10) VALUE ' REFUSED: '.
           05  RPT-CMP-TOT-REFUSED      PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(24) VALUE
               '  AUTHORIZED AND LIVE: '.
           05  RPT-CMP-TOT-AUTHORIZED   PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(80) VALUE SPACES.

       01  RPT-TOTALS-LINE.
           05  FILLER                   PIC X(18) VALUE
               'RECORDS SELECTED: '.
               PERFORM 3000-PRINT-ACTION-SUMMARY
               PERFORM 4000-PRINT-EXCEPTIONS
               PERFORM 5000-PRINT-DATASET-HISTORY
               PERFORM 5500-PRINT-COMPLIANCE
               PERFORM 6000-PRINT-TOTALS
           END-IF.
           PERFORM 9000-TERMINATE.
               IF AUDIT-RETURN-CODE > 0
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
               IF AUDIT-AUTH-REFUSED
                   ADD 1 TO WS-REFUSED-COUNT
               END-IF
               IF AUDIT-AUTH-ALLOWED AND AUDIT-DRYRUN-SWITCH NOT = 'Y'
                   ADD 1 TO WS-AUTHORIZED-COUNT
               END-IF
               PERFORM 2200-TALLY-ACTION
               IF AUDIT-TARGET-DSNAME NOT = SPACES
                   PERFORM 2300-TALLY-DATASET
           MOVE WS-DSN-LAST-DUP (WS-DSN-SUB) TO RPT-DSN-LAST-DUP.
           WRITE REPORT-LINE FROM RPT-DSN-LINE.

       5500-PRINT-COMPLIANCE.
      *    ANOTHER PASS OVER DDAUDIT, AS FOR THE EXCEPTIONS. A DRYRUN
      *    THE TABLE ALLOWED CHANGED NOTHING AND IS LEFT OUT; A
      *    REFUSED DRYRUN STILL SHOWS WHO ASKED.
           MOVE 'PROTECTED DATASET COMPLIANCE - DDAUTH REFUSALS AND'
               TO REPORT-LINE.
           MOVE ' AUTHORIZED ACTIONS' TO REPORT-LINE(51:).
           WRITE REPORT-LINE.
           IF WS-REFUSED-COUNT = 0 AND WS-AUTHORIZED-COUNT = 0
               MOVE ' NONE IN SELECTED PERIOD' TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               WRITE REPORT-LINE FROM RPT-COMPLIANCE-HEADING
               CLOSE AUDIT-FILE
               MOVE 'N' TO WS-AUDIT-EOF-SWITCH
               OPEN INPUT AUDIT-FILE
               IF WS-AUDIT-STATUS NOT = '00'
                   DISPLAY 'TYR - *** ERROR REOPENING DDAUDIT - '
                       'STATUS: ' WS-AUDIT-STATUS ' ***'
                   MOVE 0008 TO WS-RETURN-CODE
                   SET END-OF-AUDIT-FILE TO TRUE
               ELSE
                   PERFORM 4200-READ-FOR-EXCEPTIONS
               END-IF
               PERFORM 5510-PRINT-ONE-COMPLIANCE
                   UNTIL END-OF-AUDIT-FILE
               MOVE WS-REFUSED-COUNT TO RPT-CMP-TOT-REFUSED
               MOVE WS-AUTHORIZED-COUNT TO RPT-CMP-TOT-AUTHORIZED
               WRITE REPORT-LINE FROM RPT-COMPLIANCE-TOTALS
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       5510-PRINT-ONE-COMPLIANCE.
           IF AUDIT-TIMESTAMP(1:8) >= WS-FROM-DATE
                   AND AUDIT-TIMESTAMP(1:8) <= WS-TO-DATE
               IF AUDIT-AUTH-REFUSED
                   MOVE 'REFUSED' TO RPT-CMP-OUTCOME
                   PERFORM 5520-PRINT-COMPLIANCE-LINE
      *            THE REASON IS THE WHOLE POINT OF A REFUSAL LINE.
                   MOVE AUDIT-MESSAGE TO RPT-EXC-MESSAGE
                   WRITE REPORT-LINE FROM RPT-EXCEPTION-MSG-LINE
               END-IF
               IF AUDIT-AUTH-ALLOWED AND AUDIT-DRYRUN-SWITCH NOT = 'Y'
                   MOVE 'ALLOWED' TO RPT-CMP-OUTCOME
                   PERFORM 5520-PRINT-COMPLIANCE-LINE
               END-IF
           END-IF.
           PERFORM 4200-READ-FOR-EXCEPTIONS.

       5520-PRINT-COMPLIANCE-LINE.
           MOVE AUDIT-TIMESTAMP(1:14) TO RPT-CMP-TIMESTAMP.
           MOVE AUDIT-ACTION TO RPT-CMP-ACTION.
           MOVE AUDIT-REQUESTED-BY TO RPT-CMP-REQUESTED-BY.
           MOVE AUDIT-CHANGE-TICKET TO RPT-CMP-TICKET.
           MOVE AUDIT-RETURN-CODE TO RPT-CMP-RC.
           MOVE AUDIT-DRYRUN-SWITCH TO RPT-CMP-DRYRUN.
           MOVE AUDIT-TARGET-DSNAME TO RPT-CMP-TARGET.
           WRITE REPORT-LINE FROM RPT-COMPLIANCE-LINE.

       6000-PRINT-TOTALS.
           MOVE WS-RECORDS-SELECTED TO RPT-TOT-SELECTED.
           MOVE WS-RECORDS-READ TO RPT-TOT-READ.
