      *                        CONSOLE SEVERITY THRESHOLD IN COL 8:
      *                        'I' ALL MESSAGES, 'W' WARNINGS AND
      *                        ERRORS, 'E' ERRORS ONLY, 'N' NONE;
      *                        BLANK MEANS 'W'; AND THE RESTART
      *                        INDICATOR IN COL 10: 'R' RESUMES A
      *                        FAILED OR CANCELLED RUN FROM DDSTATE)
      *                DDSTATE - ON A RESTART, THE RUN-STATE FILE
      *                        WRITTEN BY THE EARLIER ATTEMPT
      *                DDAUTH - PROTECTED-DATASET AUTHORIZATION TABLE
      *                        (UAUTH LAYOUT) - A RECORD WHOSE ACTION
      *                        CHANGES A PROTECTED TARGET IS ONLY
      *                        DISPATCHED WHEN THE TABLE ALLOWS IT
      *
      *      OUTPUT  = RESPONSE IN THE PARMS DATA STRUCTURE
      *                DDDEFER - CONTROL RECORDS NOT DISPATCHED BEFORE
      *                        ERROR, IN DDCTL LAYOUT FOR A RERUN
      *                        AFTER THE PREDECESSOR IS FIXED
      *                DDAUDIT - ONE APPENDED RECORD PER SKIPPED
      *                        OR REFUSED CONTROL RECORD (UAUD
      *                        LAYOUT) SO THE TYR AUDIT REPORTS SHOW
      *                        THE FENCE OR THE REFUSAL
      *                DDRUN - PRINTED RUN SUMMARY, ONE HEADED LINE
      *                        PER ACTION PLUS A TOTALS SECTION
      *                DDSTATE - RUN-STATE FILE, ONE RECORD APPENDED
      *                        AS EACH CONTROL RECORD STARTS AND ENDS
      *                        (SEQUENCE NUMBER, LABEL, RC, TIME), SO
      *                        A RESUBMITTED RUN KNOWS WHAT FINISHED
      *
      *   EXIT-NORMAL = RETURN CODE 0 NORMAL COMPLETION
      *   EXIT-ERROR =
      *      RETURN CODE = HIGHEST PARMS-RETURN-CODE SEEN ACROSS ALL
      *                    ACTIONS, SO SCHEDULER CONDITION-CODE CHECKS
      *                    CATCH A FAILED ACTION
      *      RETURN CODE = 12 - RESTART REQUESTED BUT DDSTATE COULD
      *                    NOT BE READ, OR DDCTL NO LONGER MATCHES
      *                    THE EARLIER ATTEMPT - NOTHING FURTHER IS
      *                    DISPATCHED
      *      RETURN CODE = 12 - A CONTROL RECORD WAS REFUSED BY THE
      *                    DDAUTH AUTHORIZATION TABLE (TYT008E) -
      *                    THE REST OF THE FILE STILL RUNS
      *      ABEND CODES =  NONE
      *      ERROR-MESSAGES =
      *
      *                  THRESHOLD KEEPS ROUTINE COMPLETIONS OFF
      *                  THE CONSOLE; SYSOUT DISPLAYS AND DDRUN
      *                  ARE UNCHANGED.
      *      2026-10-15  PASS CTL-POINT-IN-TIME THROUGH TO TYU
      *                  FOR THE RESTORE ACTION.
      *      2026-10-15  WHOLE-RUN RESTART - EACH CONTROL RECORD'S
      *                  START AND OUTCOME (SEQUENCE NUMBER, LABEL,
      *                  RC, RECORDS, TIME) IS APPENDED TO THE
      *                  DDSTATE RUN-STATE FILE AS THE RUN GOES. A
      *                  RESUBMITTED RUN WITH 'R' IN DDPRM COL 10
      *                  SKIPS EVERY RECORD THAT COMPLETED BELOW RC
      *                  8 IN THE EARLIER ATTEMPT (LISTED ON DDRUN
      *                  AS COMPLETED IN PRIOR ATTEMPT), RERUNS THE
      *                  FAILED, FENCED, DEFERRED AND IN-FLIGHT
      *                  ONES, AND REBUILDS THE FAILED-LABEL TABLE
      *                  FROM THE SAVED OUTCOMES SO DEPENDENCY
      *                  FENCES HOLD ACROSS THE RESTART. A RESTART
      *                  AGAINST A CHANGED DDCTL IS REFUSED (RC 12,
      *                  TYT006E).
      *      2026-10-15  THE DDAUDIT FENCE RECORD CARRIES ZERO
      *                  ELAPSED TIME AND RECORDS AND NO START TIME.
      *      2026-10-15  PASS CTL-FAIL-THRESHOLD THROUGH TO TYU
      *                  FOR THE VALIDATE ACTION.
      *      2026-10-15  PASS CTL-CHILDLESS-SWITCH THROUGH TO TYU
      *                  FOR THE XREF ACTION.
      *      2026-10-15  CHECK EVERY CONTROL RECORD AGAINST THE
      *                  DDAUTH PROTECTED-DATASET TABLE BEFORE
      *                  DISPATCH. A RECORD WHOSE ACTION CHANGES A
      *                  PROTECTED TARGET THE TABLE DOES NOT ALLOW,
      *                  OR ALLOWS ONLY UNDER A CHANGE TICKET THE
      *                  RECORD DOES NOT CARRY, IS NOT DISPATCHED:
      *                  IT ENDS RC 12 WITH CONSOLE MESSAGE TYT008E,
      *                  A DDRUN LINE AND A DDAUDIT RECORD NAMING
      *                  THE REQUESTER AND THE REASON, AND FENCES
      *                  ITS DEPENDENTS LIKE ANY FAILURE. PASS
      *                  CTL-CHANGE-TICKET AND CTL-REQUESTED-BY
      *                  THROUGH TO TYU, AND CARRY THEM ON THE
      *                  FENCE AUDIT RECORD.
      *      2026-10-15  THE FENCE AND REFUSAL AUDIT RECORDS CARRY
      *                  ZERO BYTES PROCESSED.
      *      2026-10-15  A CONTROL RECORD WITH A BLANK TARGET DSNAME
      *                  IS HELD TO EVERY DDAUTH PATTERN, NOT PASSED
      *                  AS UNPROTECTED.
      *
      *********************** TYT ******************************
      ***************************************************************
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WS-AUDIT-STATUS.

             SELECT STATE-FILE ASSIGN TO DDSTATE
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WS-STATE-STATUS.

             SELECT AUTH-FILE ASSIGN TO DDAUTH
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WS-AUTH-STATUS.

       Data Division.
        File section.
        FD  CONTROL-FILE
            05  PRM-CUTOFF-TIME         PIC X(6).
            05  FILLER                  PIC X(1).
            05  PRM-CONSOLE-LEVEL       PIC X(1).
            05  FILLER                  PIC X(1).
            05  PRM-RESTART-SWITCH      PIC X(1).
            05  FILLER                  PIC X(70).

      *  THE CARRYOVER RECORD IS THE CONTROL RECORD LAYOUT UNDER
      *  OTHER NAMES, SO THE TWO FILES CAN NEVER DRIFT APART.
            RECORDING MODE IS F.
        COPY UAUD.

      *  ONE RECORD PER CONTROL RECORD EVENT, APPENDED AS THE RUN
      *  GOES. THE LAST RECORD FOR A SEQUENCE NUMBER IS ITS STATE.
        FD  STATE-FILE
            RECORDING MODE IS F.
        01  STATE-RECORD.
            05  STATE-SEQUENCE          PIC 9(5).
            05  FILLER                  PIC X(1).
            05  STATE-STATUS            PIC X(1).
                88  STATE-STARTED           VALUE 'S'.
                88  STATE-COMPLETED         VALUE 'C'.
                88  STATE-SKIPPED           VALUE 'K'.
                88  STATE-DEFERRED          VALUE 'D'.
            05  FILLER                  PIC X(1).
            05  STATE-LABEL             PIC X(8).
            05  FILLER                  PIC X(1).
            05  STATE-ACTION            PIC X(8).
            05  FILLER                  PIC X(1).
            05  STATE-TARGET-DSNAME     PIC X(44).
            05  FILLER                  PIC X(1).
            05  STATE-RETURN-CODE       PIC 9(4).
            05  FILLER                  PIC X(1).
            05  STATE-RECORDS           PIC 9(9).
            05  FILLER                  PIC X(1).
            05  STATE-TIMESTAMP         PIC X(14).

        FD  AUTH-FILE
            RECORDING MODE IS F.
        COPY UAUTH.

      *
      *
       Working-Storage Section.
       77 WS-LABEL-SUB              PICTURE 9(4) COMP VALUE ZERO.
       77 WS-LABEL-OVF-SWITCH       PICTURE X(1) VALUE 'N'.
           88 LABEL-TABLE-OVERFLOWED    VALUE 'Y'.
       77 WS-LABEL-TO-RECORD        PICTURE X(8) VALUE SPACES.
       01  WS-FAILED-LABEL-TABLE.
           05  WS-FAILED-LABEL       PICTURE X(8) OCCURS 50 TIMES.

      *  WHOLE-RUN RESTART. THE TABLE IS INDEXED BY CONTROL RECORD
      *  SEQUENCE NUMBER AND HOLDS THE LAST DDSTATE EVENT THE
      *  EARLIER ATTEMPT RECORDED FOR IT (STATUS SPACE = NONE).
       77 WS-STATE-STATUS           PICTURE X(2) VALUE SPACES.
       77 WS-STATE-ACTIVE-SWITCH    PICTURE X(1) VALUE 'N'.
           88 STATE-FILE-ACTIVE         VALUE 'Y'.
       77 WS-STATE-EOF-SWITCH       PICTURE X(1) VALUE 'N'.
           88 STATE-AT-EOF              VALUE 'Y'.
       77 WS-RESTART-SWITCH         PICTURE X(1) VALUE 'N'.
           88 RESTART-REQUESTED         VALUE 'Y'.
       77 WS-PRIOR-SWITCH           PICTURE X(1) VALUE 'N'.
           88 COMPLETED-IN-PRIOR-ATTEMPT VALUE 'Y'.
           88 RESTART-MISMATCH          VALUE 'M'.
       77 WS-CONTROL-SEQUENCE       PICTURE 9(5) VALUE ZERO.
       77 WS-STATE-SUB              PICTURE 9(4) COMP VALUE ZERO.
       77 WS-STATE-LOADED           PICTURE 9(9) COMP VALUE ZERO.
       77 WS-STATE-BEYOND-COUNT     PICTURE 9(9) COMP VALUE ZERO.
       77 WS-PRIOR-COUNT            PICTURE 9(9) COMP VALUE ZERO.
       77 WS-STATE-EVENT            PICTURE X(1) VALUE SPACE.
       77 WS-STATE-EVENT-RC         PICTURE 9(4) VALUE ZERO.
       77 WS-STATE-EVENT-RECORDS    PICTURE 9(9) VALUE ZERO.
       01  WS-STATE-TABLE               VALUE SPACES.
           05  WS-STATE-ENTRY OCCURS 5000 TIMES.
               10  WS-STATE-ENT-STATUS   PICTURE X(1).
               10  WS-STATE-ENT-LABEL    PICTURE X(8).
               10  WS-STATE-ENT-ACTION   PICTURE X(8).
               10  WS-STATE-ENT-TARGET   PICTURE X(44).
               10  WS-STATE-ENT-RC       PICTURE 9(4).
               10  WS-STATE-ENT-RECORDS  PICTURE 9(9).
               10  WS-STATE-ENT-TIME     PICTURE X(14).

      *  CONSOLE MESSAGES CARRY A FIXED IDENTIFIER WHOSE LAST BYTE
      *  IS THE SEVERITY (I/W/E), SO THE AUTOMATION PRODUCT CAN
      *  TRAP ON THE IDENTIFIER AND PAGE BY SEVERITY. ONLY
           05  FILLER                PICTURE X(1) VALUE SPACE.
           05  WS-CONSOLE-MSG-TEXT   PICTURE X(72) VALUE SPACES.

      *  THE DDAUTH TABLE. AN ACTION NAMED IN AUTH-ACTION-CHANGES-
      *  DATA IS CHECKED AGAINST IT - TYU HOLDS THE SAME LIST AND
      *  CHECKS EACH CALL AGAIN.
       77 WS-AUTH-STATUS            PICTURE X(2) VALUE SPACES.
       77 WS-AUTH-EOF-SWITCH        PICTURE X(1) VALUE 'N'.
           88 AUTH-AT-EOF               VALUE 'Y'.
       77 WS-AUTH-UNUSABLE-SWITCH   PICTURE X(1) VALUE 'N'.
           88 AUTH-TABLE-UNUSABLE       VALUE 'Y'.
       77 WS-AUTH-ACTION            PICTURE X(8) VALUE SPACES.
           88 AUTH-ACTION-CHANGES-DATA  VALUE 'DUPLICAT' 'MERGE'
                                        'EXTRACT' 'CONVERT' 'SYNC'
                                        'BACKOUT' 'RESTORE' 'REORG'
                                        'PURGE' 'CKPTPURG'.
       77 WS-AUTH-RESULT            PICTURE X(1) VALUE SPACE.
           88 AUTH-NOT-PROTECTED        VALUE ' '.
           88 AUTH-ALLOWED              VALUE 'A'.
           88 AUTH-REFUSED              VALUE 'R'.
       77 WS-AUTH-REASON            PICTURE X(80) VALUE SPACES.
       77 WS-AUTH-COUNT             PICTURE 9(4) COMP VALUE ZERO.
       77 WS-AUTH-SUB               PICTURE 9(4) COMP VALUE ZERO.
       77 WS-AUTH-FOUND-SUB         PICTURE 9(4) COMP VALUE ZERO.
       77 WS-AUTH-ALLOW-SUB         PICTURE 9(4) COMP VALUE ZERO.
       77 WS-AUTH-PATTERN-LEN       PICTURE 9(4) COMP VALUE ZERO.
       77 WS-REFUSED-COUNT          PICTURE 9(9) COMP VALUE ZERO.
       01  WS-AUTH-TABLE.
           05  WS-AUTH-ENTRY OCCURS 200 TIMES.
               10  WS-AUTH-PATTERN       PICTURE X(44).
               10  WS-AUTH-ALLOWED-ACTION PICTURE X(8).
               10  WS-AUTH-TICKET-SWITCH PICTURE X(1).

       01  RUN-TITLE-LINE.
           05  FILLER                PICTURE X(43) VALUE
               'TYT - BATCH DATASET OPERATIONS RUN SUMMARY'.
               '  SKIPPED: '.
           05  RUN-TOT-SKIPPED       PICTURE ZZZZZZZ9.

       01  RUN-RESTART-LINE.
           05  FILLER                PICTURE X(42) VALUE
               'RESTARTED RUN - COMPLETED IN PRIOR ATTEMPT'.
           05  FILLER                PICTURE X(14) VALUE
               ' (NOT RERUN): '.
           05  RUN-TOT-PRIOR         PICTURE ZZZZZZZZ9.
           05  FILLER                PICTURE X(67) VALUE SPACES.

       01  RUN-REFUSED-LINE.
           05  FILLER                PICTURE X(45) VALUE
               'REFUSED BY THE DDAUTH AUTHORIZATION TABLE: '.
           05  RUN-TOT-REFUSED       PICTURE ZZZZZZZZ9.
           05  FILLER                PICTURE X(78) VALUE SPACES.

       Procedure DIVISION.

      * Drive one CALL to TYU per ACTION record read from the control file
           OPEN INPUT CONTROL-FILE.
           PERFORM 1200-OPEN-RUN-REPORT.
           PERFORM 1100-READ-CUTOFF-CARD.
           PERFORM 1300-OPEN-RUN-STATE.
           PERFORM 1400-LOAD-AUTHORIZATION-TABLE.
           IF WS-CUTOFF-TIME NOT = SPACES
               OPEN OUTPUT DEFER-FILE
               IF WS-DEFER-STATUS = '00'
                   MOVE SPACES TO WS-CUTOFF-TIME
               END-IF
           END-IF.
           IF NOT END-OF-CONTROL-FILE
               PERFORM 2100-READ-CONTROL-FILE
           END-IF.

       1100-READ-CUTOFF-CARD.
      *    A MISSING DDPRM OR A BLANK CARD MEANS NO CUTOFF - THE
                           DISPLAY 'TYT - CONSOLE SEVERITY '
                               'THRESHOLD: ' WS-CONSOLE-LEVEL
                       END-IF
                       IF PRM-RESTART-SWITCH = 'R'
                           SET RESTART-REQUESTED TO TRUE
                           DISPLAY 'TYT - RESTART OF AN EARLIER'
                               ' ATTEMPT REQUESTED'
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.
                   WS-RUN-STATUS ' - NO RUN SUMMARY PRINTED ***'
           END-IF.

       1300-OPEN-RUN-STATE.
      *    A FRESH RUN EMPTIES DDSTATE; A RESTART LOADS IT AND THEN
      *    KEEPS APPENDING, SO A SECOND RESTART SEES BOTH ATTEMPTS.
      *    WITHOUT A DDSTATE A FRESH RUN STILL RUNS - IT JUST
      *    CANNOT BE RESTARTED PART-WAY.
           IF RESTART-REQUESTED
               PERFORM 1310-LOAD-RUN-STATE
           ELSE
               OPEN OUTPUT STATE-FILE
               IF WS-STATE-STATUS = '00'
                   CLOSE STATE-FILE
                   SET STATE-FILE-ACTIVE TO TRUE
               ELSE
                   DISPLAY 'TYT - NO DDSTATE RUN-STATE FILE - STATUS: '
                       WS-STATE-STATUS ' - RUN NOT RESTARTABLE'
               END-IF
           END-IF.

       1310-LOAD-RUN-STATE.
           OPEN INPUT STATE-FILE.
           IF WS-STATE-STATUS = '00'
               PERFORM 1320-READ-RUN-STATE
               PERFORM 1330-LOAD-ONE-STATE-EVENT
                   UNTIL STATE-AT-EOF
               CLOSE STATE-FILE
               SET STATE-FILE-ACTIVE TO TRUE
               DISPLAY 'TYT - RESTART - DDSTATE EVENTS LOADED: '
                   WS-STATE-LOADED
               IF WS-STATE-BEYOND-COUNT > 0
                   DISPLAY 'TYT - *** ' WS-STATE-BEYOND-COUNT
                       ' DDSTATE EVENTS BEYOND RECORD 5000 IGNORED -'
                       ' THOSE RECORDS WILL BE RERUN ***'
               END-IF
               PERFORM 1340-REBUILD-FAILED-LABEL
                   VARYING WS-STATE-SUB FROM 1 BY 1
                   UNTIL WS-STATE-SUB > 5000
           ELSE
      *        WITHOUT THE SAVED STATE A RESTART WOULD REPEAT EVERY
      *        COMPLETED SYNC AND PURGE - NOTHING IS DISPATCHED.
               DISPLAY 'TYT - *** RESTART REQUESTED BUT DDSTATE'
                   ' COULD NOT BE OPENED - STATUS: ' WS-STATE-STATUS
                   ' - NOTHING DISPATCHED ***'
               MOVE 'TYT006E' TO WS-CONSOLE-MSG-ID
               STRING 'RESTART REFUSED - DDSTATE OPEN FAILED - STATUS '
                       DELIMITED BY SIZE
                       WS-STATE-STATUS DELIMITED BY SIZE
                   INTO WS-CONSOLE-MSG-TEXT
               PERFORM 8000-ISSUE-CONSOLE-MESSAGE
               MOVE 0012 TO WS-MAX-RETURN-CODE
               SET END-OF-CONTROL-FILE TO TRUE
           END-IF.

       1320-READ-RUN-STATE.
           READ STATE-FILE
               AT END
                   SET STATE-AT-EOF TO TRUE
           END-READ.
           IF NOT STATE-AT-EOF AND WS-STATE-STATUS NOT = '00'
               DISPLAY 'TYT - *** ERROR READING DDSTATE - STATUS: '
                   WS-STATE-STATUS ' - LATER EVENTS IGNORED ***'
               SET STATE-AT-EOF TO TRUE
           END-IF.

       1330-LOAD-ONE-STATE-EVENT.
      *    A LATER EVENT FOR THE SAME RECORD REPLACES AN EARLIER
      *    ONE - START THEN COMPLETION, OR AN EARLIER ATTEMPT'S
      *    FAILURE THEN A RESTART'S SUCCESS.
           IF STATE-SEQUENCE NUMERIC AND STATE-SEQUENCE > 0
               IF STATE-SEQUENCE <= 5000
                   ADD 1 TO WS-STATE-LOADED
                   MOVE STATE-SEQUENCE TO WS-STATE-SUB
                   MOVE STATE-STATUS
                       TO WS-STATE-ENT-STATUS (WS-STATE-SUB)
                   MOVE STATE-LABEL TO WS-STATE-ENT-LABEL (WS-STATE-SUB)
                   MOVE STATE-ACTION
                       TO WS-STATE-ENT-ACTION (WS-STATE-SUB)
                   MOVE STATE-TARGET-DSNAME
                       TO WS-STATE-ENT-TARGET (WS-STATE-SUB)
                   MOVE STATE-RETURN-CODE
                       TO WS-STATE-ENT-RC (WS-STATE-SUB)
                   MOVE STATE-RECORDS
                       TO WS-STATE-ENT-RECORDS (WS-STATE-SUB)
                   MOVE STATE-TIMESTAMP
                       TO WS-STATE-ENT-TIME (WS-STATE-SUB)
               ELSE
                   ADD 1 TO WS-STATE-BEYOND-COUNT
               END-IF
           END-IF.
           PERFORM 1320-READ-RUN-STATE.

       1340-REBUILD-FAILED-LABEL.
      *    A LABEL WHOSE LAST OUTCOME WAS AN ERROR, A FENCE OR AN
      *    UNFINISHED CALL FENCES ITS DEPENDENTS UNTIL THE RECORD
      *    RERUNS CLEANLY - EVEN IF THE CUTOFF DEFERS IT THIS TIME.
           EVALUATE WS-STATE-ENT-STATUS (WS-STATE-SUB)
               WHEN 'K'
               WHEN 'S'
                   MOVE WS-STATE-ENT-LABEL (WS-STATE-SUB)
                       TO WS-LABEL-TO-RECORD
                   PERFORM 2090-RECORD-FAILED-LABEL
               WHEN 'C'
                   IF WS-STATE-ENT-RC (WS-STATE-SUB) >= 0008
                       MOVE WS-STATE-ENT-LABEL (WS-STATE-SUB)
                           TO WS-LABEL-TO-RECORD
                       PERFORM 2090-RECORD-FAILED-LABEL
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1400-LOAD-AUTHORIZATION-TABLE.
      *    NO DDAUTH AT ALL (STATUS 35) MEANS NO DATASET IS
      *    PROTECTED. A DDAUTH THAT IS THERE BUT CANNOT BE READ, OR
      *    HOLDS MORE CARDS THAN THE TABLE, REFUSES EVERY ACTION
      *    THAT CHANGES DATA - A PARTLY LOADED TABLE COULD LEAVE A
      *    PRODUCTION PATTERN OUT.
           MOVE ZERO TO WS-AUTH-COUNT.
           OPEN INPUT AUTH-FILE.
           EVALUATE WS-AUTH-STATUS
               WHEN '00'
                   PERFORM 1410-LOAD-ONE-AUTH-CARD UNTIL AUTH-AT-EOF
                   CLOSE AUTH-FILE
                   DISPLAY 'TYT - AUTHORIZATION TABLE LOADED - CARDS: '
                       WS-AUTH-COUNT
               WHEN '35'
                   DISPLAY 'TYT - NO DDAUTH AUTHORIZATION TABLE - NO'
                       ' DATASET IS PROTECTED'
               WHEN OTHER
                   SET AUTH-TABLE-UNUSABLE TO TRUE
                   DISPLAY 'TYT - *** DDAUTH OPEN FAILED - STATUS: '
                       WS-AUTH-STATUS ' - EVERY ACTION THAT CHANGES'
                       ' DATA WILL BE REFUSED ***'
           END-EVALUATE.

       1410-LOAD-ONE-AUTH-CARD.
           READ AUTH-FILE
               AT END
                   SET AUTH-AT-EOF TO TRUE
               NOT AT END
                   PERFORM 1420-STORE-ONE-AUTH-CARD
           END-READ.
           IF NOT AUTH-AT-EOF AND WS-AUTH-STATUS NOT = '00'
               SET AUTH-TABLE-UNUSABLE TO TRUE
               SET AUTH-AT-EOF TO TRUE
               DISPLAY 'TYT - *** ERROR READING DDAUTH - STATUS: '
                   WS-AUTH-STATUS ' - EVERY ACTION THAT CHANGES'
                   ' DATA WILL BE REFUSED ***'
           END-IF.

       1420-STORE-ONE-AUTH-CARD.
           EVALUATE TRUE
               WHEN AUTH-DSN-PATTERN(1:1) = '*'
               WHEN AUTH-DSN-PATTERN = SPACES
                   CONTINUE
               WHEN WS-AUTH-COUNT >= 200
                   IF NOT AUTH-TABLE-UNUSABLE
                       SET AUTH-TABLE-UNUSABLE TO TRUE
                       DISPLAY 'TYT - *** DDAUTH TABLE FULL - EVERY'
                           ' ACTION THAT CHANGES DATA WILL BE'
                           ' REFUSED ***'
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-AUTH-COUNT
                   MOVE AUTH-DSN-PATTERN
                       TO WS-AUTH-PATTERN (WS-AUTH-COUNT)
                   MOVE AUTH-ACTION
                       TO WS-AUTH-ALLOWED-ACTION (WS-AUTH-COUNT)
                   MOVE AUTH-TICKET-SWITCH
                       TO WS-AUTH-TICKET-SWITCH (WS-AUTH-COUNT)
           END-EVALUATE.

       2000-PROCESS-CONTROL-RECORD.
           PERFORM 2010-CHECK-PRIOR-ATTEMPT.
           PERFORM 2055-CHECK-DEPENDENCY.
           PERFORM 2050-CHECK-CUTOFF.
           PERFORM 2600-CHECK-AUTHORIZATION.
      *    A FAILED PREDECESSOR FENCES THE DEPENDENT OFF EVEN PAST
      *    THE CUTOFF - DEFERRING IT WOULD RERUN IT TOMORROW
      *    AGAINST WHATEVER THE FAILURE LEFT BEHIND. A REFUSAL IS
      *    REPORTED TONIGHT RATHER THAN CARRIED OVER UNSEEN.
           EVALUATE TRUE
               WHEN RESTART-MISMATCH
                   CONTINUE
               WHEN COMPLETED-IN-PRIOR-ATTEMPT
                   PERFORM 2020-REPORT-PRIOR-COMPLETION
               WHEN PREDECESSOR-FAILED
                   PERFORM 2080-SKIP-DEPENDENT-RECORD
               WHEN AUTH-REFUSED
                   PERFORM 2650-REFUSE-CONTROL-RECORD
               WHEN CUTOFF-REACHED AND CTL-PRIORITY NOT = '1'
                   PERFORM 2060-DEFER-CONTROL-RECORD
                   IF NOT DEFER-WRITE-OK
               WHEN OTHER
                   PERFORM 2070-DISPATCH-CONTROL-RECORD
           END-EVALUATE.
           IF NOT END-OF-CONTROL-FILE
               PERFORM 2100-READ-CONTROL-FILE
           END-IF.

       2010-CHECK-PRIOR-ATTEMPT.
      *    ONLY A RECORD THE EARLIER ATTEMPT SAW COMPLETE BELOW RC 8
      *    IS PASSED OVER. A FAILED, FENCED OR DEFERRED RECORD, THE
      *    ONE IN FLIGHT WHEN THE ATTEMPT DIED, AND EVERY RECORD IT
      *    NEVER REACHED ARE PROCESSED AS IN A FRESH RUN.
           MOVE 'N' TO WS-PRIOR-SWITCH.
           IF RESTART-REQUESTED AND WS-CONTROL-SEQUENCE <= 5000
               MOVE WS-CONTROL-SEQUENCE TO WS-STATE-SUB
               IF WS-STATE-ENT-STATUS (WS-STATE-SUB) NOT = SPACE
                   IF WS-STATE-ENT-LABEL (WS-STATE-SUB) = CTL-LABEL
                       AND WS-STATE-ENT-ACTION (WS-STATE-SUB)
                           = CTL-ACTION
                       AND WS-STATE-ENT-TARGET (WS-STATE-SUB)
                           = CTL-TARGET-DSNAME
                       IF WS-STATE-ENT-STATUS (WS-STATE-SUB) = 'C'
                               AND WS-STATE-ENT-RC (WS-STATE-SUB)
                                   < 0008
                           SET COMPLETED-IN-PRIOR-ATTEMPT TO TRUE
                       END-IF
                   ELSE
                       PERFORM 2015-REFUSE-CHANGED-CONTROL-FILE
                   END-IF
               END-IF
           END-IF.

       2015-REFUSE-CHANGED-CONTROL-FILE.
      *    THE SAVED STATE ONLY MEANS SOMETHING AGAINST THE SAME
      *    DDCTL - GUESSING ACROSS AN EDITED FILE COULD REPEAT A
      *    SYNC OR PURGE, SO THE RUN STOPS HERE INSTEAD.
           SET RESTART-MISMATCH TO TRUE.
           SET END-OF-CONTROL-FILE TO TRUE.
           MOVE 0012 TO WS-MAX-RETURN-CODE.
           DISPLAY 'TYT - *** RESTART REFUSED - DDCTL RECORD '
               WS-CONTROL-SEQUENCE ' (' CTL-ACTION ' '
               CTL-LABEL ') DOES NOT MATCH DDSTATE ('
               WS-STATE-ENT-ACTION (WS-STATE-SUB) ' '
               WS-STATE-ENT-LABEL (WS-STATE-SUB) ') ***'.
           MOVE 'TYT006E' TO WS-CONSOLE-MSG-ID.
           STRING 'RESTART REFUSED - DDCTL RECORD ' DELIMITED BY SIZE
                   WS-CONTROL-SEQUENCE DELIMITED BY SIZE
                   ' DIFFERS FROM DDSTATE' DELIMITED BY SIZE
               INTO WS-CONSOLE-MSG-TEXT.
           PERFORM 8000-ISSUE-CONSOLE-MESSAGE.
           IF RUN-REPORT-OPENED
               MOVE SPACES TO RUN-MSG-TEXT
               STRING '*** RESTART REFUSED - DDCTL RECORD '
                       DELIMITED BY SIZE
                       WS-CONTROL-SEQUENCE DELIMITED BY SIZE
                       ' DIFFERS FROM THE EARLIER ATTEMPT - NOTHING'
                       DELIMITED BY SIZE
                       ' FURTHER DISPATCHED ***' DELIMITED BY SIZE
                   INTO RUN-MSG-TEXT
               WRITE RUN-REPORT-LINE FROM RUN-MESSAGE-LINE
           END-IF.

       2020-REPORT-PRIOR-COMPLETION.
           ADD 1 TO WS-PRIOR-COUNT.
      *    THE EARLIER ATTEMPT'S RC STILL COUNTS TOWARDS THE STEP
      *    RC - A WARNING IT RAISED IS NOT LOST BY RESTARTING.
           IF WS-STATE-ENT-RC (WS-STATE-SUB) > WS-MAX-RETURN-CODE
               MOVE WS-STATE-ENT-RC (WS-STATE-SUB)
                   TO WS-MAX-RETURN-CODE
           END-IF.
           DISPLAY 'TYT - ACTION ' CTL-ACTION
               ' DATASET ' CTL-TARGET-DSNAME
               ' COMPLETED IN PRIOR ATTEMPT - NOT RERUN'.
           IF RUN-REPORT-OPENED
               MOVE CTL-ACTION TO RUN-DET-ACTION
               MOVE CTL-SOURCE-DSNAME TO RUN-DET-SOURCE
               MOVE CTL-TARGET-DSNAME TO RUN-DET-TARGET
               MOVE WS-STATE-ENT-RECORDS (WS-STATE-SUB)
                   TO RUN-DET-RECORDS
               MOVE WS-STATE-ENT-RC (WS-STATE-SUB) TO RUN-DET-RC
               WRITE RUN-REPORT-LINE FROM RUN-DETAIL-LINE
               MOVE SPACES TO RUN-MSG-TEXT
               STRING 'COMPLETED IN PRIOR ATTEMPT AT '
                       DELIMITED BY SIZE
                       WS-STATE-ENT-TIME (WS-STATE-SUB)
                       DELIMITED BY SIZE
                       ' - NOT RERUN' DELIMITED BY SIZE
                   INTO RUN-MSG-TEXT
               WRITE RUN-REPORT-LINE FROM RUN-MESSAGE-LINE
           END-IF.

       2050-CHECK-CUTOFF.
           IF WS-CUTOFF-TIME NOT = SPACES AND NOT CUTOFF-REACHED
               ADD 1 TO WS-DEFERRED-COUNT
               DISPLAY 'TYT - DEFERRED ACTION ' CTL-ACTION
                   ' DATASET ' CTL-TARGET-DSNAME
               MOVE 'D' TO WS-STATE-EVENT
               MOVE ZERO TO WS-STATE-EVENT-RC
               MOVE ZERO TO WS-STATE-EVENT-RECORDS
               PERFORM 2500-WRITE-RUN-STATE
           ELSE
               DISPLAY 'TYT - *** ERROR WRITING DDDEFER - STATUS: '
                   WS-DEFER-STATUS ' - DISPATCHING ACTION ***'
           ADD 1 TO WS-SKIPPED-COUNT.
      *    A SKIPPED RECORD'S OWN LABEL COUNTS AS FAILED TOO, SO A
      *    CHAIN OF DEPENDENTS IS FENCED ALL THE WAY DOWN.
           MOVE CTL-LABEL TO WS-LABEL-TO-RECORD.
           PERFORM 2090-RECORD-FAILED-LABEL.
           DISPLAY 'TYT - *** SKIPPED ACTION ' CTL-ACTION
               ' DATASET ' CTL-TARGET-DSNAME
               WRITE RUN-REPORT-LINE FROM RUN-MESSAGE-LINE
           END-IF.
           PERFORM 2085-WRITE-SKIP-AUDIT.
           MOVE 'K' TO WS-STATE-EVENT.
           MOVE 0004 TO WS-STATE-EVENT-RC.
           MOVE ZERO TO WS-STATE-EVENT-RECORDS.
           PERFORM 2500-WRITE-RUN-STATE.

       2085-WRITE-SKIP-AUDIT.
      *    THE FENCE MUST SHOW IN THE SAME HISTORY THE ACTIONS
           MOVE CTL-TARGET-DSNAME TO AUDIT-TARGET-DSNAME.
           MOVE 0004 TO AUDIT-RETURN-CODE.
           MOVE SPACE TO AUDIT-DRYRUN-SWITCH.
      *    A FENCED RECORD NEVER RAN - NO START TIME, SO THE TYS
      *    FORECAST DOES NOT TAKE IT FOR A ZERO-SECOND RUN.
           MOVE ZERO TO AUDIT-ELAPSED-SECONDS.
           MOVE ZERO TO AUDIT-RECORDS-PROCESSED.
           MOVE ZERO TO AUDIT-BYTES-PROCESSED.
           MOVE CTL-REQUESTED-BY TO AUDIT-REQUESTED-BY.
           MOVE CTL-CHANGE-TICKET TO AUDIT-CHANGE-TICKET.
           STRING 'SKIPPED BY TYT - PREDECESSOR ' DELIMITED BY SIZE
                   CTL-DEPENDS-ON DELIMITED BY SIZE
                   ' ENDED IN ERROR' DELIMITED BY SIZE
               INTO AUDIT-MESSAGE.
           PERFORM 2087-APPEND-AUDIT-RECORD.

       2087-APPEND-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = '00'
               WRITE AUDIT-RECORD
           END-IF.

       2090-RECORD-FAILED-LABEL.
           IF WS-LABEL-TO-RECORD NOT = SPACES
               IF WS-LABEL-COUNT < 50
                   ADD 1 TO WS-LABEL-COUNT
                   MOVE WS-LABEL-TO-RECORD
                       TO WS-FAILED-LABEL (WS-LABEL-COUNT)
               ELSE
                   IF NOT LABEL-TABLE-OVERFLOWED
                       SET LABEL-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       2095-CLEAR-FAILED-LABEL.
      *    ON A RESTART THE TABLE STARTS WITH THE EARLIER ATTEMPT'S
      *    FAILURES - ONE THAT NOW RERUNS CLEANLY MUST STOP FENCING
      *    ITS DEPENDENTS.
           IF CTL-LABEL NOT = SPACES
               PERFORM 2096-CLEAR-ONE-LABEL
                   VARYING WS-LABEL-SUB FROM 1 BY 1
                   UNTIL WS-LABEL-SUB > WS-LABEL-COUNT
           END-IF.

       2096-CLEAR-ONE-LABEL.
           IF WS-FAILED-LABEL (WS-LABEL-SUB) = CTL-LABEL
               MOVE SPACES TO WS-FAILED-LABEL (WS-LABEL-SUB)
           END-IF.

       2070-DISPATCH-CONTROL-RECORD.
           MOVE CTL-ACTION TO ACTION.
           MOVE CTL-SOURCE-DSNAME TO PARMS-SOURCE-DSNAME.
           MOVE CTL-MANIFEST-SWITCH TO PARMS-MANIFEST-SWITCH.
           MOVE CTL-MASK-RULES TO PARMS-MASK-RULES.
           MOVE WS-CONSOLE-LEVEL TO PARMS-CONSOLE-LEVEL.
           MOVE CTL-POINT-IN-TIME TO PARMS-POINT-IN-TIME.
           MOVE CTL-FAIL-THRESHOLD TO PARMS-FAIL-THRESHOLD.
           MOVE CTL-CHILDLESS-SWITCH TO PARMS-CHILDLESS-SWITCH.
           MOVE CTL-CHANGE-TICKET TO PARMS-CHANGE-TICKET.
           MOVE CTL-REQUESTED-BY TO PARMS-REQUESTED-BY.
      *    THE START EVENT MARKS THE RECORD IN FLIGHT - IF THE STEP
      *    DIES INSIDE TYU, A RESTART SEES NO COMPLETION AND RERUNS
      *    IT.
           MOVE 'S' TO WS-STATE-EVENT.
           MOVE ZERO TO WS-STATE-EVENT-RC.
           MOVE ZERO TO WS-STATE-EVENT-RECORDS.
           PERFORM 2500-WRITE-RUN-STATE.
           CALL 'TYU' USING PARMS.
           IF PARMS-RC-ERROR
               MOVE CTL-LABEL TO WS-LABEL-TO-RECORD
               PERFORM 2090-RECORD-FAILED-LABEL
           ELSE
               IF RESTART-REQUESTED
                   PERFORM 2095-CLEAR-FAILED-LABEL
               END-IF
           END-IF.
           MOVE 'C' TO WS-STATE-EVENT.
           MOVE PARMS-RETURN-CODE TO WS-STATE-EVENT-RC.
           MOVE PARMS-RECORDS-PROCESSED TO WS-STATE-EVENT-RECORDS.
           PERFORM 2500-WRITE-RUN-STATE.
           PERFORM 2200-DISPLAY-COMPLETION-MESSAGE.
           PERFORM 2300-TALLY-COMPLETION.
           PERFORM 2400-WRITE-RUN-REPORT-LINE.
                   WS-CTL-STATUS ' ***'
               SET END-OF-CONTROL-FILE TO TRUE
           END-IF.
           IF NOT END-OF-CONTROL-FILE
               ADD 1 TO WS-CONTROL-SEQUENCE
           END-IF.

       2500-WRITE-RUN-STATE.
      *    EACH EVENT IS OPENED, WRITTEN AND CLOSED ON ITS OWN SO IT
      *    IS ON DISK BEFORE THE NEXT CALL - AN ABEND OR CANCEL
      *    LOSES NOTHING ALREADY RECORDED.
           IF STATE-FILE-ACTIVE
               MOVE SPACES TO STATE-RECORD
               MOVE WS-CONTROL-SEQUENCE TO STATE-SEQUENCE
               MOVE WS-STATE-EVENT TO STATE-STATUS
               MOVE CTL-LABEL TO STATE-LABEL
               MOVE CTL-ACTION TO STATE-ACTION
               MOVE CTL-TARGET-DSNAME TO STATE-TARGET-DSNAME
               MOVE WS-STATE-EVENT-RC TO STATE-RETURN-CODE
               MOVE WS-STATE-EVENT-RECORDS TO STATE-RECORDS
               MOVE FUNCTION CURRENT-DATE(1:14) TO STATE-TIMESTAMP
               OPEN EXTEND STATE-FILE
               IF WS-STATE-STATUS = '00'
                   WRITE STATE-RECORD
                   CLOSE STATE-FILE
               END-IF
               IF WS-STATE-STATUS NOT = '00'
      *            A RUN THAT CANNOT RECORD ITS PROGRESS CAN STILL
      *            FINISH - IT JUST CANNOT BE RESTARTED PART-WAY.
                   DISPLAY 'TYT - *** DDSTATE WRITE FAILED - STATUS: '
                       WS-STATE-STATUS ' - RUN NO LONGER'
                       ' RESTARTABLE ***'
                   MOVE 'TYT007W' TO WS-CONSOLE-MSG-ID
                   STRING 'DDSTATE WRITE FAILED - STATUS '
                           DELIMITED BY SIZE
                           WS-STATE-STATUS DELIMITED BY SIZE
                           ' - RUN NOT RESTARTABLE' DELIMITED BY SIZE
                       INTO WS-CONSOLE-MSG-TEXT
                   PERFORM 8000-ISSUE-CONSOLE-MESSAGE
                   MOVE 'N' TO WS-STATE-ACTIVE-SWITCH
                   IF WS-MAX-RETURN-CODE < 0004
                       MOVE 0004 TO WS-MAX-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       2600-CHECK-AUTHORIZATION.
      *    ONLY AN ACTION THAT CHANGES ITS TARGET IS CHECKED, AND
      *    ONLY WHEN THE FIRST PATTERN MATCHING THE TARGET DSNAME
      *    PROTECTS IT. THE CARDS CARRYING THAT PATTERN ARE THE
      *    WHOLE LIST OF WHAT IS ALLOWED AGAINST IT. A BLANK
      *    TARGET COULD BE ANY DATASET, SO IT IS HELD TO EVERY
      *    PATTERN IN THE TABLE AND EACH ONE MUST ALLOW THE ACTION.
      *    TYU MAKES THE SAME CHECK AGAIN ON THE CALL.
           SET AUTH-NOT-PROTECTED TO TRUE.
           MOVE SPACES TO WS-AUTH-REASON.
           MOVE CTL-ACTION TO WS-AUTH-ACTION.
           IF AUTH-ACTION-CHANGES-DATA
               IF AUTH-TABLE-UNUSABLE
                   SET AUTH-REFUSED TO TRUE
                   MOVE
                     'NOT AUTHORIZED - DDAUTH TABLE NOT LOADED IN FULL'
                       TO WS-AUTH-REASON
               ELSE
                   IF CTL-TARGET-DSNAME = SPACES
                       PERFORM 2620-CHECK-AUTH-ALLOWANCE
                           VARYING WS-AUTH-FOUND-SUB FROM 1 BY 1
                           UNTIL WS-AUTH-FOUND-SUB > WS-AUTH-COUNT
                               OR AUTH-REFUSED
                   ELSE
                       MOVE ZERO TO WS-AUTH-FOUND-SUB
                       PERFORM 2610-MATCH-ONE-AUTH-PATTERN
                           VARYING WS-AUTH-SUB FROM 1 BY 1
                           UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
                               OR WS-AUTH-FOUND-SUB > 0
                       IF WS-AUTH-FOUND-SUB > 0
                           PERFORM 2620-CHECK-AUTH-ALLOWANCE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2610-MATCH-ONE-AUTH-PATTERN.
      *    A PATTERN ENDING IN '*' MATCHES ON THE CHARACTERS AHEAD
      *    OF IT; ANY OTHER PATTERN MUST MATCH THE WHOLE DSNAME -
      *    THE SAME RULE TYU USES FOR THE DDDICT DICTIONARY.
           MOVE ZERO TO WS-AUTH-PATTERN-LEN.
           INSPECT WS-AUTH-PATTERN (WS-AUTH-SUB)
               TALLYING WS-AUTH-PATTERN-LEN
               FOR CHARACTERS BEFORE INITIAL '*'.
           IF WS-AUTH-PATTERN-LEN < 44
               IF WS-AUTH-PATTERN-LEN > 0
                       AND CTL-TARGET-DSNAME (1:WS-AUTH-PATTERN-LEN)
                       = WS-AUTH-PATTERN (WS-AUTH-SUB)
                           (1:WS-AUTH-PATTERN-LEN)
                   MOVE WS-AUTH-SUB TO WS-AUTH-FOUND-SUB
               END-IF
           ELSE
               IF WS-AUTH-PATTERN (WS-AUTH-SUB) = CTL-TARGET-DSNAME
                   MOVE WS-AUTH-SUB TO WS-AUTH-FOUND-SUB
               END-IF
           END-IF.

       2620-CHECK-AUTH-ALLOWANCE.
           MOVE ZERO TO WS-AUTH-ALLOW-SUB.
           PERFORM 2625-MATCH-ONE-ALLOWANCE
               VARYING WS-AUTH-SUB FROM 1 BY 1
               UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
                   OR WS-AUTH-ALLOW-SUB > 0.
           EVALUATE TRUE
               WHEN WS-AUTH-ALLOW-SUB = 0
                   SET AUTH-REFUSED TO TRUE
                   STRING 'NOT AUTHORIZED - ' DELIMITED BY SIZE
                           CTL-ACTION DELIMITED BY SPACE
                           ' NOT ALLOWED ON DDAUTH PATTERN '
                               DELIMITED BY SIZE
                           WS-AUTH-PATTERN (WS-AUTH-FOUND-SUB)
                               DELIMITED BY SPACE
                       INTO WS-AUTH-REASON
               WHEN WS-AUTH-TICKET-SWITCH (WS-AUTH-ALLOW-SUB) = 'Y'
                       AND CTL-CHANGE-TICKET = SPACES
                   SET AUTH-REFUSED TO TRUE
                   STRING 'NOT AUTHORIZED - ' DELIMITED BY SIZE
                           CTL-ACTION DELIMITED BY SPACE
                           ' ON ' DELIMITED BY SIZE
                           WS-AUTH-PATTERN (WS-AUTH-FOUND-SUB)
                               DELIMITED BY SPACE
                           ' NEEDS A CHANGE TICKET' DELIMITED BY SIZE
                       INTO WS-AUTH-REASON
               WHEN OTHER
                   SET AUTH-ALLOWED TO TRUE
           END-EVALUATE.

       2625-MATCH-ONE-ALLOWANCE.
           IF WS-AUTH-PATTERN (WS-AUTH-SUB)
                   = WS-AUTH-PATTERN (WS-AUTH-FOUND-SUB)
                   AND WS-AUTH-ALLOWED-ACTION (WS-AUTH-SUB) = CTL-ACTION
               MOVE WS-AUTH-SUB TO WS-AUTH-ALLOW-SUB
           END-IF.

       2650-REFUSE-CONTROL-RECORD.
      *    A REFUSAL IS AN ERROR LIKE ANY FAILED ACTION - ITS LABEL
      *    FENCES ITS DEPENDENTS, ITS RC RAISES THE STEP RC, AND A
      *    RESTART TRIES IT AGAIN ONCE THE TABLE OR THE TICKET IS
      *    PUT RIGHT.
           ADD 1 TO WS-REFUSED-COUNT.
           MOVE CTL-LABEL TO WS-LABEL-TO-RECORD.
           PERFORM 2090-RECORD-FAILED-LABEL.
           IF WS-MAX-RETURN-CODE < 0012
               MOVE 0012 TO WS-MAX-RETURN-CODE
           END-IF.
           DISPLAY 'TYT - *** REFUSED ACTION ' CTL-ACTION
               ' DATASET ' CTL-TARGET-DSNAME
               ' REQUESTED BY ' CTL-REQUESTED-BY ' ***'.
           DISPLAY 'TYT - *** ' WS-AUTH-REASON.
           MOVE 'TYT008E' TO WS-CONSOLE-MSG-ID.
           STRING 'ACTION ' DELIMITED BY SIZE
                   CTL-ACTION DELIMITED BY SPACE
                   ' REFUSED - NOT AUTHORIZED FOR ' DELIMITED BY SIZE
                   CTL-TARGET-DSNAME DELIMITED BY SPACE
               INTO WS-CONSOLE-MSG-TEXT.
           PERFORM 8000-ISSUE-CONSOLE-MESSAGE.
           IF RUN-REPORT-OPENED
               MOVE CTL-ACTION TO RUN-DET-ACTION
               MOVE CTL-SOURCE-DSNAME TO RUN-DET-SOURCE
               MOVE CTL-TARGET-DSNAME TO RUN-DET-TARGET
               MOVE ZERO TO RUN-DET-RECORDS
               MOVE 0012 TO RUN-DET-RC
               WRITE RUN-REPORT-LINE FROM RUN-DETAIL-LINE
               MOVE WS-AUTH-REASON TO RUN-MSG-TEXT
               WRITE RUN-REPORT-LINE FROM RUN-MESSAGE-LINE
           END-IF.
      *    THE REFUSAL GOES INTO THE SAME HISTORY AS THE ACTIONS,
      *    SO THE TYR COMPLIANCE SECTION LISTS WHO WAS REFUSED AND
      *    WHY. LIKE A FENCE IT NEVER RAN - NO START TIME.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE CTL-ACTION TO AUDIT-ACTION.
           MOVE CTL-SOURCE-DSNAME TO AUDIT-SOURCE-DSNAME.
           MOVE CTL-TARGET-DSNAME TO AUDIT-TARGET-DSNAME.
           MOVE 0012 TO AUDIT-RETURN-CODE.
           MOVE CTL-DRYRUN-SWITCH TO AUDIT-DRYRUN-SWITCH.
           MOVE ZERO TO AUDIT-ELAPSED-SECONDS.
           MOVE ZERO TO AUDIT-RECORDS-PROCESSED.
           MOVE ZERO TO AUDIT-BYTES-PROCESSED.
           MOVE CTL-REQUESTED-BY TO AUDIT-REQUESTED-BY.
           MOVE CTL-CHANGE-TICKET TO AUDIT-CHANGE-TICKET.
           SET AUDIT-AUTH-REFUSED TO TRUE.
           MOVE WS-AUTH-REASON TO AUDIT-MESSAGE.
           PERFORM 2087-APPEND-AUDIT-RECORD.
           MOVE 'C' TO WS-STATE-EVENT.
           MOVE 0012 TO WS-STATE-EVENT-RC.
           MOVE ZERO TO WS-STATE-EVENT-RECORDS.
           PERFORM 2500-WRITE-RUN-STATE.

       9000-TERMINATE.
           IF DEFER-FILE-OPENED
               MOVE WS-DEFERRED-COUNT TO RUN-TOT-DEFERRED
               MOVE WS-SKIPPED-COUNT TO RUN-TOT-SKIPPED
               WRITE RUN-REPORT-LINE FROM RUN-TOTALS-LINE
               IF RESTART-REQUESTED
                   MOVE WS-PRIOR-COUNT TO RUN-TOT-PRIOR
                   WRITE RUN-REPORT-LINE FROM RUN-RESTART-LINE
               END-IF
               IF WS-REFUSED-COUNT > 0
                   MOVE WS-REFUSED-COUNT TO RUN-TOT-REFUSED
                   WRITE RUN-REPORT-LINE FROM RUN-REFUSED-LINE
               END-IF
               CLOSE RUN-REPORT-FILE
           END-IF.
           IF SKIP-FILE-OPENED
