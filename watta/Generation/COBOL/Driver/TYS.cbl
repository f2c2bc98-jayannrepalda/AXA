      *      THE DDPLAN REPORT LISTS EVERY PLAN RECORD WITH ITS
      *      ORIGIN AND EVERY SCHEDULE ENTRY SKIPPED, SO THE PLAN
      *      FOR ANY NIGHT CAN BE AUDITED WITHOUT BROWSING DDCTL.
      *      EACH PLAN RECORD ALSO CARRIES A FORECAST ELAPSED TIME -
      *      THE AVERAGE OF THE LAST FIVE CLEAN LIVE RUNS OF THE
      *      SAME ACTION AGAINST THE SAME DATASET IN THE DDAUDIT
      *      HISTORY - AND A PROJECTED FINISH, TAKING THE RECORDS IN
      *      PLAN ORDER FROM THE WINDOW START TIME. RECORDS FORECAST
      *      TO START AFTER (AND SO BE DEFERRED BY) THE TYT CUTOFF,
      *      OR TO RUN PAST IT, ARE FLAGGED AND RAISE RC 4, SO LOW
      *      PRIORITY WORK CAN BE MOVED OUT BEFORE THE WINDOW OPENS.
      *      A TREND SECTION LISTS EVERY ACTION/DATASET WHOSE LAST
      *      THREE RUN TIMES EACH GREW ON THE ONE BEFORE.
      *
      *   NOTES =
      *     DEPENDENCIES = DDDEFER WRITTEN BY TYT IN THE UCTL
      *        LAYOUT; DDSCHED IN THE USCH LAYOUT; DDAUDIT IN THE
      *        UAUD LAYOUT.
      *
      *     RESTRICTIONS = A MISSING DDDEFER (FIRST NIGHT, OR NO
      *        DEFERRALS LAST NIGHT) IS NORMAL AND REPORTED AS ZERO
      *        CARRYOVER RECORDS. A MISSING DDAUDIT LEAVES EVERY
      *        RECORD WITHOUT HISTORY AND FORECAST AT ZERO. HISTORY
      *        IS KEPT FOR UP TO 500 ACTION/DATASET PAIRS. THE
      *        FORECAST CANNOT SEE DEPENDENCY FENCES - IT ASSUMES
      *        EVERY RECORD RUNS.
      *
      *   MODULE TYPE = COBOL PROGRAM
      *      PROCESSOR   = IBM ENTERPRISE COBOL
      *                DDSPRM  - OPTIONAL PARAMETER CARD: RUN DATE
      *                        OVERRIDE (CCYYMMDD, BLANK = TODAY)
      *                        AND MAX DEFER NIGHTS (BLANK = 03,
      *                        00 = NO FLAGGING) IN COLS 1-11; THE
      *                        WINDOW START TIME HHMMSS IN COLS
      *                        13-18 (BLANK = NOW) AND THE TYT
      *                        CUTOFF TIME HHMMSS IN COLS 20-25
      *                        (BLANK = NO CUTOFF CHECK)
      *                DDAUDIT - TYU AUDIT HISTORY, FOR THE FORECAST
      *
      *      OUTPUT  = DDCTL  - THE NIGHT'S CONTROL FILE FOR TYT
      *                DDPLAN - PRINTED PLAN SUMMARY
      *   EXIT-NORMAL = RETURN CODE 0 NORMAL COMPLETION
      *   EXIT-ERROR =
      *      RETURN CODE = 4 - A CARRYOVER RECORD EXCEEDED THE MAX
      *                        DEFER NIGHTS LIMIT, OR A RECORD IS
      *                        FORECAST TO MISS THE CUTOFF
      *      RETURN CODE = 8 - DDCTL OR DDSCHED COULD NOT BE
      *                        OPENED, A WRITE TO DDCTL FAILED, OR
      *                        A SCHEDULE ENTRY CARRIED AN UNKNOWN
      *      DATA-AREAS        =    NONE
      *      CONTROL-BLOCKS    =
      *
      *   TABLES = RUN HISTORY BY ACTION/DATASET (500)
      *   CHANGE-ACTIVITY =
      *      2026-09-03  INITIAL VERSION.
      *      2026-10-15  BATCH-WINDOW FORECAST - FORECAST ELAPSED
      *                  TIME AND PROJECTED FINISH PER PLAN RECORD
      *                  FROM THE DDAUDIT RUN HISTORY, CUTOFF MISSES
      *                  FLAGGED (RC 4), AND A RUN-TIME TREND
      *                  SECTION. DDSPRM GAINS THE WINDOW START AND
      *                  CUTOFF TIMES.
      *
      *********************** TYS ******************************
      ***************************************************************
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WS-PLAN-STATUS.

             SELECT AUDIT-FILE ASSIGN TO DDAUDIT
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WS-AUDIT-STATUS.

       Data Division.
        File section.
        FD  SCHEDULE-FILE
            05  SPRM-RUN-DATE           PIC X(8).
            05  FILLER                  PIC X(1).
            05  SPRM-MAX-DEFER          PIC X(2).
            05  FILLER                  PIC X(1).
            05  SPRM-START-TIME         PIC X(6).
            05  FILLER                  PIC X(1).
            05  SPRM-CUTOFF-TIME        PIC X(6).
            05  FILLER                  PIC X(55).

        FD  PLAN-REPORT-FILE
            RECORDING MODE IS F.
        01  PLAN-REPORT-LINE            PIC X(132).

        FD  AUDIT-FILE
            RECORDING MODE IS F.
        COPY UAUD.

       Working-Storage Section.
       77  WS-SCHED-STATUS              PIC X(2) VALUE SPACES.
       77  WS-DEFER-STATUS              PIC X(2) VALUE SPACES.
       77  WS-SKIPPED-COUNT             PIC 9(9) COMP VALUE ZERO.
       77  WS-PLAN-RECORD-COUNT         PIC 9(9) COMP VALUE ZERO.

      *  BATCH-WINDOW FORECAST. THE CLOCK IS SECONDS FROM MIDNIGHT
      *  OF THE WINDOW START AND RUNS PAST 86400 FOR A WINDOW THAT
      *  CROSSES MIDNIGHT; THE CUTOFF IS COMPARED AS TYT COMPARES
      *  IT, AS A TIME OF DAY.
       77  WS-AUDIT-STATUS              PIC X(2) VALUE SPACES.
       77  WS-AUDIT-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88  END-OF-AUDIT-FILE            VALUE 'Y'.
       77  WS-WINDOW-START              PIC X(6) VALUE SPACES.
       77  WS-WINDOW-CUTOFF             PIC X(6) VALUE SPACES.
       77  WS-WINDOW-START-SECONDS      PIC 9(7) COMP VALUE ZERO.
       77  WS-CUTOFF-SECONDS            PIC 9(7) COMP VALUE ZERO.
       77  WS-CLOCK-SECONDS             PIC 9(7) COMP VALUE ZERO.
       77  WS-FORECAST-SECONDS          PIC 9(7) COMP VALUE ZERO.
       77  WS-FINISH-SECONDS            PIC 9(7) COMP VALUE ZERO.
       77  WS-SAMPLE-TOTAL              PIC 9(9)V99 VALUE ZERO.
       77  WS-MISS-CUTOFF-COUNT         PIC 9(9) COMP VALUE ZERO.
       77  WS-NO-HISTORY-COUNT          PIC 9(9) COMP VALUE ZERO.
       77  WS-FORECAST-FLAG-SWITCH      PIC X(1) VALUE 'N'.
           88  FORECAST-FLAGGED             VALUE 'Y'.
       77  WS-FORECAST-NOTE             PIC X(80) VALUE SPACES.
       77  WS-HIST-ACTION               PIC X(8) VALUE SPACES.
       77  WS-HIST-DSNAME               PIC X(44) VALUE SPACES.
       77  WS-HIST-COUNT                PIC 9(4) COMP VALUE ZERO.
       77  WS-HIST-SUB                  PIC 9(4) COMP VALUE ZERO.
       77  WS-HIST-FOUND-SUB            PIC 9(4) COMP VALUE ZERO.
       77  WS-SAMPLE-SUB                PIC 9(4) COMP VALUE ZERO.
       77  WS-HIST-OVERFLOW-COUNT       PIC 9(9) COMP VALUE ZERO.
       77  WS-TREND-COUNT               PIC 9(9) COMP VALUE ZERO.
       77  WS-TREND-SWITCH              PIC X(1) VALUE 'N'.
           88  RUN-TIME-GROWING             VALUE 'Y'.
       77  WS-GROWTH-PERCENT            PIC 9(5) VALUE ZERO.
       77  WS-OLDEST-RUN                PIC 9(7)V99 VALUE ZERO.
       77  WS-EARLIER-RUN               PIC 9(7)V99 VALUE ZERO.
       77  WS-PRIOR-RUN                 PIC 9(7)V99 VALUE ZERO.
       77  WS-NEWEST-RUN                PIC 9(7)V99 VALUE ZERO.
       77  WS-FMT-SECONDS               PIC 9(7) VALUE ZERO.
       01  WS-TIME-WORK.
           05  WS-TIME-HH               PIC 9(2).
           05  WS-TIME-MM               PIC 9(2).
           05  WS-TIME-SS               PIC 9(2).
       01  WS-FMT-HHMMSS.
           05  WS-FMT-HH                PIC 9(2).
           05  FILLER                   PIC X(1) VALUE ':'.
           05  WS-FMT-MM                PIC 9(2).
           05  FILLER                   PIC X(1) VALUE ':'.
           05  WS-FMT-SS                PIC 9(2).

      *  THE LAST FIVE CLEAN LIVE RUN TIMES OF EACH ACTION/DATASET
      *  PAIR, OLDEST FIRST. THE DATASET IS THE TARGET, OR THE
      *  SOURCE FOR AN ACTION THAT NAMES NO TARGET.
       01  WS-HISTORY-TABLE.
           05  WS-HIST-ENTRY OCCURS 500 TIMES.
               10  WS-HIST-ENT-ACTION    PIC X(8).
               10  WS-HIST-ENT-DSNAME    PIC X(44).
               10  WS-HIST-ENT-SAMPLES   PIC 9(4) COMP.
               10  WS-HIST-ENT-ELAPSED   PIC 9(7)V99
                                         OCCURS 5 TIMES.

       01  PLAN-TITLE-LINE.
           05  FILLER                PICTURE X(40) VALUE
               'TYS - NIGHTLY DDCTL PLAN BUILD SUMMARY'.
               'TARGET DATASET'.
           05  FILLER                PICTURE X(2) VALUE SPACES.
           05  FILLER                PICTURE X(40) VALUE 'NOTE'.
           05  FILLER                PICTURE X(2) VALUE SPACES.
           05  FILLER                PICTURE X(8) VALUE 'FORECAST'.
           05  FILLER                PICTURE X(2) VALUE SPACES.
           05  FILLER                PICTURE X(8) VALUE 'FINISH'.
           05  FILLER                PICTURE X(4) VALUE SPACES.

       01  PLAN-DETAIL-LINE.
           05  FILLER                PICTURE X(1) VALUE SPACE.
           05  PLAN-DET-TARGET       PICTURE X(44).
           05  FILLER                PICTURE X(2) VALUE SPACES.
           05  PLAN-DET-NOTE         PICTURE X(40).
           05  FILLER                PICTURE X(2) VALUE SPACES.
           05  PLAN-DET-ELAPSED      PICTURE X(8) VALUE SPACES.
           05  FILLER                PICTURE X(2) VALUE SPACES.
           05  PLAN-DET-FINISH       PICTURE X(8) VALUE SPACES.
           05  FILLER                PICTURE X(4) VALUE SPACES.

       01  PLAN-FLAG-LINE.
           05  FILLER                PICTURE X(12) VALUE SPACES.
           05  PLAN-FLAG-TEXT        PICTURE X(80).
           05  FILLER                PICTURE X(40) VALUE SPACES.

       01  PLAN-TOTALS-LINE.
           05  FILLER                PICTURE X(12) VALUE
           05  PLAN-TOT-RECORDS      PICTURE ZZZZZZZZ9.
           05  FILLER                PICTURE X(14) VALUE SPACES.

       01  PLAN-FORECAST-LINE.
           05  FILLER                PICTURE X(16) VALUE
               'WINDOW START: '.
           05  PLAN-FCST-START       PICTURE X(8).
           05  FILLER                PICTURE X(12) VALUE
               '  ELAPSED: '.
           05  PLAN-FCST-ELAPSED     PICTURE X(8).
           05  FILLER                PICTURE X(18) VALUE
               '  PROJECTED END: '.
           05  PLAN-FCST-END         PICTURE X(8).
           05  FILLER                PICTURE X(11) VALUE
               '  CUTOFF: '.
           05  PLAN-FCST-CUTOFF      PICTURE X(8).
           05  FILLER                PICTURE X(11) VALUE
               '  FLAGGED: '.
           05  PLAN-FCST-FLAGGED     PICTURE ZZZZZZZZ9.
           05  FILLER                PICTURE X(14) VALUE
               '  NO HISTORY: '.
           05  PLAN-FCST-NO-HISTORY  PICTURE ZZZZZZZZ9.

       01  PLAN-TREND-TITLE-LINE.
           05  FILLER                PICTURE X(50) VALUE
               'RUN-TIME TREND - LAST THREE RUNS EACH LONGER THAN '.
           05  FILLER                PICTURE X(82) VALUE
               'THE ONE BEFORE (RUN TIMES OLDEST FIRST)'.

       01  PLAN-TREND-HEADING-LINE.
           05  FILLER                PICTURE X(1) VALUE SPACE.
           05  FILLER                PICTURE X(8) VALUE 'ACTION'.
           05  FILLER                PICTURE X(2) VALUE SPACES.
           05  FILLER                PICTURE X(44) VALUE 'DATASET'.
           05  FILLER                PICTURE X(2) VALUE SPACES.
           05  FILLER                PICTURE X(45) VALUE 'RUN TIMES'.
           05  FILLER                PICTURE X(2) VALUE SPACES.
           05  FILLER                PICTURE X(28) VALUE 'GROWTH'.

       01  PLAN-TREND-LINE.
           05  FILLER                PICTURE X(1) VALUE SPACE.
           05  PLAN-TRND-ACTION      PICTURE X(8).
           05  FILLER                PICTURE X(2) VALUE SPACES.
           05  PLAN-TRND-DSNAME      PICTURE X(44).
           05  FILLER                PICTURE X(2) VALUE SPACES.
           05  PLAN-TRND-TIMES.
               10  PLAN-TRND-TIME    PICTURE X(9) OCCURS 5 TIMES.
           05  FILLER                PICTURE X(2) VALUE SPACES.
           05  PLAN-TRND-GROWTH      PICTURE ZZZZ9.
           05  FILLER                PICTURE X(1) VALUE '%'.
           05  FILLER                PICTURE X(22) VALUE SPACES.

       Procedure DIVISION.

      * Fold last night's carryover ahead of the scheduled work
                   PERFORM 1300-OPEN-PLAN-REPORT
                   PERFORM 1400-OPEN-CARRYOVER-FILE
                   PERFORM 1500-OPEN-SCHEDULE-FILE
                   PERFORM 1600-LOAD-RUN-HISTORY
                   PERFORM 1700-SET-FORECAST-WINDOW
               END-IF
           END-IF.

                               AND SPRM-MAX-DEFER NUMERIC
                           MOVE SPRM-MAX-DEFER TO WS-MAX-DEFER-NIGHTS
                       END-IF
      *                A BAD WINDOW TIME ONLY SPOILS THE FORECAST,
      *                NOT THE PLAN - IT IS REPORTED AND DEFAULTED.
                       IF SPRM-START-TIME NOT = SPACES
                           MOVE SPRM-START-TIME TO WS-TIME-WORK
                           IF WS-TIME-WORK NUMERIC
                                   AND WS-TIME-HH < 24
                                   AND WS-TIME-MM < 60
                                   AND WS-TIME-SS < 60
                               MOVE SPRM-START-TIME TO WS-WINDOW-START
                           ELSE
                               DISPLAY 'TYS - INVALID WINDOW START'
                                   ' ON DDSPRM: ' SPRM-START-TIME
                                   ' - CURRENT TIME USED'
                           END-IF
                       END-IF
                       IF SPRM-CUTOFF-TIME NOT = SPACES
                           MOVE SPRM-CUTOFF-TIME TO WS-TIME-WORK
                           IF WS-TIME-WORK NUMERIC
                                   AND WS-TIME-HH < 24
                                   AND WS-TIME-MM < 60
                                   AND WS-TIME-SS < 60
                               MOVE SPRM-CUTOFF-TIME TO WS-WINDOW-CUTOFF
                           ELSE
                               DISPLAY 'TYS - INVALID CUTOFF TIME'
                                   ' ON DDSPRM: ' SPRM-CUTOFF-TIME
                                   ' - NO CUTOFF CHECK'
                           END-IF
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.
           IF WS-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
           IF WS-WINDOW-START = SPACES
               MOVE FUNCTION CURRENT-DATE(9:6) TO WS-WINDOW-START
           END-IF.

       1200-SET-CALENDAR-FACTS.
           COMPUTE WS-RUN-DATE-INTEGER =
               SET END-OF-SCHEDULE-FILE TO TRUE
           END-IF.

       1600-LOAD-RUN-HISTORY.
      *    NO DDAUDIT IS NOT AN ERROR - THE PLAN IS STILL BUILT,
      *    EVERY RECORD SIMPLY SHOWS NO HISTORY.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = '00'
               PERFORM 1610-READ-AUDIT-FILE
               PERFORM 1620-KEEP-ONE-AUDIT-SAMPLE
                   UNTIL END-OF-AUDIT-FILE
               CLOSE AUDIT-FILE
               DISPLAY 'TYS - RUN HISTORY LOADED FOR ' WS-HIST-COUNT
                   ' ACTION/DATASET PAIRS'
               IF WS-HIST-OVERFLOW-COUNT > 0
                   DISPLAY 'TYS - HISTORY TABLE FULL - '
                       WS-HIST-OVERFLOW-COUNT
                       ' AUDIT RECORDS NOT USED FOR THE FORECAST'
               END-IF
           ELSE
               DISPLAY 'TYS - NO DDAUDIT RUN HISTORY - STATUS: '
                   WS-AUDIT-STATUS ' - FORECAST NOT AVAILABLE'
           END-IF.

       1610-READ-AUDIT-FILE.
           READ AUDIT-FILE
               AT END
                   SET END-OF-AUDIT-FILE TO TRUE
           END-READ.
           IF NOT END-OF-AUDIT-FILE AND WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'TYS - ERROR READING DDAUDIT - STATUS: '
                   WS-AUDIT-STATUS ' - HISTORY TRUNCATED'
               SET END-OF-AUDIT-FILE TO TRUE
           END-IF.

       1620-KEEP-ONE-AUDIT-SAMPLE.
      *    ONLY CLEAN LIVE RUNS THAT WERE TIMED PREDICT TONIGHT -
      *    A DRY RUN, A FAILURE, A FENCED RECORD OR A RECORD WRITTEN
      *    BEFORE TIMING WAS KEPT WOULD DRAG THE AVERAGE.
           IF AUDIT-START-TIMESTAMP NOT = SPACES
                   AND AUDIT-ELAPSED-SECONDS NUMERIC
                   AND AUDIT-RETURN-CODE NUMERIC
                   AND AUDIT-RETURN-CODE < 0008
                   AND AUDIT-DRYRUN-SWITCH NOT = 'Y'
               MOVE AUDIT-ACTION TO WS-HIST-ACTION
               IF AUDIT-TARGET-DSNAME NOT = SPACES
                   MOVE AUDIT-TARGET-DSNAME TO WS-HIST-DSNAME
               ELSE
                   MOVE AUDIT-SOURCE-DSNAME TO WS-HIST-DSNAME
               END-IF
               PERFORM 1630-FIND-HISTORY-ENTRY
               IF WS-HIST-FOUND-SUB = 0
                   IF WS-HIST-COUNT < 500
                       ADD 1 TO WS-HIST-COUNT
                       MOVE WS-HIST-COUNT TO WS-HIST-FOUND-SUB
                       MOVE WS-HIST-ACTION
                           TO WS-HIST-ENT-ACTION(WS-HIST-FOUND-SUB)
                       MOVE WS-HIST-DSNAME
                           TO WS-HIST-ENT-DSNAME(WS-HIST-FOUND-SUB)
                       MOVE ZERO
                           TO WS-HIST-ENT-SAMPLES(WS-HIST-FOUND-SUB)
                   ELSE
                       ADD 1 TO WS-HIST-OVERFLOW-COUNT
                   END-IF
               END-IF
               IF WS-HIST-FOUND-SUB > 0
                   PERFORM 1640-ADD-HISTORY-SAMPLE
               END-IF
           END-IF.
           PERFORM 1610-READ-AUDIT-FILE.

       1630-FIND-HISTORY-ENTRY.
           MOVE ZERO TO WS-HIST-FOUND-SUB.
           PERFORM 1635-MATCH-HISTORY-ENTRY
               VARYING WS-HIST-SUB FROM 1 BY 1
               UNTIL WS-HIST-SUB > WS-HIST-COUNT
                  OR WS-HIST-FOUND-SUB > 0.

       1635-MATCH-HISTORY-ENTRY.
           IF WS-HIST-ENT-ACTION(WS-HIST-SUB) = WS-HIST-ACTION
                   AND WS-HIST-ENT-DSNAME(WS-HIST-SUB) = WS-HIST-DSNAME
               MOVE WS-HIST-SUB TO WS-HIST-FOUND-SUB
           END-IF.

       1640-ADD-HISTORY-SAMPLE.
      *    DDAUDIT IS IN RUN ORDER, SO ONCE FIVE SAMPLES ARE HELD
      *    THE OLDEST IS SHIFTED OUT TO MAKE ROOM FOR THE NEWEST.
           IF WS-HIST-ENT-SAMPLES(WS-HIST-FOUND-SUB) < 5
               ADD 1 TO WS-HIST-ENT-SAMPLES(WS-HIST-FOUND-SUB)
           ELSE
               PERFORM 1645-SHIFT-ONE-SAMPLE
                   VARYING WS-SAMPLE-SUB FROM 1 BY 1
                   UNTIL WS-SAMPLE-SUB > 4
           END-IF.
           MOVE WS-HIST-ENT-SAMPLES(WS-HIST-FOUND-SUB)
               TO WS-SAMPLE-SUB.
           MOVE AUDIT-ELAPSED-SECONDS
               TO WS-HIST-ENT-ELAPSED(WS-HIST-FOUND-SUB, WS-SAMPLE-SUB).

       1645-SHIFT-ONE-SAMPLE.
           MOVE WS-HIST-ENT-ELAPSED(WS-HIST-FOUND-SUB,
                                    WS-SAMPLE-SUB + 1)
               TO WS-HIST-ENT-ELAPSED(WS-HIST-FOUND-SUB, WS-SAMPLE-SUB).

       1700-SET-FORECAST-WINDOW.
           MOVE WS-WINDOW-START TO WS-TIME-WORK.
           COMPUTE WS-WINDOW-START-SECONDS =
               WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS.
           MOVE WS-WINDOW-START-SECONDS TO WS-CLOCK-SECONDS.
      *    TYT TAKES THE CUTOFF AS REACHED THE FIRST TIME IT FINDS
      *    THE TIME OF DAY AT OR PAST IT, SO A WINDOW THAT OPENS
      *    AFTER THE CUTOFF TIME IS CUT OFF FROM THE FIRST RECORD.
           IF WS-WINDOW-CUTOFF NOT = SPACES
               MOVE WS-WINDOW-CUTOFF TO WS-TIME-WORK
               COMPUTE WS-CUTOFF-SECONDS =
                   WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS
               IF WS-CUTOFF-SECONDS < WS-WINDOW-START-SECONDS
                   MOVE WS-WINDOW-START-SECONDS TO WS-CUTOFF-SECONDS
                   DISPLAY 'TYS - WINDOW START ' WS-WINDOW-START
                       ' IS PAST CUTOFF ' WS-WINDOW-CUTOFF
                       ' - TYT WILL DEFER ALL BUT PRIORITY 1 WORK'
               END-IF
           END-IF.
           DISPLAY 'TYS - FORECAST WINDOW START ' WS-WINDOW-START
               ' CUTOFF ' WS-WINDOW-CUTOFF.

       2000-COPY-ONE-CARRYOVER.
           MOVE CARRY-RECORD TO CONTROL-RECORD.
           PERFORM 4000-WRITE-PLAN-RECORD.
           WRITE CONTROL-RECORD.
           IF WS-CTL-STATUS = '00'
               ADD 1 TO WS-PLAN-RECORD-COUNT
               PERFORM 4200-FORECAST-PLAN-RECORD
           ELSE
               DISPLAY 'TYS - *** ERROR WRITING DDCTL - STATUS: '
                   WS-CTL-STATUS ' ***'
       4100-WRITE-PLAN-REPORT-LINE.
           IF PLAN-REPORT-OPENED
               WRITE PLAN-REPORT-LINE FROM PLAN-DETAIL-LINE
               IF WS-FORECAST-NOTE NOT = SPACES
                   MOVE WS-FORECAST-NOTE TO PLAN-FLAG-TEXT
                   WRITE PLAN-REPORT-LINE FROM PLAN-FLAG-LINE
               END-IF
           END-IF.
      *    THE FORECAST BELONGS TO THE PLAN RECORD JUST WRITTEN -
      *    SKIPPED AND REJECTED SCHEDULE LINES CARRY NONE.
           MOVE SPACES TO PLAN-DET-ELAPSED.
           MOVE SPACES TO PLAN-DET-FINISH.
           MOVE SPACES TO WS-FORECAST-NOTE.

       4200-FORECAST-PLAN-RECORD.
           MOVE CTL-ACTION TO WS-HIST-ACTION.
           IF CTL-TARGET-DSNAME NOT = SPACES
               MOVE CTL-TARGET-DSNAME TO WS-HIST-DSNAME
           ELSE
               MOVE CTL-SOURCE-DSNAME TO WS-HIST-DSNAME
           END-IF.
           PERFORM 1630-FIND-HISTORY-ENTRY.
           MOVE ZERO TO WS-FORECAST-SECONDS.
           IF WS-HIST-FOUND-SUB > 0
               MOVE ZERO TO WS-SAMPLE-TOTAL
               PERFORM 4210-ADD-ONE-SAMPLE
                   VARYING WS-SAMPLE-SUB FROM 1 BY 1
                   UNTIL WS-SAMPLE-SUB >
                       WS-HIST-ENT-SAMPLES(WS-HIST-FOUND-SUB)
               COMPUTE WS-FORECAST-SECONDS ROUNDED = WS-SAMPLE-TOTAL
                   / WS-HIST-ENT-SAMPLES(WS-HIST-FOUND-SUB)
               MOVE WS-FORECAST-SECONDS TO WS-FMT-SECONDS
               PERFORM 4900-FORMAT-HHMMSS
               MOVE WS-FMT-HHMMSS TO PLAN-DET-ELAPSED
           ELSE
               ADD 1 TO WS-NO-HISTORY-COUNT
               MOVE 'NO HIST' TO PLAN-DET-ELAPSED
           END-IF.
           COMPUTE WS-FINISH-SECONDS =
               WS-CLOCK-SECONDS + WS-FORECAST-SECONDS.
           MOVE 'N' TO WS-FORECAST-FLAG-SWITCH.
           EVALUATE TRUE
               WHEN WS-WINDOW-CUTOFF = SPACES
                   CONTINUE
               WHEN WS-CLOCK-SECONDS >= WS-CUTOFF-SECONDS
                       AND CTL-PRIORITY NOT = '1'
      *            TYT WILL DEFER IT UNRUN, SO IT TAKES NO TIME
      *            FROM THE RECORDS BEHIND IT.
                   SET FORECAST-FLAGGED TO TRUE
                   MOVE 'DEFERRED' TO PLAN-DET-FINISH
                   MOVE WS-CLOCK-SECONDS TO WS-FINISH-SECONDS
                   STRING '*** FORECAST TO REACH THE CUTOFF BEFORE IT'
                               DELIMITED BY SIZE
                           ' STARTS - TYT WILL DEFER IT ***'
                               DELIMITED BY SIZE
                       INTO WS-FORECAST-NOTE
               WHEN WS-CLOCK-SECONDS >= WS-CUTOFF-SECONDS
                   STRING 'PRIORITY 1 - FORECAST TO START AFTER THE'
                               DELIMITED BY SIZE
                           ' CUTOFF, RUNS ANYWAY'
                               DELIMITED BY SIZE
                       INTO WS-FORECAST-NOTE
               WHEN WS-FINISH-SECONDS > WS-CUTOFF-SECONDS
                   SET FORECAST-FLAGGED TO TRUE
                   STRING '*** FORECAST TO RUN PAST THE CUTOFF - WORK'
                               DELIMITED BY SIZE
                           ' BEHIND IT WILL BE DEFERRED ***'
                               DELIMITED BY SIZE
                       INTO WS-FORECAST-NOTE
           END-EVALUATE.
           IF FORECAST-FLAGGED
               ADD 1 TO WS-MISS-CUTOFF-COUNT
               IF WS-RETURN-CODE < 0004
                   MOVE 0004 TO WS-RETURN-CODE
               END-IF
               DISPLAY 'TYS - ACTION ' CTL-ACTION
                   ' DATASET ' WS-HIST-DSNAME
                   ' FORECAST TO MISS CUTOFF ' WS-WINDOW-CUTOFF
           END-IF.
           IF PLAN-DET-FINISH NOT = 'DEFERRED'
               COMPUTE WS-FMT-SECONDS =
                   FUNCTION MOD(WS-FINISH-SECONDS, 86400)
               PERFORM 4900-FORMAT-HHMMSS
               MOVE WS-FMT-HHMMSS TO PLAN-DET-FINISH
           END-IF.
           MOVE WS-FINISH-SECONDS TO WS-CLOCK-SECONDS.

       4210-ADD-ONE-SAMPLE.
           ADD WS-HIST-ENT-ELAPSED(WS-HIST-FOUND-SUB, WS-SAMPLE-SUB)
               TO WS-SAMPLE-TOTAL.

       4900-FORMAT-HHMMSS.
      *    A DURATION OF 100 HOURS OR MORE SHOWS AS 99:59:59.
           IF WS-FMT-SECONDS > 359999
               MOVE 359999 TO WS-FMT-SECONDS
           END-IF.
           COMPUTE WS-FMT-HH = WS-FMT-SECONDS / 3600.
           COMPUTE WS-FMT-MM =
               (WS-FMT-SECONDS - WS-FMT-HH * 3600) / 60.
           COMPUTE WS-FMT-SS =
               WS-FMT-SECONDS - WS-FMT-HH * 3600 - WS-FMT-MM * 60.

       9000-TERMINATE.
           IF PLAN-REPORT-OPENED
               MOVE WS-SKIPPED-COUNT TO PLAN-TOT-SKIPPED
               MOVE WS-PLAN-RECORD-COUNT TO PLAN-TOT-RECORDS
               WRITE PLAN-REPORT-LINE FROM PLAN-TOTALS-LINE
               PERFORM 9100-PRINT-FORECAST-TOTALS
               PERFORM 9200-PRINT-TREND-SECTION
               CLOSE PLAN-REPORT-FILE
           END-IF.
           IF DEFER-FILE-OPENED
               WS-PLAN-RECORD-COUNT ' CARRYOVER: ' WS-CARRYOVER-COUNT
               ' SCHEDULED: ' WS-SCHEDULED-COUNT.

       9100-PRINT-FORECAST-TOTALS.
           MOVE WS-WINDOW-START-SECONDS TO WS-FMT-SECONDS.
           PERFORM 4900-FORMAT-HHMMSS.
           MOVE WS-FMT-HHMMSS TO PLAN-FCST-START.
           COMPUTE WS-FMT-SECONDS =
               WS-CLOCK-SECONDS - WS-WINDOW-START-SECONDS.
           PERFORM 4900-FORMAT-HHMMSS.
           MOVE WS-FMT-HHMMSS TO PLAN-FCST-ELAPSED.
           COMPUTE WS-FMT-SECONDS =
               FUNCTION MOD(WS-CLOCK-SECONDS, 86400).
           PERFORM 4900-FORMAT-HHMMSS.
           MOVE WS-FMT-HHMMSS TO PLAN-FCST-END.
           IF WS-WINDOW-CUTOFF = SPACES
               MOVE 'NONE' TO PLAN-FCST-CUTOFF
           ELSE
               MOVE WS-WINDOW-CUTOFF TO WS-TIME-WORK
               MOVE WS-TIME-HH TO WS-FMT-HH
               MOVE WS-TIME-MM TO WS-FMT-MM
               MOVE WS-TIME-SS TO WS-FMT-SS
               MOVE WS-FMT-HHMMSS TO PLAN-FCST-CUTOFF
           END-IF.
           MOVE WS-MISS-CUTOFF-COUNT TO PLAN-FCST-FLAGGED.
           MOVE WS-NO-HISTORY-COUNT TO PLAN-FCST-NO-HISTORY.
           WRITE PLAN-REPORT-LINE FROM PLAN-FORECAST-LINE.

       9200-PRINT-TREND-SECTION.
           MOVE SPACES TO PLAN-REPORT-LINE.
           WRITE PLAN-REPORT-LINE.
           WRITE PLAN-REPORT-LINE FROM PLAN-TREND-TITLE-LINE.
           WRITE PLAN-REPORT-LINE FROM PLAN-TREND-HEADING-LINE.
           PERFORM 9210-TEST-ONE-TREND
               VARYING WS-HIST-SUB FROM 1 BY 1
               UNTIL WS-HIST-SUB > WS-HIST-COUNT.
           IF WS-TREND-COUNT = 0
               MOVE ' NO DATASET RUN TIMES GROWING' TO PLAN-REPORT-LINE
               WRITE PLAN-REPORT-LINE
           END-IF.

       9210-TEST-ONE-TREND.
      *    GROWING MEANS EACH OF THE LAST THREE RUNS TOOK LONGER
      *    THAN THE ONE BEFORE AND THE NEWEST IS AT LEAST 10 PER
      *    CENT OVER THE OLDEST KEPT - JITTER OF A SECOND OR TWO ON
      *    A SHORT STEP IS NOT A TREND.
           MOVE 'N' TO WS-TREND-SWITCH.
           MOVE WS-HIST-ENT-SAMPLES(WS-HIST-SUB) TO WS-SAMPLE-SUB.
           IF WS-SAMPLE-SUB >= 3
               MOVE WS-HIST-ENT-ELAPSED(WS-HIST-SUB, 1)
                   TO WS-OLDEST-RUN
               MOVE WS-HIST-ENT-ELAPSED(WS-HIST-SUB, WS-SAMPLE-SUB - 2)
                   TO WS-EARLIER-RUN
               MOVE WS-HIST-ENT-ELAPSED(WS-HIST-SUB, WS-SAMPLE-SUB - 1)
                   TO WS-PRIOR-RUN
               MOVE WS-HIST-ENT-ELAPSED(WS-HIST-SUB, WS-SAMPLE-SUB)
                   TO WS-NEWEST-RUN
               IF WS-NEWEST-RUN > WS-PRIOR-RUN
                       AND WS-PRIOR-RUN > WS-EARLIER-RUN
                       AND WS-OLDEST-RUN > 0
                       AND WS-NEWEST-RUN >= WS-OLDEST-RUN * 1.10
                   SET RUN-TIME-GROWING TO TRUE
               END-IF
           END-IF.
           IF RUN-TIME-GROWING
               ADD 1 TO WS-TREND-COUNT
               MOVE WS-HIST-ENT-ACTION(WS-HIST-SUB) TO PLAN-TRND-ACTION
               MOVE WS-HIST-ENT-DSNAME(WS-HIST-SUB) TO PLAN-TRND-DSNAME
               MOVE SPACES TO PLAN-TRND-TIMES
               PERFORM 9220-FORMAT-ONE-TREND-TIME
                   VARYING WS-SAMPLE-SUB FROM 1 BY 1
                   UNTIL WS-SAMPLE-SUB >
                       WS-HIST-ENT-SAMPLES(WS-HIST-SUB)
               COMPUTE WS-GROWTH-PERCENT ROUNDED =
                   (WS-NEWEST-RUN - WS-OLDEST-RUN) * 100
                   / WS-OLDEST-RUN
                   ON SIZE ERROR
                       MOVE 99999 TO WS-GROWTH-PERCENT
               END-COMPUTE
               MOVE WS-GROWTH-PERCENT TO PLAN-TRND-GROWTH
               WRITE PLAN-REPORT-LINE FROM PLAN-TREND-LINE
           END-IF.

       9220-FORMAT-ONE-TREND-TIME.
           MOVE WS-HIST-ENT-ELAPSED(WS-HIST-SUB, WS-SAMPLE-SUB)
               TO WS-FMT-SECONDS.
           PERFORM 4900-FORMAT-HHMMSS.
           MOVE WS-FMT-HHMMSS TO PLAN-TRND-TIME(WS-SAMPLE-SUB).

       End program TYS.
