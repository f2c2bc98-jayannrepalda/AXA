      *********************** TYV ******************************
      *                                                             *
      **** PLAN VALIDATION PROGRAM FOR BATCH DATASET OPERATIONS
      *
      *   MODULE NAME = TYV
      *
      *   DESCRIPTIVE NAME = DDCTL/DDSCHED CROSS-RECORD PLAN
      *      VALIDATION PROGRAM.
      *
      *   FUNCTION = READS THE WHOLE OF A NIGHT'S PLAN - THE DDCTL
      *      CONTROL FILE TYS BUILDS, OR THE DDSCHED RECURRING
      *      SCHEDULE DIRECTLY - AND CHECKS THE RECORDS AGAINST
      *      EACH OTHER BEFORE TYT IS ALLOWED TO RUN. TYU'S DRYRUN
      *      ONLY SEES ONE RECORD AT A TIME; THESE ARE THE MISTAKES
      *      THAT ONLY SHOW WHEN THE PLAN IS READ AS A WHOLE:
      *        - AN ACTION TYU DOES NOT KNOW
      *        - TWO RECORDS CARRYING THE SAME CTL-LABEL
      *        - A CTL-DEPENDS-ON NAMING A LABEL NO RECORD CARRIES,
      *          OR A RECORD LATER IN THE FILE (TYT ONLY FENCES ON
      *          PREDECESSORS IT HAS ALREADY RUN)
      *        - A DEPENDENCY LOOP (A CHAIN OF CTL-DEPENDS-ON THAT
      *          COMES BACK TO ITS OWN RECORD)
      *        - OVERLAPPING OR GAPPED CTL-LOW-KEY/CTL-HIGH-KEY
      *          RANGES ACROSS THE RECORDS OF ONE SPLIT DUPLICAT
      *          (SAME SOURCE AND TARGET)
      *        - TWO LIVE RECORDS WRITING THE SAME TARGET DATASET
      *          (OTHER THAN THE RANGES OF ONE SPLIT DUPLICAT)
      *      EVERY PROBLEM IS PRINTED ON DDVAL WITH ITS RECORD
      *      NUMBER AND LABEL, AND THE STEP ENDS WITH A RETURN CODE
      *      THE SCHEDULER CAN TEST TO HOLD TYT.
      *
      *   NOTES =
      *     DEPENDENCIES = DDCTL IN THE UCTL LAYOUT; DDSCHED IN THE
      *        USCH LAYOUT.
      *
      *     RESTRICTIONS = UP TO 1000 PLAN RECORDS ARE CHECKED. A
      *        LONGER PLAN IS REPORTED AS AN ERROR - A PLAN THAT
      *        WAS NOT CHECKED IN FULL IS NOT PASSED.
      *        A KEY RANGE IS TAKEN AS FOLLOWING ITS PREDECESSOR
      *        WITHOUT A GAP WHEN ITS LOW KEY IS THE PREDECESSOR'S
      *        HIGH KEY STEPPED BY ONE IN THE LAST SIGNIFICANT
      *        POSITION ('9' CARRIES TO '0' AND 'Z' TO 'A'), SO
      *        RANGES ARE BEST WRITTEN AS FULL-LENGTH KEYS. A
      *        LETTER OR DIGIT STEPS THROUGH A-Z AND 0-9 WHATEVER
      *        THE CODE PAGE; ANY OTHER BYTE STEPS TO THE NEXT
      *        CHARACTER IN THE COLLATING SEQUENCE.
      *        WHEN DDSCHED IS CHECKED, TWO ENTRIES ON DIFFERENT
      *        FREQUENCIES SHARING A LABEL OR A TARGET ARE ONLY A
      *        WARNING - THEY MAY NEVER FALL ON THE SAME NIGHT -
      *        UNLESS ONE OF THEM IS DAILY, AND ONLY ENTRIES OF ONE
      *        FREQUENCY FORM A SPLIT DUPLICAT.
      *
      *   MODULE TYPE = COBOL PROGRAM
      *      PROCESSOR   = IBM ENTERPRISE COBOL
      *      MODULE SIZE = SEE LINK EDIT
      *      ATTRIBUTES  = REENTRANT
      *
      *   ENTRY POINT = TYV
      *      PURPOSE = SEE FUNCTION
      *      LINKAGE = NONE - RUN AS A JOB STEP AFTER TYS AND AHEAD
      *                OF TYT.
      *
      *      INPUT   = DDCTL   - THE NIGHT'S CONTROL FILE (DEFAULT)
      *                DDSCHED - RECURRING SCHEDULE FILE, READ
      *                        INSTEAD OF DDCTL WHEN THE DDVPRM
      *                        CARD SAYS SO
      *                DDVPRM  - OPTIONAL PARAMETER CARD: INPUT IN
      *                        COL 1 ('C' OR BLANK = DDCTL, 'S' =
      *                        DDSCHED)
      *
      *      OUTPUT  = DDVAL   - PRINTED VALIDATION REPORT
      *
      *   EXIT-NORMAL = RETURN CODE 0 NO PROBLEMS FOUND
      *   EXIT-ERROR =
      *      RETURN CODE = 4 - WARNINGS ONLY (AN EMPTY PLAN, OR
      *                        SCHEDULE ENTRIES ON DIFFERENT
      *                        FREQUENCIES SHARING A LABEL OR A
      *                        TARGET)
      *      RETURN CODE = 8 - AT LEAST ONE PLAN ERROR, THE INPUT
      *                        COULD NOT BE OPENED OR READ, OR THE
      *                        PLAN WAS TOO LONG TO CHECK IN FULL
      *      ABEND CODES =  NONE
      *      ERROR-MESSAGES =
      *
      *   EXTERNAL REFERENCES =
      *      ROUTINES/SERVICES =
      *      DATA-AREAS        =    NONE
      *      CONTROL-BLOCKS    =
      *
      *   TABLES = PLAN RECORDS (1000), SPLIT RANGE GROUP (1000)
      *   CHANGE-ACTIVITY =
      *      2026-10-15  INITIAL VERSION.
      *
      *********************** TYV ******************************
      ***************************************************************
       Identification Division.
         Program-ID. TYV.
       Environment DIVISION.
        Input-output section.
         File-control.
             SELECT CONTROL-FILE ASSIGN TO DDCTL
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WS-CTL-STATUS.

             SELECT SCHEDULE-FILE ASSIGN TO DDSCHED
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WS-SCHED-STATUS.

             SELECT PARAM-FILE ASSIGN TO DDVPRM
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WS-PRM-STATUS.

             SELECT VALIDATION-REPORT-FILE ASSIGN TO DDVAL
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WS-VAL-STATUS.

       Data Division.
        File section.
        FD  CONTROL-FILE
            RECORDING MODE IS F.
        COPY UCTL.

        FD  SCHEDULE-FILE
            RECORDING MODE IS F.
        COPY USCH.

        FD  PARAM-FILE
            RECORDING MODE IS F.
        01  PARAM-CARD.
            05  VPRM-INPUT              PIC X(1).
            05  FILLER                  PIC X(79).

        FD  VALIDATION-REPORT-FILE
            RECORDING MODE IS F.
        01  VAL-REPORT-LINE             PIC X(132).

       Working-Storage Section.
      *  BOTH INPUTS ARE CHECKED THROUGH ONE CONTROL RECORD VIEW -
      *  A SCHEDULE ENTRY'S CONTROL PORTION IS MOVED INTO IT.
       COPY UCTL REPLACING ==CONTROL-RECORD== BY ==PLAN-RECORD==
                           LEADING ==CTL== BY ==PLN==.
       77  WS-CTL-STATUS                PIC X(2) VALUE SPACES.
       77  WS-SCHED-STATUS              PIC X(2) VALUE SPACES.
       77  WS-PRM-STATUS                PIC X(2) VALUE SPACES.
       77  WS-VAL-STATUS                PIC X(2) VALUE SPACES.
       77  WS-INPUT-SWITCH              PIC X(1) VALUE 'C'.
           88  INPUT-IS-CONTROL             VALUE 'C'.
           88  INPUT-IS-SCHEDULE            VALUE 'S'.
       77  WS-INPUT-DDNAME              PIC X(8) VALUE 'DDCTL'.
       77  WS-INPUT-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88  END-OF-PLAN-INPUT            VALUE 'Y'.
       77  WS-INPUT-OPENED-SWITCH       PIC X(1) VALUE 'N'.
           88  PLAN-INPUT-OPENED            VALUE 'Y'.
       77  WS-VAL-OPENED-SWITCH         PIC X(1) VALUE 'N'.
           88  VALIDATION-REPORT-OPENED     VALUE 'Y'.
       77  WS-TABLE-OVF-SWITCH          PIC X(1) VALUE 'N'.
           88  PLAN-TABLE-OVERFLOWED        VALUE 'Y'.
       77  WS-RETURN-CODE               PIC 9(4) VALUE ZERO.
       77  WS-RECORDS-READ              PIC 9(9) COMP VALUE ZERO.
       77  WS-ERROR-COUNT               PIC 9(9) COMP VALUE ZERO.
       77  WS-WARNING-COUNT             PIC 9(9) COMP VALUE ZERO.
       77  WS-ENTRY-COUNT               PIC 9(4) COMP VALUE ZERO.
       77  WS-SUB                       PIC 9(4) COMP VALUE ZERO.
       77  WS-OTHER-SUB                 PIC 9(4) COMP VALUE ZERO.
       77  WS-FOUND-SUB                 PIC 9(4) COMP VALUE ZERO.
       77  WS-CHAIN-SUB                 PIC 9(4) COMP VALUE ZERO.
       77  WS-CHAIN-STEPS               PIC 9(4) COMP VALUE ZERO.
       77  WS-CHAIN-SWITCH              PIC X(1) VALUE 'N'.
           88  CHAIN-RUNNING                VALUE 'R'.
           88  CHAIN-LOOPS-BACK             VALUE 'L'.
           88  CHAIN-ENDS                   VALUE 'E'.
       77  WS-GROUP-COUNT               PIC 9(4) COMP VALUE ZERO.
       77  WS-GROUP-SUB                 PIC 9(4) COMP VALUE ZERO.
       77  WS-SORT-SUB                  PIC 9(4) COMP VALUE ZERO.
       77  WS-SHIFT-SWITCH              PIC X(1) VALUE 'N'.
           88  SHIFT-DONE                   VALUE 'Y'.
       77  WS-KEY-POS                   PIC 9(4) COMP VALUE ZERO.
       77  WS-KEY-CARRY-SWITCH          PIC X(1) VALUE 'N'.
           88  KEY-CARRY                    VALUE 'Y'.
       77  WS-NEXT-KEY                  PIC X(64) VALUE SPACES.
       77  WS-REACH-HIGH                PIC X(64) VALUE SPACES.
       77  WS-REACH-ENTRY               PIC 9(4) COMP VALUE ZERO.
       77  WS-KEY-BYTE                  PIC X(1) VALUE SPACE.
      *  A LETTER OR DIGIT STEPS TO THE NEXT ONE HERE, NOT TO THE
      *  NEXT CODE POINT - EBCDIC LEAVES GAPS AFTER 'I' AND 'R'.
       77  WS-KEY-STEP-CHARS            PIC X(36) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.
       77  WS-KEY-STEP-SUB              PIC 9(4) COMP VALUE ZERO.
       77  WS-KEY-STEP-FOUND            PIC 9(4) COMP VALUE ZERO.
       77  WS-WRITER-SWITCH             PIC X(1) VALUE 'N'.
           88  RECORD-WRITES-TARGET         VALUE 'Y'.
       77  WS-SAME-GROUP-SWITCH         PIC X(1) VALUE 'N'.
           88  SAME-SPLIT-GROUP             VALUE 'Y'.
       77  WS-PROBLEM-SUB               PIC 9(4) COMP VALUE ZERO.
       77  WS-PROBLEM-SEVERITY          PIC X(7) VALUE SPACES.
       77  WS-PROBLEM-TEXT              PIC X(95) VALUE SPACES.
       77  WS-RECORD-NUMBER             PIC 9(5) VALUE ZERO.
       77  WS-OTHER-NUMBER              PIC 9(5) VALUE ZERO.

      *  ONE ENTRY PER PLAN RECORD, IN FILE ORDER - THE SUBSCRIPT
      *  IS THE RECORD NUMBER PRINTED ON THE REPORT.
       01  WS-PLAN-TABLE.
           05  WS-PLAN-ENTRY OCCURS 1000 TIMES.
               10  WS-PLN-LABEL          PIC X(8).
               10  WS-PLN-DEPENDS-ON     PIC X(8).
               10  WS-PLN-ACTION         PIC X(8).
               10  WS-PLN-SOURCE         PIC X(44).
               10  WS-PLN-TARGET         PIC X(44).
               10  WS-PLN-LOW-KEY        PIC X(64).
               10  WS-PLN-HIGH-KEY       PIC X(64).
               10  WS-PLN-DRYRUN         PIC X(1).
               10  WS-PLN-FREQUENCY      PIC X(17).
               10  WS-PLN-PREDECESSOR    PIC 9(4) COMP.
               10  WS-PLN-RANGE-SWITCH   PIC X(1).
                   88  WS-PLN-RANGE-CHECKED  VALUE 'Y'.

      *  THE RECORDS OF ONE SPLIT DUPLICAT, SORTED BY LOW KEY. A
      *  BLANK LOW KEY MEANS START OF FILE AND A BLANK HIGH KEY
      *  END OF FILE, SO THEY ARE HELD AS LOW-VALUES/HIGH-VALUES.
       01  WS-RANGE-GROUP.
           05  WS-RNG-ITEM OCCURS 1000 TIMES.
               10  WS-RNG-ENTRY          PIC 9(4) COMP.
               10  WS-RNG-LOW            PIC X(64).
               10  WS-RNG-HIGH           PIC X(64).
       01  WS-RNG-HOLD.
           05  WS-HOLD-ENTRY             PIC 9(4) COMP.
           05  WS-HOLD-LOW               PIC X(64).
           05  WS-HOLD-HIGH              PIC X(64).

       01  VAL-TITLE-LINE.
           05  FILLER                PICTURE X(36) VALUE
               'TYV - BATCH PLAN VALIDATION REPORT'.
           05  FILLER                PICTURE X(6) VALUE 'INPUT '.
           05  VAL-TITLE-DDNAME      PICTURE X(8).
           05  FILLER                PICTURE X(11) VALUE
               '  PRODUCED '.
           05  VAL-TITLE-DATE        PICTURE X(8).
           05  FILLER                PICTURE X(63) VALUE SPACES.

       01  VAL-HEADING-LINE.
           05  FILLER                PICTURE X(1) VALUE SPACE.
           05  FILLER                PICTURE X(6) VALUE 'RECORD'.
           05  FILLER                PICTURE X(2) VALUE SPACES.
           05  FILLER                PICTURE X(8) VALUE 'LABEL'.
           05  FILLER                PICTURE X(2) VALUE SPACES.
           05  FILLER                PICTURE X(8) VALUE 'ACTION'.
           05  FILLER                PICTURE X(2) VALUE SPACES.
           05  FILLER                PICTURE X(7) VALUE 'LEVEL'.
           05  FILLER                PICTURE X(2) VALUE SPACES.
           05  FILLER                PICTURE X(94) VALUE 'PROBLEM'.

       01  VAL-DETAIL-LINE.
           05  FILLER                PICTURE X(2) VALUE SPACES.
           05  VAL-DET-RECORD        PICTURE ZZZZ9.
           05  FILLER                PICTURE X(2) VALUE SPACES.
           05  VAL-DET-LABEL         PICTURE X(8).
           05  FILLER                PICTURE X(2) VALUE SPACES.
           05  VAL-DET-ACTION        PICTURE X(8).
           05  FILLER                PICTURE X(2) VALUE SPACES.
           05  VAL-DET-SEVERITY      PICTURE X(7).
           05  FILLER                PICTURE X(2) VALUE SPACES.
           05  VAL-DET-PROBLEM       PICTURE X(94).

       01  VAL-CLEAN-LINE.
           05  FILLER                PICTURE X(1) VALUE SPACE.
           05  FILLER                PICTURE X(40) VALUE
               'NO PROBLEMS FOUND - PLAN MAY BE RUN'.
           05  FILLER                PICTURE X(91) VALUE SPACES.

       01  VAL-TOTALS-LINE.
           05  FILLER                PICTURE X(17) VALUE
               'RECORDS CHECKED: '.
           05  VAL-TOT-RECORDS       PICTURE ZZZZZZZZ9.
           05  FILLER                PICTURE X(10) VALUE
               '  ERRORS: '.
           05  VAL-TOT-ERRORS        PICTURE ZZZZZZZZ9.
           05  FILLER                PICTURE X(12) VALUE
               '  WARNINGS: '.
           05  VAL-TOT-WARNINGS      PICTURE ZZZZZZZZ9.
           05  FILLER                PICTURE X(19) VALUE
               '  RETURN CODE: '.
           05  VAL-TOT-RC            PICTURE 9(4).
           05  FILLER                PICTURE X(43) VALUE SPACES.

       Procedure DIVISION.

      * Load the whole plan, then check every record against the rest

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-ONE-PLAN-RECORD
               UNTIL END-OF-PLAN-INPUT.
           IF PLAN-INPUT-OPENED
               PERFORM 3000-RESOLVE-PREDECESSOR
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ENTRY-COUNT
               PERFORM 4000-CHECK-ONE-PLAN-RECORD
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ENTRY-COUNT
           END-IF.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1100-READ-PARAMETER-CARD.
           PERFORM 1200-OPEN-VALIDATION-REPORT.
           PERFORM 1300-OPEN-PLAN-INPUT.

       1100-READ-PARAMETER-CARD.
      *    A MISSING DDVPRM OR A BLANK CARD MEANS THE NIGHT'S DDCTL.
           OPEN INPUT PARAM-FILE.
           IF WS-PRM-STATUS = '00'
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       EVALUATE VPRM-INPUT
                           WHEN 'S'
                               SET INPUT-IS-SCHEDULE TO TRUE
                               MOVE 'DDSCHED' TO WS-INPUT-DDNAME
                           WHEN 'C'
                           WHEN SPACE
                               CONTINUE
                           WHEN OTHER
                               DISPLAY 'TYV - *** UNKNOWN INPUT '
                                   VPRM-INPUT ' ON DDVPRM - DDCTL'
                                   ' CHECKED ***'
                       END-EVALUATE
               END-READ
               CLOSE PARAM-FILE
           END-IF.

       1200-OPEN-VALIDATION-REPORT.
           OPEN OUTPUT VALIDATION-REPORT-FILE.
           IF WS-VAL-STATUS = '00'
               SET VALIDATION-REPORT-OPENED TO TRUE
               MOVE WS-INPUT-DDNAME TO VAL-TITLE-DDNAME
               MOVE FUNCTION CURRENT-DATE(1:8) TO VAL-TITLE-DATE
               WRITE VAL-REPORT-LINE FROM VAL-TITLE-LINE
               WRITE VAL-REPORT-LINE FROM VAL-HEADING-LINE
           ELSE
               DISPLAY 'TYV - *** DDVAL OPEN FAILED - STATUS: '
                   WS-VAL-STATUS ' - PROBLEMS ON SYSOUT ONLY ***'
           END-IF.

       1300-OPEN-PLAN-INPUT.
           IF INPUT-IS-SCHEDULE
               OPEN INPUT SCHEDULE-FILE
               MOVE WS-SCHED-STATUS TO WS-CTL-STATUS
           ELSE
               OPEN INPUT CONTROL-FILE
           END-IF.
           IF WS-CTL-STATUS = '00'
               SET PLAN-INPUT-OPENED TO TRUE
               PERFORM 2100-READ-PLAN-INPUT
           ELSE
      *        A PLAN THAT CANNOT BE READ CANNOT BE PASSED - RC 8
      *        HOLDS TYT THE SAME AS A PLAN WITH ERRORS.
               DISPLAY 'TYV - *** ERROR OPENING ' WS-INPUT-DDNAME
                   ' - STATUS: ' WS-CTL-STATUS ' ***'
               MOVE 0008 TO WS-RETURN-CODE
               SET END-OF-PLAN-INPUT TO TRUE
           END-IF.

       2000-LOAD-ONE-PLAN-RECORD.
           IF WS-ENTRY-COUNT < 1000
               ADD 1 TO WS-ENTRY-COUNT
               MOVE PLN-LABEL TO WS-PLN-LABEL (WS-ENTRY-COUNT)
               MOVE PLN-DEPENDS-ON
                   TO WS-PLN-DEPENDS-ON (WS-ENTRY-COUNT)
               MOVE PLN-ACTION TO WS-PLN-ACTION (WS-ENTRY-COUNT)
               MOVE PLN-SOURCE-DSNAME
                   TO WS-PLN-SOURCE (WS-ENTRY-COUNT)
               MOVE PLN-TARGET-DSNAME
                   TO WS-PLN-TARGET (WS-ENTRY-COUNT)
               MOVE PLN-LOW-KEY TO WS-PLN-LOW-KEY (WS-ENTRY-COUNT)
               MOVE PLN-HIGH-KEY TO WS-PLN-HIGH-KEY (WS-ENTRY-COUNT)
               MOVE PLN-DRYRUN-SWITCH
                   TO WS-PLN-DRYRUN (WS-ENTRY-COUNT)
               IF INPUT-IS-SCHEDULE
                   MOVE SCHEDULE-RECORD(1:17)
                       TO WS-PLN-FREQUENCY (WS-ENTRY-COUNT)
               ELSE
                   MOVE SPACES TO WS-PLN-FREQUENCY (WS-ENTRY-COUNT)
               END-IF
               MOVE ZERO TO WS-PLN-PREDECESSOR (WS-ENTRY-COUNT)
               MOVE 'N' TO WS-PLN-RANGE-SWITCH (WS-ENTRY-COUNT)
           ELSE
               IF NOT PLAN-TABLE-OVERFLOWED
                   SET PLAN-TABLE-OVERFLOWED TO TRUE
                   DISPLAY 'TYV - *** PLAN TABLE FULL AT 1000'
                       ' RECORDS - REMAINDER NOT CHECKED ***'
               END-IF
           END-IF.
           PERFORM 2100-READ-PLAN-INPUT.

       2100-READ-PLAN-INPUT.
           IF INPUT-IS-SCHEDULE
               READ SCHEDULE-FILE
                   AT END
                       SET END-OF-PLAN-INPUT TO TRUE
                   NOT AT END
                       MOVE SCH-CONTROL-PORTION TO PLAN-RECORD
               END-READ
               MOVE WS-SCHED-STATUS TO WS-CTL-STATUS
           ELSE
               READ CONTROL-FILE INTO PLAN-RECORD
                   AT END
                       SET END-OF-PLAN-INPUT TO TRUE
               END-READ
           END-IF.
           IF NOT END-OF-PLAN-INPUT
               IF WS-CTL-STATUS = '00'
                   ADD 1 TO WS-RECORDS-READ
               ELSE
                   DISPLAY 'TYV - *** ERROR READING ' WS-INPUT-DDNAME
                       ' - STATUS: ' WS-CTL-STATUS ' ***'
                   MOVE 0008 TO WS-RETURN-CODE
                   SET END-OF-PLAN-INPUT TO TRUE
               END-IF
           END-IF.

       3000-RESOLVE-PREDECESSOR.
      *    THE PREDECESSOR IS THE FIRST RECORD CARRYING THE NAMED
      *    LABEL ANYWHERE IN THE PLAN - WHETHER IT SITS AHEAD OF
      *    THE DEPENDENT IS CHECKED SEPARATELY.
           IF WS-PLN-DEPENDS-ON (WS-SUB) NOT = SPACES
               MOVE ZERO TO WS-FOUND-SUB
               PERFORM 3010-MATCH-PREDECESSOR-LABEL
                   VARYING WS-OTHER-SUB FROM 1 BY 1
                   UNTIL WS-OTHER-SUB > WS-ENTRY-COUNT
                       OR WS-FOUND-SUB > 0
               MOVE WS-FOUND-SUB TO WS-PLN-PREDECESSOR (WS-SUB)
           END-IF.

       3010-MATCH-PREDECESSOR-LABEL.
           IF WS-PLN-LABEL (WS-OTHER-SUB) = WS-PLN-DEPENDS-ON (WS-SUB)
               MOVE WS-OTHER-SUB TO WS-FOUND-SUB
           END-IF.

       4000-CHECK-ONE-PLAN-RECORD.
           PERFORM 4100-CHECK-ACTION.
           PERFORM 4200-CHECK-DUPLICATE-LABEL.
           PERFORM 4300-CHECK-DEPENDS-ON.
           PERFORM 4400-CHECK-DEPENDENCY-LOOP.
           PERFORM 4500-CHECK-SPLIT-RANGES.
           PERFORM 4600-CHECK-SHARED-TARGET.

       4100-CHECK-ACTION.
           EVALUATE WS-PLN-ACTION (WS-SUB)
               WHEN 'DUPLICAT'
               WHEN 'COMPARE'
               WHEN 'SYNC'
               WHEN 'BACKOUT'
               WHEN 'RESTORE'
               WHEN 'MERGE'
               WHEN 'EXTRACT'
               WHEN 'VERIFY'
               WHEN 'VALIDATE'
               WHEN 'XREF'
               WHEN 'CONVERT'
               WHEN 'REORG'
               WHEN 'CKPTLIST'
               WHEN 'CKPTPURG'
               WHEN 'PURGE'
                   CONTINUE
               WHEN OTHER
                   MOVE WS-SUB TO WS-PROBLEM-SUB
                   MOVE 'ERROR' TO WS-PROBLEM-SEVERITY
                   STRING 'UNKNOWN ACTION ''' DELIMITED BY SIZE
                           WS-PLN-ACTION (WS-SUB) DELIMITED BY SPACE
                           '''' DELIMITED BY SIZE
                       INTO WS-PROBLEM-TEXT
                   PERFORM 8000-REPORT-PROBLEM
           END-EVALUATE.

       4200-CHECK-DUPLICATE-LABEL.
      *    ONLY THE SECOND AND LATER HOLDERS OF A LABEL ARE
      *    REPORTED, EACH POINTING BACK AT THE FIRST.
           IF WS-PLN-LABEL (WS-SUB) NOT = SPACES
               MOVE ZERO TO WS-FOUND-SUB
               PERFORM 4210-MATCH-EARLIER-LABEL
                   VARYING WS-OTHER-SUB FROM 1 BY 1
                   UNTIL WS-OTHER-SUB NOT < WS-SUB
                       OR WS-FOUND-SUB > 0
               IF WS-FOUND-SUB > 0
                   MOVE WS-SUB TO WS-PROBLEM-SUB
                   PERFORM 4700-SET-PAIR-SEVERITY
                   MOVE WS-FOUND-SUB TO WS-OTHER-NUMBER
                   STRING 'DUPLICATE LABEL - ALREADY USED BY RECORD '
                           DELIMITED BY SIZE
                           WS-OTHER-NUMBER DELIMITED BY SIZE
                       INTO WS-PROBLEM-TEXT
                   PERFORM 8000-REPORT-PROBLEM
               END-IF
           END-IF.

       4210-MATCH-EARLIER-LABEL.
           IF WS-PLN-LABEL (WS-OTHER-SUB) = WS-PLN-LABEL (WS-SUB)
               MOVE WS-OTHER-SUB TO WS-FOUND-SUB
           END-IF.

       4300-CHECK-DEPENDS-ON.
      *    A SELF-REFERENCE IS LEFT TO THE LOOP CHECK.
           IF WS-PLN-DEPENDS-ON (WS-SUB) NOT = SPACES
               EVALUATE TRUE
                   WHEN WS-PLN-PREDECESSOR (WS-SUB) = ZERO
                       MOVE WS-SUB TO WS-PROBLEM-SUB
                       MOVE 'ERROR' TO WS-PROBLEM-SEVERITY
                       STRING 'DEPENDS-ON ' DELIMITED BY SIZE
                               WS-PLN-DEPENDS-ON (WS-SUB)
                               DELIMITED BY SPACE
                               ' - NO RECORD CARRIES THAT LABEL'
                               DELIMITED BY SIZE
                           INTO WS-PROBLEM-TEXT
                       PERFORM 8000-REPORT-PROBLEM
                   WHEN WS-PLN-PREDECESSOR (WS-SUB) > WS-SUB
      *                TYT ONLY FENCES ON A PREDECESSOR IT HAS
      *                ALREADY RUN - THIS ONE WOULD NEVER HOLD THE
      *                DEPENDENT BACK.
                       MOVE WS-SUB TO WS-PROBLEM-SUB
                       MOVE 'ERROR' TO WS-PROBLEM-SEVERITY
                       MOVE WS-PLN-PREDECESSOR (WS-SUB)
                           TO WS-OTHER-NUMBER
                       STRING 'DEPENDS-ON ' DELIMITED BY SIZE
                               WS-PLN-DEPENDS-ON (WS-SUB)
                               DELIMITED BY SPACE
                               ' - LABEL IS ON LATER RECORD '
                               DELIMITED BY SIZE
                               WS-OTHER-NUMBER DELIMITED BY SIZE
                           INTO WS-PROBLEM-TEXT
                       PERFORM 8000-REPORT-PROBLEM
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       4400-CHECK-DEPENDENCY-LOOP.
      *    FOLLOW THE CHAIN OF PREDECESSORS FROM THIS RECORD. IT
      *    EITHER ENDS, COMES BACK HERE (THIS RECORD IS IN A LOOP),
      *    OR RUNS LONGER THAN THE PLAN (A LOOP FURTHER UP THAT
      *    THIS RECORD ONLY HANGS FROM - REPORTED ON ITS MEMBERS).
           IF WS-PLN-PREDECESSOR (WS-SUB) > ZERO
               MOVE WS-PLN-PREDECESSOR (WS-SUB) TO WS-CHAIN-SUB
               MOVE ZERO TO WS-CHAIN-STEPS
               SET CHAIN-RUNNING TO TRUE
               PERFORM 4410-FOLLOW-ONE-LINK
                   UNTIL NOT CHAIN-RUNNING
               IF CHAIN-LOOPS-BACK
                   MOVE WS-SUB TO WS-PROBLEM-SUB
                   MOVE 'ERROR' TO WS-PROBLEM-SEVERITY
                   STRING 'DEPENDENCY LOOP - DEPENDS-ON CHAIN FROM '
                           DELIMITED BY SIZE
                           WS-PLN-DEPENDS-ON (WS-SUB)
                           DELIMITED BY SPACE
                           ' LEADS BACK TO THIS RECORD'
                           DELIMITED BY SIZE
                       INTO WS-PROBLEM-TEXT
                   PERFORM 8000-REPORT-PROBLEM
               END-IF
           END-IF.

       4410-FOLLOW-ONE-LINK.
           ADD 1 TO WS-CHAIN-STEPS.
           EVALUATE TRUE
               WHEN WS-CHAIN-SUB = WS-SUB
                   SET CHAIN-LOOPS-BACK TO TRUE
               WHEN WS-CHAIN-SUB = ZERO
                   SET CHAIN-ENDS TO TRUE
               WHEN WS-CHAIN-STEPS > WS-ENTRY-COUNT
                   SET CHAIN-ENDS TO TRUE
               WHEN OTHER
                   MOVE WS-PLN-PREDECESSOR (WS-CHAIN-SUB)
                       TO WS-CHAIN-SUB
           END-EVALUATE.

       4500-CHECK-SPLIT-RANGES.
      *    THE FIRST RECORD OF A SPLIT DUPLICAT GATHERS EVERY
      *    RECORD WITH THE SAME SOURCE, TARGET AND DRYRUN SETTING
      *    (AND, ON DDSCHED, THE SAME FREQUENCY), SORTS THEM BY LOW
      *    KEY AND CHECKS EACH RANGE AGAINST THE ONES BEFORE IT.
      *    THE MEMBERS ARE MARKED SO THE GROUP IS CHECKED ONCE.
           IF WS-PLN-ACTION (WS-SUB) = 'DUPLICAT'
                   AND NOT WS-PLN-RANGE-CHECKED (WS-SUB)
                   AND (WS-PLN-LOW-KEY (WS-SUB) NOT = SPACES
                        OR WS-PLN-HIGH-KEY (WS-SUB) NOT = SPACES)
               MOVE ZERO TO WS-GROUP-COUNT
               PERFORM 4510-COLLECT-RANGE-MEMBER
                   VARYING WS-OTHER-SUB FROM 1 BY 1
                   UNTIL WS-OTHER-SUB > WS-ENTRY-COUNT
               IF WS-GROUP-COUNT > 1
                   PERFORM 4520-INSERT-RANGE-MEMBER
                       VARYING WS-GROUP-SUB FROM 2 BY 1
                       UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
                   MOVE WS-RNG-ENTRY (1) TO WS-REACH-ENTRY
                   MOVE WS-RNG-HIGH (1) TO WS-REACH-HIGH
                   PERFORM 4530-COMPARE-ADJACENT-RANGES
                       VARYING WS-GROUP-SUB FROM 2 BY 1
                       UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
               END-IF
           END-IF.

       4510-COLLECT-RANGE-MEMBER.
      *    A WHOLE-FILE DUPLICAT OF THE SAME PAIR JOINS THE GROUP
      *    TOO - ITS OPEN RANGE OVERLAPS EVERY SPLIT.
           IF WS-PLN-ACTION (WS-OTHER-SUB) = 'DUPLICAT'
                   AND WS-PLN-SOURCE (WS-OTHER-SUB)
                       = WS-PLN-SOURCE (WS-SUB)
                   AND WS-PLN-TARGET (WS-OTHER-SUB)
                       = WS-PLN-TARGET (WS-SUB)
                   AND WS-PLN-DRYRUN (WS-OTHER-SUB)
                       = WS-PLN-DRYRUN (WS-SUB)
                   AND WS-PLN-FREQUENCY (WS-OTHER-SUB)
                       = WS-PLN-FREQUENCY (WS-SUB)
               SET WS-PLN-RANGE-CHECKED (WS-OTHER-SUB) TO TRUE
               ADD 1 TO WS-GROUP-COUNT
               MOVE WS-OTHER-SUB TO WS-RNG-ENTRY (WS-GROUP-COUNT)
               IF WS-PLN-LOW-KEY (WS-OTHER-SUB) = SPACES
                   MOVE LOW-VALUES TO WS-RNG-LOW (WS-GROUP-COUNT)
               ELSE
                   MOVE WS-PLN-LOW-KEY (WS-OTHER-SUB)
                       TO WS-RNG-LOW (WS-GROUP-COUNT)
               END-IF
               IF WS-PLN-HIGH-KEY (WS-OTHER-SUB) = SPACES
                   MOVE HIGH-VALUES TO WS-RNG-HIGH (WS-GROUP-COUNT)
               ELSE
                   MOVE WS-PLN-HIGH-KEY (WS-OTHER-SUB)
                       TO WS-RNG-HIGH (WS-GROUP-COUNT)
               END-IF
           END-IF.

       4520-INSERT-RANGE-MEMBER.
           MOVE WS-RNG-ITEM (WS-GROUP-SUB) TO WS-RNG-HOLD.
           COMPUTE WS-SORT-SUB = WS-GROUP-SUB - 1.
           MOVE 'N' TO WS-SHIFT-SWITCH.
           PERFORM 4525-SHIFT-ONE-MEMBER
               UNTIL WS-SORT-SUB = ZERO OR SHIFT-DONE.
           MOVE WS-RNG-HOLD TO WS-RNG-ITEM (WS-SORT-SUB + 1).

       4525-SHIFT-ONE-MEMBER.
           IF WS-RNG-LOW (WS-SORT-SUB) > WS-HOLD-LOW
               MOVE WS-RNG-ITEM (WS-SORT-SUB)
                   TO WS-RNG-ITEM (WS-SORT-SUB + 1)
               SUBTRACT 1 FROM WS-SORT-SUB
           ELSE
               SET SHIFT-DONE TO TRUE
           END-IF.

       4530-COMPARE-ADJACENT-RANGES.
      *    TYU TREATS BOTH ENDS OF A RANGE AS INCLUSIVE, SO A RANGE
      *    MUST START STRICTLY ABOVE THE HIGHEST KEY THE RANGES
      *    BEFORE IT REACH, AND NO FURTHER THAN ONE STEP ABOVE IT.
           MOVE WS-RNG-ENTRY (WS-GROUP-SUB) TO WS-PROBLEM-SUB.
           MOVE WS-REACH-ENTRY TO WS-OTHER-NUMBER.
           IF WS-RNG-LOW (WS-GROUP-SUB) NOT > WS-REACH-HIGH
               MOVE 'ERROR' TO WS-PROBLEM-SEVERITY
               STRING 'KEY RANGE OVERLAPS RECORD ' DELIMITED BY SIZE
                       WS-OTHER-NUMBER DELIMITED BY SIZE
                       ' OF THE SAME SPLIT DUPLICAT'
                       DELIMITED BY SIZE
                   INTO WS-PROBLEM-TEXT
               PERFORM 8000-REPORT-PROBLEM
           ELSE
               MOVE WS-REACH-HIGH TO WS-NEXT-KEY
               PERFORM 4540-STEP-KEY-BY-ONE
               IF NOT KEY-CARRY
                       AND WS-RNG-LOW (WS-GROUP-SUB) > WS-NEXT-KEY
                   MOVE 'ERROR' TO WS-PROBLEM-SEVERITY
                   STRING 'KEY RANGE GAP - RECORD ' DELIMITED BY SIZE
                           WS-OTHER-NUMBER DELIMITED BY SIZE
                           ' ENDS AT ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-REACH-HIGH TRAILING)
                           DELIMITED BY SIZE
                       INTO WS-PROBLEM-TEXT
                   PERFORM 8000-REPORT-PROBLEM
               END-IF
           END-IF.
           IF WS-RNG-HIGH (WS-GROUP-SUB) > WS-REACH-HIGH
               MOVE WS-RNG-ENTRY (WS-GROUP-SUB) TO WS-REACH-ENTRY
               MOVE WS-RNG-HIGH (WS-GROUP-SUB) TO WS-REACH-HIGH
           END-IF.

       4540-STEP-KEY-BY-ONE.
      *    WS-NEXT-KEY BECOMES THE FIRST KEY AFTER ITSELF, WORKING
      *    BACK FROM ITS LAST SIGNIFICANT BYTE. A KEY OF ALL NINES
      *    (OR ALL HIGH-VALUES) HAS NO SUCCESSOR - KEY-CARRY IS
      *    LEFT ON AND NO GAP CAN FOLLOW IT.
           COMPUTE WS-KEY-POS = FUNCTION LENGTH(
               FUNCTION TRIM(WS-NEXT-KEY TRAILING)).
           SET KEY-CARRY TO TRUE.
           PERFORM 4545-STEP-ONE-KEY-BYTE
               UNTIL NOT KEY-CARRY OR WS-KEY-POS = ZERO.

       4545-STEP-ONE-KEY-BYTE.
           MOVE WS-NEXT-KEY(WS-KEY-POS:1) TO WS-KEY-BYTE.
           EVALUATE TRUE
               WHEN WS-KEY-BYTE = '9'
                   MOVE '0' TO WS-NEXT-KEY(WS-KEY-POS:1)
                   SUBTRACT 1 FROM WS-KEY-POS
               WHEN WS-KEY-BYTE = 'Z'
                   MOVE 'A' TO WS-NEXT-KEY(WS-KEY-POS:1)
                   SUBTRACT 1 FROM WS-KEY-POS
               WHEN WS-KEY-BYTE = HIGH-VALUE
                   MOVE LOW-VALUE TO WS-NEXT-KEY(WS-KEY-POS:1)
                   SUBTRACT 1 FROM WS-KEY-POS
               WHEN OTHER
                   MOVE ZERO TO WS-KEY-STEP-FOUND
                   PERFORM 4547-MATCH-ONE-STEP-CHAR
                       VARYING WS-KEY-STEP-SUB FROM 1 BY 1
                       UNTIL WS-KEY-STEP-SUB > 36
                           OR WS-KEY-STEP-FOUND > 0
      *            'Z' AND '9' CARRY ABOVE, SO A LETTER OR DIGIT
      *            FOUND HERE ALWAYS HAS ITS SUCCESSOR NEXT TO IT.
                   IF WS-KEY-STEP-FOUND > 0
                       MOVE WS-KEY-STEP-CHARS(WS-KEY-STEP-FOUND + 1:1)
                           TO WS-NEXT-KEY(WS-KEY-POS:1)
                   ELSE
                       MOVE FUNCTION CHAR(FUNCTION ORD(WS-KEY-BYTE)
                               + 1)
                           TO WS-NEXT-KEY(WS-KEY-POS:1)
                   END-IF
                   MOVE 'N' TO WS-KEY-CARRY-SWITCH
           END-EVALUATE.

       4547-MATCH-ONE-STEP-CHAR.
           IF WS-KEY-STEP-CHARS(WS-KEY-STEP-SUB:1) = WS-KEY-BYTE
               MOVE WS-KEY-STEP-SUB TO WS-KEY-STEP-FOUND
           END-IF.

       4600-CHECK-SHARED-TARGET.
      *    A DRYRUN RECORD WRITES NOTHING. THE RANGES OF ONE SPLIT
      *    DUPLICAT SHARE THEIR TARGET BY DESIGN AND ARE CHECKED
      *    BY 4500 INSTEAD. ONLY THE FIRST EARLIER WRITER IS
      *    NAMED.
           MOVE WS-SUB TO WS-OTHER-SUB.
           PERFORM 4610-TEST-TARGET-WRITER.
           IF RECORD-WRITES-TARGET
               MOVE ZERO TO WS-FOUND-SUB
               PERFORM 4620-MATCH-EARLIER-WRITER
                   VARYING WS-OTHER-SUB FROM 1 BY 1
                   UNTIL WS-OTHER-SUB NOT < WS-SUB
                       OR WS-FOUND-SUB > 0
               IF WS-FOUND-SUB > 0
                   MOVE WS-SUB TO WS-PROBLEM-SUB
                   MOVE WS-FOUND-SUB TO WS-OTHER-NUMBER
                   PERFORM 4700-SET-PAIR-SEVERITY
                   STRING 'TARGET ALSO WRITTEN BY RECORD '
                           DELIMITED BY SIZE
                           WS-OTHER-NUMBER DELIMITED BY SIZE
                           ' - ' DELIMITED BY SIZE
                           WS-PLN-TARGET (WS-SUB) DELIMITED BY SPACE
                       INTO WS-PROBLEM-TEXT
                   PERFORM 8000-REPORT-PROBLEM
               END-IF
           END-IF.

       4610-TEST-TARGET-WRITER.
      *    SETS RECORD-WRITES-TARGET FOR THE ENTRY AT WS-OTHER-SUB.
      *    COMPARE AND VERIFY ONLY READ, AND THE CHECKPOINT ACTIONS
      *    USE THE TARGET NAME ONLY AS A FILTER.
           MOVE 'N' TO WS-WRITER-SWITCH.
           IF WS-PLN-DRYRUN (WS-OTHER-SUB) NOT = 'Y'
                   AND WS-PLN-TARGET (WS-OTHER-SUB) NOT = SPACES
               EVALUATE WS-PLN-ACTION (WS-OTHER-SUB)
                   WHEN 'DUPLICAT'
                   WHEN 'SYNC'
                   WHEN 'BACKOUT'
                   WHEN 'RESTORE'
                   WHEN 'MERGE'
                   WHEN 'EXTRACT'
                   WHEN 'VALIDATE'
                   WHEN 'XREF'
                   WHEN 'CONVERT'
                   WHEN 'REORG'
                   WHEN 'PURGE'
                       SET RECORD-WRITES-TARGET TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       4620-MATCH-EARLIER-WRITER.
           IF WS-PLN-TARGET (WS-OTHER-SUB) = WS-PLN-TARGET (WS-SUB)
               MOVE 'N' TO WS-SAME-GROUP-SWITCH
               IF WS-PLN-ACTION (WS-SUB) = 'DUPLICAT'
                       AND WS-PLN-ACTION (WS-OTHER-SUB) = 'DUPLICAT'
                       AND WS-PLN-SOURCE (WS-OTHER-SUB)
                           = WS-PLN-SOURCE (WS-SUB)
                       AND (WS-PLN-LOW-KEY (WS-SUB) NOT = SPACES
                            OR WS-PLN-HIGH-KEY (WS-SUB) NOT = SPACES)
                       AND (WS-PLN-LOW-KEY (WS-OTHER-SUB) NOT = SPACES
                            OR WS-PLN-HIGH-KEY (WS-OTHER-SUB)
                               NOT = SPACES)
                   SET SAME-SPLIT-GROUP TO TRUE
               END-IF
               PERFORM 4610-TEST-TARGET-WRITER
               IF RECORD-WRITES-TARGET AND NOT SAME-SPLIT-GROUP
                   MOVE WS-OTHER-SUB TO WS-FOUND-SUB
               END-IF
      *        4610 RAN FOR THE EARLIER RECORD - THIS RECORD IS
      *        STILL A WRITER, OR THE SEARCH WOULD NOT BE RUNNING.
               SET RECORD-WRITES-TARGET TO TRUE
           END-IF.

       4700-SET-PAIR-SEVERITY.
      *    A CLASH BETWEEN THE RECORDS AT WS-SUB AND WS-FOUND-SUB IS
      *    AN ERROR. SCHEDULE ENTRIES ON DIFFERENT FREQUENCIES MAY
      *    NEVER SHARE A NIGHT, SO FOR THEM IT IS ONLY A WARNING -
      *    UNLESS ONE OF THEM RUNS DAILY.
           MOVE 'ERROR' TO WS-PROBLEM-SEVERITY.
           IF INPUT-IS-SCHEDULE
                   AND WS-PLN-FREQUENCY (WS-SUB)
                       NOT = WS-PLN-FREQUENCY (WS-FOUND-SUB)
                   AND WS-PLN-FREQUENCY (WS-SUB)(1:8) NOT = 'DAILY'
                   AND WS-PLN-FREQUENCY (WS-FOUND-SUB)(1:8)
                       NOT = 'DAILY'
               MOVE 'WARNING' TO WS-PROBLEM-SEVERITY
           END-IF.

       8000-REPORT-PROBLEM.
      *    ERRORS HOLD TYT (RC 8); WARNINGS ONLY FLAG THE PLAN FOR
      *    A LOOK (RC 4).
           IF WS-PROBLEM-SEVERITY = 'ERROR'
               ADD 1 TO WS-ERROR-COUNT
               IF WS-RETURN-CODE < 0008
                   MOVE 0008 TO WS-RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-WARNING-COUNT
               IF WS-RETURN-CODE < 0004
                   MOVE 0004 TO WS-RETURN-CODE
               END-IF
           END-IF.
           MOVE WS-PROBLEM-SUB TO WS-RECORD-NUMBER.
           DISPLAY 'TYV - *** RECORD ' WS-RECORD-NUMBER
               ' LABEL ' WS-PLN-LABEL (WS-PROBLEM-SUB)
               ' ' WS-PROBLEM-SEVERITY ': '
               FUNCTION TRIM(WS-PROBLEM-TEXT TRAILING) ' ***'.
           IF VALIDATION-REPORT-OPENED
               MOVE WS-PROBLEM-SUB TO VAL-DET-RECORD
               MOVE WS-PLN-LABEL (WS-PROBLEM-SUB) TO VAL-DET-LABEL
               MOVE WS-PLN-ACTION (WS-PROBLEM-SUB) TO VAL-DET-ACTION
               MOVE WS-PROBLEM-SEVERITY TO VAL-DET-SEVERITY
               MOVE WS-PROBLEM-TEXT TO VAL-DET-PROBLEM
               WRITE VAL-REPORT-LINE FROM VAL-DETAIL-LINE
           END-IF.
           MOVE SPACES TO WS-PROBLEM-TEXT.

       9000-TERMINATE.
           IF PLAN-TABLE-OVERFLOWED
               ADD 1 TO WS-ERROR-COUNT
               MOVE 0008 TO WS-RETURN-CODE
           END-IF.
      *    AN EMPTY PLAN RUNS NOTHING TONIGHT - WORTH A LOOK BEFORE
      *    THE WINDOW OPENS, BUT NOT A REASON TO HOLD TYT.
           IF PLAN-INPUT-OPENED AND WS-RECORDS-READ = ZERO
               ADD 1 TO WS-WARNING-COUNT
               IF WS-RETURN-CODE < 0004
                   MOVE 0004 TO WS-RETURN-CODE
               END-IF
               DISPLAY 'TYV - *** ' WS-INPUT-DDNAME ' IS EMPTY ***'
           END-IF.
           IF VALIDATION-REPORT-OPENED
               MOVE SPACES TO VAL-REPORT-LINE
               EVALUATE TRUE
                   WHEN PLAN-TABLE-OVERFLOWED
                       STRING ' *** PLAN LONGER THAN 1000 RECORDS -'
                               DELIMITED BY SIZE
                               ' RECORDS AFTER 1000 WERE NOT CHECKED'
                               DELIMITED BY SIZE
                               ' ***' DELIMITED BY SIZE
                           INTO VAL-REPORT-LINE
                       WRITE VAL-REPORT-LINE
                   WHEN NOT PLAN-INPUT-OPENED
                       STRING ' *** ' DELIMITED BY SIZE
                               WS-INPUT-DDNAME DELIMITED BY SPACE
                               ' COULD NOT BE OPENED - PLAN NOT'
                               DELIMITED BY SIZE
                               ' CHECKED ***' DELIMITED BY SIZE
                           INTO VAL-REPORT-LINE
                       WRITE VAL-REPORT-LINE
                   WHEN WS-RECORDS-READ = ZERO
                       STRING ' *** ' DELIMITED BY SIZE
                               WS-INPUT-DDNAME DELIMITED BY SPACE
                               ' IS EMPTY - NOTHING WILL RUN ***'
                               DELIMITED BY SIZE
                           INTO VAL-REPORT-LINE
                       WRITE VAL-REPORT-LINE
                   WHEN WS-RETURN-CODE = ZERO
                       WRITE VAL-REPORT-LINE FROM VAL-CLEAN-LINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE SPACES TO VAL-REPORT-LINE
               WRITE VAL-REPORT-LINE
               MOVE WS-RECORDS-READ TO VAL-TOT-RECORDS
               MOVE WS-ERROR-COUNT TO VAL-TOT-ERRORS
               MOVE WS-WARNING-COUNT TO VAL-TOT-WARNINGS
               MOVE WS-RETURN-CODE TO VAL-TOT-RC
               WRITE VAL-REPORT-LINE FROM VAL-TOTALS-LINE
               CLOSE VALIDATION-REPORT-FILE
           END-IF.
           IF PLAN-INPUT-OPENED
               IF INPUT-IS-SCHEDULE
                   CLOSE SCHEDULE-FILE
               ELSE
                   CLOSE CONTROL-FILE
               END-IF
           END-IF.
           DISPLAY 'TYV - PLAN VALIDATION COMPLETE - RECORDS: '
               WS-RECORDS-READ ' ERRORS: ' WS-ERROR-COUNT
               ' WARNINGS: ' WS-WARNING-COUNT
               ' RC: ' WS-RETURN-CODE.

       End program TYV.
