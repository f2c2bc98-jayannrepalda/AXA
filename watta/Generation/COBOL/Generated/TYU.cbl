      *                 DDCMP) AND RECORDS THE FRESH FIGURES AS A
      *                 NEW MANIFEST ENTRY. A DRYRUN VERIFY
      *                 COMPARES WITHOUT RECORDING.
      *      VALIDATE - READS THE SOURCE DATASET (KSDS, ESDS OR
      *                 QSAM) AND TESTS EVERY RECORD AGAINST ITS
      *                 DDDICT LAYOUT: 'N' FIELDS MUST BE ZONED
      *                 NUMERIC (SIGN OVERPUNCH ALLOWED IN THE LAST
      *                 BYTE), MANDATORY FIELDS MUST NOT BE BLANK
      *                 OR LOW-VALUES, AND A FIELD'S RANGE OR
      *                 VALUE-LIST RULE MUST HOLD. DDCMP GETS THE
      *                 FIRST 50 FAILING RECORDS AND A PER-FIELD
      *                 FAILURE SUMMARY. FAILING RECORDS, WITH THE
      *                 FIELDS THEY FAILED, ARE WRITTEN TO THE
      *                 REJECT DATASET NAMED IN PARMS-TARGET-DSNAME
      *                 (BLANK = SUMMARY ONLY). RC 4 WHEN SOME
      *                 RECORDS FAIL BUT NO MORE THAN PARMS-FAIL-
      *                 THRESHOLD PERCENT, RC 8 ABOVE IT. A DRYRUN
      *                 VALIDATE WRITES NO REJECT DATASET.
      *      XREF     - REFERENTIAL INTEGRITY CHECK OF A CHILD
      *                 DATASET (PARMS-SOURCE-DSNAME - KSDS, ESDS OR
      *                 QSAM) AGAINST A PARENT KSDS (PARMS-SOURCE2-
      *                 DSNAME). THE CHILD'S FOREIGN KEY IS THE
      *                 DDDICT FIELD NAMED IN THE FIRST SELECT
      *                 ENTRY AND MUST BE AS LONG AS THE PARENT'S
      *                 KEY. THE CHILD KEYS ARE SORTED AND MATCHED
      *                 AGAINST THE PARENT IN KEY ORDER; EVERY CHILD
      *                 RECORD WHOSE KEY HAS NO PARENT IS LISTED ON
      *                 DDCMP AND, WHEN PARMS-TARGET-DSNAME IS
      *                 GIVEN, WRITTEN TO THAT ORPHAN-KEY DATASET.
      *                 PARMS-CHILDLESS-SWITCH 'Y' ALSO LISTS EVERY
      *                 PARENT NO CHILD REFERS TO. A BLANK FOREIGN
      *                 KEY IS COUNTED BUT NOT CHECKED. RC 8 WHEN
      *                 ANY ORPHAN IS FOUND, RC 4 FOR REQUESTED
      *                 CHILDLESS PARENTS. A DRYRUN XREF WRITES NO
      *                 ORPHAN-KEY DATASET.
      *      CONVERT  - COPIES SOURCE TO TARGET FIELD BY FIELD,
      *                 FROM THE DDDICT LAYOUT OF THE SOURCE DSNAME
      *                 TO THE LAYOUT OF THE TARGET DSNAME, MATCHING
      *                 FIELDS BY NAME. A CHARACTER FIELD IS PADDED
      *                 WITH SPACES OR TRUNCATED ON THE RIGHT, A
      *                 NUMERIC FIELD RIGHT-JUSTIFIED AND ZERO-
      *                 FILLED OR TRUNCATED ON THE LEFT. A FIELD
      *                 ONLY IN THE NEW LAYOUT GETS ITS 'D' CARD
      *                 DEFAULT (SPACES OR ZEROS WHEN NONE), ONE
      *                 ONLY IN THE OLD LAYOUT IS DROPPED. A RECORD
      *                 WHOSE TRUNCATION WOULD LOSE ANYTHING BUT
      *                 SPACES (LEADING ZEROS FOR A NUMBER) IS
      *                 REJECTED AND LISTED ON DDCMP WITH THE
      *                 MAPPED, DEFAULTED AND REJECTED COUNTS. A
      *                 KSDS TARGET IS DEFINED WITH THE NEW RECORD
      *                 LENGTH AND THE KEY LENGTH THE SOURCE KEY
      *                 FIELDS MAP TO, AND IS COPIED WITH THE
      *                 DUPLICAT KEY-RANGE, CHECKPOINT AND RESTART
      *                 RULES. A DRYRUN CONVERT SWEEPS AND COUNTS
      *                 WITHOUT DEFINING OR WRITING THE TARGET.
      *      REORG    - UNLOADS THE TARGET KSDS TO A CATALOGED
      *                 WORK DATASET (TARGET NAME PLUS .REORGWK),
      *                 DELETES AND REDEFINES THE CLUSTER THROUGH
      *                 AND/OR AGE (PARMS-RETENTION-COUNT DAYS),
      *                 LISTING EACH PURGED ENTRY ON DDCMP. A
      *                 DRYRUN REPORTS WITHOUT DELETING.
      *      RESTORE  - RELOADS PARMS-TARGET-DSNAME FROM THE NEWEST
      *                 SUCCESSFUL LIVE DUPLICAT BACKUP OF IT TAKEN
      *                 AT OR BEFORE PARMS-POINT-IN-TIME
      *                 (CCYYMMDDHHMMSS, BLANK = THE NEWEST OF ALL),
      *                 OPTIONALLY ONLY FROM THE BACKUP BASE NAMED
      *                 IN PARMS-SOURCE-DSNAME. THE BACKUP RUN COMES
      *                 FROM DDAUDIT AND ITS GDG GENERATION FROM THE
      *                 NUMBER OF LATER BACKUPS TO THE SAME BASE.
      *                 THE IMAGE IS SWEPT AND CHECKED AGAINST THE
      *                 RUN'S DDMNFST ENTRY (COUNT, BYTES, CHECKSUM)
      *                 - A BACKUP TAKEN WITHOUT A MANIFEST, OR ONE
      *                 THAT NO LONGER MATCHES IT, IS REFUSED BEFORE
      *                 THE TARGET IS TOUCHED. A KSDS TARGET IS
      *                 DELETED, REDEFINED AND RELOADED AS REORG
      *                 DOES (ONE WITH ALTERNATE INDEXES IS
      *                 REFUSED); A QSAM TARGET IS REWRITTEN. THE
      *                 GENERATION USED AND THE RECORD COUNTS BEFORE
      *                 AND AFTER GO TO DDCMP. A DRYRUN RESTORE
      *                 MAKES EVERY CHECK BUT DOES NOT RELOAD.
      *
      *      BEFORE ANY ACTION THAT CHANGES ITS TARGET (DUPLICAT,
      *      MERGE, EXTRACT, CONVERT, SYNC, BACKOUT, RESTORE, REORG,
      *      PURGE, CKPTPURG) THE TARGET DSNAME IS CHECKED AGAINST
      *      THE DDAUTH PROTECTED-DATASET TABLE (UAUTH LAYOUT). A
      *      PROTECTED TARGET WHOSE PATTERN DOES NOT ALLOW THE
      *      ACTION, OR ALLOWS IT ONLY UNDER A CHANGE TICKET THE
      *      CALL DOES NOT CARRY, IS REFUSED WITH RC 12 BEFORE
      *      ANYTHING IS ALLOCATED, AND THE AUDIT RECORD SHOWS THE
      *      REFUSAL, THE REQUESTER AND THE REASON.
      *
      *      EVERY AUDIT RECORD CARRIES THE RECORDS AND BYTES THE
      *      ACTION PROCESSED. THE BYTE COUNT IS THE LENGTH OF
      *      EVERY DATA RECORD READ FROM THE ACTION'S OWN DATASETS
      *      (SOURCE, SOURCE2, SOURCE3, TARGET, BACKUP IMAGE) -
      *      DICTIONARY, CHECKPOINT, JOURNAL, MANIFEST AND WORK
      *      FILES ARE NOT COUNTED. IT IS ALSO RETURNED TO THE
      *      CALLER IN PARMS-BYTES-PROCESSED.
      *
      *   NOTES =
      *     DEPENDENCIES = N/A
      *                  THRESHOLD ARRIVES IN PARMS-CONSOLE-LEVEL
      *                  FROM THE TYT DDPRM CARD; BLANK MEANS
      *                  WARNINGS AND ERRORS.
      *      2026-10-15  ADDED RESTORE ACTION - POINT-IN-TIME
      *                  RECOVERY OF A DATASET FROM ITS NEWEST
      *                  SUCCESSFUL DUPLICAT BACKUP GENERATION AT OR
      *                  BEFORE PARMS-POINT-IN-TIME, FOUND THROUGH
      *                  DDAUDIT. THE BACKUP IS PROVED AGAINST ITS
      *                  DDMNFST ENTRY BEFORE THE TARGET IS TOUCHED,
      *                  AND DDCMP SHOWS THE GENERATION USED WITH
      *                  THE RECORD COUNTS BEFORE AND AFTER.
      *      2026-10-15  THE AUDIT RECORD NOW CARRIES THE TIME THE
      *                  CALL STARTED, ITS ELAPSED SECONDS AND THE
      *                  RECORDS PROCESSED, FOR THE TYS BATCH-WINDOW
      *                  FORECAST.
      *      2026-10-15  ADDED VALIDATE ACTION - DATA-QUALITY SWEEP
      *                  OF A DATASET AGAINST ITS DDDICT LAYOUT. THE
      *                  'F' CARD NOW ALSO CARRIES A MANDATORY FLAG
      *                  (COL 30) AND A RANGE OR VALUE-LIST RULE
      *                  (COL 32, TEXT IN COLS 34-80). FAILURES ARE
      *                  SUMMARIZED PER FIELD ON DDCMP AND THE
      *                  FAILING RECORDS WRITTEN TO THE NEW DDREJ
      *                  REJECT DATASET; PARMS-FAIL-THRESHOLD
      *                  SEPARATES RC 4 FROM RC 8.
      *      2026-10-15  ADDED XREF ACTION - CHILD-TO-PARENT FOREIGN
      *                  KEY CHECK FOR EXTRACTED TEST-DATA SETS,
      *                  WITH ORPHAN KEYS TO THE NEW DDORPH DATASET
      *                  AND OPTIONAL CHILDLESS-PARENT REPORTING.
      *                  THE CHILD KEYS ARE ORDERED BY A SORT WHOSE
      *                  WORK SPACE THE SORT PRODUCT ALLOCATES.
      *      2026-10-15  ADDED CONVERT ACTION - LAYOUT-TO-LAYOUT
      *                  COPY DRIVEN BY THE DDDICT FIELD NAMES, WITH
      *                  THE NEW 'D' CARD GIVING A DEFAULT FOR A
      *                  FIELD THE OLD LAYOUT DOES NOT HAVE. THE
      *                  TARGET CLUSTER IS DEFINED FROM THE NEW
      *                  LAYOUT'S GEOMETRY.
      *      2026-10-15  CHECK EVERY ACTION THAT CHANGES ITS TARGET
      *                  AGAINST THE NEW DDAUTH PROTECTED-DATASET
      *                  TABLE BEFORE DISPATCH - REFUSED WITH RC 12
      *                  AND CONSOLE MESSAGE TYU003E. THE AUDIT
      *                  RECORD NOW CARRIES THE REQUESTER, THE
      *                  CHANGE TICKET AND WHETHER THE TABLE
      *                  ALLOWED OR REFUSED THE ACTION.
      *      2026-10-15  DDMNFST AND DDJRNL RECORD LAYOUTS MOVED TO
      *                  THE UMNFST AND UJRNL COPYBOOKS, SHARED WITH
      *                  THE TYK HISTORY HOUSEKEEPING STEP. NO
      *                  CHANGE TO EITHER LAYOUT.
      *      2026-10-15  COUNT THE BYTES OF EVERY DATA RECORD READ
      *                  AND CARRY THEM IN THE NEW AUDIT-BYTES-
      *                  PROCESSED FIELD AND PARMS-BYTES-PROCESSED,
      *                  FOR THE TYB CHARGEBACK REPORT.
      *      2026-10-15  A CALL WITH A BLANK TARGET DSNAME IS HELD TO
      *                  EVERY DDAUTH PATTERN, NOT PASSED AS
      *                  UNPROTECTED. RESTORE COUNTS EVERY LATER
      *                  DUPLICAT INTO THE BACKUP BASE, AND REFUSES A
      *                  GENERATION NOT CREATED ON THE BACKUP RUN'S
      *                  DATE. VALIDATE AND XREF FAIL THE ACTION WHEN
      *                  THE DDREJ OR DDORPH ALLOCATION FAILS, AND
      *                  FREE THE DDNAME WHEN DONE. CONVERT REFUSES A
      *                  NUMERIC FIELD, OR A NEW FIELD, LONGER THAN
      *                  99 BYTES.
      *      2026-10-15  VALIDATE REFUSES A DDDICT LAYOUT WITH A
      *                  FIELD LONGER THAN 99 BYTES. RESTORE KNOWS A
      *                  TYT FENCE RECORD BY ITS MESSAGE, SO A LATER
      *                  DUPLICAT WRITTEN BEFORE START TIMES WERE
      *                  KEPT IS STILL COUNTED.
      *
      *********************** TYU ******************************
      ***************************************************************
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WS-DICT-STATUS.

             SELECT AUTH-FILE ASSIGN TO DDAUTH
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WS-AUTH-STATUS.

             SELECT REJECT-FILE ASSIGN TO DDREJ
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WS-REJECT-STATUS.

             SELECT ORPHAN-FILE ASSIGN TO DDORPH
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WS-ORPHAN-STATUS.

             SELECT XREF-SORT-FILE ASSIGN TO SORTWK01.

       Data Division.
        File section.
      *  THE RECORD AREAS ARE SIZED FOR THE LARGEST CLUSTER WE RUN
      *  TAKEN, SO SUCCESSIVE VERIFIES OF ONE NAME LINE UP IN KEY
      *  ORDER AND THE NEWEST ENTRY IS THE LAST UNDER ITS DSNAME.
        FD  MANIFEST-FILE.
        COPY UMNFST.

      *  ONE JOURNAL FILE HOLDS THE REPAIR HISTORY FOR SEVERAL
      *  TARGETS - THE KEY IS THE TARGET DSNAME PLUS THE RUN
      *  RECORD AS WRITTEN, SO BACKOUT CAN DELETE IT BY ITS EXACT
      *  KEY CONTENT.
        FD  JOURNAL-FILE.
        COPY UJRNL.

        FD  IDCAMS-SYSIN
            RECORDING MODE IS F.
      *  AND EACH FOLLOWING 'F' CARD NAMES ONE FIELD OF THAT
      *  LAYOUT WITH ITS ZERO-ORIGIN OFFSET, LENGTH AND TYPE
      *  ('C' CHARACTER, 'N' NUMERIC). '*' CARDS ARE COMMENTS.
      *  THE REST OF AN 'F' CARD CARRIES THE FIELD'S VALIDATE
      *  RULES: COLUMN 30 'M' MAKES THE FIELD MANDATORY (NOT
      *  BLANK, NOT LOW-VALUES), COLUMN 32 NAMES A RULE ('R' A
      *  RANGE 'LOW,HIGH' - EITHER END MAY BE LEFT EMPTY - OR 'V'
      *  A LIST OF UP TO 10 ALLOWED VALUES SEPARATED BY COMMAS,
      *  NO SPACES AROUND THEM) WHOSE TEXT IS IN COLUMNS 34-80.
      *  A 'D' CARD FOLLOWING A FIELD'S 'F' CARD (SAME NAME IN
      *  COLUMNS 3-18) GIVES THE VALUE CONVERT PUTS IN THAT FIELD
      *  WHEN THE OLD LAYOUT HAS NO FIELD OF THE NAME - COLUMNS
      *  20-80, LEFT-JUSTIFIED, DIGITS ONLY FOR AN 'N' FIELD.
      *  A FIELD'S VALUE IS WORKED ON IN 99 BYTES: VALIDATE
      *  REFUSES A LAYOUT WITH A LONGER FIELD, AND CONVERT ONE
      *  WITH A LONGER NUMERIC FIELD OR NEW FIELD.
        FD  DICT-FILE
            RECORDING MODE IS F.
        01  DICT-CARD.
                10  DICT-FLD-LENGTH     PIC 9(2).
                10  FILLER              PIC X(1).
                10  DICT-FLD-TYPE       PIC X(1).
                10  FILLER              PIC X(1).
                10  DICT-FLD-MANDATORY  PIC X(1).
                10  FILLER              PIC X(1).
                10  DICT-FLD-RULE       PIC X(1).
                10  FILLER              PIC X(1).
                10  DICT-FLD-RULE-TEXT  PIC X(47).
            05  DICT-DEFAULT-DETAIL REDEFINES DICT-LAYOUT-DETAIL.
                10  DICT-DFT-NAME       PIC X(16).
                10  FILLER              PIC X(1).
                10  DICT-DFT-VALUE      PIC X(61).

      *  THE PROTECTED-DATASET AUTHORIZATION TABLE - SEE UAUTH.
        FD  AUTH-FILE
            RECORDING MODE IS F.
        COPY UAUTH.

      *  THE VALIDATE REJECT DATASET - EACH FAILING SOURCE RECORD
      *  BEHIND ITS RECORD NUMBER IN THE SWEEP AND THE NAMES OF
      *  THE FIELDS IT FAILED, EACH WITH ITS REASON ('N' NOT
      *  NUMERIC, 'M' MISSING, 'R' OUT OF RANGE, 'V' NOT IN THE
      *  VALUE LIST; A TRAILING '+' MEANS MORE THAN FIT), SO THE
      *  SUSPENSE CAN BE WORKED AND RESUBMITTED FROM THE IMAGE.
        FD  REJECT-FILE
            RECORDING MODE IS V
            RECORD IS VARYING IN SIZE FROM 101 TO 4100
                DEPENDING ON WS-REJECT-RECLEN.
        01  REJECT-RECORD.
            05  REJ-PREFIX.
                10  REJ-RECORD-NUMBER   PIC 9(9).
                10  FILLER              PIC X(1).
                10  REJ-FAILED-FIELDS   PIC X(89).
                10  FILLER              PIC X(1).
            05  REJ-IMAGE               PIC X(4000).

      *  THE XREF ORPHAN-KEY DATASET - ONE CARD IMAGE PER CHILD
      *  RECORD WHOSE FOREIGN KEY HAS NO PARENT: ITS RECORD NUMBER
      *  IN THE CHILD DATASET AND THE KEY AS CARRIED (ONLY THE
      *  PARENT'S KEY LENGTH IS SIGNIFICANT, THE REST IS BLANK).
        FD  ORPHAN-FILE
            RECORDING MODE IS F.
        01  ORPHAN-RECORD.
            05  ORPH-RECORD-NUMBER      PIC 9(9).
            05  FILLER                  PIC X(1).
            05  ORPH-FOREIGN-KEY        PIC X(64).
            05  FILLER                  PIC X(6).

      *  XREF SORTS THE CHILD FOREIGN KEYS INTO PARENT KEY ORDER,
      *  EACH WITH ITS CHILD RECORD NUMBER SO ORPHANS OF ONE KEY
      *  COME OUT IN CHILD ORDER.
        SD  XREF-SORT-FILE.
        01  XREF-SORT-RECORD.
            05  SRT-FOREIGN-KEY         PIC X(64).
            05  SRT-RECORD-NUMBER       PIC 9(9).

       Working-Storage Section.
       77  WS-SOURCE-STATUS             PIC X(2) VALUE SPACES.
               10  WS-DICT-FIELD-OFFSET PIC 9(4) COMP.
               10  WS-DICT-FIELD-LENGTH PIC 9(4) COMP.
               10  WS-DICT-FIELD-TYPE   PIC X(1).
               10  WS-DICT-FIELD-MANDATORY PIC X(1).
               10  WS-DICT-FIELD-RULE   PIC X(1).
               10  WS-DICT-FIELD-RULE-TEXT PIC X(47).
               10  WS-DICT-FIELD-DEFAULT PIC X(61).
      *  THE DDAUTH TABLE IS LOADED ONCE PER RUN, LIKE THE
      *  DICTIONARY. AN ACTION NAMED IN AUTH-ACTION-CHANGES-DATA IS
      *  CHECKED AGAINST IT - TYT HOLDS THE SAME LIST.
       77  WS-AUTH-STATUS               PIC X(2) VALUE SPACES.
       77  WS-AUTH-EOF-SWITCH           PIC X(1) VALUE 'N'.
           88  AUTH-AT-EOF                  VALUE 'Y'.
       77  WS-AUTH-LOADED-SWITCH        PIC X(1) VALUE 'N'.
           88  AUTH-LOADED                  VALUE 'Y'.
       77  WS-AUTH-UNUSABLE-SWITCH      PIC X(1) VALUE 'N'.
           88  AUTH-TABLE-UNUSABLE          VALUE 'Y'.
       77  WS-AUTH-ACTION               PIC X(8) VALUE SPACES.
           88  AUTH-ACTION-CHANGES-DATA     VALUE 'DUPLICAT' 'MERGE'
                                            'EXTRACT' 'CONVERT' 'SYNC'
                                            'BACKOUT' 'RESTORE' 'REORG'
                                            'PURGE' 'CKPTPURG'.
       77  WS-AUTH-RESULT               PIC X(1) VALUE SPACE.
           88  AUTH-NOT-PROTECTED           VALUE ' '.
           88  AUTH-ALLOWED                 VALUE 'A'.
           88  AUTH-REFUSED                 VALUE 'R'.
       77  WS-AUTH-COUNT                PIC 9(4) COMP VALUE ZERO.
       77  WS-AUTH-SUB                  PIC 9(4) COMP VALUE ZERO.
       77  WS-AUTH-FOUND-SUB            PIC 9(4) COMP VALUE ZERO.
       77  WS-AUTH-ALLOW-SUB            PIC 9(4) COMP VALUE ZERO.
       77  WS-AUTH-PATTERN-LEN          PIC 9(4) COMP VALUE ZERO.
       01  WS-AUTH-TABLE.
           05  WS-AUTH-ENTRY OCCURS 200 TIMES.
               10  WS-AUTH-PATTERN      PIC X(44).
               10  WS-AUTH-ALLOWED-ACTION PIC X(8).
               10  WS-AUTH-TICKET-SWITCH PIC X(1).
       77  WS-MASK-SUB                  PIC 9(4) COMP VALUE ZERO.
       77  WS-MASK-USED-COUNT           PIC 9(4) COMP VALUE ZERO.
       77  WS-MASK-POSITION             PIC 9(5) COMP VALUE ZERO.
       77  WS-PRIOR-CHECKSUM            PIC 9(9) COMP VALUE ZERO.
       77  WS-SUM-RECORD-COUNT          PIC 9(9) COMP VALUE ZERO.
       77  WS-SUM-BYTE-COUNT            PIC 9(15) COMP VALUE ZERO.
      *  BYTES READ FROM THE ACTION'S DATASETS ON THIS CALL - THE
      *  VOLUME DDAUDIT CARRIES FOR CHARGEBACK.
       77  WS-BYTES-PROCESSED           PIC 9(15) COMP VALUE ZERO.
      *  THE CHECKSUM IS A RUNNING 31-MULTIPLIER HASH OF EVERY
      *  BYTE, REDUCED MODULO THE LARGEST 9-DIGIT PRIME SO IT
      *  FITS THE MANIFEST FIELD AND NEVER OVERFLOWS THE DOUBLE-
           88  CKPT-FILE-OPENED              VALUE 'Y'.
       77  WS-TARGET-OPENED-SWITCH       PIC X(1) VALUE 'N'.
           88  DUPT-TARGET-FILE-OPENED       VALUE 'Y'.
       77  WS-AUDIT-EOF-SWITCH           PIC X(1) VALUE 'N'.
           88  AUDIT-AT-EOF                  VALUE 'Y'.
       77  WS-RESTORE-MODE-SWITCH        PIC X(1) VALUE 'Y'.
           88  RESTORE-LIVE-MODE             VALUE 'Y'.
           88  RESTORE-PREVIEW-MODE          VALUE 'N'.
       77  WS-RESTORE-PRINT-SWITCH       PIC X(1) VALUE 'N'.
           88  RESTORE-PRINT-OPENED          VALUE 'Y'.
       77  WS-RESTORE-FOUND-SWITCH       PIC X(1) VALUE 'N'.
           88  RESTORE-BACKUP-FOUND          VALUE 'Y'.
       77  WS-RESTORE-CUTOFF             PIC X(14) VALUE SPACES.
       77  WS-RESTORE-RUN-TIMESTAMP      PIC X(14) VALUE SPACES.
       77  WS-RESTORE-RUN-START-DATE     PIC X(8) VALUE SPACES.
       77  WS-RESTORE-PREV-TIMESTAMP     PIC X(14) VALUE SPACES.
       77  WS-RESTORE-BACKUP-BASE        PIC X(44) VALUE SPACES.
       77  WS-RESTORE-BACKUP-DSNAME      PIC X(44) VALUE SPACES.
       77  WS-RESTORE-LATER-COUNT        PIC 9(4) COMP VALUE ZERO.
      *  THE BACKUP RUN'S END (AND START) DATE IN THE CCYY.DDD FORM
      *  LISTCAT GIVES A GENERATION'S CREATION DATE.
       77  WS-RESTORE-RUN-JULIAN         PIC X(8) VALUE SPACES.
       77  WS-RESTORE-START-JULIAN       PIC X(8) VALUE SPACES.
       77  WS-RESTORE-DATE-IN            PIC 9(8) VALUE ZERO.
       77  WS-RESTORE-JULIAN-OUT         PIC 9(7) VALUE ZERO.
       77  WS-RESTORE-JULIAN-TEXT        PIC X(8) VALUE SPACES.
       77  WS-RESTORE-BACKUP-LRECL       PIC 9(5) VALUE ZERO.
       77  WS-RESTORE-BACKUP-ORG         PIC X(8) VALUE SPACES.
           88  RESTORE-BACKUP-SEQUENTIAL     VALUE 'NONINDEX'
                                                   'NONVSAM'.
       77  WS-RESTORE-TARGET-ORG         PIC X(8) VALUE SPACES.
           88  RESTORE-TARGET-KEYED          VALUE 'INDEXED'.
       77  WS-RESTORE-BEFORE-COUNT       PIC 9(9) COMP VALUE ZERO.
       77  WS-RESTORE-AFTER-COUNT        PIC 9(9) COMP VALUE ZERO.
       01  WS-RESTORE-RECORD             PIC X(4000).

      *  RUN TIME OF ONE CALL, FOR THE AUDIT RECORD. BOTH ENDS ARE
      *  THE FIRST 16 BYTES OF CURRENT-DATE (CCYYMMDDHHMMSShh).
       01  WS-CALL-START-TIME.
           05  WS-CALL-START-DATE        PIC 9(8).
           05  WS-CALL-START-HH          PIC 9(2).
           05  WS-CALL-START-MM          PIC 9(2).
           05  WS-CALL-START-SS          PIC 9(2).
           05  WS-CALL-START-HS          PIC 9(2).
       01  WS-CALL-END-TIME.
           05  WS-CALL-END-DATE          PIC 9(8).
           05  WS-CALL-END-HH            PIC 9(2).
           05  WS-CALL-END-MM            PIC 9(2).
           05  WS-CALL-END-SS            PIC 9(2).
           05  WS-CALL-END-HS            PIC 9(2).
       77  WS-CALL-ELAPSED               PIC S9(9)V99 VALUE ZERO.

      *  VALIDATE ACTION. THE RULES OF THE SOURCE'S DICTIONARY
      *  LAYOUT ARE UNPACKED ONCE PER CALL INTO WS-VAL-FIELD-TABLE,
      *  ONE ENTRY PER LAYOUT FIELD IN DICTIONARY ORDER, WHICH
      *  ALSO HOLDS EACH FIELD'S FAILURE COUNTS FOR THE SUMMARY.
       77  WS-VALIDATE-MODE-SWITCH       PIC X(1) VALUE 'Y'.
           88  VALIDATE-LIVE-MODE            VALUE 'Y'.
           88  VALIDATE-PREVIEW-MODE         VALUE 'N'.
       77  WS-REJECT-STATUS              PIC X(2) VALUE SPACES.
       77  WS-REJECT-RECLEN              PIC 9(5) COMP VALUE ZERO.
       77  WS-REJECT-OPENED-SWITCH       PIC X(1) VALUE 'N'.
           88  REJECT-FILE-OPENED            VALUE 'Y'.
       77  WS-VAL-RULES-OK-SWITCH        PIC X(1) VALUE 'Y'.
           88  VAL-RULES-OK                  VALUE 'Y'.
       77  WS-VAL-PROBLEM                PIC X(40) VALUE SPACES.
       77  WS-VAL-THRESHOLD              PIC 9(3)V99 VALUE ZERO.
       77  WS-VAL-FAILURE-RATE           PIC 9(3)V99 VALUE ZERO.
       77  WS-VAL-RATE-DISP              PIC ZZ9.99.
       77  WS-VAL-THRESHOLD-DISP         PIC ZZ9.99.
       77  WS-VAL-FIELD-COUNT            PIC 9(4) COMP VALUE ZERO.
       77  WS-VAL-SUB                    PIC 9(4) COMP VALUE ZERO.
       77  WS-VAL-VALUE-SUB              PIC 9(4) COMP VALUE ZERO.
       77  WS-VAL-RECLEN                 PIC 9(5) COMP VALUE ZERO.
       77  WS-VAL-POSITION               PIC 9(5) COMP VALUE ZERO.
       77  WS-VAL-LENGTH                 PIC 9(4) COMP VALUE ZERO.
       77  WS-VAL-RECORDS-READ           PIC 9(9) COMP VALUE ZERO.
       77  WS-VAL-RECORDS-FAILED         PIC 9(9) COMP VALUE ZERO.
       77  WS-VAL-REJECTS-WRITTEN        PIC 9(9) COMP VALUE ZERO.
       77  WS-VAL-REJECT-ERRORS          PIC 9(9) COMP VALUE ZERO.
       77  WS-VAL-DETAIL-LINES           PIC 9(4) COMP VALUE ZERO.
       77  WS-VAL-RECORD-FAILED-SWITCH   PIC X(1) VALUE 'N'.
           88  VAL-RECORD-FAILED             VALUE 'Y'.
       77  WS-VAL-REASON                 PIC X(1) VALUE SPACE.
       77  WS-VAL-BLANK-SWITCH           PIC X(1) VALUE 'N'.
           88  VAL-FIELD-BLANK               VALUE 'Y'.
       77  WS-VAL-NUMERIC-SWITCH         PIC X(1) VALUE 'N'.
           88  VAL-FIELD-NUMERIC             VALUE 'Y'.
       77  WS-VAL-NEGATIVE-SWITCH        PIC X(1) VALUE 'N'.
           88  VAL-FIELD-NEGATIVE            VALUE 'Y'.
       77  WS-VAL-MATCH-SWITCH           PIC X(1) VALUE 'N'.
           88  VAL-VALUE-MATCHED             VALUE 'Y'.
       77  WS-VAL-LIST-FULL-SWITCH       PIC X(1) VALUE 'N'.
           88  VAL-FAIL-LIST-FULL            VALUE 'Y'.
       77  WS-VAL-FAIL-POINTER           PIC 9(4) COMP VALUE ZERO.
       77  WS-VAL-FAILED-FIELDS          PIC X(89) VALUE SPACES.
      *    THE LAST BYTE OF A SIGNED ZONED FIELD CARRIES THE SIGN
      *    OVERPUNCHED ON ITS DIGIT - '{' AND 'A'-'I' ARE +0 TO +9,
      *    '}' AND 'J'-'R' ARE -0 TO -9.
       77  WS-VAL-SIGN-BYTE              PIC X(1) VALUE SPACE.
           88  VAL-SIGN-NEGATIVE             VALUE '}' 'J' THRU 'R'.
       77  WS-VAL-FIELD-VALUE            PIC S9(18) VALUE ZERO.
       77  WS-VAL-DIGITS                 PIC X(18) VALUE ZEROS.
       77  WS-VAL-DIGITS-N REDEFINES WS-VAL-DIGITS PIC 9(18).
       77  WS-VAL-FIELD-TEXT             PIC X(99) VALUE SPACES.
       77  WS-VAL-COMPARE-TEXT           PIC X(99) VALUE SPACES.
       77  WS-VAL-RULE-TEXT              PIC X(47) VALUE SPACES.
       01  WS-VAL-RECORD                 PIC X(4000).
       01  WS-VAL-FIELD-TABLE.
           05  WS-VAL-FIELD OCCURS 200 TIMES.
               10  WS-VAL-DICT-SUB       PIC 9(4) COMP.
               10  WS-VAL-NOT-NUMERIC    PIC 9(9) COMP.
               10  WS-VAL-MISSING        PIC 9(9) COMP.
               10  WS-VAL-OUT-OF-RANGE   PIC 9(9) COMP.
               10  WS-VAL-NOT-IN-LIST    PIC 9(9) COMP.
               10  WS-VAL-LOW-TEXT       PIC X(47).
               10  WS-VAL-HIGH-TEXT      PIC X(47).
               10  WS-VAL-LOW-NUMBER     PIC S9(18).
               10  WS-VAL-HIGH-NUMBER    PIC S9(18).
               10  WS-VAL-VALUE-COUNT    PIC 9(4) COMP.
               10  WS-VAL-LIST-ENTRY OCCURS 10 TIMES.
                   15  WS-VAL-LIST-TEXT  PIC X(47).
                   15  WS-VAL-LIST-NUMBER PIC S9(18).
       01  VALIDATE-HEADING-LINE.
           05  FILLER                   PIC X(53) VALUE
               'FIELD NAME        OFFS   LEN TYP MND RUL  NOT NUMERIC'.
           05  FILLER                   PIC X(52) VALUE
               '      MISSING OUT OF RANGE  NOT IN LIST       FAILED'.
           05  FILLER                   PIC X(27) VALUE SPACES.
       01  VALIDATE-FIELD-LINE.
           05  VAL-LINE-NAME            PIC X(16).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  VAL-LINE-OFFSET          PIC ZZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  VAL-LINE-LENGTH          PIC ZZZ9.
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  VAL-LINE-TYPE            PIC X(1).
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  VAL-LINE-MANDATORY       PIC X(1).
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  VAL-LINE-RULE            PIC X(1).
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  VAL-LINE-NOT-NUMERIC     PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  VAL-LINE-MISSING         PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  VAL-LINE-OUT-OF-RANGE    PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  VAL-LINE-NOT-IN-LIST     PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  VAL-LINE-FAILED          PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(27) VALUE SPACES.

      *  XREF ACTION. THE FOREIGN KEY IS TAKEN FROM THE CHILD
      *  RECORD AT ITS DICTIONARY OFFSET; THE PARENT'S GEOMETRY
      *  COMES FROM ITS OWN CATALOG ENTRY, KEPT APART FROM THE
      *  SOURCE (CHILD) ATTRIBUTES.
       77  WS-XREF-MODE-SWITCH           PIC X(1) VALUE 'Y'.
           88  XREF-LIVE-MODE                VALUE 'Y'.
           88  XREF-PREVIEW-MODE             VALUE 'N'.
       77  WS-ORPHAN-STATUS              PIC X(2) VALUE SPACES.
       77  WS-ORPHAN-OPENED-SWITCH       PIC X(1) VALUE 'N'.
           88  ORPHAN-FILE-OPENED            VALUE 'Y'.
       77  WS-XREF-SORT-EOF-SWITCH       PIC X(1) VALUE 'N'.
           88  XREF-SORT-AT-EOF              VALUE 'Y'.
       77  WS-XREF-HAS-CHILD-SWITCH      PIC X(1) VALUE 'N'.
           88  XREF-PARENT-HAS-CHILD         VALUE 'Y'.
       77  WS-XREF-FK-SUB                PIC 9(4) COMP VALUE ZERO.
       77  WS-XREF-FK-POSITION           PIC 9(5) COMP VALUE ZERO.
       77  WS-XREF-FK-LENGTH             PIC 9(4) COMP VALUE ZERO.
       77  WS-XREF-FK-END                PIC 9(5) COMP VALUE ZERO.
       77  WS-XREF-PARENT-KEY-LENGTH     PIC 9(5) VALUE ZERO.
       77  WS-XREF-PARENT-KEY-OFFSET     PIC 9(5) VALUE ZERO.
       77  WS-XREF-PARENT-RECORD-LENGTH  PIC 9(5) VALUE ZERO.
       77  WS-XREF-CHILDREN-READ         PIC 9(9) COMP VALUE ZERO.
       77  WS-XREF-NO-KEY                PIC 9(9) COMP VALUE ZERO.
       77  WS-XREF-KEYS-CHECKED          PIC 9(9) COMP VALUE ZERO.
       77  WS-XREF-MATCHED               PIC 9(9) COMP VALUE ZERO.
       77  WS-XREF-ORPHANS               PIC 9(9) COMP VALUE ZERO.
       77  WS-XREF-PARENTS-READ          PIC 9(9) COMP VALUE ZERO.
       77  WS-XREF-PARENTS-REFERENCED    PIC 9(9) COMP VALUE ZERO.
       77  WS-XREF-CHILDLESS             PIC 9(9) COMP VALUE ZERO.
       77  WS-XREF-ORPHANS-WRITTEN       PIC 9(9) COMP VALUE ZERO.
       77  WS-XREF-ORPHAN-ERRORS         PIC 9(9) COMP VALUE ZERO.
       77  WS-XREF-RECLEN                PIC 9(5) COMP VALUE ZERO.
       77  WS-XREF-FOREIGN-KEY           PIC X(64) VALUE SPACES.
       77  WS-XREF-RECORD-NUMBER-DISP    PIC Z(8)9.
       01  WS-XREF-RECORD                PIC X(4000).

      *  CONVERT ACTION. WS-CNV-MAP HOLDS ONE ENTRY PER FIELD OF
      *  THE TO LAYOUT, IN DICTIONARY ORDER: THE FROM-LAYOUT FIELD
      *  OF THE SAME NAME (ZERO FOR A NEW FIELD), WHETHER IT COMES
      *  FROM THE SOURCE KEY, THE NEW FIELD'S DEFAULT ALREADY
      *  SHAPED TO THE FIELD, AND THE FIELD'S REJECT COUNT.
       77  WS-CONVERT-MODE-SWITCH        PIC X(1) VALUE 'Y'.
           88  CONVERT-LIVE-MODE             VALUE 'Y'.
           88  CONVERT-PREVIEW-MODE          VALUE 'N'.
       77  WS-CNV-MAP-OK-SWITCH          PIC X(1) VALUE 'Y'.
           88  CONVERT-MAP-OK                VALUE 'Y'.
       77  WS-CNV-DEFINE-SWITCH          PIC X(1) VALUE 'N'.
           88  CONVERT-DEFINE-NEEDED         VALUE 'Y'.
       77  WS-CNV-CATALOGED-SWITCH       PIC X(1) VALUE 'N'.
           88  CONVERT-TARGET-CATALOGED      VALUE 'Y'.
       77  WS-CNV-REJECTED-SWITCH        PIC X(1) VALUE 'N'.
           88  CNV-RECORD-REJECTED           VALUE 'Y'.
       77  WS-CNV-WRITTEN-SWITCH         PIC X(1) VALUE 'N'.
           88  CNV-RECORD-WRITTEN            VALUE 'Y'.
       77  WS-CNV-FROM-LAYOUT-SUB        PIC 9(4) COMP VALUE ZERO.
       77  WS-CNV-TO-LAYOUT-SUB          PIC 9(4) COMP VALUE ZERO.
       77  WS-CNV-MAP-COUNT              PIC 9(4) COMP VALUE ZERO.
       77  WS-CNV-SUB                    PIC 9(4) COMP VALUE ZERO.
       77  WS-CNV-FIELD-SUB              PIC 9(4) COMP VALUE ZERO.
       77  WS-CNV-FIELD-END              PIC 9(4) COMP VALUE ZERO.
       77  WS-CNV-DICT-SUB               PIC 9(4) COMP VALUE ZERO.
       77  WS-CNV-SEARCH-LAYOUT          PIC 9(4) COMP VALUE ZERO.
       77  WS-CNV-SEARCH-SUB             PIC 9(4) COMP VALUE ZERO.
       77  WS-CNV-SEARCH-END             PIC 9(4) COMP VALUE ZERO.
       77  WS-CNV-SEARCH-FOUND           PIC 9(4) COMP VALUE ZERO.
       77  WS-CNV-SEARCH-NAME            PIC X(16) VALUE SPACES.
       77  WS-CNV-MAPPED-FIELDS          PIC 9(4) COMP VALUE ZERO.
       77  WS-CNV-NEW-FIELDS             PIC 9(4) COMP VALUE ZERO.
       77  WS-CNV-DROPPED-FIELDS         PIC 9(4) COMP VALUE ZERO.
       77  WS-CNV-TO-RECORD-LENGTH       PIC 9(5) COMP VALUE ZERO.
       77  WS-CNV-TO-KEY-LENGTH          PIC 9(5) COMP VALUE ZERO.
       77  WS-CNV-FROM-KEY-END           PIC 9(5) COMP VALUE ZERO.
       77  WS-CNV-FROM-POSITION          PIC 9(5) COMP VALUE ZERO.
       77  WS-CNV-FROM-LENGTH            PIC 9(4) COMP VALUE ZERO.
       77  WS-CNV-TO-POSITION            PIC 9(5) COMP VALUE ZERO.
       77  WS-CNV-TO-LENGTH              PIC 9(4) COMP VALUE ZERO.
       77  WS-CNV-OUT-POSITION           PIC 9(5) COMP VALUE ZERO.
       77  WS-CNV-DROP-POSITION          PIC 9(5) COMP VALUE ZERO.
       77  WS-CNV-DROP-LENGTH            PIC 9(4) COMP VALUE ZERO.
       77  WS-CNV-MEASURE-LENGTH         PIC 9(4) COMP VALUE ZERO.
       77  WS-CNV-SIG-LENGTH             PIC 9(4) COMP VALUE ZERO.
       77  WS-CNV-TRAILING               PIC 9(4) COMP VALUE ZERO.
       77  WS-CNV-RECORDS-READ           PIC 9(9) COMP VALUE ZERO.
       77  WS-CNV-RECORDS-CONVERTED      PIC 9(9) COMP VALUE ZERO.
       77  WS-CNV-RECORDS-REJECTED       PIC 9(9) COMP VALUE ZERO.
       77  WS-CNV-DUPLICATE-KEYS         PIC 9(9) COMP VALUE ZERO.
       77  WS-CNV-WRITE-ERRORS           PIC 9(9) COMP VALUE ZERO.
       77  WS-CNV-VALUES-MAPPED          PIC 9(9) COMP VALUE ZERO.
       77  WS-CNV-VALUES-DEFAULTED       PIC 9(9) COMP VALUE ZERO.
       77  WS-CNV-RECORD-MAPPED          PIC 9(4) COMP VALUE ZERO.
       77  WS-CNV-RECORD-DEFAULTED       PIC 9(4) COMP VALUE ZERO.
       77  WS-CNV-DETAIL-LINES           PIC 9(4) COMP VALUE ZERO.
       77  WS-CNV-REJECT-FIELD           PIC X(16) VALUE SPACES.
       77  WS-CNV-REJECT-REASON          PIC X(26) VALUE SPACES.
       77  WS-CNV-PROBLEM                PIC X(44) VALUE SPACES.
       77  WS-CNV-LINE-POINTER           PIC 9(4) COMP VALUE ZERO.
       77  WS-CNV-VALUE-WORK             PIC X(99) VALUE SPACES.
       77  WS-CNV-REVERSE-WORK           PIC X(99) VALUE SPACES.
       01  WS-CNV-IN-RECORD              PIC X(4000).
       01  WS-CNV-OUT-RECORD             PIC X(4000).
       01  WS-CNV-MAP-TABLE.
           05  WS-CNV-MAP OCCURS 200 TIMES.
               10  WS-CNV-TO-SUB         PIC 9(4) COMP.
               10  WS-CNV-FROM-SUB       PIC 9(4) COMP.
               10  WS-CNV-KEY-FIELD      PIC X(1).
               10  WS-CNV-FIELD-REJECTS  PIC 9(9) COMP.
               10  WS-CNV-DEFAULT-VALUE  PIC X(99).
       01  CONVERT-HEADING-LINE.
           05  FILLER                   PIC X(40) VALUE
               'FIELD NAME        ACTION    FROM LEN TYP'.
           05  FILLER                   PIC X(33) VALUE
               '      TO LEN TYP  KEY    REJECTED'.
           05  FILLER                   PIC X(59) VALUE SPACES.
       01  CONVERT-FIELD-LINE.
           05  CNV-LINE-NAME            PIC X(16).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  CNV-LINE-ACTION          PIC X(7).
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  CNV-LINE-FROM.
               10  CNV-LINE-FROM-OFFSET PIC ZZZ9.
               10  FILLER               PIC X(1) VALUE SPACES.
               10  CNV-LINE-FROM-LENGTH PIC ZZ9.
               10  FILLER               PIC X(2) VALUE SPACES.
               10  CNV-LINE-FROM-TYPE   PIC X(1).
           05  FILLER                   PIC X(5) VALUE SPACES.
           05  CNV-LINE-TO.
               10  CNV-LINE-TO-OFFSET   PIC ZZZ9.
               10  FILLER               PIC X(1) VALUE SPACES.
               10  CNV-LINE-TO-LENGTH   PIC ZZ9.
               10  FILLER               PIC X(2) VALUE SPACES.
               10  CNV-LINE-TO-TYPE     PIC X(1).
               10  FILLER               PIC X(4) VALUE SPACES.
               10  CNV-LINE-KEY         PIC X(1).
               10  FILLER               PIC X(4) VALUE SPACES.
               10  CNV-LINE-REJECTED    PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(59) VALUE SPACES.

       Linkage Section.
       COPY U.

       Procedure DIVISION USING PARMS.

           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-CALL-START-TIME.
           MOVE 0000 TO PARMS-RETURN-CODE.
           MOVE ZERO TO PARMS-RECORDS-PROCESSED.
           MOVE ZERO TO PARMS-BYTES-PROCESSED.
           MOVE ZERO TO WS-BYTES-PROCESSED.
           MOVE SPACES TO PARMS-MESSAGE.
           MOVE ZERO TO WS-ALLOC-RETRIES.

           IF NOT DICT-LOADED
               PERFORM 0100-LOAD-LAYOUT-DICTIONARY
           END-IF.
           IF NOT AUTH-LOADED
               PERFORM 0200-LOAD-AUTHORIZATION-TABLE
           END-IF.

      *    A REFUSED ACTION TOUCHES NOTHING - NOT EVEN A DRYRUN
      *    PROBE - AND GOES STRAIGHT TO ITS AUDIT RECORD.
           PERFORM 0250-CHECK-AUTHORIZATION.
           IF NOT AUTH-REFUSED
               PERFORM 0300-DISPATCH-ACTION
           END-IF.

           PERFORM 9100-APPEND-RETRY-NOTE.
           PERFORM 9000-WRITE-AUDIT-RECORD.

           GOBACK.

       0300-DISPATCH-ACTION.
           IF PARMS-DRYRUN-YES
               PERFORM 5000-DRYRUN-VALIDATE
           ELSE
                   WHEN 'BACKOUT'
                       SET BACKOUT-LIVE-MODE TO TRUE
                       PERFORM 7000-BACKOUT-SYNC
                   WHEN 'RESTORE'
                       SET RESTORE-LIVE-MODE TO TRUE
                       PERFORM 7500-RESTORE-DATASET
                   WHEN 'MERGE'
                       PERFORM 2800-MERGE-DATASETS
                   WHEN 'EXTRACT'
                   WHEN 'VERIFY'
                       SET VERIFY-RECORD-BASELINE TO TRUE
                       PERFORM 8000-VERIFY-DATASET
                   WHEN 'VALIDATE'
                       SET VALIDATE-LIVE-MODE TO TRUE
                       PERFORM 8800-VALIDATE-DATASET
                   WHEN 'XREF'
                       SET XREF-LIVE-MODE TO TRUE
                       PERFORM 8900-XREF-DATASETS
                   WHEN 'CONVERT'
                       SET CONVERT-LIVE-MODE TO TRUE
                       PERFORM 7800-CONVERT-DATASET
                   WHEN 'REORG'
                       SET REORG-LIVE-MODE TO TRUE
                       PERFORM 8500-REORG-DATASET
               END-EVALUATE
           END-IF.

       0100-LOAD-LAYOUT-DICTIONARY.
      *    A MISSING DDDICT SIMPLY LEAVES THE DICTIONARY EMPTY -
      *    CONTROL RECORDS THAT ONLY CARRY RAW OFFSETS NEVER NEED
                               (WS-DICT-FIELD-TOTAL)
                           MOVE DICT-FLD-TYPE TO WS-DICT-FIELD-TYPE
                               (WS-DICT-FIELD-TOTAL)
                           MOVE DICT-FLD-MANDATORY TO
                               WS-DICT-FIELD-MANDATORY
                               (WS-DICT-FIELD-TOTAL)
                           MOVE DICT-FLD-RULE TO WS-DICT-FIELD-RULE
                               (WS-DICT-FIELD-TOTAL)
                           MOVE DICT-FLD-RULE-TEXT TO
                               WS-DICT-FIELD-RULE-TEXT
                               (WS-DICT-FIELD-TOTAL)
                           MOVE SPACES TO WS-DICT-FIELD-DEFAULT
                               (WS-DICT-FIELD-TOTAL)
                   END-EVALUATE
      *        A DEFAULT BELONGS TO THE FIELD CARD JUST STORED - ONE
      *        NAMING ANY OTHER FIELD IS OUT OF PLACE.
               WHEN 'D'
                   IF WS-DICT-LAYOUT-COUNT > 0
                           AND WS-DICT-FIELD-COUNT
                               (WS-DICT-LAYOUT-COUNT) > 0
                           AND DICT-DFT-NAME = WS-DICT-FIELD-NAME
                               (WS-DICT-FIELD-TOTAL)
                       MOVE DICT-DFT-VALUE TO WS-DICT-FIELD-DEFAULT
                           (WS-DICT-FIELD-TOTAL)
                   ELSE
                       DISPLAY 'TYU - *** DDDICT DEFAULT CARD DOES '
                           'NOT FOLLOW ITS FIELD - IGNORED: '
                           DICT-DFT-NAME ' ***'
                   END-IF
               WHEN '*'
               WHEN SPACE
                   CONTINUE
               END-IF
           END-IF.

       0200-LOAD-AUTHORIZATION-TABLE.
      *    NO DDAUTH AT ALL (STATUS 35) MEANS NO DATASET IS
      *    PROTECTED. A DDAUTH THAT IS THERE BUT CANNOT BE READ, OR
      *    HOLDS MORE CARDS THAN THE TABLE, REFUSES EVERY ACTION
      *    THAT CHANGES DATA - A PARTLY LOADED TABLE COULD LEAVE A
      *    PRODUCTION PATTERN OUT.
           SET AUTH-LOADED TO TRUE.
           MOVE ZERO TO WS-AUTH-COUNT.
           MOVE 'N' TO WS-AUTH-EOF-SWITCH.
           OPEN INPUT AUTH-FILE.
           EVALUATE WS-AUTH-STATUS
               WHEN '00'
                   PERFORM 0210-LOAD-ONE-AUTH-CARD UNTIL AUTH-AT-EOF
                   CLOSE AUTH-FILE
                   DISPLAY 'TYU - AUTHORIZATION TABLE LOADED - CARDS: '
                       WS-AUTH-COUNT
               WHEN '35'
                   DISPLAY 'TYU - NO DDAUTH AUTHORIZATION TABLE - NO'
                       ' DATASET IS PROTECTED'
               WHEN OTHER
                   SET AUTH-TABLE-UNUSABLE TO TRUE
                   DISPLAY 'TYU - *** DDAUTH OPEN FAILED - STATUS: '
                       WS-AUTH-STATUS ' - EVERY ACTION THAT CHANGES'
                       ' DATA WILL BE REFUSED ***'
           END-EVALUATE.

       0210-LOAD-ONE-AUTH-CARD.
           READ AUTH-FILE
               AT END
                   SET AUTH-AT-EOF TO TRUE
               NOT AT END
                   PERFORM 0220-STORE-ONE-AUTH-CARD
           END-READ.
           IF NOT AUTH-AT-EOF AND WS-AUTH-STATUS NOT = '00'
               SET AUTH-TABLE-UNUSABLE TO TRUE
               SET AUTH-AT-EOF TO TRUE
               DISPLAY 'TYU - *** ERROR READING DDAUTH - STATUS: '
                   WS-AUTH-STATUS ' - EVERY ACTION THAT CHANGES'
                   ' DATA WILL BE REFUSED ***'
           END-IF.

       0220-STORE-ONE-AUTH-CARD.
           EVALUATE TRUE
               WHEN AUTH-DSN-PATTERN(1:1) = '*'
               WHEN AUTH-DSN-PATTERN = SPACES
                   CONTINUE
               WHEN WS-AUTH-COUNT >= 200
                   IF NOT AUTH-TABLE-UNUSABLE
                       SET AUTH-TABLE-UNUSABLE TO TRUE
                       DISPLAY 'TYU - *** DDAUTH TABLE FULL - EVERY'
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

       0250-CHECK-AUTHORIZATION.
      *    ONLY AN ACTION THAT CHANGES ITS TARGET IS CHECKED, AND
      *    ONLY WHEN THE FIRST PATTERN MATCHING THE TARGET DSNAME
      *    PROTECTS IT. THE CARDS CARRYING THAT PATTERN ARE THE
      *    WHOLE LIST OF WHAT IS ALLOWED AGAINST IT. A BLANK
      *    TARGET COULD BE ANY DATASET, SO IT IS HELD TO EVERY
      *    PATTERN IN THE TABLE AND EACH ONE MUST ALLOW THE ACTION.
           SET AUTH-NOT-PROTECTED TO TRUE.
           MOVE ACTION TO WS-AUTH-ACTION.
           IF AUTH-ACTION-CHANGES-DATA
               IF AUTH-TABLE-UNUSABLE
                   SET AUTH-REFUSED TO TRUE
                   MOVE
                     'NOT AUTHORIZED - DDAUTH TABLE NOT LOADED IN FULL'
                       TO PARMS-MESSAGE
               ELSE
                   IF PARMS-TARGET-DSNAME = SPACES
                       PERFORM 0270-CHECK-AUTH-ALLOWANCE
                           VARYING WS-AUTH-FOUND-SUB FROM 1 BY 1
                           UNTIL WS-AUTH-FOUND-SUB > WS-AUTH-COUNT
                               OR AUTH-REFUSED
                   ELSE
                       MOVE ZERO TO WS-AUTH-FOUND-SUB
                       PERFORM 0260-MATCH-ONE-AUTH-PATTERN
                           VARYING WS-AUTH-SUB FROM 1 BY 1
                           UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
                               OR WS-AUTH-FOUND-SUB > 0
                       IF WS-AUTH-FOUND-SUB > 0
                           PERFORM 0270-CHECK-AUTH-ALLOWANCE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF AUTH-REFUSED
               MOVE 0012 TO PARMS-RETURN-CODE
               DISPLAY 'TYU - ' ACTION ' REFUSED - ' PARMS-MESSAGE
               MOVE 'TYU003E' TO WS-CONSOLE-MSG-ID
               STRING ACTION DELIMITED BY SPACE
                       ' REFUSED - NOT AUTHORIZED FOR '
                           DELIMITED BY SIZE
                       PARMS-TARGET-DSNAME DELIMITED BY SPACE
                   INTO WS-CONSOLE-MSG-TEXT
               PERFORM 9200-ISSUE-CONSOLE-MESSAGE
           END-IF.

       0260-MATCH-ONE-AUTH-PATTERN.
      *    THE SAME PREFIX RULE AS 0160-MATCH-ONE-LAYOUT.
           MOVE ZERO TO WS-AUTH-PATTERN-LEN.
           INSPECT WS-AUTH-PATTERN (WS-AUTH-SUB)
               TALLYING WS-AUTH-PATTERN-LEN
               FOR CHARACTERS BEFORE INITIAL '*'.
           IF WS-AUTH-PATTERN-LEN < 44
               IF WS-AUTH-PATTERN-LEN > 0
                       AND PARMS-TARGET-DSNAME (1:WS-AUTH-PATTERN-LEN)
                       = WS-AUTH-PATTERN (WS-AUTH-SUB)
                           (1:WS-AUTH-PATTERN-LEN)
                   MOVE WS-AUTH-SUB TO WS-AUTH-FOUND-SUB
               END-IF
           ELSE
               IF WS-AUTH-PATTERN (WS-AUTH-SUB) = PARMS-TARGET-DSNAME
                   MOVE WS-AUTH-SUB TO WS-AUTH-FOUND-SUB
               END-IF
           END-IF.

       0270-CHECK-AUTH-ALLOWANCE.
           MOVE ZERO TO WS-AUTH-ALLOW-SUB.
           PERFORM 0275-MATCH-ONE-ALLOWANCE
               VARYING WS-AUTH-SUB FROM 1 BY 1
               UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
                   OR WS-AUTH-ALLOW-SUB > 0.
           EVALUATE TRUE
               WHEN WS-AUTH-ALLOW-SUB = 0
                   SET AUTH-REFUSED TO TRUE
                   STRING 'NOT AUTHORIZED - ' DELIMITED BY SIZE
                           ACTION DELIMITED BY SPACE
                           ' NOT ALLOWED ON DDAUTH PATTERN '
                               DELIMITED BY SIZE
                           WS-AUTH-PATTERN (WS-AUTH-FOUND-SUB)
                               DELIMITED BY SPACE
                       INTO PARMS-MESSAGE
               WHEN WS-AUTH-TICKET-SWITCH (WS-AUTH-ALLOW-SUB) = 'Y'
                       AND PARMS-CHANGE-TICKET = SPACES
                   SET AUTH-REFUSED TO TRUE
                   STRING 'NOT AUTHORIZED - ' DELIMITED BY SIZE
                           ACTION DELIMITED BY SPACE
                           ' ON ' DELIMITED BY SIZE
                           WS-AUTH-PATTERN (WS-AUTH-FOUND-SUB)
                               DELIMITED BY SPACE
                           ' NEEDS A CHANGE TICKET' DELIMITED BY SIZE
                       INTO PARMS-MESSAGE
               WHEN OTHER
                   SET AUTH-ALLOWED TO TRUE
           END-EVALUATE.

       0275-MATCH-ONE-ALLOWANCE.
           IF WS-AUTH-PATTERN (WS-AUTH-SUB)
                   = WS-AUTH-PATTERN (WS-AUTH-FOUND-SUB)
                   AND WS-AUTH-ALLOWED-ACTION (WS-AUTH-SUB) = ACTION
               MOVE WS-AUTH-SUB TO WS-AUTH-ALLOW-SUB
           END-IF.

       9100-APPEND-RETRY-NOTE.
      *    CONTENTION WAITS ARE PART OF THE ACTION'S STORY - THE
      *    COMPLETION MESSAGE (AND SO THE DDAUDIT RECORD) CARRIES
           MOVE PARMS-RETURN-CODE TO AUDIT-RETURN-CODE.
           MOVE PARMS-DRYRUN-SWITCH TO AUDIT-DRYRUN-SWITCH.
           MOVE PARMS-MESSAGE TO AUDIT-MESSAGE.
           MOVE AUDIT-TIMESTAMP(1:16) TO WS-CALL-END-TIME.
           PERFORM 9010-COMPUTE-CALL-ELAPSED.
           MOVE WS-CALL-START-TIME TO AUDIT-START-TIMESTAMP.
           MOVE WS-CALL-ELAPSED TO AUDIT-ELAPSED-SECONDS.
           MOVE PARMS-RECORDS-PROCESSED TO AUDIT-RECORDS-PROCESSED.
           MOVE WS-BYTES-PROCESSED TO PARMS-BYTES-PROCESSED.
           MOVE WS-BYTES-PROCESSED TO AUDIT-BYTES-PROCESSED.
           MOVE PARMS-REQUESTED-BY TO AUDIT-REQUESTED-BY.
           MOVE PARMS-CHANGE-TICKET TO AUDIT-CHANGE-TICKET.
           MOVE WS-AUTH-RESULT TO AUDIT-AUTHORIZATION.

           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = '00'
           END-IF.
           CLOSE AUDIT-FILE.

       9010-COMPUTE-CALL-ELAPSED.
      *    WHOLE DAYS BETWEEN THE TWO DATES PLUS THE DIFFERENCE IN
      *    TIME OF DAY, SO A CALL RUNNING OVER MIDNIGHT IS TIMED
      *    CORRECTLY. A CLOCK THAT WENT BACKWARDS RECORDS ZERO.
           COMPUTE WS-CALL-ELAPSED =
               (FUNCTION INTEGER-OF-DATE(WS-CALL-END-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-CALL-START-DATE))
                 * 86400
               + (WS-CALL-END-HH * 3600 + WS-CALL-END-MM * 60
                  + WS-CALL-END-SS + WS-CALL-END-HS / 100)
               - (WS-CALL-START-HH * 3600 + WS-CALL-START-MM * 60
                  + WS-CALL-START-SS + WS-CALL-START-HS / 100).
           IF WS-CALL-ELAPSED < ZERO
               MOVE ZERO TO WS-CALL-ELAPSED
           END-IF.

       9200-ISSUE-CONSOLE-MESSAGE.
      *    ONLY MESSAGES AT OR ABOVE THE SEVERITY THRESHOLD TYT
      *    PASSED DOWN REACH THE CONSOLE - A BLANK LEVEL (TYU RUN
      *            TARGET OR THE JOURNAL.
                   SET BACKOUT-PREVIEW-MODE TO TRUE
                   PERFORM 7000-BACKOUT-SYNC
               WHEN 'RESTORE'
      *            A DRYRUN RESTORE FINDS, LOCATES AND SWEEPS THE
      *            BACKUP AND COUNTS THE TARGET EXACTLY AS THE LIVE
      *            RUN DOES - ONLY THE RELOAD IS LEFT OUT.
                   SET RESTORE-PREVIEW-MODE TO TRUE
                   PERFORM 7500-RESTORE-DATASET
               WHEN 'MERGE'
                   PERFORM 5400-DRYRUN-VALIDATE-MERGE
               WHEN 'EXTRACT'
      *            FIGURES IN THE MANIFEST.
                   SET VERIFY-COMPARE-ONLY TO TRUE
                   PERFORM 8000-VERIFY-DATASET
               WHEN 'VALIDATE'
      *            A DRYRUN VALIDATE IS THE REAL READ-ONLY SWEEP
      *            WITH THE SAME SUMMARY AND RETURN CODE - ONLY THE
      *            REJECT DATASET IS NOT CREATED.
                   SET VALIDATE-PREVIEW-MODE TO TRUE
                   PERFORM 8800-VALIDATE-DATASET
               WHEN 'XREF'
      *            A DRYRUN XREF IS THE REAL READ-ONLY CHECK - ONLY
      *            THE ORPHAN-KEY DATASET IS NOT CREATED.
                   SET XREF-PREVIEW-MODE TO TRUE
                   PERFORM 8900-XREF-DATASETS
               WHEN 'CONVERT'
      *            A DRYRUN CONVERT MAKES EVERY LAYOUT AND GEOMETRY
      *            CHECK AND SWEEPS THE SOURCE TO COUNT WHAT WOULD
      *            BE CONVERTED AND REJECTED - THE TARGET IS NEITHER
      *            DEFINED NOR WRITTEN.
                   SET CONVERT-PREVIEW-MODE TO TRUE
                   PERFORM 7800-CONVERT-DATASET
               WHEN 'REORG'
      *            A DRYRUN REORG VALIDATES THE CLUSTER AND PRINTS
      *            ITS CURRENT SPLIT/EXTENT STATISTICS WITHOUT
                   SET SOURCE-AT-EOF TO TRUE
               END-IF
           END-IF.
           IF NOT SOURCE-AT-EOF
               ADD WS-SOURCE-RECLEN TO WS-BYTES-PROCESSED
           END-IF.

       1210-READ-SEQ-SOURCE-RECORD.
           READ SOURCE-SEQ-FILE
               AT END
                   SET SOURCE-AT-EOF TO TRUE
               NOT AT END
                   ADD WS-SOURCE-RECLEN TO WS-BYTES-PROCESSED
           END-READ.

       1300-COPY-ONE-RECORD.
                   SET SOURCE-AT-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-COMPARE-SRC-KEY
               NOT AT END
                   ADD WS-SOURCE-RECLEN TO WS-BYTES-PROCESSED
                   MOVE SPACES TO WS-COMPARE-SRC-KEY
                   MOVE SRC-KEY(1:WS-SRC-CAT-KEY-LENGTH)
                       TO WS-COMPARE-SRC-KEY(1:WS-SRC-CAT-KEY-LENGTH)
                   SET TARGET-AT-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-COMPARE-TGT-KEY
               NOT AT END
                   ADD WS-TARGET-RECLEN TO WS-BYTES-PROCESSED
                   MOVE SPACES TO WS-COMPARE-TGT-KEY
                   MOVE TGT-KEY(1:WS-SRC-CAT-KEY-LENGTH)
                       TO WS-COMPARE-TGT-KEY(1:WS-SRC-CAT-KEY-LENGTH)
           READ SOURCE-SEQ-FILE
               AT END
                   SET SOURCE-AT-EOF TO TRUE
               NOT AT END
                   ADD WS-SOURCE-RECLEN TO WS-BYTES-PROCESSED
           END-READ.

       2720-READ-SEQ-TARGET-FOR-COMPARE.
           READ TARGET-SEQ-FILE
               AT END
                   SET TARGET-AT-EOF TO TRUE
               NOT AT END
                   ADD WS-TARGET-RECLEN TO WS-BYTES-PROCESSED
           END-READ.

       2730-COMPARE-ONE-POSITION.
                   MOVE HIGH-VALUES TO WS-MERGE-KEY-1
               NOT AT END
                   ADD 1 TO WS-MERGE-READ-1
                   ADD WS-SOURCE-RECLEN TO WS-BYTES-PROCESSED
                   MOVE SPACES TO WS-MERGE-KEY-1
                   MOVE SRC-KEY(1:WS-SRC-CAT-KEY-LENGTH)
                       TO WS-MERGE-KEY-1(1:WS-SRC-CAT-KEY-LENGTH)
                   MOVE HIGH-VALUES TO WS-MERGE-KEY-2
               NOT AT END
                   ADD 1 TO WS-MERGE-READ-2
                   ADD WS-SOURCE2-RECLEN TO WS-BYTES-PROCESSED
                   MOVE SPACES TO WS-MERGE-KEY-2
                   MOVE SRC2-KEY(1:WS-SRC-CAT-KEY-LENGTH)
                       TO WS-MERGE-KEY-2(1:WS-SRC-CAT-KEY-LENGTH)
                   MOVE HIGH-VALUES TO WS-MERGE-KEY-3
               NOT AT END
                   ADD 1 TO WS-MERGE-READ-3
                   ADD WS-SOURCE3-RECLEN TO WS-BYTES-PROCESSED
                   MOVE SPACES TO WS-MERGE-KEY-3
                   MOVE SRC3-KEY(1:WS-SRC-CAT-KEY-LENGTH)
                       TO WS-MERGE-KEY-3(1:WS-SRC-CAT-KEY-LENGTH)
               ' REWRITTEN: ' WS-BACKOUT-REWRITTEN
               ' FAILURES: ' WS-BACKOUT-FAILED.

       7500-RESTORE-DATASET.
           MOVE ZERO TO WS-RESTORE-BEFORE-COUNT WS-RESTORE-AFTER-COUNT
               WS-RESTORE-LATER-COUNT.
           MOVE 'N' TO WS-RESTORE-FOUND-SWITCH.
           MOVE 'N' TO WS-RESTORE-PRINT-SWITCH.
           MOVE SPACES TO WS-RESTORE-BACKUP-DSNAME
               WS-RESTORE-BACKUP-BASE WS-RESTORE-RUN-TIMESTAMP
               WS-RESTORE-RUN-START-DATE
               WS-RESTORE-BACKUP-ORG WS-RESTORE-TARGET-ORG.
           EVALUATE TRUE
               WHEN PARMS-TARGET-DSNAME = SPACES
                   MOVE 0008 TO PARMS-RETURN-CODE
                   MOVE 'RESTORE REQUIRES A TARGET DSNAME'
                       TO PARMS-MESSAGE
                   DISPLAY 'TYU - RESTORE FAILED - ' PARMS-MESSAGE
               WHEN PARMS-RESTART-YES
                       OR PARMS-LOW-KEY NOT = SPACES
                       OR PARMS-HIGH-KEY NOT = SPACES
      *            THE BACKUP SWEEP READS THROUGH THE KEYED SOURCE
      *            READ, WHOSE HIGH-KEY FILTER WOULD STOP IT SHORT -
      *            A PARTIAL SWEEP NEVER MATCHES THE MANIFEST AND A
      *            PARTIAL RELOAD WOULD LOSE THE REST OF THE DATA.
                   MOVE 0008 TO PARMS-RETURN-CODE
                   MOVE 'RESTART AND KEY RANGE NOT VALID FOR RESTORE'
                       TO PARMS-MESSAGE
                   DISPLAY 'TYU - RESTORE FAILED - ' PARMS-MESSAGE
               WHEN PARMS-POINT-IN-TIME NOT = SPACES
                       AND PARMS-POINT-IN-TIME NOT NUMERIC
                   MOVE 0008 TO PARMS-RETURN-CODE
                   MOVE 'RESTORE POINT IN TIME MUST BE CCYYMMDDHHMMSS'
                       TO PARMS-MESSAGE
                   DISPLAY 'TYU - RESTORE FAILED - ' PARMS-MESSAGE
               WHEN OTHER
                   PERFORM 7510-RUN-RESTORE
           END-EVALUATE.

       7510-RUN-RESTORE.
      *    EACH STEP ONLY RUNS WHEN EVERY STEP AHEAD OF IT PASSED -
      *    NOTHING BUT THE FINAL RELOAD EVER WRITES TO THE TARGET,
      *    SO A REFUSAL AT ANY EARLIER POINT LEAVES IT UNTOUCHED.
           SET OPEN-OK TO TRUE.
           PERFORM 1050-RESOLVE-GENERATION-NAMES.
           IF PARMS-POINT-IN-TIME = SPACES
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RESTORE-CUTOFF
           ELSE
               MOVE PARMS-POINT-IN-TIME TO WS-RESTORE-CUTOFF
           END-IF.

           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-STATUS = '00'
               SET RESTORE-PRINT-OPENED TO TRUE
           ELSE
               SET OPEN-FAILED TO TRUE
               MOVE 0008 TO PARMS-RETURN-CODE
               STRING 'OPEN FAILED FOR PRINT FILE - STATUS: '
                       DELIMITED BY SIZE
                       WS-PRINT-STATUS DELIMITED BY SIZE
                   INTO PARMS-MESSAGE
           END-IF.

           IF OPEN-OK
               MOVE SPACES TO PRINT-LINE
               STRING 'RESTORE - TARGET: ' DELIMITED BY SIZE
                       PARMS-TARGET-DSNAME DELIMITED BY SIZE
                   INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               IF PARMS-POINT-IN-TIME = SPACES
                   STRING 'RESTORE - POINT IN TIME: LATEST ('
                           DELIMITED BY SIZE
                           WS-RESTORE-CUTOFF DELIMITED BY SIZE
                           ')' DELIMITED BY SIZE
                       INTO PRINT-LINE
               ELSE
                   STRING 'RESTORE - POINT IN TIME: ' DELIMITED BY SIZE
                           WS-RESTORE-CUTOFF DELIMITED BY SIZE
                       INTO PRINT-LINE
               END-IF
               WRITE PRINT-LINE
               IF RESTORE-PREVIEW-MODE
                   MOVE 'RESTORE - DRYRUN - TARGET WILL NOT BE RELOADED'
                       TO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
               PERFORM 7520-FIND-BACKUP-RUN
           END-IF.
           IF OPEN-OK
               PERFORM 7540-FIND-BACKUP-MANIFEST
           END-IF.
           IF OPEN-OK
               PERFORM 7560-LOCATE-BACKUP-GENERATION
           END-IF.
           IF OPEN-OK
               PERFORM 7570-CHECK-RESTORE-GEOMETRY
           END-IF.
           IF OPEN-OK
               PERFORM 7580-VERIFY-BACKUP-IMAGE
           END-IF.
           IF OPEN-OK
               PERFORM 7590-COUNT-TARGET-RECORDS
           END-IF.
           IF OPEN-OK AND RESTORE-LIVE-MODE
               PERFORM 7600-RELOAD-TARGET
           END-IF.

           IF OPEN-OK
               PERFORM 7650-SET-RESTORE-COMPLETION
           ELSE
               IF PARMS-RETURN-CODE < 0008
                   MOVE 0008 TO PARMS-RETURN-CODE
               END-IF
               IF RESTORE-PRINT-OPENED
                   MOVE PARMS-MESSAGE TO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
               DISPLAY 'TYU - RESTORE FAILED - ' PARMS-MESSAGE
           END-IF.

           IF RESTORE-PRINT-OPENED
               CLOSE PRINT-FILE
           END-IF.

       7520-FIND-BACKUP-RUN.
      *    DDAUDIT IS IN TIME ORDER - THE LAST QUALIFYING DUPLICAT
      *    AT OR BEFORE THE CUTOFF IS THE BACKUP TO RESTORE, AND
      *    EVERY LATER DUPLICAT THAT RAN INTO THE SAME BASE HAS
      *    PUSHED ITS GENERATION ONE FURTHER BACK. ONLY A LIVE RUN
      *    THAT COMPLETED ITS COPY COUNTS - TYT'S SKIP RECORDS ALSO
      *    CARRY THE DUPLICAT ACTION AND RC 4, BUT NEVER THE
      *    COMPLETION MESSAGE.
           MOVE 'N' TO WS-AUDIT-EOF-SWITCH.
           MOVE LOW-VALUES TO WS-RESTORE-PREV-TIMESTAMP.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               SET OPEN-FAILED TO TRUE
               MOVE 0008 TO PARMS-RETURN-CODE
               STRING 'OPEN FAILED FOR AUDIT FILE - STATUS: '
                       DELIMITED BY SIZE
                       WS-AUDIT-STATUS DELIMITED BY SIZE
                   INTO PARMS-MESSAGE
           ELSE
               PERFORM 7525-READ-ONE-AUDIT-RECORD UNTIL AUDIT-AT-EOF
               CLOSE AUDIT-FILE
               IF RESTORE-BACKUP-FOUND
                   MOVE WS-RESTORE-LATER-COUNT TO WS-EDIT-NUMBER-1
                   MOVE SPACES TO PRINT-LINE
                   STRING 'RESTORE - BACKUP RUN: ' DELIMITED BY SIZE
                           WS-RESTORE-RUN-TIMESTAMP DELIMITED BY SIZE
                           ' BASE: ' DELIMITED BY SIZE
                           WS-RESTORE-BACKUP-BASE DELIMITED BY SPACE
                           ' LATER BACKUPS: ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-NUMBER-1)
                               DELIMITED BY SIZE
                       INTO PRINT-LINE
                   WRITE PRINT-LINE
               ELSE
                   SET OPEN-FAILED TO TRUE
                   MOVE 0008 TO PARMS-RETURN-CODE
                   STRING 'NO SUCCESSFUL BACKUP OF TARGET AT OR BEFORE '
                           DELIMITED BY SIZE
                           WS-RESTORE-CUTOFF DELIMITED BY SIZE
                       INTO PARMS-MESSAGE
               END-IF
           END-IF.

       7525-READ-ONE-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
                   SET AUDIT-AT-EOF TO TRUE
               NOT AT END
                   PERFORM 7530-CHECK-ONE-AUDIT-RECORD
           END-READ.

       7530-CHECK-ONE-AUDIT-RECORD.
      *    A BACKUP OF THE TARGET IS A DUPLICAT WHOSE SOURCE WAS
      *    THE TARGET; PARMS-SOURCE-DSNAME, WHEN GIVEN, LIMITS THE
      *    SEARCH TO ONE BACKUP BASE. THE PREVIOUS BACKUP TO THE
      *    SAME BASE BOUNDS THE MANIFEST SEARCH FROM BELOW, SO AN
      *    OLDER RUN'S ENTRY IS NEVER TAKEN FOR THIS RUN'S.
      *    ANY LATER LIVE DUPLICAT INTO THE SAME BASE - WHATEVER ITS
      *    SOURCE, WHATEVER ITS RC - MAY HAVE CATALOGED A GENERATION
      *    AND IS COUNTED; ONE THAT NEVER RAN (A TYT FENCE RECORD,
      *    OR A DDAUTH REFUSAL) CANNOT HAVE. A
      *    COUNT THAT IS STILL WRONG IS CAUGHT BY THE CREATION-DATE
      *    CHECK IN 7560.
           IF AUDIT-ACTION = 'DUPLICAT'
                   AND AUDIT-DRYRUN-SWITCH NOT = 'Y'
               IF AUDIT-RETURN-CODE < 8
                       AND AUDIT-MESSAGE(1:17) = 'DUPLICAT COMPLETE'
                       AND AUDIT-SOURCE-DSNAME = PARMS-TARGET-DSNAME
                       AND (PARMS-SOURCE-DSNAME = SPACES
                           OR AUDIT-TARGET-DSNAME = PARMS-SOURCE-DSNAME)
                       AND AUDIT-TIMESTAMP(1:14) NOT > WS-RESTORE-CUTOFF
                   IF RESTORE-BACKUP-FOUND
                           AND AUDIT-TARGET-DSNAME
                               = WS-RESTORE-BACKUP-BASE
                       MOVE WS-RESTORE-RUN-TIMESTAMP
                           TO WS-RESTORE-PREV-TIMESTAMP
                   ELSE
                       MOVE LOW-VALUES TO WS-RESTORE-PREV-TIMESTAMP
                   END-IF
                   SET RESTORE-BACKUP-FOUND TO TRUE
                   MOVE AUDIT-TIMESTAMP(1:14)
                       TO WS-RESTORE-RUN-TIMESTAMP
                   MOVE AUDIT-START-TIMESTAMP(1:8)
                       TO WS-RESTORE-RUN-START-DATE
                   MOVE AUDIT-TARGET-DSNAME TO WS-RESTORE-BACKUP-BASE
                   MOVE ZERO TO WS-RESTORE-LATER-COUNT
               ELSE
                   IF RESTORE-BACKUP-FOUND
                           AND AUDIT-TARGET-DSNAME
                               = WS-RESTORE-BACKUP-BASE
                           AND AUDIT-MESSAGE(1:16)
                               NOT = 'SKIPPED BY TYT -'
                           AND NOT AUDIT-AUTH-REFUSED
                       ADD 1 TO WS-RESTORE-LATER-COUNT
                   END-IF
               END-IF
           END-IF.

       7540-FIND-BACKUP-MANIFEST.
      *    A MANIFESTED DUPLICAT RECORDS ITS FIGURES UNDER THE
      *    BACKUP BASE JUST BEFORE ITS AUDIT RECORD IS WRITTEN -
      *    THE RUN'S ENTRY IS THE LAST ONE UNDER THE BASE AT OR
      *    BEFORE THE AUDIT TIMESTAMP AND AFTER THE PREVIOUS
      *    BACKUP. A BACKUP TAKEN WITHOUT A MANIFEST CANNOT BE
      *    PROVED AND IS NOT RESTORED.
           MOVE 'N' TO WS-PRIOR-FOUND-SWITCH.
           MOVE 'N' TO WS-MNFST-EOF-SWITCH.
           OPEN INPUT MANIFEST-FILE.
           IF WS-MNFST-STATUS NOT = '00'
               SET OPEN-FAILED TO TRUE
               MOVE 0008 TO PARMS-RETURN-CODE
               STRING 'OPEN FAILED FOR MANIFEST FILE - STATUS: '
                       DELIMITED BY SIZE
                       WS-MNFST-STATUS DELIMITED BY SIZE
                   INTO PARMS-MESSAGE
           ELSE
               MOVE WS-RESTORE-BACKUP-BASE TO MNF-DSNAME
               MOVE LOW-VALUES TO MNF-TIMESTAMP
               START MANIFEST-FILE KEY >= MNF-KEY
                   INVALID KEY
                       SET MNFST-AT-EOF TO TRUE
               END-START
               IF NOT MNFST-AT-EOF
                   PERFORM 8110-READ-NEXT-MANIFEST
               END-IF
               PERFORM 7545-SCAN-ONE-BACKUP-MANIFEST
                   UNTIL MNFST-AT-EOF
               CLOSE MANIFEST-FILE
               IF PRIOR-MANIFEST-FOUND
                   MOVE WS-PRIOR-RECORD-COUNT TO WS-DISPLAY-COUNT-1
                   MOVE WS-PRIOR-BYTE-COUNT TO WS-BYTE-COUNT-DISP
                   MOVE WS-PRIOR-CHECKSUM TO WS-DISPLAY-COUNT-2
                   MOVE SPACES TO PRINT-LINE
                   STRING 'RESTORE - MANIFEST REC: ' DELIMITED BY SIZE
                           WS-DISPLAY-COUNT-1 DELIMITED BY SIZE
                           ' BYTES: ' DELIMITED BY SIZE
                           WS-BYTE-COUNT-DISP DELIMITED BY SIZE
                           ' CKSM: ' DELIMITED BY SIZE
                           WS-DISPLAY-COUNT-2 DELIMITED BY SIZE
                           ' OF ' DELIMITED BY SIZE
                           WS-PRIOR-TIMESTAMP DELIMITED BY SIZE
                       INTO PRINT-LINE
                   WRITE PRINT-LINE
               ELSE
                   SET OPEN-FAILED TO TRUE
                   MOVE 0008 TO PARMS-RETURN-CODE
                   STRING 'RESTORE REFUSED - NO MANIFEST ENTRY FOR '
                           DELIMITED BY SIZE
                           'BACKUP OF ' DELIMITED BY SIZE
                           WS-RESTORE-RUN-TIMESTAMP DELIMITED BY SIZE
                       INTO PARMS-MESSAGE
               END-IF
           END-IF.

       7545-SCAN-ONE-BACKUP-MANIFEST.
           IF MNF-DSNAME = WS-RESTORE-BACKUP-BASE
                   AND MNF-TIMESTAMP NOT > WS-RESTORE-RUN-TIMESTAMP
               IF MNF-TIMESTAMP > WS-RESTORE-PREV-TIMESTAMP
                   SET PRIOR-MANIFEST-FOUND TO TRUE
                   MOVE MNF-TIMESTAMP TO WS-PRIOR-TIMESTAMP
                   MOVE MNF-RECORD-COUNT TO WS-PRIOR-RECORD-COUNT
                   MOVE MNF-BYTE-COUNT TO WS-PRIOR-BYTE-COUNT
                   MOVE MNF-CHECKSUM TO WS-PRIOR-CHECKSUM
               END-IF
               PERFORM 8110-READ-NEXT-MANIFEST
           ELSE
               SET MNFST-AT-EOF TO TRUE
           END-IF.

       7560-LOCATE-BACKUP-GENERATION.
      *    THE BACKUP IS GENERATION (0) WHEN NO LATER BACKUP WENT
      *    TO THE BASE, OTHERWISE (-N) FOR N LATER BACKUPS. A BASE
      *    THAT IS NOT A GDG HOLDS ONLY ITS NEWEST COPY, SO IT IS
      *    USED DIRECTLY ONLY WHEN NOTHING HAS OVERWRITTEN IT. A
      *    GENERATION SINCE SCRATCHED BY PURGE IS REFUSED, AND SO
      *    IS ONE NOT CREATED ON THE BACKUP RUN'S START OR END DATE
      *    - THE AUDIT HISTORY HAS MISSED A GENERATION AND (-N) IS
      *    SOME OTHER RUN'S COPY. A PLAIN BASE KEEPS ITS ORIGINAL
      *    CREATION DATE WHEN IT IS OVERWRITTEN, SO IT IS NOT
      *    DATE-CHECKED.
           MOVE WS-RESTORE-LATER-COUNT TO WS-GEN-OFFSET-DISP.
           MOVE SPACES TO WS-GENERATION-DSNAME.
           IF WS-RESTORE-LATER-COUNT = 0
               STRING WS-RESTORE-BACKUP-BASE DELIMITED BY SPACE
                       '(0)' DELIMITED BY SIZE
                   INTO WS-GENERATION-DSNAME
           ELSE
               STRING WS-RESTORE-BACKUP-BASE DELIMITED BY SPACE
                       '(-' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-GEN-OFFSET-DISP)
                           DELIMITED BY SIZE
                       ')' DELIMITED BY SIZE
                   INTO WS-GENERATION-DSNAME
           END-IF.
           PERFORM 3310-GET-GENERATION-CREATION-DATE.
           IF NOT GENERATION-EXISTS AND WS-RESTORE-LATER-COUNT = 0
               MOVE WS-RESTORE-BACKUP-BASE TO WS-GENERATION-DSNAME
               PERFORM 3310-GET-GENERATION-CREATION-DATE
           END-IF.

           IF GENERATION-EXISTS
                   AND WS-GENERATION-DSNAME NOT = WS-RESTORE-BACKUP-BASE
               PERFORM 7562-SET-RUN-JULIAN-DATES
               IF WS-GENERATION-CREATION-DATE
                       NOT = WS-RESTORE-RUN-JULIAN
                   AND WS-GENERATION-CREATION-DATE
                       NOT = WS-RESTORE-START-JULIAN
                   MOVE 'N' TO WS-GENERATION-EXISTS-SWITCH
                   SET OPEN-FAILED TO TRUE
                   MOVE 0008 TO PARMS-RETURN-CODE
                   STRING 'RESTORE REFUSED - ' DELIMITED BY SIZE
                           WS-GENERATION-DSNAME DELIMITED BY SPACE
                           ' CREATED ' DELIMITED BY SIZE
                           WS-GENERATION-CREATION-DATE
                               DELIMITED BY SIZE
                           ' NOT BY BACKUP RUN OF ' DELIMITED BY SIZE
                           WS-RESTORE-RUN-JULIAN DELIMITED BY SIZE
                       INTO PARMS-MESSAGE
               END-IF
           END-IF.

           IF GENERATION-EXISTS
               MOVE WS-GENERATION-DSNAME TO WS-RESTORE-BACKUP-DSNAME
               MOVE SPACES TO PRINT-LINE
               STRING 'RESTORE - GENERATION USED: ' DELIMITED BY SIZE
                       WS-RESTORE-BACKUP-DSNAME DELIMITED BY SPACE
                       ' CREATED: ' DELIMITED BY SIZE
                       WS-GENERATION-CREATION-DATE DELIMITED BY SIZE
                   INTO PRINT-LINE
               WRITE PRINT-LINE
               DISPLAY 'TYU - RESTORE BACKUP GENERATION: '
                   WS-RESTORE-BACKUP-DSNAME
           ELSE
               IF OPEN-OK
                   SET OPEN-FAILED TO TRUE
                   MOVE 0008 TO PARMS-RETURN-CODE
                   STRING 'RESTORE BACKUP GENERATION NOT CATALOGED: '
                           DELIMITED BY SIZE
                           WS-GENERATION-DSNAME DELIMITED BY SPACE
                       INTO PARMS-MESSAGE
               END-IF
           END-IF.

       7562-SET-RUN-JULIAN-DATES.
      *    HISTORY WRITTEN BEFORE THE START TIME WAS KEPT HAS NO
      *    START DATE - THE END DATE THEN STANDS FOR BOTH.
           MOVE WS-RESTORE-RUN-TIMESTAMP(1:8) TO WS-RESTORE-DATE-IN.
           PERFORM 7564-CONVERT-TO-JULIAN.
           MOVE WS-RESTORE-JULIAN-TEXT TO WS-RESTORE-RUN-JULIAN.
           IF WS-RESTORE-RUN-START-DATE IS NUMERIC
               MOVE WS-RESTORE-RUN-START-DATE TO WS-RESTORE-DATE-IN
               PERFORM 7564-CONVERT-TO-JULIAN
           END-IF.
           MOVE WS-RESTORE-JULIAN-TEXT TO WS-RESTORE-START-JULIAN.

       7564-CONVERT-TO-JULIAN.
           COMPUTE WS-RESTORE-JULIAN-OUT = FUNCTION DAY-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-RESTORE-DATE-IN)).
           MOVE SPACES TO WS-RESTORE-JULIAN-TEXT.
           STRING WS-RESTORE-JULIAN-OUT(1:4) DELIMITED BY SIZE
                   '.' DELIMITED BY SIZE
                   WS-RESTORE-JULIAN-OUT(5:3) DELIMITED BY SIZE
               INTO WS-RESTORE-JULIAN-TEXT.

       7570-CHECK-RESTORE-GEOMETRY.
           MOVE WS-RESTORE-BACKUP-DSNAME TO WS-CAT-DSNAME.
           PERFORM 1075-GET-CATALOG-ATTRIBUTES.
           IF NOT WS-CAT-EXISTS OR WS-CAT-ORGANIZATION = SPACES
               SET OPEN-FAILED TO TRUE
               MOVE 0012 TO PARMS-RETURN-CODE
               STRING 'RESTORE BACKUP ORGANIZATION UNKNOWN: '
                       DELIMITED BY SIZE
                       WS-CAT-DSNAME DELIMITED BY SPACE
                   INTO PARMS-MESSAGE
           ELSE
               MOVE WS-CAT-ORGANIZATION TO WS-RESTORE-BACKUP-ORG
               MOVE WS-CAT-RECORD-LENGTH TO WS-RESTORE-BACKUP-LRECL
               MOVE WS-ALLOC-TARGET-DSNAME TO WS-CAT-DSNAME
               PERFORM 1075-GET-CATALOG-ATTRIBUTES
               PERFORM 7575-CHECK-RESTORE-TARGET
           END-IF.

       7575-CHECK-RESTORE-TARGET.
      *    A KSDS TARGET IS REBUILT THE WAY REORG REBUILDS ONE AND
      *    A QSAM TARGET IS SIMPLY REWRITTEN. AN ESDS CANNOT BE
      *    EMPTIED IN PLACE, AND THE DELETE/DEFINE WOULD DROP ANY
      *    ALTERNATE INDEX OVER A KSDS - BOTH ARE REFUSED HERE,
      *    IN THE DRYRUN AS WELL, BEFORE ANYTHING IS READ.
           EVALUATE TRUE
               WHEN NOT WS-CAT-EXISTS
                   SET OPEN-FAILED TO TRUE
                   MOVE 0012 TO PARMS-RETURN-CODE
                   STRING 'RESTORE TARGET NOT CATALOGED: '
                           DELIMITED BY SIZE
                           WS-CAT-DSNAME DELIMITED BY SPACE
                       INTO PARMS-MESSAGE
               WHEN WS-CAT-ORGANIZATION NOT = 'INDEXED'
                       AND WS-CAT-ORGANIZATION NOT = 'NONVSAM'
                   SET OPEN-FAILED TO TRUE
                   MOVE 0008 TO PARMS-RETURN-CODE
                   MOVE 'RESTORE REQUIRES A KSDS OR QSAM TARGET'
                       TO PARMS-MESSAGE
               WHEN WS-RESTORE-BACKUP-LRECL > 0
                       AND WS-CAT-RECORD-LENGTH > 0
                       AND WS-RESTORE-BACKUP-LRECL
                           NOT = WS-CAT-RECORD-LENGTH
                   SET OPEN-FAILED TO TRUE
                   MOVE 0012 TO PARMS-RETURN-CODE
                   MOVE 'BACKUP RECORD LENGTH DIFFERS FROM TARGET'
                       TO PARMS-MESSAGE
               WHEN OTHER
                   MOVE WS-CAT-ORGANIZATION TO WS-RESTORE-TARGET-ORG
                   MOVE WS-CAT-RECORD-LENGTH
                       TO WS-SRC-CAT-RECORD-LENGTH
                   MOVE WS-CAT-KEY-LENGTH TO WS-SRC-CAT-KEY-LENGTH
                   MOVE WS-CAT-KEY-OFFSET TO WS-SRC-CAT-KEY-OFFSET
                   MOVE WS-CAT-ORGANIZATION
                       TO WS-SRC-CAT-ORGANIZATION
                   SET ATTRIBUTES-COMPATIBLE TO TRUE
                   PERFORM 1072-VALIDATE-KEY-GEOMETRY
                   IF NOT ATTRIBUTES-COMPATIBLE
                       SET OPEN-FAILED TO TRUE
                   END-IF
           END-EVALUATE.

           IF OPEN-OK AND RESTORE-TARGET-KEYED
               PERFORM 8710-DISCOVER-AIX-NAMES
               IF WS-AIX-COUNT > 0
                   SET OPEN-FAILED TO TRUE
                   MOVE 0008 TO PARMS-RETURN-CODE
                   MOVE WS-AIX-COUNT TO WS-EDIT-NUMBER-1
                   STRING 'RESTORE REFUSED - TARGET HAS '
                           DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-NUMBER-1)
                               DELIMITED BY SIZE
                           ' ALTERNATE INDEXES - TARGET UNTOUCHED'
                           DELIMITED BY SIZE
                       INTO PARMS-MESSAGE
               END-IF
           END-IF.

       7580-VERIFY-BACKUP-IMAGE.
      *    THE WHOLE BACKUP IS SWEPT WITH THE VERIFY CHECKSUM AND
      *    MUST AGREE WITH ITS MANIFEST ENTRY ON COUNT, BYTES AND
      *    CHECKSUM BEFORE IT MAY REPLACE ANYTHING.
           MOVE ZERO TO WS-SUM-RECORD-COUNT WS-SUM-BYTE-COUNT
               WS-SUM-CHECKSUM.
           MOVE SPACES TO WS-DYNALLOC-REQUEST.
           STRING 'ALLOC DD(DDSRC) DSN(' DELIMITED BY SIZE
                   WS-RESTORE-BACKUP-DSNAME DELIMITED BY SPACE
                   ') SHR REUSE' DELIMITED BY SIZE
               INTO WS-DYNALLOC-REQUEST.
           PERFORM 1110-ALLOCATE-WITH-RETRY.

           PERFORM 7585-OPEN-BACKUP-IMAGE.
           IF OPEN-OK
               PERFORM 7700-READ-BACKUP-RECORD
               PERFORM 7710-SUM-ONE-BACKUP-RECORD
                   UNTIL SOURCE-AT-EOF
               PERFORM 7587-CLOSE-BACKUP-IMAGE

               MOVE WS-SUM-RECORD-COUNT TO WS-DISPLAY-COUNT-1
               MOVE WS-SUM-BYTE-COUNT TO WS-BYTE-COUNT-DISP
               MOVE WS-SUM-CHECKSUM TO WS-DISPLAY-COUNT-2
               MOVE SPACES TO PRINT-LINE
               STRING 'RESTORE - BACKUP   REC: ' DELIMITED BY SIZE
                       WS-DISPLAY-COUNT-1 DELIMITED BY SIZE
                       ' BYTES: ' DELIMITED BY SIZE
                       WS-BYTE-COUNT-DISP DELIMITED BY SIZE
                       ' CKSM: ' DELIMITED BY SIZE
                       WS-DISPLAY-COUNT-2 DELIMITED BY SIZE
                   INTO PRINT-LINE
               WRITE PRINT-LINE

               IF WS-SUM-RECORD-COUNT = WS-PRIOR-RECORD-COUNT
                       AND WS-SUM-BYTE-COUNT = WS-PRIOR-BYTE-COUNT
                       AND WS-SUM-CHECKSUM = WS-PRIOR-CHECKSUM
                   MOVE 'RESTORE - BACKUP MATCHES MANIFEST'
                       TO PRINT-LINE
                   WRITE PRINT-LINE
               ELSE
                   SET OPEN-FAILED TO TRUE
                   MOVE 0008 TO PARMS-RETURN-CODE
                   MOVE
                  'RESTORE - *** BACKUP DOES NOT MATCH MANIFEST ***'
                       TO PRINT-LINE
                   WRITE PRINT-LINE
                   STRING 'RESTORE REFUSED - BACKUP DOES NOT MATCH '
                           DELIMITED BY SIZE
                           'MANIFEST OF ' DELIMITED BY SIZE
                           WS-PRIOR-TIMESTAMP DELIMITED BY SIZE
                       INTO PARMS-MESSAGE
               END-IF
           END-IF.

       7585-OPEN-BACKUP-IMAGE.
           MOVE 'N' TO WS-SOURCE-EOF-SWITCH.
           IF RESTORE-BACKUP-SEQUENTIAL
               OPEN INPUT SOURCE-SEQ-FILE
           ELSE
               OPEN INPUT SOURCE-FILE
           END-IF.
           IF WS-SOURCE-STATUS NOT = '00'
               SET OPEN-FAILED TO TRUE
               MOVE 0008 TO PARMS-RETURN-CODE
               STRING 'OPEN FAILED FOR BACKUP: ' DELIMITED BY SIZE
                       WS-RESTORE-BACKUP-DSNAME DELIMITED BY SPACE
                       ' STATUS: ' DELIMITED BY SIZE
                       WS-SOURCE-STATUS DELIMITED BY SIZE
                   INTO PARMS-MESSAGE
           END-IF.

       7587-CLOSE-BACKUP-IMAGE.
           IF RESTORE-BACKUP-SEQUENTIAL
               CLOSE SOURCE-SEQ-FILE
           ELSE
               CLOSE SOURCE-FILE
           END-IF.

       7590-COUNT-TARGET-RECORDS.
      *    A LIVE RESTORE HOLDS THE TARGET OLD FROM HERE ON SO
      *    NOTHING CAN UPDATE IT BETWEEN THE COUNT AND THE RELOAD.
           MOVE ZERO TO WS-RESTORE-BEFORE-COUNT.
           MOVE 'N' TO WS-TARGET-EOF-SWITCH.
           MOVE SPACES TO WS-DYNALLOC-REQUEST.
           IF RESTORE-LIVE-MODE
               STRING 'ALLOC DD(DDTGT) DSN(' DELIMITED BY SIZE
                       WS-ALLOC-TARGET-DSNAME DELIMITED BY SPACE
                       ') OLD REUSE' DELIMITED BY SIZE
                   INTO WS-DYNALLOC-REQUEST
           ELSE
               STRING 'ALLOC DD(DDTGT) DSN(' DELIMITED BY SIZE
                       WS-ALLOC-TARGET-DSNAME DELIMITED BY SPACE
                       ') SHR REUSE' DELIMITED BY SIZE
                   INTO WS-DYNALLOC-REQUEST
           END-IF.
           PERFORM 1110-ALLOCATE-WITH-RETRY.

           IF RESTORE-TARGET-KEYED
               OPEN INPUT TARGET-FILE
           ELSE
               OPEN INPUT TARGET-SEQ-FILE
           END-IF.
           IF WS-TARGET-STATUS NOT = '00'
               SET OPEN-FAILED TO TRUE
               MOVE 0008 TO PARMS-RETURN-CODE
               STRING 'OPEN FAILED FOR TARGET: ' DELIMITED BY SIZE
                       WS-ALLOC-TARGET-DSNAME DELIMITED BY SPACE
                       ' STATUS: ' DELIMITED BY SIZE
                       WS-TARGET-STATUS DELIMITED BY SIZE
                   INTO PARMS-MESSAGE
           ELSE
               PERFORM 7595-COUNT-ONE-TARGET-RECORD
                   UNTIL TARGET-AT-EOF
               IF RESTORE-TARGET-KEYED
                   CLOSE TARGET-FILE
               ELSE
                   CLOSE TARGET-SEQ-FILE
               END-IF
               MOVE WS-RESTORE-BEFORE-COUNT TO WS-DISPLAY-COUNT-1
               MOVE SPACES TO PRINT-LINE
               STRING 'RESTORE - RECORDS BEFORE: ' DELIMITED BY SIZE
                       WS-DISPLAY-COUNT-1 DELIMITED BY SIZE
                   INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       7595-COUNT-ONE-TARGET-RECORD.
           IF RESTORE-TARGET-KEYED
               READ TARGET-FILE NEXT
                   AT END
                       SET TARGET-AT-EOF TO TRUE
               END-READ
           ELSE
               READ TARGET-SEQ-FILE
                   AT END
                       SET TARGET-AT-EOF TO TRUE
               END-READ
           END-IF.
           IF NOT TARGET-AT-EOF
               ADD 1 TO WS-RESTORE-BEFORE-COUNT
               ADD WS-TARGET-RECLEN TO WS-BYTES-PROCESSED
           END-IF.

       7600-RELOAD-TARGET.
      *    FROM HERE ON THE VERIFIED BACKUP IS THE COPY OF RECORD -
      *    EVERY FAILURE MESSAGE NAMES IT SO THE OPERATOR KNOWS
      *    WHERE THE DATA STILL IS.
           MOVE ZERO TO WS-RESTORE-AFTER-COUNT.
           MOVE 'N' TO WS-TARGET-OPENED-SWITCH.
           IF RESTORE-TARGET-KEYED
               PERFORM 7610-REDEFINE-KEYED-TARGET
           END-IF.

           IF OPEN-OK
               PERFORM 7585-OPEN-BACKUP-IMAGE
           END-IF.
           IF OPEN-OK
               IF RESTORE-TARGET-KEYED
                   OPEN OUTPUT TARGET-FILE
               ELSE
                   OPEN OUTPUT TARGET-SEQ-FILE
               END-IF
               SET DUPT-TARGET-FILE-OPENED TO TRUE
               IF WS-TARGET-STATUS NOT = '00'
                   SET OPEN-FAILED TO TRUE
                   MOVE 0008 TO PARMS-RETURN-CODE
                   STRING 'RESTORE TARGET OPEN FAILED - STATUS: '
                           DELIMITED BY SIZE
                           WS-TARGET-STATUS DELIMITED BY SIZE
                           ' - DATA REMAINS IN: ' DELIMITED BY SIZE
                           WS-RESTORE-BACKUP-DSNAME DELIMITED BY SPACE
                       INTO PARMS-MESSAGE
                   PERFORM 7587-CLOSE-BACKUP-IMAGE
               END-IF
           END-IF.

           IF OPEN-OK
               PERFORM 7700-READ-BACKUP-RECORD
               PERFORM 7720-RESTORE-ONE-RECORD UNTIL SOURCE-AT-EOF
               PERFORM 7587-CLOSE-BACKUP-IMAGE
               IF NOT OPEN-OK
                       OR WS-RESTORE-AFTER-COUNT
                           NOT = WS-PRIOR-RECORD-COUNT
                   SET OPEN-FAILED TO TRUE
                   MOVE 0008 TO PARMS-RETURN-CODE
                   MOVE WS-RESTORE-AFTER-COUNT TO WS-EDIT-NUMBER-1
                   MOVE WS-PRIOR-RECORD-COUNT TO WS-EDIT-NUMBER-2
                   STRING 'RESTORE RELOAD INCOMPLETE - '
                           DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-NUMBER-1)
                               DELIMITED BY SIZE
                           ' OF ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-NUMBER-2)
                               DELIMITED BY SIZE
                           ' - DATA REMAINS IN: ' DELIMITED BY SIZE
                           WS-RESTORE-BACKUP-DSNAME DELIMITED BY SPACE
                       INTO PARMS-MESSAGE
               END-IF
           END-IF.

           IF DUPT-TARGET-FILE-OPENED
               IF RESTORE-TARGET-KEYED
                   CLOSE TARGET-FILE
               ELSE
                   CLOSE TARGET-SEQ-FILE
               END-IF
           END-IF.

       7610-REDEFINE-KEYED-TARGET.
      *    THE CLUSTER IS DELETED AND DEFINED AGAIN FROM ITS OWN
      *    CATALOGED GEOMETRY, SIZED FROM THE BACKUP COUNT, WITH
      *    THE SAME IDCAMS STEP REORG USES. THE OLD ALLOCATION IS
      *    RELEASED FIRST OR THE DELETE FINDS THE CLUSTER IN USE.
           MOVE WS-ALLOC-TARGET-DSNAME TO WS-CAT-DSNAME.
           PERFORM 8550-GET-DATASET-STATISTICS.
           MOVE WS-SUM-RECORD-COUNT TO WS-RECORDS-UNLOADED.
           MOVE WS-RESTORE-BACKUP-DSNAME TO WS-REORG-WORK-DSNAME.
           MOVE 'N' TO WS-REDEFINE-OK-SWITCH.
           MOVE 'FREE DD(DDTGT)' TO WS-DYNALLOC-REQUEST.
           CALL 'BPXWDYN' USING WS-DYNALLOC-REQUEST
               RETURNING WS-DYNALLOC-RETURN-CODE.

           PERFORM 8520-REDEFINE-CLUSTER.
           IF REDEFINE-SUCCESSFUL
               MOVE SPACES TO WS-DYNALLOC-REQUEST
               STRING 'ALLOC DD(DDTGT) DSN(' DELIMITED BY SIZE
                       WS-ALLOC-TARGET-DSNAME DELIMITED BY SPACE
                       ') OLD REUSE' DELIMITED BY SIZE
                   INTO WS-DYNALLOC-REQUEST
               PERFORM 1110-ALLOCATE-WITH-RETRY
           ELSE
               SET OPEN-FAILED TO TRUE
               MOVE 0008 TO PARMS-RETURN-CODE
               MOVE SPACES TO PARMS-MESSAGE
               STRING 'RESTORE DELETE/DEFINE FAILED - DATA REMAINS IN: '
                       DELIMITED BY SIZE
                       WS-RESTORE-BACKUP-DSNAME DELIMITED BY SPACE
                   INTO PARMS-MESSAGE
           END-IF.

       7650-SET-RESTORE-COMPLETION.
           IF RESTORE-LIVE-MODE
               MOVE WS-RESTORE-AFTER-COUNT TO PARMS-RECORDS-PROCESSED
               MOVE WS-RESTORE-AFTER-COUNT TO WS-DISPLAY-COUNT-1
               MOVE SPACES TO PRINT-LINE
               STRING 'RESTORE - RECORDS AFTER:  ' DELIMITED BY SIZE
                       WS-DISPLAY-COUNT-1 DELIMITED BY SIZE
                   INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-RESTORE-BEFORE-COUNT TO WS-EDIT-NUMBER-1
               MOVE WS-RESTORE-AFTER-COUNT TO WS-EDIT-NUMBER-2
               STRING 'RESTORE COMPLETE - BEFORE ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-NUMBER-1)
                           DELIMITED BY SIZE
                       ' AFTER ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-NUMBER-2)
                           DELIMITED BY SIZE
                       ' - FROM ' DELIMITED BY SIZE
                       WS-RESTORE-BACKUP-DSNAME DELIMITED BY SPACE
                   INTO PARMS-MESSAGE
               DISPLAY 'TYU - RESTORE COMPLETE - RECORDS BEFORE: '
                   WS-RESTORE-BEFORE-COUNT ' AFTER: '
                   WS-RESTORE-AFTER-COUNT
           ELSE
               MOVE WS-SUM-RECORD-COUNT TO PARMS-RECORDS-PROCESSED
               MOVE WS-SUM-RECORD-COUNT TO WS-DISPLAY-COUNT-1
               MOVE SPACES TO PRINT-LINE
               STRING 'RESTORE - RECORDS AFTER:  ' DELIMITED BY SIZE
                       WS-DISPLAY-COUNT-1 DELIMITED BY SIZE
                       ' (DRYRUN - AS THE RELOAD WOULD LEAVE IT)'
                       DELIMITED BY SIZE
                   INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-RESTORE-BEFORE-COUNT TO WS-EDIT-NUMBER-1
               MOVE WS-SUM-RECORD-COUNT TO WS-EDIT-NUMBER-2
               STRING 'DRYRUN - WOULD RESTORE - BEFORE '
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-NUMBER-1)
                           DELIMITED BY SIZE
                       ' AFTER ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-NUMBER-2)
                           DELIMITED BY SIZE
                       ' - FROM ' DELIMITED BY SIZE
                       WS-RESTORE-BACKUP-DSNAME DELIMITED BY SPACE
                   INTO PARMS-MESSAGE
           END-IF.

       7700-READ-BACKUP-RECORD.
      *    THE BACKUP IS READ THROUGH WHICHEVER SELECT MATCHES ITS
      *    OWN CATALOGED ORGANIZATION, INTO ONE WORK AREA, SO THE
      *    SWEEP AND THE RELOAD DO NOT CARE WHICH IT WAS.
           IF RESTORE-BACKUP-SEQUENTIAL
               PERFORM 1210-READ-SEQ-SOURCE-RECORD
               IF NOT SOURCE-AT-EOF
                   MOVE SOURCE-SEQ-RECORD TO WS-RESTORE-RECORD
               END-IF
           ELSE
               PERFORM 1200-READ-SOURCE-RECORD
               IF NOT SOURCE-AT-EOF
                   MOVE SOURCE-RECORD TO WS-RESTORE-RECORD
               END-IF
           END-IF.

       7710-SUM-ONE-BACKUP-RECORD.
           MOVE WS-SOURCE-RECLEN TO WS-SUM-RECLEN.
           MOVE WS-RESTORE-RECORD TO WS-SUM-RECORD.
           PERFORM 8300-ACCUMULATE-ONE-RECORD.
           PERFORM 7700-READ-BACKUP-RECORD.

       7720-RESTORE-ONE-RECORD.
           MOVE WS-SOURCE-RECLEN TO WS-TARGET-RECLEN.
           IF RESTORE-TARGET-KEYED
               MOVE WS-RESTORE-RECORD TO TARGET-RECORD
               WRITE TARGET-RECORD
                   INVALID KEY
                       SET OPEN-FAILED TO TRUE
                       DISPLAY 'TYU - RESTORE WRITE FAILED - KEY: '
                           TGT-KEY
               END-WRITE
           ELSE
               MOVE WS-RESTORE-RECORD TO TARGET-SEQ-RECORD
               WRITE TARGET-SEQ-RECORD
               IF WS-TARGET-STATUS NOT = '00'
                   SET OPEN-FAILED TO TRUE
                   DISPLAY 'TYU - RESTORE WRITE FAILED - STATUS: '
                       WS-TARGET-STATUS
               END-IF
           END-IF.
           IF OPEN-OK
               ADD 1 TO WS-RESTORE-AFTER-COUNT
               PERFORM 7700-READ-BACKUP-RECORD
           ELSE
               SET SOURCE-AT-EOF TO TRUE
           END-IF.

       7800-CONVERT-DATASET.
           MOVE ZERO TO WS-CNV-RECORDS-READ WS-CNV-RECORDS-CONVERTED
               WS-CNV-RECORDS-REJECTED WS-CNV-DUPLICATE-KEYS
               WS-CNV-WRITE-ERRORS WS-CNV-VALUES-MAPPED
               WS-CNV-VALUES-DEFAULTED WS-CNV-DETAIL-LINES
               WS-CNV-MAPPED-FIELDS WS-CNV-NEW-FIELDS
               WS-CNV-DROPPED-FIELDS WS-CNV-TO-RECORD-LENGTH
               WS-CNV-TO-KEY-LENGTH.
           MOVE ZERO TO WS-CNV-FROM-LAYOUT-SUB WS-CNV-TO-LAYOUT-SUB.
      *    THE FROM LAYOUT IS THE ONE DDDICT MATCHES TO THE SOURCE
      *    DSNAME AND THE TO LAYOUT THE ONE IT MATCHES TO THE
      *    TARGET - THE SAME DSNAME MATCH EVERY NAMED-FIELD ACTION
      *    USES, SO NO LAYOUT NAME IS CARRIED ON THE CONTROL RECORD.
           IF PARMS-SOURCE-DSNAME NOT = SPACES
               MOVE PARMS-SOURCE-DSNAME TO WS-DICT-MATCH-DSNAME
               PERFORM 0150-MATCH-LAYOUT-FOR-DSNAME
               MOVE WS-DICT-FOUND-SUB TO WS-CNV-FROM-LAYOUT-SUB
           END-IF.
           IF PARMS-TARGET-DSNAME NOT = SPACES
               MOVE PARMS-TARGET-DSNAME TO WS-DICT-MATCH-DSNAME
               PERFORM 0150-MATCH-LAYOUT-FOR-DSNAME
               MOVE WS-DICT-FOUND-SUB TO WS-CNV-TO-LAYOUT-SUB
           END-IF.

           EVALUATE TRUE
               WHEN PARMS-SOURCE-DSNAME = SPACES
                       OR PARMS-TARGET-DSNAME = SPACES
                   MOVE 0008 TO PARMS-RETURN-CODE
                   MOVE 'CONVERT REQUIRES A SOURCE AND A TARGET DSNAME'
                       TO PARMS-MESSAGE
                   DISPLAY 'TYU - CONVERT FAILED - ' PARMS-MESSAGE
               WHEN PARMS-SOURCE-DSNAME = PARMS-TARGET-DSNAME
                   MOVE 0008 TO PARMS-RETURN-CODE
                   MOVE 'CONVERT SOURCE AND TARGET MUST DIFFER'
                       TO PARMS-MESSAGE
                   DISPLAY 'TYU - CONVERT FAILED - ' PARMS-MESSAGE
               WHEN WS-CNV-FROM-LAYOUT-SUB = 0
                   MOVE 0008 TO PARMS-RETURN-CODE
                   STRING 'NO DDDICT LAYOUT FOR DATASET: '
                           DELIMITED BY SIZE
                           PARMS-SOURCE-DSNAME DELIMITED BY SPACE
                       INTO PARMS-MESSAGE
                   DISPLAY 'TYU - CONVERT FAILED - ' PARMS-MESSAGE
               WHEN WS-CNV-TO-LAYOUT-SUB = 0
                   MOVE 0008 TO PARMS-RETURN-CODE
                   STRING 'NO DDDICT LAYOUT FOR DATASET: '
                           DELIMITED BY SIZE
                           PARMS-TARGET-DSNAME DELIMITED BY SPACE
                       INTO PARMS-MESSAGE
                   DISPLAY 'TYU - CONVERT FAILED - ' PARMS-MESSAGE
               WHEN WS-CNV-FROM-LAYOUT-SUB = WS-CNV-TO-LAYOUT-SUB
                   MOVE 0008 TO PARMS-RETURN-CODE
                   MOVE 'SOURCE AND TARGET SHARE ONE DDDICT LAYOUT'
                       TO PARMS-MESSAGE
                   DISPLAY 'TYU - CONVERT FAILED - ' PARMS-MESSAGE
               WHEN OTHER
                   PERFORM 7802-BUILD-CONVERT-MAP
                   IF CONVERT-MAP-OK
                       PERFORM 7810-RUN-CONVERT
                   ELSE
                       DISPLAY 'TYU - CONVERT FAILED - '
                           PARMS-MESSAGE
                   END-IF
           END-EVALUATE.

       7802-BUILD-CONVERT-MAP.
      *    BOTH LAYOUTS ARE CHECKED AND EVERY FIELD OF THE TO
      *    LAYOUT IS TIED TO ITS SOURCE (OR ITS DEFAULT) BEFORE ANY
      *    DATASET IS TOUCHED - A BAD CARD STOPS THE ACTION WITH
      *    THE FIELD NAMED.
           SET CONVERT-MAP-OK TO TRUE.
           MOVE WS-DICT-FIELD-COUNT (WS-CNV-TO-LAYOUT-SUB)
               TO WS-CNV-MAP-COUNT.
           COMPUTE WS-CNV-FIELD-END =
               WS-DICT-FIRST-FIELD (WS-CNV-FROM-LAYOUT-SUB)
               + WS-DICT-FIELD-COUNT (WS-CNV-FROM-LAYOUT-SUB) - 1.
           PERFORM 7808-CHECK-ONE-FROM-FIELD
               VARYING WS-CNV-DICT-SUB
                   FROM WS-DICT-FIRST-FIELD (WS-CNV-FROM-LAYOUT-SUB)
                   BY 1
               UNTIL WS-CNV-DICT-SUB > WS-CNV-FIELD-END
                   OR NOT CONVERT-MAP-OK.
           IF CONVERT-MAP-OK
               PERFORM 7803-MAP-ONE-TO-FIELD
                   VARYING WS-CNV-SUB FROM 1 BY 1
                   UNTIL WS-CNV-SUB > WS-CNV-MAP-COUNT
                       OR NOT CONVERT-MAP-OK
           END-IF.

           IF CONVERT-MAP-OK
               EVALUATE TRUE
                   WHEN WS-CNV-MAP-COUNT = 0
                       MOVE 'N' TO WS-CNV-MAP-OK-SWITCH
                       MOVE 0008 TO PARMS-RETURN-CODE
                       STRING 'DDDICT TO LAYOUT HAS NO FIELD CARDS: '
                               DELIMITED BY SIZE
                               WS-DICT-PATTERN (WS-CNV-TO-LAYOUT-SUB)
                               DELIMITED BY SPACE
                           INTO PARMS-MESSAGE
                   WHEN WS-CNV-MAPPED-FIELDS = 0
                       MOVE 'N' TO WS-CNV-MAP-OK-SWITCH
                       MOVE 0008 TO PARMS-RETURN-CODE
                       MOVE 'NO FIELD NAME IS COMMON TO BOTH LAYOUTS'
                           TO PARMS-MESSAGE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       7803-MAP-ONE-TO-FIELD.
           COMPUTE WS-CNV-DICT-SUB =
               WS-DICT-FIRST-FIELD (WS-CNV-TO-LAYOUT-SUB)
               + WS-CNV-SUB - 1.
           INITIALIZE WS-CNV-MAP (WS-CNV-SUB).
           MOVE WS-CNV-DICT-SUB TO WS-CNV-TO-SUB (WS-CNV-SUB).
           EVALUATE TRUE
               WHEN WS-DICT-FIELD-TYPE (WS-CNV-DICT-SUB) NOT = 'C'
                       AND WS-DICT-FIELD-TYPE (WS-CNV-DICT-SUB)
                           NOT = 'N'
                   MOVE 'DDDICT FIELD TYPE NOT C OR N'
                       TO WS-CNV-PROBLEM
                   PERFORM 7809-REFUSE-CONVERT-MAP
               WHEN WS-DICT-FIELD-LENGTH (WS-CNV-DICT-SUB) = 0
                   MOVE 'DDDICT FIELD LENGTH ZERO' TO WS-CNV-PROBLEM
                   PERFORM 7809-REFUSE-CONVERT-MAP
               WHEN WS-DICT-FIELD-OFFSET (WS-CNV-DICT-SUB)
                       + WS-DICT-FIELD-LENGTH (WS-CNV-DICT-SUB)
                       > 4000
                   MOVE 'DDDICT FIELD ENDS BEYOND 4000 BYTES'
                       TO WS-CNV-PROBLEM
                   PERFORM 7809-REFUSE-CONVERT-MAP
      *        A NUMERIC VALUE IS SHAPED IN 99 BYTES OF WORK AREA.
               WHEN WS-DICT-FIELD-TYPE (WS-CNV-DICT-SUB) = 'N'
                       AND WS-DICT-FIELD-LENGTH (WS-CNV-DICT-SUB)
                           > 99
                   MOVE 'DDDICT NUMERIC FIELD LONGER THAN 99 BYTES'
                       TO WS-CNV-PROBLEM
                   PERFORM 7809-REFUSE-CONVERT-MAP
               WHEN OTHER
      *            THE NEW RECORD LENGTH IS WHERE THE LAST FIELD OF
      *            THE TO LAYOUT ENDS.
                   IF WS-DICT-FIELD-OFFSET (WS-CNV-DICT-SUB)
                           + WS-DICT-FIELD-LENGTH (WS-CNV-DICT-SUB)
                           > WS-CNV-TO-RECORD-LENGTH
                       COMPUTE WS-CNV-TO-RECORD-LENGTH =
                           WS-DICT-FIELD-OFFSET (WS-CNV-DICT-SUB)
                           + WS-DICT-FIELD-LENGTH (WS-CNV-DICT-SUB)
                   END-IF
                   MOVE WS-CNV-FROM-LAYOUT-SUB TO WS-CNV-SEARCH-LAYOUT
                   MOVE WS-DICT-FIELD-NAME (WS-CNV-DICT-SUB)
                       TO WS-CNV-SEARCH-NAME
                   PERFORM 7805-FIND-FIELD-IN-LAYOUT
                   IF WS-CNV-SEARCH-FOUND > 0
                       MOVE WS-CNV-SEARCH-FOUND
                           TO WS-CNV-FROM-SUB (WS-CNV-SUB)
                       ADD 1 TO WS-CNV-MAPPED-FIELDS
                   ELSE
                       ADD 1 TO WS-CNV-NEW-FIELDS
                       PERFORM 7804-PREPARE-FIELD-DEFAULT
                   END-IF
           END-EVALUATE.

       7804-PREPARE-FIELD-DEFAULT.
      *    A NEW FIELD'S DEFAULT IS SHAPED ONCE, HERE - PADDED FOR
      *    A CHARACTER FIELD, RIGHT-JUSTIFIED AND ZERO-FILLED FOR A
      *    NUMERIC ONE (NO DEFAULT CARD MEANS SPACES OR ZEROS) - SO
      *    EACH RECORD ONLY COPIES IT.
      *    THE SHAPED DEFAULT IS HELD IN 99 BYTES, SO A NEW FIELD
      *    CANNOT BE LONGER.
           MOVE WS-DICT-FIELD-DEFAULT (WS-CNV-DICT-SUB)
               TO WS-CNV-VALUE-WORK.
           MOVE 61 TO WS-CNV-MEASURE-LENGTH.
           PERFORM 7807-MEASURE-VALUE.
           MOVE WS-DICT-FIELD-LENGTH (WS-CNV-DICT-SUB)
               TO WS-CNV-TO-LENGTH.
           EVALUATE TRUE
               WHEN WS-CNV-TO-LENGTH > 99
                   MOVE 'DDDICT NEW FIELD LONGER THAN 99 BYTES'
                       TO WS-CNV-PROBLEM
                   PERFORM 7809-REFUSE-CONVERT-MAP
               WHEN WS-CNV-SIG-LENGTH > WS-CNV-TO-LENGTH
                   MOVE 'DDDICT DEFAULT LONGER THAN FIELD'
                       TO WS-CNV-PROBLEM
                   PERFORM 7809-REFUSE-CONVERT-MAP
               WHEN WS-DICT-FIELD-TYPE (WS-CNV-DICT-SUB) = 'C'
                   MOVE WS-CNV-VALUE-WORK
                       TO WS-CNV-DEFAULT-VALUE (WS-CNV-SUB)
               WHEN WS-CNV-SIG-LENGTH = 0
                   MOVE ZEROS TO WS-CNV-DEFAULT-VALUE (WS-CNV-SUB)
                       (1:WS-CNV-TO-LENGTH)
               WHEN OTHER
                   INSPECT WS-CNV-VALUE-WORK (1:WS-CNV-SIG-LENGTH)
                       REPLACING LEADING SPACE BY '0'
                   IF WS-CNV-VALUE-WORK (1:WS-CNV-SIG-LENGTH)
                           IS NUMERIC
                       MOVE ZEROS TO WS-CNV-DEFAULT-VALUE (WS-CNV-SUB)
                           (1:WS-CNV-TO-LENGTH)
                       COMPUTE WS-CNV-OUT-POSITION =
                           WS-CNV-TO-LENGTH - WS-CNV-SIG-LENGTH + 1
                       MOVE WS-CNV-VALUE-WORK (1:WS-CNV-SIG-LENGTH)
                           TO WS-CNV-DEFAULT-VALUE (WS-CNV-SUB)
                           (WS-CNV-OUT-POSITION:WS-CNV-SIG-LENGTH)
                   ELSE
                       MOVE 'DDDICT DEFAULT NOT NUMERIC'
                           TO WS-CNV-PROBLEM
                       PERFORM 7809-REFUSE-CONVERT-MAP
                   END-IF
           END-EVALUATE.

       7805-FIND-FIELD-IN-LAYOUT.
      *    LOOKS UP WS-CNV-SEARCH-NAME AMONG THE FIELDS OF LAYOUT
      *    WS-CNV-SEARCH-LAYOUT - WS-CNV-SEARCH-FOUND IS ITS DDDICT
      *    FIELD SUBSCRIPT, OR ZERO.
           MOVE ZERO TO WS-CNV-SEARCH-FOUND.
           COMPUTE WS-CNV-SEARCH-END =
               WS-DICT-FIRST-FIELD (WS-CNV-SEARCH-LAYOUT)
               + WS-DICT-FIELD-COUNT (WS-CNV-SEARCH-LAYOUT) - 1.
           PERFORM 7806-TEST-ONE-LAYOUT-FIELD
               VARYING WS-CNV-SEARCH-SUB
                   FROM WS-DICT-FIRST-FIELD (WS-CNV-SEARCH-LAYOUT)
                   BY 1
               UNTIL WS-CNV-SEARCH-SUB > WS-CNV-SEARCH-END
                   OR WS-CNV-SEARCH-FOUND > 0.

       7806-TEST-ONE-LAYOUT-FIELD.
           IF WS-DICT-FIELD-NAME (WS-CNV-SEARCH-SUB)
                   = WS-CNV-SEARCH-NAME
               MOVE WS-CNV-SEARCH-SUB TO WS-CNV-SEARCH-FOUND
           END-IF.

       7807-MEASURE-VALUE.
      *    WS-CNV-SIG-LENGTH IS THE LENGTH OF THE FIRST
      *    WS-CNV-MEASURE-LENGTH BYTES OF WS-CNV-VALUE-WORK WITHOUT
      *    THEIR TRAILING SPACES.
           MOVE SPACES TO WS-CNV-REVERSE-WORK.
           MOVE FUNCTION REVERSE
                   (WS-CNV-VALUE-WORK (1:WS-CNV-MEASURE-LENGTH))
               TO WS-CNV-REVERSE-WORK.
           MOVE ZERO TO WS-CNV-TRAILING.
           INSPECT WS-CNV-REVERSE-WORK (1:WS-CNV-MEASURE-LENGTH)
               TALLYING WS-CNV-TRAILING FOR LEADING SPACE.
           COMPUTE WS-CNV-SIG-LENGTH =
               WS-CNV-MEASURE-LENGTH - WS-CNV-TRAILING.

       7808-CHECK-ONE-FROM-FIELD.
           EVALUATE TRUE
               WHEN WS-DICT-FIELD-TYPE (WS-CNV-DICT-SUB) NOT = 'C'
                       AND WS-DICT-FIELD-TYPE (WS-CNV-DICT-SUB)
                           NOT = 'N'
                   MOVE 'DDDICT FIELD TYPE NOT C OR N'
                       TO WS-CNV-PROBLEM
                   PERFORM 7809-REFUSE-CONVERT-MAP
               WHEN WS-DICT-FIELD-LENGTH (WS-CNV-DICT-SUB) = 0
                   MOVE 'DDDICT FIELD LENGTH ZERO' TO WS-CNV-PROBLEM
                   PERFORM 7809-REFUSE-CONVERT-MAP
               WHEN WS-DICT-FIELD-OFFSET (WS-CNV-DICT-SUB)
                       + WS-DICT-FIELD-LENGTH (WS-CNV-DICT-SUB)
                       > 4000
                   MOVE 'DDDICT FIELD ENDS BEYOND 4000 BYTES'
                       TO WS-CNV-PROBLEM
                   PERFORM 7809-REFUSE-CONVERT-MAP
      *        A NUMERIC VALUE IS SHAPED IN 99 BYTES OF WORK AREA.
               WHEN WS-DICT-FIELD-TYPE (WS-CNV-DICT-SUB) = 'N'
                       AND WS-DICT-FIELD-LENGTH (WS-CNV-DICT-SUB)
                           > 99
                   MOVE 'DDDICT NUMERIC FIELD LONGER THAN 99 BYTES'
                       TO WS-CNV-PROBLEM
                   PERFORM 7809-REFUSE-CONVERT-MAP
               WHEN OTHER
      *            A FIELD THE TO LAYOUT DOES NOT NAME IS DROPPED.
                   MOVE WS-CNV-TO-LAYOUT-SUB TO WS-CNV-SEARCH-LAYOUT
                   MOVE WS-DICT-FIELD-NAME (WS-CNV-DICT-SUB)
                       TO WS-CNV-SEARCH-NAME
                   PERFORM 7805-FIND-FIELD-IN-LAYOUT
                   IF WS-CNV-SEARCH-FOUND = 0
                       ADD 1 TO WS-CNV-DROPPED-FIELDS
                   END-IF
           END-EVALUATE.

       7809-REFUSE-CONVERT-MAP.
           MOVE 'N' TO WS-CNV-MAP-OK-SWITCH.
           MOVE 0008 TO PARMS-RETURN-CODE.
           MOVE SPACES TO PARMS-MESSAGE.
           STRING WS-CNV-PROBLEM DELIMITED BY '  '
                   ' - FIELD: ' DELIMITED BY SIZE
                   WS-DICT-FIELD-NAME (WS-CNV-DICT-SUB)
                       DELIMITED BY SPACE
               INTO PARMS-MESSAGE.

       7810-RUN-CONVERT.
           MOVE 'N' TO WS-SOURCE-EOF-SWITCH.
           MOVE 'N' TO WS-CNV-DEFINE-SWITCH.
           MOVE 'N' TO WS-CNV-CATALOGED-SWITCH.
           SET OPEN-OK TO TRUE.
           PERFORM 1050-RESOLVE-GENERATION-NAMES.

      *    A LIVE EXCLUSIVE REQUEST HOLDS THE SOURCE OLD FOR THE
      *    WHOLE CONVERSION, AS DUPLICAT DOES.
           MOVE SPACES TO WS-DYNALLOC-REQUEST.
           IF PARMS-EXCLUSIVE-YES AND CONVERT-LIVE-MODE
               STRING 'ALLOC DD(DDSRC) DSN(' DELIMITED BY SIZE
                       WS-ALLOC-SOURCE-DSNAME DELIMITED BY SPACE
                       ') OLD REUSE' DELIMITED BY SIZE
                   INTO WS-DYNALLOC-REQUEST
           ELSE
               STRING 'ALLOC DD(DDSRC) DSN(' DELIMITED BY SIZE
                       WS-ALLOC-SOURCE-DSNAME DELIMITED BY SPACE
                       ') SHR REUSE' DELIMITED BY SIZE
                   INTO WS-DYNALLOC-REQUEST
           END-IF.
           PERFORM 1110-ALLOCATE-WITH-RETRY.

           SET ATTRIBUTES-COMPATIBLE TO TRUE.
           MOVE WS-ALLOC-SOURCE-DSNAME TO WS-CAT-DSNAME.
           PERFORM 1075-GET-CATALOG-ATTRIBUTES.
           IF NOT WS-CAT-EXISTS
               MOVE 'N' TO WS-ATTRIBUTES-COMPATIBLE-SWITCH
               MOVE 0012 TO PARMS-RETURN-CODE
               STRING 'SOURCE NOT CATALOGED: ' DELIMITED BY SIZE
                       WS-CAT-DSNAME DELIMITED BY SPACE
                   INTO PARMS-MESSAGE
           ELSE
               MOVE WS-CAT-RECORD-LENGTH TO WS-SRC-CAT-RECORD-LENGTH
               MOVE WS-CAT-KEY-LENGTH TO WS-SRC-CAT-KEY-LENGTH
               MOVE WS-CAT-KEY-OFFSET TO WS-SRC-CAT-KEY-OFFSET
               MOVE WS-CAT-ORGANIZATION TO WS-SRC-CAT-ORGANIZATION
               PERFORM 1072-VALIDATE-KEY-GEOMETRY
           END-IF.

      *    THE TARGET TAKES THE SOURCE'S ORGANIZATION - A KSDS IS
      *    CONVERTED TO A KSDS, ANYTHING ELSE TO A SEQUENTIAL
      *    DATASET - AND, AS FOR DUPLICAT, ONLY A KEYED SOURCE
      *    CAN BE RESTARTED OR LIMITED TO A KEY RANGE.
           IF ATTRIBUTES-COMPATIBLE
                   AND SOURCE-IS-SEQUENTIAL
                   AND (PARMS-RESTART-YES
                       OR PARMS-LOW-KEY NOT = SPACES
                       OR PARMS-HIGH-KEY NOT = SPACES)
               MOVE 'N' TO WS-ATTRIBUTES-COMPATIBLE-SWITCH
               MOVE 0008 TO PARMS-RETURN-CODE
               MOVE 'RESTART AND KEY RANGE REQUIRE A KEYED SOURCE'
                   TO PARMS-MESSAGE
           END-IF.

           IF ATTRIBUTES-COMPATIBLE AND SOURCE-IS-KEYED
               PERFORM 7812-DERIVE-TARGET-KEY
               IF NOT CONVERT-MAP-OK
                   MOVE 'N' TO WS-ATTRIBUTES-COMPATIBLE-SWITCH
               END-IF
           END-IF.

           IF ATTRIBUTES-COMPATIBLE
               PERFORM 7815-CHECK-CONVERT-TARGET
           END-IF.

           IF NOT ATTRIBUTES-COMPATIBLE
               DISPLAY 'TYU - CONVERT SKIPPED - ' PARMS-MESSAGE
           ELSE
               PERFORM 7820-CONVERT-AND-REPORT
           END-IF.

       7812-DERIVE-TARGET-KEY.
      *    THE TARGET KEY IS MADE OF THE FIELDS THAT MAKE UP THE
      *    SOURCE KEY, WHEREVER THE TO LAYOUT PUTS THEM - THEY MUST
      *    ALL SURVIVE, DESCRIBE THE WHOLE SOURCE KEY, AND BE THE
      *    ONLY FIELDS AT THE FRONT OF THE NEW RECORD. THE TARGET
      *    KEY LENGTH IS WHERE THE LAST OF THEM ENDS.
           MOVE ZERO TO WS-CNV-FROM-KEY-END WS-CNV-TO-KEY-LENGTH.
           PERFORM 7813-CHECK-ONE-KEY-FIELD
               VARYING WS-CNV-DICT-SUB
                   FROM WS-DICT-FIRST-FIELD (WS-CNV-FROM-LAYOUT-SUB)
                   BY 1
               UNTIL WS-CNV-DICT-SUB > WS-CNV-FIELD-END
                   OR NOT CONVERT-MAP-OK.

           IF CONVERT-MAP-OK
                   AND WS-CNV-FROM-KEY-END < WS-SRC-CAT-KEY-LENGTH
               MOVE 'N' TO WS-CNV-MAP-OK-SWITCH
               MOVE 0008 TO PARMS-RETURN-CODE
               MOVE 'FROM LAYOUT DOES NOT DESCRIBE THE WHOLE SOURCE KEY'
                   TO PARMS-MESSAGE
           END-IF.
           IF CONVERT-MAP-OK AND WS-CNV-TO-KEY-LENGTH > 64
               MOVE 'N' TO WS-CNV-MAP-OK-SWITCH
               MOVE 0012 TO PARMS-RETURN-CODE
               MOVE 'TARGET KEY LENGTH OVER 64 - UNSUPPORTED'
                   TO PARMS-MESSAGE
           END-IF.
           IF CONVERT-MAP-OK
               PERFORM 7814-CHECK-TARGET-KEY-FIELD
                   VARYING WS-CNV-SUB FROM 1 BY 1
                   UNTIL WS-CNV-SUB > WS-CNV-MAP-COUNT
                       OR NOT CONVERT-MAP-OK
           END-IF.

       7813-CHECK-ONE-KEY-FIELD.
           IF WS-DICT-FIELD-OFFSET (WS-CNV-DICT-SUB)
                   < WS-SRC-CAT-KEY-LENGTH
               MOVE WS-CNV-TO-LAYOUT-SUB TO WS-CNV-SEARCH-LAYOUT
               MOVE WS-DICT-FIELD-NAME (WS-CNV-DICT-SUB)
                   TO WS-CNV-SEARCH-NAME
               PERFORM 7805-FIND-FIELD-IN-LAYOUT
               EVALUATE TRUE
                   WHEN WS-DICT-FIELD-OFFSET (WS-CNV-DICT-SUB)
                           + WS-DICT-FIELD-LENGTH (WS-CNV-DICT-SUB)
                           > WS-SRC-CAT-KEY-LENGTH
                       MOVE 'FIELD SPANS THE SOURCE KEY BOUNDARY'
                           TO WS-CNV-PROBLEM
                       PERFORM 7809-REFUSE-CONVERT-MAP
                   WHEN WS-CNV-SEARCH-FOUND = 0
                       MOVE 'SOURCE KEY FIELD DROPPED BY TO LAYOUT'
                           TO WS-CNV-PROBLEM
                       PERFORM 7809-REFUSE-CONVERT-MAP
                   WHEN OTHER
                       COMPUTE WS-CNV-FIELD-SUB = WS-CNV-SEARCH-FOUND
                           - WS-DICT-FIRST-FIELD (WS-CNV-TO-LAYOUT-SUB)
                           + 1
                       MOVE 'K' TO WS-CNV-KEY-FIELD (WS-CNV-FIELD-SUB)
                       IF WS-DICT-FIELD-OFFSET (WS-CNV-DICT-SUB)
                               + WS-DICT-FIELD-LENGTH (WS-CNV-DICT-SUB)
                               > WS-CNV-FROM-KEY-END
                           COMPUTE WS-CNV-FROM-KEY-END =
                               WS-DICT-FIELD-OFFSET (WS-CNV-DICT-SUB)
                               + WS-DICT-FIELD-LENGTH
                                   (WS-CNV-DICT-SUB)
                       END-IF
                       IF WS-DICT-FIELD-OFFSET (WS-CNV-SEARCH-FOUND)
                               + WS-DICT-FIELD-LENGTH
                                   (WS-CNV-SEARCH-FOUND)
                               > WS-CNV-TO-KEY-LENGTH
                           COMPUTE WS-CNV-TO-KEY-LENGTH =
                               WS-DICT-FIELD-OFFSET
                                   (WS-CNV-SEARCH-FOUND)
                               + WS-DICT-FIELD-LENGTH
                                   (WS-CNV-SEARCH-FOUND)
                       END-IF
               END-EVALUATE
           END-IF.

       7814-CHECK-TARGET-KEY-FIELD.
           MOVE WS-CNV-TO-SUB (WS-CNV-SUB) TO WS-CNV-DICT-SUB.
           IF WS-CNV-KEY-FIELD (WS-CNV-SUB) NOT = 'K'
                   AND WS-DICT-FIELD-OFFSET (WS-CNV-DICT-SUB)
                       < WS-CNV-TO-KEY-LENGTH
               MOVE 'NON-KEY FIELD INSIDE THE TARGET KEY'
                   TO WS-CNV-PROBLEM
               PERFORM 7809-REFUSE-CONVERT-MAP
           END-IF.

       7815-CHECK-CONVERT-TARGET.
      *    THE NEW LAYOUT'S GEOMETRY IS WRITTEN INTO THE TARGET'S
      *    DEFINITION: A KSDS THAT IS MISSING OR DEFINED TO ANY
      *    OTHER GEOMETRY IS DELETED AND DEFINED AGAIN TO THE TO
      *    LAYOUT'S RECORD AND KEY LENGTH. A RESTART MUST FIND THE
      *    TARGET IT WAS WRITING, ALREADY IN THE NEW GEOMETRY.
           MOVE WS-ALLOC-TARGET-DSNAME TO WS-CAT-DSNAME.
           PERFORM 1075-GET-CATALOG-ATTRIBUTES.
           IF WS-CAT-EXISTS
               SET CONVERT-TARGET-CATALOGED TO TRUE
           END-IF.
           IF SOURCE-IS-KEYED
               EVALUATE TRUE
                   WHEN NOT WS-CAT-EXISTS AND PARMS-RESTART-YES
                       MOVE 'N' TO WS-ATTRIBUTES-COMPATIBLE-SWITCH
                       MOVE 0012 TO PARMS-RETURN-CODE
                       STRING 'RESTART TARGET NOT CATALOGED: '
                               DELIMITED BY SIZE
                               WS-CAT-DSNAME DELIMITED BY SPACE
                           INTO PARMS-MESSAGE
                   WHEN NOT WS-CAT-EXISTS
                       SET CONVERT-DEFINE-NEEDED TO TRUE
                   WHEN WS-CAT-ORGANIZATION NOT = 'INDEXED'
                       MOVE 'N' TO WS-ATTRIBUTES-COMPATIBLE-SWITCH
                       MOVE 0012 TO PARMS-RETURN-CODE
                       STRING 'CONVERT TARGET IS NOT A KSDS: '
                               DELIMITED BY SIZE
                               WS-CAT-DSNAME DELIMITED BY SPACE
                           INTO PARMS-MESSAGE
                   WHEN WS-CAT-RECORD-LENGTH = WS-CNV-TO-RECORD-LENGTH
                           AND WS-CAT-KEY-LENGTH
                               = WS-CNV-TO-KEY-LENGTH
                           AND WS-CAT-KEY-OFFSET = 0
                       CONTINUE
                   WHEN PARMS-RESTART-YES
                       MOVE 'N' TO WS-ATTRIBUTES-COMPATIBLE-SWITCH
                       MOVE 0012 TO PARMS-RETURN-CODE
                       MOVE
                      'RESTART TARGET GEOMETRY DOES NOT MATCH TO LAYOUT'
                           TO PARMS-MESSAGE
                   WHEN OTHER
                       SET CONVERT-DEFINE-NEEDED TO TRUE
               END-EVALUATE
      *        A CLUSTER THAT MUST BE DEFINED AGAIN WOULD LOSE ITS
      *        ALTERNATE INDEXES WITH IT - THAT IS LEFT TO THE
      *        DBA RATHER THAN DONE QUIETLY.
               IF ATTRIBUTES-COMPATIBLE
                       AND CONVERT-TARGET-CATALOGED
                       AND CONVERT-DEFINE-NEEDED
                   PERFORM 8710-DISCOVER-AIX-NAMES
                   IF WS-AIX-COUNT > 0
                       MOVE 'N' TO WS-ATTRIBUTES-COMPATIBLE-SWITCH
                       MOVE 0008 TO PARMS-RETURN-CODE
                       MOVE
                      'TARGET HAS ALTERNATE INDEXES - CANNOT REDEFINE'
                           TO PARMS-MESSAGE
                   END-IF
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN NOT WS-CAT-EXISTS
                       CONTINUE
                   WHEN WS-CAT-ORGANIZATION = 'INDEXED'
                       MOVE 'N' TO WS-ATTRIBUTES-COMPATIBLE-SWITCH
                       MOVE 0012 TO PARMS-RETURN-CODE
                       STRING 'KEYED TARGET FOR A SEQUENTIAL SOURCE: '
                               DELIMITED BY SIZE
                               WS-CAT-DSNAME DELIMITED BY SPACE
                           INTO PARMS-MESSAGE
                   WHEN WS-CAT-ORGANIZATION = 'NONINDEX'
                           AND WS-CAT-RECORD-LENGTH
                               NOT = WS-CNV-TO-RECORD-LENGTH
                       MOVE 'N' TO WS-ATTRIBUTES-COMPATIBLE-SWITCH
                       MOVE 0012 TO PARMS-RETURN-CODE
                       MOVE
                      'TARGET RECORD LENGTH DOES NOT MATCH TO LAYOUT'
                           TO PARMS-MESSAGE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       7818-DEFINE-CONVERT-TARGET.
      *    THE CLUSTER IS DEFINED TO THE TO LAYOUT'S GEOMETRY, SIZED
      *    FROM THE SOURCE'S RECORD COUNT WITH THE HEADROOM REORG
      *    GIVES, THROUGH THE SAME IDCAMS STEP.
           MOVE WS-ALLOC-SOURCE-DSNAME TO WS-CAT-DSNAME.
           PERFORM 8550-GET-DATASET-STATISTICS.
           COMPUTE WS-REORG-PRIMARY = WS-STAT-REC-TOTAL + 1000.
           COMPUTE WS-REORG-SECONDARY = WS-REORG-PRIMARY / 10 + 100.
           PERFORM 7819-BUILD-CONVERT-AMSIN.

           MOVE SPACES TO WS-DYNALLOC-REQUEST.
           STRING 'ALLOC DD(DDAMSPRT) NEW DELETE REUSE '
                   'SPACE(1,1) TRACKS LRECL(133) RECFM(F,B)'
                   DELIMITED BY SIZE
               INTO WS-DYNALLOC-REQUEST.
           CALL 'BPXWDYN' USING WS-DYNALLOC-REQUEST
               RETURNING WS-DYNALLOC-RETURN-CODE.

           CALL 'IDCAMS'.
           MOVE RETURN-CODE TO WS-IDCAMS-RETURN-CODE.

           MOVE 'FREE DD(DDAMSIN) DELETE' TO WS-DYNALLOC-REQUEST.
           CALL 'BPXWDYN' USING WS-DYNALLOC-REQUEST
               RETURNING WS-DYNALLOC-RETURN-CODE.
           MOVE 'FREE DD(DDAMSPRT) DELETE' TO WS-DYNALLOC-REQUEST.
           CALL 'BPXWDYN' USING WS-DYNALLOC-REQUEST
               RETURNING WS-DYNALLOC-RETURN-CODE.

           IF WS-IDCAMS-RETURN-CODE NOT < 8
               SET OPEN-FAILED TO TRUE
               MOVE SPACES TO PARMS-MESSAGE
               STRING 'CONVERT DELETE/DEFINE FAILED FOR TARGET: '
                       DELIMITED BY SIZE
                       WS-ALLOC-TARGET-DSNAME DELIMITED BY SPACE
                   INTO PARMS-MESSAGE
               DISPLAY 'TYU - CONVERT DELETE/DEFINE FAILED - IDCAMS '
                   'RC: ' WS-IDCAMS-RETURN-CODE
           END-IF.

       7819-BUILD-CONVERT-AMSIN.
           MOVE SPACES TO WS-DYNALLOC-REQUEST.
           STRING 'ALLOC DD(DDAMSIN) NEW DELETE REUSE '
                   'SPACE(1,1) TRACKS LRECL(80) RECFM(F,B)'
                   DELIMITED BY SIZE
                   WS-SYSIN-STATUS
           END-IF.

           IF CONVERT-TARGET-CATALOGED
               MOVE SPACES TO IDCAMS-SYSIN-RECORD
               STRING ' DELETE ' DELIMITED BY SIZE
                       WS-ALLOC-TARGET-DSNAME DELIMITED BY SPACE
                       ' CLUSTER PURGE' DELIMITED BY SIZE
                   INTO IDCAMS-SYSIN-RECORD
               WRITE IDCAMS-SYSIN-RECORD
           END-IF.

           MOVE SPACES TO IDCAMS-SYSIN-RECORD.
           STRING ' DEFINE CLUSTER (NAME(' DELIMITED BY SIZE
               INTO IDCAMS-SYSIN-RECORD.
           WRITE IDCAMS-SYSIN-RECORD.

           MOVE WS-CNV-TO-KEY-LENGTH TO WS-EDIT-NUMBER-1.
           MOVE SPACES TO IDCAMS-SYSIN-RECORD.
           STRING '   INDEXED KEYS(' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-NUMBER-1) DELIMITED BY SIZE
               INTO IDCAMS-SYSIN-RECORD.
           WRITE IDCAMS-SYSIN-RECORD.

           MOVE WS-CNV-TO-RECORD-LENGTH TO WS-EDIT-NUMBER-1.
           MOVE SPACES TO IDCAMS-SYSIN-RECORD.
           STRING '   RECORDSIZE(' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-NUMBER-1) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-NUMBER-1) DELIMITED BY SIZE
                   ') -' DELIMITED BY SIZE
               INTO IDCAMS-SYSIN-RECORD.
           WRITE IDCAMS-SYSIN-RECORD.

           CLOSE IDCAMS-SYSIN.

       7820-CONVERT-AND-REPORT.
           MOVE 'N' TO WS-CKPT-RECORD-EXISTS-SWITCH.
           MOVE 'N' TO WS-CKPT-OPENED-SWITCH.
           MOVE 'N' TO WS-TARGET-OPENED-SWITCH.
           IF SOURCE-IS-SEQUENTIAL
               OPEN INPUT SOURCE-SEQ-FILE
           ELSE
               OPEN INPUT SOURCE-FILE
           END-IF.
           IF WS-SOURCE-STATUS NOT = '00'
               SET OPEN-FAILED TO TRUE
               STRING 'OPEN FAILED FOR SOURCE: ' DELIMITED BY SIZE
                       WS-ALLOC-SOURCE-DSNAME DELIMITED BY SPACE
                       ' STATUS: ' DELIMITED BY SIZE
                       WS-SOURCE-STATUS DELIMITED BY SIZE
                   INTO PARMS-MESSAGE
           END-IF.

           IF OPEN-OK
               OPEN OUTPUT PRINT-FILE
               IF WS-PRINT-STATUS NOT = '00'
                   SET OPEN-FAILED TO TRUE
                   STRING 'OPEN FAILED FOR PRINT FILE - STATUS: '
                           DELIMITED BY SIZE
                           WS-PRINT-STATUS DELIMITED BY SIZE
                       INTO PARMS-MESSAGE
               END-IF
           END-IF.

      *    THE TARGET IS DEFINED AND OPENED LAST, SO A SOURCE OR
      *    PRINT FAILURE NEVER DELETES OR EMPTIES IT FOR NOTHING.
           IF OPEN-OK AND CONVERT-LIVE-MODE
               PERFORM 7822-OPEN-CONVERT-TARGET
               IF NOT OPEN-OK
                   CLOSE PRINT-FILE
               END-IF
           END-IF.

           IF OPEN-OK
               PERFORM 7825-PRINT-CONVERT-HEADING
               IF SOURCE-IS-SEQUENTIAL
                   PERFORM 1210-READ-SEQ-SOURCE-RECORD
                   PERFORM 7835-CONVERT-ONE-SEQUENTIAL
                       UNTIL SOURCE-AT-EOF
               ELSE
      *            A LIVE KEYED CONVERT CHECKPOINTS AND RESTARTS ON
      *            THE SOURCE KEY EXACTLY AS DUPLICAT DOES; THE
      *            DRYRUN SWEEP IS READ-ONLY AND NEVER USES THE
      *            CHECKPOINT.
                   IF CONVERT-LIVE-MODE AND PARMS-RESTART-YES
                       PERFORM 1150-RESUME-FROM-CHECKPOINT
                       IF NOT CKPT-RECORD-EXISTS
                               AND NOT SOURCE-AT-EOF
                           PERFORM 1200-READ-SOURCE-RECORD
                       END-IF
                   ELSE
                       IF PARMS-LOW-KEY NOT = SPACES
                           PERFORM 1160-START-FOR-KEY-RANGE
                       END-IF
                       IF NOT SOURCE-AT-EOF
                           PERFORM 1200-READ-SOURCE-RECORD
                       END-IF
                   END-IF
                   PERFORM 7830-CONVERT-ONE-KEYED
                       UNTIL SOURCE-AT-EOF
                   IF CONVERT-LIVE-MODE AND OPEN-OK
                       MOVE PARMS-TARGET-DSNAME TO CKPT-DSNAME
                       MOVE PARMS-LOW-KEY TO CKPT-RANGE-LOW-KEY
                       DELETE CHECKPOINT-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
               END-IF

               PERFORM 7870-SET-CONVERT-COMPLETION

               CLOSE PRINT-FILE
           ELSE
               MOVE 0008 TO PARMS-RETURN-CODE
               DISPLAY 'TYU - CONVERT FAILED - ' PARMS-MESSAGE
           END-IF.

           IF SOURCE-IS-SEQUENTIAL
               CLOSE SOURCE-SEQ-FILE
           ELSE
               CLOSE SOURCE-FILE
           END-IF.
           IF DUPT-TARGET-FILE-OPENED
               IF SOURCE-IS-SEQUENTIAL
                   CLOSE TARGET-SEQ-FILE
               ELSE
                   CLOSE TARGET-FILE
               END-IF
           END-IF.
           IF CKPT-FILE-OPENED
               CLOSE CHECKPOINT-FILE
           END-IF.

      *    A TARGET CLUSTER KEPT IN ITS GEOMETRY KEEPS ITS
      *    ALTERNATE INDEXES, WHICH ARE STALE ONCE THE NEW RECORDS
      *    LAND - REBUILT AS AFTER A DUPLICAT.
           IF OPEN-OK AND CONVERT-LIVE-MODE AND SOURCE-IS-KEYED
               PERFORM 8690-REBUILD-AIX-AFTER-COPY
           END-IF.

       7822-OPEN-CONVERT-TARGET.
           IF SOURCE-IS-KEYED
               MOVE 'FREE DD(DDTGT)' TO WS-DYNALLOC-REQUEST
               CALL 'BPXWDYN' USING WS-DYNALLOC-REQUEST
                   RETURNING WS-DYNALLOC-RETURN-CODE
               IF CONVERT-DEFINE-NEEDED
                   PERFORM 7818-DEFINE-CONVERT-TARGET
               END-IF
               IF OPEN-OK
                   MOVE SPACES TO WS-DYNALLOC-REQUEST
                   STRING 'ALLOC DD(DDTGT) DSN(' DELIMITED BY SIZE
                           WS-ALLOC-TARGET-DSNAME DELIMITED BY SPACE
                           ') OLD REUSE' DELIMITED BY SIZE
                       INTO WS-DYNALLOC-REQUEST
                   PERFORM 1110-ALLOCATE-WITH-RETRY
                   OPEN I-O CHECKPOINT-FILE
                   SET CKPT-FILE-OPENED TO TRUE
                   IF WS-CKPT-STATUS NOT = '00'
                       SET OPEN-FAILED TO TRUE
                       STRING
                           'OPEN FAILED FOR CHECKPOINT FILE - STATUS: '
                               DELIMITED BY SIZE
                               WS-CKPT-STATUS DELIMITED BY SIZE
                           INTO PARMS-MESSAGE
                   END-IF
               END-IF
               IF OPEN-OK
                   IF PARMS-RESTART-YES
                       OPEN I-O TARGET-FILE
                   ELSE
                       OPEN OUTPUT TARGET-FILE
                   END-IF
                   SET DUPT-TARGET-FILE-OPENED TO TRUE
               END-IF
           ELSE
      *        THE NEW SEQUENTIAL TARGET IS VARIABLE-BLOCKED WITH
      *        ROOM FOR THE TO LAYOUT'S RECORD AND ITS RDW.
               MOVE SPACES TO WS-DYNALLOC-REQUEST
               IF CONVERT-TARGET-CATALOGED
                   STRING 'ALLOC DD(DDTGT) DSN(' DELIMITED BY SIZE
                           WS-ALLOC-TARGET-DSNAME DELIMITED BY SPACE
                           ') OLD REUSE' DELIMITED BY SIZE
                       INTO WS-DYNALLOC-REQUEST
                   PERFORM 1110-ALLOCATE-WITH-RETRY
               ELSE
                   COMPUTE WS-EDIT-NUMBER-1 =
                       WS-CNV-TO-RECORD-LENGTH + 4
                   STRING 'ALLOC DD(DDTGT) DSN(' DELIMITED BY SIZE
                           WS-ALLOC-TARGET-DSNAME DELIMITED BY SPACE
                           ') NEW CATLG SPACE(50,50) TRACKS LRECL('
                           DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-NUMBER-1)
                               DELIMITED BY SIZE
                           ') RECFM(V,B)' DELIMITED BY SIZE
                       INTO WS-DYNALLOC-REQUEST
                   CALL 'BPXWDYN' USING WS-DYNALLOC-REQUEST
                       RETURNING WS-DYNALLOC-RETURN-CODE
               END-IF
               OPEN OUTPUT TARGET-SEQ-FILE
               SET DUPT-TARGET-FILE-OPENED TO TRUE
           END-IF.
           IF OPEN-OK AND WS-TARGET-STATUS NOT = '00'
               SET OPEN-FAILED TO TRUE
               STRING 'OPEN FAILED FOR TARGET: ' DELIMITED BY SIZE
                       WS-ALLOC-TARGET-DSNAME DELIMITED BY SPACE
                       ' STATUS: ' DELIMITED BY SIZE
                       WS-TARGET-STATUS DELIMITED BY SIZE
                   INTO PARMS-MESSAGE
           END-IF.

       7825-PRINT-CONVERT-HEADING.
           MOVE SPACES TO PRINT-LINE.
           STRING 'CONVERT - SOURCE: ' DELIMITED BY SIZE
                   WS-ALLOC-SOURCE-DSNAME DELIMITED BY SPACE
                   '  FROM LAYOUT: ' DELIMITED BY SIZE
                   WS-DICT-PATTERN (WS-CNV-FROM-LAYOUT-SUB)
                   DELIMITED BY SPACE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING 'CONVERT - TARGET: ' DELIMITED BY SIZE
                   WS-ALLOC-TARGET-DSNAME DELIMITED BY SPACE
                   '  TO LAYOUT: ' DELIMITED BY SIZE
                   WS-DICT-PATTERN (WS-CNV-TO-LAYOUT-SUB)
                   DELIMITED BY SPACE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-CNV-TO-RECORD-LENGTH TO WS-EDIT-NUMBER-1.
           MOVE WS-CNV-TO-KEY-LENGTH TO WS-EDIT-NUMBER-2.
           MOVE SPACES TO PRINT-LINE.
           IF SOURCE-IS-KEYED
               STRING 'CONVERT - TARGET RECORD LENGTH: '
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-NUMBER-1)
                           DELIMITED BY SIZE
                       '  KEY LENGTH: ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-NUMBER-2)
                           DELIMITED BY SIZE
                   INTO PRINT-LINE
           ELSE
               STRING 'CONVERT - TARGET RECORD LENGTH: '
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-NUMBER-1)
                           DELIMITED BY SIZE
                       '  (SEQUENTIAL)' DELIMITED BY SIZE
                   INTO PRINT-LINE
           END-IF.
           WRITE PRINT-LINE.
           EVALUATE TRUE
               WHEN CONVERT-DEFINE-NEEDED AND CONVERT-PREVIEW-MODE
                   MOVE 'CONVERT - DRYRUN - TARGET WOULD BE DEFINED'
                       TO PRINT-LINE
               WHEN CONVERT-DEFINE-NEEDED
                   MOVE 'CONVERT - TARGET DEFINED TO THE NEW GEOMETRY'
                       TO PRINT-LINE
               WHEN SOURCE-IS-SEQUENTIAL
                       AND NOT CONVERT-TARGET-CATALOGED
                       AND CONVERT-PREVIEW-MODE
                   MOVE
                      'CONVERT - DRYRUN - TARGET WOULD BE ALLOCATED NEW'
                       TO PRINT-LINE
               WHEN SOURCE-IS-SEQUENTIAL
                       AND NOT CONVERT-TARGET-CATALOGED
                   MOVE 'CONVERT - TARGET ALLOCATED NEW'
                       TO PRINT-LINE
               WHEN CONVERT-PREVIEW-MODE
                   MOVE 'CONVERT - DRYRUN - TARGET NOT WRITTEN'
                       TO PRINT-LINE
               WHEN PARMS-RESTART-YES
                   MOVE 'CONVERT - RESTARTING INTO THE EXISTING TARGET'
                       TO PRINT-LINE
               WHEN OTHER
                   MOVE 'CONVERT - EXISTING TARGET REUSED'
                       TO PRINT-LINE
           END-EVALUATE.
           WRITE PRINT-LINE.

       7830-CONVERT-ONE-KEYED.
           MOVE SPACES TO WS-CNV-IN-RECORD.
           MOVE SOURCE-RECORD (1:WS-SOURCE-RECLEN)
               TO WS-CNV-IN-RECORD (1:WS-SOURCE-RECLEN).
           PERFORM 7840-CONVERT-ONE-RECORD.
           IF OPEN-OK
               IF CONVERT-LIVE-MODE
                   PERFORM 1400-WRITE-CHECKPOINT
               END-IF
               PERFORM 1200-READ-SOURCE-RECORD
           ELSE
               SET SOURCE-AT-EOF TO TRUE
           END-IF.

       7835-CONVERT-ONE-SEQUENTIAL.
           MOVE SPACES TO WS-CNV-IN-RECORD.
           MOVE SOURCE-SEQ-RECORD (1:WS-SOURCE-RECLEN)
               TO WS-CNV-IN-RECORD (1:WS-SOURCE-RECLEN).
           PERFORM 7840-CONVERT-ONE-RECORD.
           IF OPEN-OK
               PERFORM 1210-READ-SEQ-SOURCE-RECORD
           ELSE
               SET SOURCE-AT-EOF TO TRUE
           END-IF.

       7840-CONVERT-ONE-RECORD.
      *    THE NEW RECORD IS BUILT FIELD BY FIELD IN TO-LAYOUT
      *    ORDER ON A BLANK IMAGE - BYTES NO FIELD DESCRIBES STAY
      *    BLANK. A RECORD THAT WOULD LOSE DATA IS NOT WRITTEN.
           ADD 1 TO WS-CNV-RECORDS-READ.
           MOVE 'N' TO WS-CNV-REJECTED-SWITCH.
           MOVE 'N' TO WS-CNV-WRITTEN-SWITCH.
           MOVE SPACES TO WS-CNV-REJECT-FIELD WS-CNV-REJECT-REASON.
           MOVE ZERO TO WS-CNV-RECORD-MAPPED WS-CNV-RECORD-DEFAULTED.
           MOVE SPACES TO WS-CNV-OUT-RECORD.
           PERFORM 7845-CONVERT-ONE-FIELD
               VARYING WS-CNV-SUB FROM 1 BY 1
               UNTIL WS-CNV-SUB > WS-CNV-MAP-COUNT.

           IF NOT CNV-RECORD-REJECTED
               IF CONVERT-LIVE-MODE
                   PERFORM 7860-WRITE-CONVERTED-RECORD
               ELSE
                   SET CNV-RECORD-WRITTEN TO TRUE
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN CNV-RECORD-WRITTEN
                   ADD 1 TO WS-CNV-RECORDS-CONVERTED
                   ADD WS-CNV-RECORD-MAPPED TO WS-CNV-VALUES-MAPPED
                   ADD WS-CNV-RECORD-DEFAULTED
                       TO WS-CNV-VALUES-DEFAULTED
               WHEN CNV-RECORD-REJECTED
                   ADD 1 TO WS-CNV-RECORDS-REJECTED
                   PERFORM 7865-LIST-REJECTED-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       7845-CONVERT-ONE-FIELD.
           MOVE WS-CNV-TO-SUB (WS-CNV-SUB) TO WS-CNV-DICT-SUB.
           COMPUTE WS-CNV-TO-POSITION =
               WS-DICT-FIELD-OFFSET (WS-CNV-DICT-SUB) + 1.
           MOVE WS-DICT-FIELD-LENGTH (WS-CNV-DICT-SUB)
               TO WS-CNV-TO-LENGTH.
           IF WS-CNV-FROM-SUB (WS-CNV-SUB) = 0
               MOVE WS-CNV-DEFAULT-VALUE (WS-CNV-SUB)
                       (1:WS-CNV-TO-LENGTH)
                   TO WS-CNV-OUT-RECORD
                       (WS-CNV-TO-POSITION:WS-CNV-TO-LENGTH)
               ADD 1 TO WS-CNV-RECORD-DEFAULTED
           ELSE
               COMPUTE WS-CNV-FROM-POSITION =
                   WS-DICT-FIELD-OFFSET (WS-CNV-FROM-SUB (WS-CNV-SUB))
                   + 1
               MOVE WS-DICT-FIELD-LENGTH (WS-CNV-FROM-SUB (WS-CNV-SUB))
                   TO WS-CNV-FROM-LENGTH
               IF WS-DICT-FIELD-TYPE (WS-CNV-DICT-SUB) = 'N'
                   PERFORM 7850-CONVERT-NUMERIC-VALUE
               ELSE
                   PERFORM 7855-CONVERT-CHARACTER-VALUE
               END-IF
               ADD 1 TO WS-CNV-RECORD-MAPPED
           END-IF.

       7850-CONVERT-NUMERIC-VALUE.
      *    A NUMERIC FIELD IS RIGHT-JUSTIFIED AND ZERO-FILLED: THE
      *    OLD VALUE LESS ITS TRAILING BLANKS, LEADING BLANKS READ
      *    AS ZEROS. NARROWING MAY ONLY DROP LEADING ZEROS.
           MOVE SPACES TO WS-CNV-VALUE-WORK.
           MOVE WS-CNV-IN-RECORD
                   (WS-CNV-FROM-POSITION:WS-CNV-FROM-LENGTH)
               TO WS-CNV-VALUE-WORK.
           MOVE WS-CNV-FROM-LENGTH TO WS-CNV-MEASURE-LENGTH.
           PERFORM 7807-MEASURE-VALUE.
           MOVE ZEROS TO WS-CNV-OUT-RECORD
               (WS-CNV-TO-POSITION:WS-CNV-TO-LENGTH).
           IF WS-CNV-SIG-LENGTH > 0
               INSPECT WS-CNV-VALUE-WORK (1:WS-CNV-SIG-LENGTH)
                   REPLACING LEADING SPACE BY '0'
               IF WS-CNV-SIG-LENGTH > WS-CNV-TO-LENGTH
                   COMPUTE WS-CNV-DROP-LENGTH =
                       WS-CNV-SIG-LENGTH - WS-CNV-TO-LENGTH
                   IF WS-CNV-VALUE-WORK (1:WS-CNV-DROP-LENGTH)
                           = ZEROS
                       MOVE WS-CNV-VALUE-WORK
                               (WS-CNV-DROP-LENGTH + 1:
                                WS-CNV-TO-LENGTH)
                           TO WS-CNV-OUT-RECORD
                               (WS-CNV-TO-POSITION:WS-CNV-TO-LENGTH)
                   ELSE
                       PERFORM 7858-NOTE-FIELD-REJECT
                   END-IF
               ELSE
                   COMPUTE WS-CNV-OUT-POSITION = WS-CNV-TO-POSITION
                       + WS-CNV-TO-LENGTH - WS-CNV-SIG-LENGTH
                   MOVE WS-CNV-VALUE-WORK (1:WS-CNV-SIG-LENGTH)
                       TO WS-CNV-OUT-RECORD
                           (WS-CNV-OUT-POSITION:WS-CNV-SIG-LENGTH)
               END-IF
           END-IF.

       7855-CONVERT-CHARACTER-VALUE.
      *    A CHARACTER FIELD IS PADDED WITH BLANKS OR CUT ON THE
      *    RIGHT - THE CUT MAY ONLY DROP BLANKS.
           IF WS-CNV-FROM-LENGTH > WS-CNV-TO-LENGTH
               COMPUTE WS-CNV-DROP-POSITION =
                   WS-CNV-FROM-POSITION + WS-CNV-TO-LENGTH
               COMPUTE WS-CNV-DROP-LENGTH =
                   WS-CNV-FROM-LENGTH - WS-CNV-TO-LENGTH
               IF WS-CNV-IN-RECORD
                       (WS-CNV-DROP-POSITION:WS-CNV-DROP-LENGTH)
                       NOT = SPACES
                   PERFORM 7858-NOTE-FIELD-REJECT
               END-IF
           END-IF.
           MOVE WS-CNV-IN-RECORD
                   (WS-CNV-FROM-POSITION:WS-CNV-FROM-LENGTH)
               TO WS-CNV-OUT-RECORD
                   (WS-CNV-TO-POSITION:WS-CNV-TO-LENGTH).

       7858-NOTE-FIELD-REJECT.
           ADD 1 TO WS-CNV-FIELD-REJECTS (WS-CNV-SUB).
           IF NOT CNV-RECORD-REJECTED
               SET CNV-RECORD-REJECTED TO TRUE
               MOVE WS-DICT-FIELD-NAME (WS-CNV-DICT-SUB)
                   TO WS-CNV-REJECT-FIELD
               MOVE 'TRUNCATES SIGNIFICANT DATA'
                   TO WS-CNV-REJECT-REASON
           END-IF.

       7860-WRITE-CONVERTED-RECORD.
           MOVE WS-CNV-TO-RECORD-LENGTH TO WS-TARGET-RECLEN.
           IF SOURCE-IS-KEYED
               MOVE WS-CNV-OUT-RECORD TO TARGET-RECORD
               WRITE TARGET-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           ELSE
               MOVE WS-CNV-OUT-RECORD TO TARGET-SEQ-RECORD
               WRITE TARGET-SEQ-RECORD
           END-IF.
      *    A KEY THE TARGET ALREADY HOLDS REJECTS THE ONE RECORD;
      *    ANY OTHER WRITE FAILURE STOPS THE SWEEP, LEAVING THE
      *    CHECKPOINT ON THE LAST RECORD THAT LANDED.
           EVALUATE WS-TARGET-STATUS
               WHEN '00'
               WHEN '02'
                   SET CNV-RECORD-WRITTEN TO TRUE
               WHEN '22'
                   SET CNV-RECORD-REJECTED TO TRUE
                   MOVE SPACES TO WS-CNV-REJECT-FIELD
                   MOVE 'DUPLICATE KEY IN TARGET'
                       TO WS-CNV-REJECT-REASON
                   ADD 1 TO WS-CNV-DUPLICATE-KEYS
               WHEN OTHER
                   ADD 1 TO WS-CNV-WRITE-ERRORS
                   SET OPEN-FAILED TO TRUE
                   MOVE SPACES TO PARMS-MESSAGE
                   STRING 'CONVERT WRITE FAILED - STATUS: '
                           DELIMITED BY SIZE
                           WS-TARGET-STATUS DELIMITED BY SIZE
                           ' - RESTART TO RESUME' DELIMITED BY SIZE
                       INTO PARMS-MESSAGE
                   DISPLAY 'TYU - CONVERT WRITE FAILED - STATUS: '
                       WS-TARGET-STATUS
           END-EVALUATE.

       7865-LIST-REJECTED-RECORD.
      *    THE FIRST REJECTS ARE LISTED ON DDCMP, SO A DRYRUN SHOWS
      *    WHICH RECORDS TO PUT RIGHT BEFORE THE LIVE RUN.
           IF WS-CNV-DETAIL-LINES < 50
               ADD 1 TO WS-CNV-DETAIL-LINES
               MOVE WS-CNV-RECORDS-READ TO WS-RECORD-NUMBER-DISP
               MOVE SPACES TO PRINT-LINE
               MOVE 1 TO WS-CNV-LINE-POINTER
               STRING 'CONVERT - RECORD ' DELIMITED BY SIZE
                       WS-RECORD-NUMBER-DISP DELIMITED BY SIZE
                       ' REJECTED - ' DELIMITED BY SIZE
                       WS-CNV-REJECT-REASON DELIMITED BY '  '
                   INTO PRINT-LINE
                   WITH POINTER WS-CNV-LINE-POINTER
               IF WS-CNV-REJECT-FIELD NOT = SPACES
                   STRING ' - FIELD: ' DELIMITED BY SIZE
                           WS-CNV-REJECT-FIELD DELIMITED BY SPACE
                       INTO PRINT-LINE
                       WITH POINTER WS-CNV-LINE-POINTER
               END-IF
               IF SOURCE-IS-KEYED
                   STRING ' - KEY: ' DELIMITED BY SIZE
                           SRC-KEY (1:WS-SRC-CAT-KEY-LENGTH)
                               DELIMITED BY SIZE
                       INTO PRINT-LINE
                       WITH POINTER WS-CNV-LINE-POINTER
               END-IF
               WRITE PRINT-LINE
           END-IF.

       7870-SET-CONVERT-COMPLETION.
           MOVE WS-CNV-RECORDS-CONVERTED TO PARMS-RECORDS-PROCESSED.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE CONVERT-HEADING-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM 7875-PRINT-ONE-MAPPED-FIELD
               VARYING WS-CNV-SUB FROM 1 BY 1
               UNTIL WS-CNV-SUB > WS-CNV-MAP-COUNT.
           PERFORM 7877-PRINT-ONE-DROPPED-FIELD
               VARYING WS-CNV-DICT-SUB
                   FROM WS-DICT-FIRST-FIELD (WS-CNV-FROM-LAYOUT-SUB)
                   BY 1
               UNTIL WS-CNV-DICT-SUB > WS-CNV-FIELD-END.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.

           MOVE WS-CNV-MAPPED-FIELDS TO WS-EDIT-NUMBER-1.
           MOVE WS-CNV-NEW-FIELDS TO WS-EDIT-NUMBER-2.
           MOVE WS-CNV-DROPPED-FIELDS TO WS-EDIT-NUMBER-3.
           MOVE SPACES TO PRINT-LINE.
           STRING 'CONVERT - FIELDS MAPPED: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-NUMBER-1) DELIMITED BY SIZE
                   '  NEW: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-NUMBER-2) DELIMITED BY SIZE
                   '  DROPPED: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-NUMBER-3) DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-CNV-RECORDS-READ TO WS-DISPLAY-COUNT-1.
           MOVE SPACES TO PRINT-LINE.
           STRING 'CONVERT - RECORDS READ:      ' DELIMITED BY SIZE
                   WS-DISPLAY-COUNT-1 DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-CNV-RECORDS-CONVERTED TO WS-DISPLAY-COUNT-1.
           MOVE SPACES TO PRINT-LINE.
           IF CONVERT-PREVIEW-MODE
               STRING 'CONVERT - RECORDS CONVERTED: ' DELIMITED BY SIZE
                       WS-DISPLAY-COUNT-1 DELIMITED BY SIZE
                       ' (DRYRUN - NOT WRITTEN)' DELIMITED BY SIZE
                   INTO PRINT-LINE
           ELSE
               STRING 'CONVERT - RECORDS CONVERTED: ' DELIMITED BY SIZE
                       WS-DISPLAY-COUNT-1 DELIMITED BY SIZE
                   INTO PRINT-LINE
           END-IF.
           WRITE PRINT-LINE.
           MOVE WS-CNV-RECORDS-REJECTED TO WS-DISPLAY-COUNT-1.
           MOVE SPACES TO PRINT-LINE.
           STRING 'CONVERT - RECORDS REJECTED:  ' DELIMITED BY SIZE
                   WS-DISPLAY-COUNT-1 DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-CNV-VALUES-MAPPED TO WS-DISPLAY-COUNT-1.
           MOVE SPACES TO PRINT-LINE.
           STRING 'CONVERT - VALUES MAPPED:     ' DELIMITED BY SIZE
                   WS-DISPLAY-COUNT-1 DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-CNV-VALUES-DEFAULTED TO WS-DISPLAY-COUNT-1.
           MOVE SPACES TO PRINT-LINE.
           STRING 'CONVERT - VALUES DEFAULTED:  ' DELIMITED BY SIZE
                   WS-DISPLAY-COUNT-1 DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
           IF WS-CNV-DUPLICATE-KEYS > 0
               MOVE WS-CNV-DUPLICATE-KEYS TO WS-DISPLAY-COUNT-1
               MOVE SPACES TO PRINT-LINE
               STRING 'CONVERT - DUPLICATE KEYS:    ' DELIMITED BY SIZE
                       WS-DISPLAY-COUNT-1 DELIMITED BY SIZE
                   INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

           MOVE WS-CNV-RECORDS-CONVERTED TO WS-EDIT-NUMBER-1.
           MOVE WS-CNV-RECORDS-REJECTED TO WS-EDIT-NUMBER-2.
           MOVE WS-CNV-VALUES-MAPPED TO WS-EDIT-NUMBER-3.
           MOVE WS-CNV-VALUES-DEFAULTED TO WS-EDIT-NUMBER-4.
           EVALUATE TRUE
               WHEN WS-CNV-WRITE-ERRORS > 0
      *            THE MESSAGE WAS SET WHEN THE WRITE FAILED.
                   MOVE 0008 TO PARMS-RETURN-CODE
               WHEN WS-CNV-RECORDS-REJECTED > 0
                   MOVE 0008 TO PARMS-RETURN-CODE
                   MOVE SPACES TO PARMS-MESSAGE
                   IF CONVERT-PREVIEW-MODE
                       STRING 'DRYRUN - CONVERT WOULD REJECT '
                               DELIMITED BY SIZE
                               FUNCTION TRIM(WS-EDIT-NUMBER-2)
                                   DELIMITED BY SIZE
                               ' - CONVERTED ' DELIMITED BY SIZE
                               FUNCTION TRIM(WS-EDIT-NUMBER-1)
                                   DELIMITED BY SIZE
                           INTO PARMS-MESSAGE
                   ELSE
                       STRING 'CONVERT REJECTED ' DELIMITED BY SIZE
                               FUNCTION TRIM(WS-EDIT-NUMBER-2)
                                   DELIMITED BY SIZE
                               ' - CONVERTED ' DELIMITED BY SIZE
                               FUNCTION TRIM(WS-EDIT-NUMBER-1)
                                   DELIMITED BY SIZE
                               ' - TARGET: ' DELIMITED BY SIZE
                               PARMS-TARGET-DSNAME DELIMITED BY SPACE
                           INTO PARMS-MESSAGE
                   END-IF
               WHEN CONVERT-PREVIEW-MODE
                   MOVE SPACES TO PARMS-MESSAGE
                   STRING 'DRYRUN - WOULD CONVERT ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-NUMBER-1)
                               DELIMITED BY SIZE
                           ' - MAPPED ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-NUMBER-3)
                               DELIMITED BY SIZE
                           ' DEFAULTED ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-NUMBER-4)
                               DELIMITED BY SIZE
                       INTO PARMS-MESSAGE
               WHEN OTHER
                   MOVE SPACES TO PARMS-MESSAGE
                   STRING 'CONVERT COMPLETE - ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-NUMBER-1)
                               DELIMITED BY SIZE
                           ' - MAPPED ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-NUMBER-3)
                               DELIMITED BY SIZE
                           ' DEFAULTED ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-NUMBER-4)
                               DELIMITED BY SIZE
                           ' - TARGET: ' DELIMITED BY SIZE
                           PARMS-TARGET-DSNAME DELIMITED BY SPACE
                       INTO PARMS-MESSAGE
           END-EVALUATE.
           DISPLAY 'TYU - CONVERT - RECORDS READ: '
               WS-CNV-RECORDS-READ ' CONVERTED: '
               WS-CNV-RECORDS-CONVERTED ' REJECTED: '
               WS-CNV-RECORDS-REJECTED.

       7875-PRINT-ONE-MAPPED-FIELD.
           MOVE WS-CNV-TO-SUB (WS-CNV-SUB) TO WS-CNV-DICT-SUB.
           MOVE WS-DICT-FIELD-NAME (WS-CNV-DICT-SUB) TO CNV-LINE-NAME.
           IF WS-CNV-FROM-SUB (WS-CNV-SUB) = 0
               MOVE 'DEFAULT' TO CNV-LINE-ACTION
               MOVE SPACES TO CNV-LINE-FROM
           ELSE
               MOVE 'MAPPED' TO CNV-LINE-ACTION
               MOVE WS-CNV-FROM-SUB (WS-CNV-SUB) TO WS-CNV-FIELD-SUB
               MOVE WS-DICT-FIELD-OFFSET (WS-CNV-FIELD-SUB)
                   TO CNV-LINE-FROM-OFFSET
               MOVE WS-DICT-FIELD-LENGTH (WS-CNV-FIELD-SUB)
                   TO CNV-LINE-FROM-LENGTH
               MOVE WS-DICT-FIELD-TYPE (WS-CNV-FIELD-SUB)
                   TO CNV-LINE-FROM-TYPE
           END-IF.
           MOVE WS-DICT-FIELD-OFFSET (WS-CNV-DICT-SUB)
               TO CNV-LINE-TO-OFFSET.
           MOVE WS-DICT-FIELD-LENGTH (WS-CNV-DICT-SUB)
               TO CNV-LINE-TO-LENGTH.
           MOVE WS-DICT-FIELD-TYPE (WS-CNV-DICT-SUB)
               TO CNV-LINE-TO-TYPE.
           MOVE WS-CNV-KEY-FIELD (WS-CNV-SUB) TO CNV-LINE-KEY.
           MOVE WS-CNV-FIELD-REJECTS (WS-CNV-SUB)
               TO CNV-LINE-REJECTED.
           MOVE CONVERT-FIELD-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.

       7877-PRINT-ONE-DROPPED-FIELD.
           MOVE WS-CNV-TO-LAYOUT-SUB TO WS-CNV-SEARCH-LAYOUT.
           MOVE WS-DICT-FIELD-NAME (WS-CNV-DICT-SUB)
               TO WS-CNV-SEARCH-NAME.
           PERFORM 7805-FIND-FIELD-IN-LAYOUT.
           IF WS-CNV-SEARCH-FOUND = 0
               MOVE WS-DICT-FIELD-NAME (WS-CNV-DICT-SUB)
                   TO CNV-LINE-NAME
               MOVE 'DROPPED' TO CNV-LINE-ACTION
               MOVE WS-DICT-FIELD-OFFSET (WS-CNV-DICT-SUB)
                   TO CNV-LINE-FROM-OFFSET
               MOVE WS-DICT-FIELD-LENGTH (WS-CNV-DICT-SUB)
                   TO CNV-LINE-FROM-LENGTH
               MOVE WS-DICT-FIELD-TYPE (WS-CNV-DICT-SUB)
                   TO CNV-LINE-FROM-TYPE
               MOVE SPACES TO CNV-LINE-TO
               MOVE CONVERT-FIELD-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       8000-VERIFY-DATASET.
           MOVE ZERO TO WS-SUM-RECORD-COUNT WS-SUM-BYTE-COUNT
               WS-SUM-CHECKSUM.
           MOVE 'N' TO WS-PRIOR-FOUND-SWITCH.
           EVALUATE TRUE
               WHEN PARMS-SOURCE-DSNAME = SPACES
                   MOVE 0008 TO PARMS-RETURN-CODE
                   MOVE 'VERIFY REQUIRES A SOURCE DSNAME'
                       TO PARMS-MESSAGE
                   DISPLAY 'TYU - VERIFY FAILED - ' PARMS-MESSAGE
               WHEN PARMS-RESTART-YES
                       OR PARMS-LOW-KEY NOT = SPACES
                       OR PARMS-HIGH-KEY NOT = SPACES
      *            THE SWEEP READS THROUGH THE KEYED SOURCE READ,
      *            WHOSE HIGH-KEY FILTER WOULD PRODUCE PARTIAL
      *            FIGURES - RECORDED INTO THE MANIFEST, THEY
      *            WOULD FAIL THE NEXT VERIFY OF A HEALTHY
      *            DATASET. A LEFTOVER RESTART OR KEY RANGE IS
      *            REFUSED.
                   MOVE 0008 TO PARMS-RETURN-CODE
                   MOVE 'RESTART AND KEY RANGE NOT VALID FOR VERIFY'
                       TO PARMS-MESSAGE
                   DISPLAY 'TYU - VERIFY FAILED - ' PARMS-MESSAGE
               WHEN OTHER
                   PERFORM 8010-RUN-VERIFY
           END-EVALUATE.

       8010-RUN-VERIFY.
           MOVE 'N' TO WS-SOURCE-EOF-SWITCH.
           MOVE 'N' TO WS-MNFST-OPENED-SWITCH.
           MOVE 'N' TO WS-MNFST-EOF-SWITCH.
           SET OPEN-OK TO TRUE.
           PERFORM 1050-RESOLVE-GENERATION-NAMES.

           STRING 'ALLOC DD(DDSRC) DSN(' DELIMITED BY SIZE
                   WS-ALLOC-SOURCE-DSNAME DELIMITED BY SPACE
                   ') SHR REUSE' DELIMITED BY SIZE
               INTO WS-DYNALLOC-REQUEST.
           PERFORM 1110-ALLOCATE-WITH-RETRY.

           SET ATTRIBUTES-COMPATIBLE TO TRUE.
           MOVE WS-ALLOC-SOURCE-DSNAME TO WS-CAT-DSNAME.
           PERFORM 1075-GET-CATALOG-ATTRIBUTES.
           IF NOT WS-CAT-EXISTS
               MOVE 'N' TO WS-ATTRIBUTES-COMPATIBLE-SWITCH
               MOVE 0012 TO PARMS-RETURN-CODE
               STRING 'SOURCE NOT CATALOGED: ' DELIMITED BY SIZE
                       WS-CAT-DSNAME DELIMITED BY SPACE
                   INTO PARMS-MESSAGE
           ELSE
               MOVE WS-CAT-RECORD-LENGTH TO WS-SRC-CAT-RECORD-LENGTH
               MOVE WS-CAT-KEY-LENGTH TO WS-SRC-CAT-KEY-LENGTH
               MOVE WS-CAT-KEY-OFFSET TO WS-SRC-CAT-KEY-OFFSET
               MOVE WS-CAT-ORGANIZATION TO WS-SRC-CAT-ORGANIZATION
               PERFORM 1072-VALIDATE-KEY-GEOMETRY
           END-IF.

           IF NOT ATTRIBUTES-COMPATIBLE
               DISPLAY 'TYU - VERIFY SKIPPED - ' PARMS-MESSAGE
           ELSE
               PERFORM 8020-SWEEP-AND-COMPARE
           END-IF.

       8020-SWEEP-AND-COMPARE.
      *    WITHOUT THE MANIFEST THERE IS NOTHING TO COMPARE
      *    AGAINST AND NOWHERE TO RECORD - THE SWEEP IS REFUSED
      *    RATHER THAN REDUCED TO A COUNT NOBODY KEEPS.
           OPEN I-O MANIFEST-FILE.
           IF WS-MNFST-STATUS = '00'
               SET MNFST-FILE-OPENED TO TRUE
           ELSE
               SET OPEN-FAILED TO TRUE
               STRING 'OPEN FAILED FOR MANIFEST FILE - STATUS: '
                       DELIMITED BY SIZE
                       WS-MNFST-STATUS DELIMITED BY SIZE
                   INTO PARMS-MESSAGE
           END-IF.

           IF OPEN-OK
               IF SOURCE-IS-SEQUENTIAL
                   OPEN INPUT SOURCE-SEQ-FILE
               ELSE
                   OPEN INPUT SOURCE-FILE
               END-IF
               IF WS-SOURCE-STATUS NOT = '00'
                   SET OPEN-FAILED TO TRUE
                   STRING 'OPEN FAILED FOR SOURCE: ' DELIMITED BY SIZE
                           WS-ALLOC-SOURCE-DSNAME DELIMITED BY SPACE
                           ' STATUS: ' DELIMITED BY SIZE
                           WS-SOURCE-STATUS DELIMITED BY SIZE
                       INTO PARMS-MESSAGE
               END-IF
           END-IF.

           IF OPEN-OK
               OPEN OUTPUT PRINT-FILE
               IF WS-PRINT-STATUS NOT = '00'
                   SET OPEN-FAILED TO TRUE
                   STRING 'OPEN FAILED FOR PRINT FILE - STATUS: '
                           DELIMITED BY SIZE
                           WS-PRINT-STATUS DELIMITED BY SIZE
                       INTO PARMS-MESSAGE
               END-IF
           END-IF.

           IF OPEN-OK
               STRING 'VERIFY - DATASET: ' DELIMITED BY SIZE
                       PARMS-SOURCE-DSNAME DELIMITED BY SIZE
                   INTO PRINT-LINE
               WRITE PRINT-LINE

               MOVE PARMS-SOURCE-DSNAME TO WS-MANIFEST-DSNAME
               PERFORM 8100-FIND-PRIOR-MANIFEST

               IF SOURCE-IS-SEQUENTIAL
                   PERFORM 1210-READ-SEQ-SOURCE-RECORD
                   PERFORM 8040-VERIFY-ONE-SEQUENTIAL
                       UNTIL SOURCE-AT-EOF
               ELSE
                   PERFORM 1200-READ-SOURCE-RECORD
                   PERFORM 8030-VERIFY-ONE-KEYED
                       UNTIL SOURCE-AT-EOF
               END-IF

               PERFORM 8050-SET-VERIFY-COMPLETION

               CLOSE PRINT-FILE
           ELSE
               MOVE 0008 TO PARMS-RETURN-CODE
               DISPLAY 'TYU - VERIFY FAILED - ' PARMS-MESSAGE
           END-IF.

      *    THE CLOSE IS UNCONDITIONAL, AS IN THE KEYED COMPARE - A
      *    FAILED PRINT OPEN MUST NOT LEAVE THE SOURCE OPEN ON ITS
      *    DDNAME FOR THE REST OF THE RUN.
           IF SOURCE-IS-SEQUENTIAL
               CLOSE SOURCE-SEQ-FILE
           ELSE
               CLOSE SOURCE-FILE
           END-IF.
           IF MNFST-FILE-OPENED
               CLOSE MANIFEST-FILE
           END-IF.

       8030-VERIFY-ONE-KEYED.
           MOVE WS-SOURCE-RECLEN TO WS-SUM-RECLEN.
           MOVE SOURCE-RECORD TO WS-SUM-RECORD.
           PERFORM 8300-ACCUMULATE-ONE-RECORD.
           PERFORM 1200-READ-SOURCE-RECORD.

       8040-VERIFY-ONE-SEQUENTIAL.
           MOVE WS-SOURCE-RECLEN TO WS-SUM-RECLEN.
           MOVE SOURCE-SEQ-RECORD TO WS-SUM-RECORD.
           PERFORM 8300-ACCUMULATE-ONE-RECORD.
           PERFORM 1210-READ-SEQ-SOURCE-RECORD.

       8050-SET-VERIFY-COMPLETION.
           MOVE WS-SUM-RECORD-COUNT TO PARMS-RECORDS-PROCESSED.

           MOVE WS-SUM-RECORD-COUNT TO WS-DISPLAY-COUNT-1.
           MOVE WS-SUM-BYTE-COUNT TO WS-BYTE-COUNT-DISP.
           MOVE WS-SUM-CHECKSUM TO WS-DISPLAY-COUNT-2.
           STRING 'VERIFY - CURRENT  REC: ' DELIMITED BY SIZE
                   WS-DISPLAY-COUNT-1 DELIMITED BY SIZE
                   ' BYTES: ' DELIMITED BY SIZE
                   WS-BYTE-COUNT-DISP DELIMITED BY SIZE
                   ' CKSM: ' DELIMITED BY SIZE
                   WS-DISPLAY-COUNT-2 DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.

           IF PRIOR-MANIFEST-FOUND
               MOVE WS-PRIOR-RECORD-COUNT TO WS-DISPLAY-COUNT-1
               MOVE WS-PRIOR-BYTE-COUNT TO WS-BYTE-COUNT-DISP
               MOVE WS-PRIOR-CHECKSUM TO WS-DISPLAY-COUNT-2
               STRING 'VERIFY - MANIFEST REC: ' DELIMITED BY SIZE
                       WS-DISPLAY-COUNT-1 DELIMITED BY SIZE
                       ' BYTES: ' DELIMITED BY SIZE
                       WS-BYTE-COUNT-DISP DELIMITED BY SIZE
                       ' CKSM: ' DELIMITED BY SIZE
                       WS-DISPLAY-COUNT-2 DELIMITED BY SIZE
                       ' OF ' DELIMITED BY SIZE
                       WS-PRIOR-TIMESTAMP DELIMITED BY SIZE
                   INTO PRINT-LINE
               WRITE PRINT-LINE
               PERFORM 8060-COMPARE-TO-MANIFEST
           ELSE
               MOVE 'VERIFY - NO PRIOR MANIFEST ENTRY - BASELINE'
                   TO PRINT-LINE
               WRITE PRINT-LINE
               IF VERIFY-RECORD-BASELINE
                   MOVE 'VERIFY COMPLETE - BASELINE RECORDED'
                       TO PARMS-MESSAGE
               ELSE
                   MOVE 'VERIFY DRYRUN - NO PRIOR MANIFEST ENTRY'
                       TO PARMS-MESSAGE
               END-IF
           END-IF.

           IF VERIFY-RECORD-BASELINE
               PERFORM 8200-WRITE-MANIFEST-ENTRY
           END-IF.

           DISPLAY 'TYU - VERIFY COMPLETE - RECORDS: '
               WS-SUM-RECORD-COUNT ' BYTES: ' WS-SUM-BYTE-COUNT
               ' CHECKSUM: ' WS-SUM-CHECKSUM.

       8060-COMPARE-TO-MANIFEST.
           IF WS-SUM-RECORD-COUNT = WS-PRIOR-RECORD-COUNT
                   AND WS-SUM-BYTE-COUNT = WS-PRIOR-BYTE-COUNT
                   AND WS-SUM-CHECKSUM = WS-PRIOR-CHECKSUM
               STRING 'VERIFY COMPLETE - MATCHES MANIFEST OF '
                       DELIMITED BY SIZE
                       WS-PRIOR-TIMESTAMP DELIMITED BY SIZE
                   INTO PARMS-MESSAGE
           ELSE
               MOVE 0008 TO PARMS-RETURN-CODE
               MOVE 'VERIFY - *** DATASET DOES NOT MATCH MANIFEST ***'
                   TO PRINT-LINE
               WRITE PRINT-LINE
               EVALUATE TRUE
                   WHEN WS-SUM-RECORD-COUNT
                           NOT = WS-PRIOR-RECORD-COUNT
                       MOVE WS-SUM-RECORD-COUNT TO WS-DISPLAY-COUNT-1
                       MOVE WS-PRIOR-RECORD-COUNT
                           TO WS-DISPLAY-COUNT-2
                       STRING 'VERIFY MISMATCH - RECORDS: '
                               DELIMITED BY SIZE
                               WS-DISPLAY-COUNT-1 DELIMITED BY SIZE
                               ' MANIFEST: ' DELIMITED BY SIZE
                               WS-DISPLAY-COUNT-2 DELIMITED BY SIZE
                               ' - SEE DDCMP' DELIMITED BY SIZE
                           INTO PARMS-MESSAGE
                   WHEN WS-SUM-BYTE-COUNT NOT = WS-PRIOR-BYTE-COUNT
                       MOVE
                  'VERIFY MISMATCH - BYTE COUNT DIFFERS - SEE DDCMP'
                           TO PARMS-MESSAGE
                   WHEN OTHER
                       MOVE
                  'VERIFY MISMATCH - CHECKSUM DIFFERS - SEE DDCMP'
                           TO PARMS-MESSAGE
               END-EVALUATE
           END-IF.

       8100-FIND-PRIOR-MANIFEST.
      *    MANIFEST KEYS ASCEND BY DSNAME AND TIMESTAMP - THE LAST
      *    ENTRY UNDER THE DSNAME CARRIES THE FIGURES OF THE MOST
      *    RECENT VERIFY OR MANIFESTED DUPLICAT.
           MOVE WS-MANIFEST-DSNAME TO MNF-DSNAME.
           MOVE LOW-VALUES TO MNF-TIMESTAMP.
           START MANIFEST-FILE KEY >= MNF-KEY
               INVALID KEY
                   SET MNFST-AT-EOF TO TRUE
           END-START.
           IF NOT MNFST-AT-EOF
               PERFORM 8110-READ-NEXT-MANIFEST
           END-IF.
           PERFORM 8120-SCAN-ONE-MANIFEST-ENTRY
               UNTIL MNFST-AT-EOF.

       8110-READ-NEXT-MANIFEST.
           READ MANIFEST-FILE NEXT
               AT END
                   SET MNFST-AT-EOF TO TRUE
           END-READ.

       8120-SCAN-ONE-MANIFEST-ENTRY.
           IF MNF-DSNAME = WS-MANIFEST-DSNAME
               SET PRIOR-MANIFEST-FOUND TO TRUE
               MOVE MNF-TIMESTAMP TO WS-PRIOR-TIMESTAMP
               MOVE MNF-RECORD-COUNT TO WS-PRIOR-RECORD-COUNT
               MOVE MNF-BYTE-COUNT TO WS-PRIOR-BYTE-COUNT
               MOVE MNF-CHECKSUM TO WS-PRIOR-CHECKSUM
               PERFORM 8110-READ-NEXT-MANIFEST
           ELSE
               SET MNFST-AT-EOF TO TRUE
           END-IF.

       8200-WRITE-MANIFEST-ENTRY.
           MOVE SPACES TO MANIFEST-RECORD.
           MOVE WS-MANIFEST-DSNAME TO MNF-DSNAME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO MNF-TIMESTAMP.
           MOVE WS-SUM-RECORD-COUNT TO MNF-RECORD-COUNT.
           MOVE WS-SUM-BYTE-COUNT TO MNF-BYTE-COUNT.
           MOVE WS-SUM-CHECKSUM TO MNF-CHECKSUM.
           WRITE MANIFEST-RECORD
               INVALID KEY
      *            TWO SWEEPS OF ONE DSNAME INSIDE THE SAME SECOND
      *            LAND ON ONE KEY - THE LATER FIGURES STAND.
                   REWRITE MANIFEST-RECORD
           END-WRITE.
           IF WS-MNFST-STATUS NOT = '00'
               DISPLAY 'TYU - MANIFEST WRITE FAILED - STATUS: '
                   WS-MNFST-STATUS
               IF PARMS-RETURN-CODE < 0004
                   MOVE 0004 TO PARMS-RETURN-CODE
               END-IF
               MOVE PARMS-MESSAGE TO WS-MESSAGE-WORK
               MOVE SPACES TO PARMS-MESSAGE
               STRING FUNCTION TRIM(WS-MESSAGE-WORK TRAILING)
                       DELIMITED BY SIZE
                       ' - MANIFEST NOT RECORDED' DELIMITED BY SIZE
                   INTO PARMS-MESSAGE
           END-IF.

       8300-ACCUMULATE-ONE-RECORD.
           ADD 1 TO WS-SUM-RECORD-COUNT.
           ADD WS-SUM-RECLEN TO WS-SUM-BYTE-COUNT.
           PERFORM 8310-CHECKSUM-ONE-BYTE
               VARYING WS-SUM-SUB FROM 1 BY 1
               UNTIL WS-SUM-SUB > WS-SUM-RECLEN.

       8310-CHECKSUM-ONE-BYTE.
           COMPUTE WS-SUM-CHECKSUM = FUNCTION MOD(
               WS-SUM-CHECKSUM * 31
               + FUNCTION ORD(WS-SUM-RECORD(WS-SUM-SUB:1)),
               999999937).

       8400-RECORD-MANIFEST-ENTRY.
      *    THE COPY ITSELF HAS ALREADY SUCCEEDED - A MANIFEST
      *    PROBLEM HERE IS A WARNING ON THE COPY, NOT A FAILURE.
           MOVE 'N' TO WS-MNFST-OPENED-SWITCH.
           OPEN I-O MANIFEST-FILE.
           IF WS-MNFST-STATUS = '00'
               SET MNFST-FILE-OPENED TO TRUE
               PERFORM 8200-WRITE-MANIFEST-ENTRY
               CLOSE MANIFEST-FILE
           ELSE
               DISPLAY 'TYU - MANIFEST OPEN FAILED - STATUS: '
                   WS-MNFST-STATUS
               IF PARMS-RETURN-CODE < 0004
                   MOVE 0004 TO PARMS-RETURN-CODE
               END-IF
               MOVE PARMS-MESSAGE TO WS-MESSAGE-WORK
               MOVE SPACES TO PARMS-MESSAGE
               STRING FUNCTION TRIM(WS-MESSAGE-WORK TRAILING)
                       DELIMITED BY SIZE
                       ' - MANIFEST NOT RECORDED' DELIMITED BY SIZE
                   INTO PARMS-MESSAGE
           END-IF.

       8500-REORG-DATASET.
           MOVE ZERO TO WS-RECORDS-UNLOADED WS-RECORDS-RELOADED.
           MOVE 'N' TO WS-UNLOAD-OK-SWITCH.
           MOVE 'N' TO WS-REDEFINE-OK-SWITCH.
           MOVE 'N' TO WS-RELOAD-OK-SWITCH.
           EVALUATE TRUE
               WHEN PARMS-TARGET-DSNAME = SPACES
                   MOVE 0008 TO PARMS-RETURN-CODE
                   MOVE 'REORG REQUIRES A TARGET DSNAME'
                       TO PARMS-MESSAGE
                   DISPLAY 'TYU - REORG FAILED - ' PARMS-MESSAGE
               WHEN PARMS-RESTART-YES
                       OR PARMS-LOW-KEY NOT = SPACES
                       OR PARMS-HIGH-KEY NOT = SPACES
      *            THE UNLOAD READS THROUGH THE KEYED SOURCE READ,
      *            WHOSE HIGH-KEY FILTER WOULD SILENTLY STOP A
      *            RANGED UNLOAD SHORT - THE RELOAD WOULD THEN
      *            SCRATCH EVERY RECORD ABOVE THE RANGE WITH RC 0.
      *            A LEFTOVER RESTART OR KEY RANGE IS REFUSED, AS
      *            THE SEQUENTIAL DUPLICAT REFUSES THEM.
                   MOVE 0008 TO PARMS-RETURN-CODE
                   MOVE 'RESTART AND KEY RANGE NOT VALID FOR REORG'
                       TO PARMS-MESSAGE
                   DISPLAY 'TYU - REORG FAILED - ' PARMS-MESSAGE
               WHEN OTHER
                   PERFORM 8505-RUN-REORG
           END-EVALUATE.

       8505-RUN-REORG.
           PERFORM 1050-RESOLVE-GENERATION-NAMES.

           SET ATTRIBUTES-COMPATIBLE TO TRUE.
           MOVE WS-ALLOC-TARGET-DSNAME TO WS-CAT-DSNAME.
           PERFORM 1075-GET-CATALOG-ATTRIBUTES.
           EVALUATE TRUE
               WHEN NOT WS-CAT-EXISTS
                   MOVE 0012 TO PARMS-RETURN-CODE
                   STRING 'REORG TARGET NOT CATALOGED: '
                           DELIMITED BY SIZE
                           WS-CAT-DSNAME DELIMITED BY SPACE
                       INTO PARMS-MESSAGE
                   DISPLAY 'TYU - REORG SKIPPED - ' PARMS-MESSAGE
               WHEN WS-CAT-ORGANIZATION NOT = 'INDEXED'
                   MOVE 0008 TO PARMS-RETURN-CODE
                   MOVE 'REORG REQUIRES A KSDS TARGET'
                       TO PARMS-MESSAGE
                   DISPLAY 'TYU - REORG SKIPPED - ' PARMS-MESSAGE
               WHEN OTHER
                   MOVE WS-CAT-RECORD-LENGTH
                       TO WS-SRC-CAT-RECORD-LENGTH
                   MOVE WS-CAT-KEY-LENGTH TO WS-SRC-CAT-KEY-LENGTH
                   MOVE WS-CAT-KEY-OFFSET TO WS-SRC-CAT-KEY-OFFSET
                   MOVE WS-CAT-ORGANIZATION
                       TO WS-SRC-CAT-ORGANIZATION
                   PERFORM 1072-VALIDATE-KEY-GEOMETRY
                   IF ATTRIBUTES-COMPATIBLE
                       PERFORM 8506-REORG-WITH-REPORT
                   ELSE
                       DISPLAY 'TYU - REORG SKIPPED - ' PARMS-MESSAGE
                   END-IF
           END-EVALUATE.

       8506-REORG-WITH-REPORT.
           SET OPEN-OK TO TRUE.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-STATUS NOT = '00'
               SET OPEN-FAILED TO TRUE
               MOVE 0008 TO PARMS-RETURN-CODE
               STRING 'OPEN FAILED FOR PRINT FILE - STATUS: '
                       DELIMITED BY SIZE
                       WS-PRINT-STATUS DELIMITED BY SIZE
                   INTO PARMS-MESSAGE
               DISPLAY 'TYU - REORG FAILED - ' PARMS-MESSAGE
           END-IF.

           IF OPEN-OK
               STRING 'REORG - CLUSTER: ' DELIMITED BY SIZE
                       PARMS-TARGET-DSNAME DELIMITED BY SIZE
                   INTO PRINT-LINE
               WRITE PRINT-LINE

               MOVE WS-ALLOC-TARGET-DSNAME TO WS-CAT-DSNAME
               PERFORM 8550-GET-DATASET-STATISTICS
               MOVE WS-STAT-CISPLITS TO WS-BEF-CISPLITS
               MOVE WS-STAT-CASPLITS TO WS-BEF-CASPLITS
               MOVE WS-STAT-EXTENTS TO WS-BEF-EXTENTS
               MOVE WS-STAT-REC-TOTAL TO WS-BEF-REC-TOTAL
               MOVE 'REORG - BEFORE ' TO REORG-STAT-LABEL
               PERFORM 8570-PRINT-STATISTICS-LINE

               IF REORG-PREVIEW-MODE
      *            THE PREVIEW MUST FAIL EVERYTHING THE LIVE RUN
      *            WOULD FAIL - A CLUSTER WITH ALTERNATE INDEXES
      *            INCLUDED.
                   PERFORM 8710-DISCOVER-AIX-NAMES
                   IF WS-AIX-COUNT > 0
                       MOVE 0008 TO PARMS-RETURN-CODE
                       MOVE WS-AIX-COUNT TO WS-EDIT-NUMBER-1
                       STRING 'DRYRUN - REORG WOULD BE REFUSED - '
                               DELIMITED BY SIZE
                               FUNCTION TRIM(WS-EDIT-NUMBER-1)
                                   DELIMITED BY SIZE
                               ' ALTERNATE INDEXES'
                               DELIMITED BY SIZE
                           INTO PARMS-MESSAGE
                       MOVE PARMS-MESSAGE TO PRINT-LINE
                       WRITE PRINT-LINE
                   ELSE
                       MOVE WS-STAT-REC-TOTAL
                           TO PARMS-RECORDS-PROCESSED
                       MOVE WS-STAT-CISPLITS TO WS-EDIT-NUMBER-1
                       MOVE WS-STAT-CASPLITS TO WS-EDIT-NUMBER-2
                       MOVE WS-STAT-EXTENTS TO WS-EDIT-NUMBER-3
                       STRING 'DRYRUN - WOULD REORG - CI/CA/EXT: '
                               DELIMITED BY SIZE
                               WS-EDIT-NUMBER-1 DELIMITED BY SIZE
                               '/' DELIMITED BY SIZE
                               WS-EDIT-NUMBER-2 DELIMITED BY SIZE
                               '/' DELIMITED BY SIZE
                               WS-EDIT-NUMBER-3 DELIMITED BY SIZE
                           INTO PARMS-MESSAGE
                   END-IF
               ELSE
                   PERFORM 8508-DERIVE-WORK-DSNAME
                   IF NOT WORK-NAME-USABLE
                       DISPLAY 'TYU - REORG REFUSED - ' PARMS-MESSAGE
                   ELSE
                       PERFORM 8509-REORG-LIVE
                   END-IF
               END-IF

               CLOSE PRINT-FILE
           END-IF.

       8508-DERIVE-WORK-DSNAME.
      *    THE UNLOAD GOES TO A CATALOGED DATASET NAMED AFTER THE
      *    CLUSTER, SO A FAILED REBUILD LEAVES A RECOVERABLE COPY
      *    UNDER A NAME THE OPERATOR CAN FIND. A NAME THAT CANNOT
      *    CARRY THE QUALIFIER REFUSES THE REORG BEFORE ANYTHING
      *    IS TOUCHED.
           SET WORK-NAME-USABLE TO TRUE.
           MOVE ZERO TO WS-CAT-SCAN-COUNT.
           INSPECT WS-ALLOC-TARGET-DSNAME TALLYING
               WS-CAT-SCAN-COUNT FOR ALL '('.
           IF WS-CAT-SCAN-COUNT > 0
               MOVE 'N' TO WS-WORK-NAME-OK-SWITCH
               MOVE 0008 TO PARMS-RETURN-CODE
               MOVE
              'REORG WORK DSNAME CANNOT BE DERIVED FROM A GENERATION'
                   TO PARMS-MESSAGE
           ELSE
               MOVE SPACES TO WS-REORG-WORK-DSNAME
               STRING WS-ALLOC-TARGET-DSNAME DELIMITED BY SPACE
                       '.REORGWK' DELIMITED BY SIZE
                   INTO WS-REORG-WORK-DSNAME
                   ON OVERFLOW
                       MOVE 'N' TO WS-WORK-NAME-OK-SWITCH
                       MOVE 0008 TO PARMS-RETURN-CODE
                       MOVE
                  'REORG TARGET NAME TOO LONG FOR WORK DATASET'
                           TO PARMS-MESSAGE
               END-STRING
           END-IF.

       8509-REORG-LIVE.
      *    THE IDCAMS DELETE WOULD DROP EVERY ALTERNATE INDEX AND
      *    PATH DEFINED OVER THE CLUSTER, AND THE DEFINE ONLY
      *    BRINGS BACK THE BASE - BLDINDEX CAN REFRESH A STALE
      *    INDEX BUT NOT RECREATE A DELETED DEFINITION. A CLUSTER
      *    WITH ASSOCIATIONS IS THEREFORE REFUSED, UNTOUCHED,
      *    BEFORE THE UNLOAD EVER STARTS.
           PERFORM 8710-DISCOVER-AIX-NAMES.
           IF WS-AIX-COUNT > 0
               MOVE 0008 TO PARMS-RETURN-CODE
               MOVE WS-AIX-COUNT TO WS-EDIT-NUMBER-1
               STRING 'REORG REFUSED - CLUSTER HAS '
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-NUMBER-1)
                           DELIMITED BY SIZE
                       ' ALTERNATE INDEXES - CLUSTER UNTOUCHED'
                       DELIMITED BY SIZE
                   INTO PARMS-MESSAGE
               DISPLAY 'TYU - ' PARMS-MESSAGE
               MOVE PARMS-MESSAGE TO PRINT-LINE
               WRITE PRINT-LINE
           ELSE
               PERFORM 8511-REORG-UNLOAD-AND-REBUILD
           END-IF.

       8511-REORG-UNLOAD-AND-REBUILD.
           PERFORM 8510-UNLOAD-CLUSTER.
           IF UNLOAD-SUCCESSFUL
               PERFORM 8520-REDEFINE-CLUSTER
           ELSE
      *        THE CLUSTER HAS NOT BEEN TOUCHED - SAY SO, BECAUSE
      *        THAT IS THE FIRST QUESTION ASKED WHEN A REORG STEP
      *        FAILS.
               MOVE 0008 TO PARMS-RETURN-CODE
               MOVE PARMS-MESSAGE TO WS-MESSAGE-WORK
               MOVE SPACES TO PARMS-MESSAGE
               STRING 'REORG ABANDONED - UNLOAD FAILED - '
                       DELIMITED BY SIZE
                       'CLUSTER UNTOUCHED - '
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MESSAGE-WORK
                           TRAILING) DELIMITED BY SIZE
                   INTO PARMS-MESSAGE
               DISPLAY 'TYU - ' PARMS-MESSAGE
           END-IF.
           IF UNLOAD-SUCCESSFUL AND REDEFINE-SUCCESSFUL
               PERFORM 8525-RELOAD-CLUSTER
           END-IF.
           IF RELOAD-SUCCESSFUL
               MOVE WS-ALLOC-TARGET-DSNAME TO WS-CAT-DSNAME
               PERFORM 8550-GET-DATASET-STATISTICS
               MOVE 'REORG - AFTER  ' TO REORG-STAT-LABEL
               PERFORM 8570-PRINT-STATISTICS-LINE
               PERFORM 8580-SET-REORG-COMPLETION
           END-IF.
      *    THE WORK DATASET IS ONLY SCRATCHED WHEN THE RELOAD
      *    LANDED EVERY RECORD, OR WHEN THE CLUSTER WAS NEVER
      *    TOUCHED (A FAILED UNLOAD IS WORTHLESS). BETWEEN THOSE -
      *    DELETE DONE BUT DEFINE OR RELOAD FAILED - IT IS THE
      *    ONLY COPY OF THE DATA AND IS KEPT UNDER ITS OWN NAME.
           EVALUATE TRUE
               WHEN RELOAD-SUCCESSFUL
                   PERFORM 8590-SCRATCH-WORK-DATASET
               WHEN UNLOAD-SUCCESSFUL
                   MOVE 'FREE DD(DDWORK)' TO WS-DYNALLOC-REQUEST
                   CALL 'BPXWDYN' USING WS-DYNALLOC-REQUEST
                       RETURNING WS-DYNALLOC-RETURN-CODE
                   DISPLAY 'TYU - REORG UNLOAD RETAINED IN: '
                       WS-REORG-WORK-DSNAME
                   STRING '*** UNLOAD RETAINED IN: '
                           DELIMITED BY SIZE
                           WS-REORG-WORK-DSNAME DELIMITED BY SPACE
                           ' ***' DELIMITED BY SIZE
                       INTO PRINT-LINE
                   WRITE PRINT-LINE
               WHEN OTHER
                   PERFORM 8590-SCRATCH-WORK-DATASET
           END-EVALUATE.

       8590-SCRATCH-WORK-DATASET.
      *    FREE WITH DELETE SCRATCHES THE DDWORK ALLOCATION MADE
      *    THIS RUN. A RETAINED WORK DATASET FROM AN EARLIER
      *    FAILED REORG WAS NEVER ALLOCATED HERE, SO IT IS NEVER
      *    TOUCHED - ITS PRESENCE DELIBERATELY FAILS THE NEXT
      *    UNLOAD ALLOCATION UNTIL SOMEONE RECOVERS IT.
           MOVE 'FREE DD(DDWORK) DELETE' TO WS-DYNALLOC-REQUEST.
           CALL 'BPXWDYN' USING WS-DYNALLOC-REQUEST
               RETURNING WS-DYNALLOC-RETURN-CODE.

       8510-UNLOAD-CLUSTER.
           MOVE 'N' TO WS-SOURCE-EOF-SWITCH.
           SET OPEN-OK TO TRUE.

      *    THE CLUSTER IS HELD OLD FOR THE WHOLE REORG - NOTHING
      *    MAY UPDATE IT BETWEEN THE UNLOAD AND THE RELOAD.
           STRING 'ALLOC DD(DDSRC) DSN(' DELIMITED BY SIZE
                   WS-ALLOC-TARGET-DSNAME DELIMITED BY SPACE
                   ') OLD REUSE' DELIMITED BY SIZE
               INTO WS-DYNALLOC-REQUEST.
           PERFORM 1110-ALLOCATE-WITH-RETRY.

      *    THE WORK DATASET IS CATALOGED, NOT A STEP TEMPORARY -
      *    IF THE DEFINE OR RELOAD FAILS AFTER THE DELETE IT IS
      *    THE ONLY COPY OF THE DATA AND MUST SURVIVE THE STEP. A
      *    RETAINED ONE FROM AN EARLIER FAILED REORG MAKES THIS
      *    NEW ALLOCATION FAIL, WHICH IS THE SAFE OUTCOME.
           STRING 'ALLOC DD(DDWORK) DSN(' DELIMITED BY SIZE
                   WS-REORG-WORK-DSNAME DELIMITED BY SPACE
                   ') NEW CATLG '
                   'SPACE(500,500) TRACKS LRECL(4004) RECFM(V,B)'
                   DELIMITED BY SIZE
               INTO WS-DYNALLOC-REQUEST.
           CALL 'BPXWDYN' USING WS-DYNALLOC-REQUEST
               RETURNING WS-DYNALLOC-RETURN-CODE.

           OPEN INPUT SOURCE-FILE.
           IF WS-SOURCE-STATUS NOT = '00'
               SET OPEN-FAILED TO TRUE
               STRING 'OPEN FAILED FOR CLUSTER: ' DELIMITED BY SIZE
                       WS-ALLOC-TARGET-DSNAME DELIMITED BY SPACE
                       ' STATUS: ' DELIMITED BY SIZE
                       WS-SOURCE-STATUS DELIMITED BY SIZE
                   INTO PARMS-MESSAGE
           END-IF.

           IF OPEN-OK
               OPEN OUTPUT REORG-WORK-FILE
               IF WS-WORK-STATUS NOT = '00'
                   SET OPEN-FAILED TO TRUE
                   STRING 'OPEN FAILED FOR WORK FILE - STATUS: '
                           DELIMITED BY SIZE
                           WS-WORK-STATUS DELIMITED BY SIZE
                       INTO PARMS-MESSAGE
      *            THE CLUSTER DID OPEN - IT MUST BE CLOSED AGAIN
      *            BEFORE ITS DDNAME IS FREED BELOW.
                   CLOSE SOURCE-FILE
               END-IF
           END-IF.

           IF OPEN-OK
               PERFORM 1200-READ-SOURCE-RECORD
               PERFORM 8515-UNLOAD-ONE-RECORD UNTIL SOURCE-AT-EOF
               CLOSE REORG-WORK-FILE
               CLOSE SOURCE-FILE
               IF OPEN-OK
                   SET UNLOAD-SUCCESSFUL TO TRUE
                   DISPLAY 'TYU - REORG UNLOADED RECORDS: '
                       WS-RECORDS-UNLOADED
               END-IF
           ELSE
               CONTINUE
           END-IF.

      *    THE OLD ALLOCATION MUST BE RELEASED OR THE IDCAMS
      *    DELETE FINDS THE CLUSTER IN USE BY THIS VERY STEP.
           MOVE 'FREE DD(DDSRC)' TO WS-DYNALLOC-REQUEST.
           CALL 'BPXWDYN' USING WS-DYNALLOC-REQUEST
               RETURNING WS-DYNALLOC-RETURN-CODE.

       8515-UNLOAD-ONE-RECORD.
           MOVE WS-SOURCE-RECLEN TO WS-WORK-RECLEN.
           MOVE SOURCE-RECORD TO REORG-WORK-RECORD.
           WRITE REORG-WORK-RECORD.
           IF WS-WORK-STATUS NOT = '00'
               SET OPEN-FAILED TO TRUE
               STRING 'WORK FILE WRITE FAILED - STATUS: '
                       DELIMITED BY SIZE
                       WS-WORK-STATUS DELIMITED BY SIZE
                   INTO PARMS-MESSAGE
               SET SOURCE-AT-EOF TO TRUE
           ELSE
               ADD 1 TO WS-RECORDS-UNLOADED
               PERFORM 1200-READ-SOURCE-RECORD
           END-IF.

       8520-REDEFINE-CLUSTER.
           PERFORM 8540-BUILD-REORG-AMSIN.

           STRING 'ALLOC DD(DDAMSPRT) NEW DELETE REUSE '
                   'SPACE(1,1) TRACKS LRECL(133) RECFM(F,B)'
                   DELIMITED BY SIZE
               INTO WS-DYNALLOC-REQUEST.
           CALL 'BPXWDYN' USING WS-DYNALLOC-REQUEST
               RETURNING WS-DYNALLOC-RETURN-CODE.

           CALL 'IDCAMS'.
           MOVE RETURN-CODE TO WS-IDCAMS-RETURN-CODE.

           MOVE 'FREE DD(DDAMSIN) DELETE' TO WS-DYNALLOC-REQUEST.
           CALL 'BPXWDYN' USING WS-DYNALLOC-REQUEST
               RETURNING WS-DYNALLOC-RETURN-CODE.
           MOVE 'FREE DD(DDAMSPRT) DELETE' TO WS-DYNALLOC-REQUEST.
           CALL 'BPXWDYN' USING WS-DYNALLOC-REQUEST
               RETURNING WS-DYNALLOC-RETURN-CODE.

           IF WS-IDCAMS-RETURN-CODE < 8
               SET REDEFINE-SUCCESSFUL TO TRUE
           ELSE
      *        THE CLUSTER MAY ALREADY BE DELETED - THE MESSAGE
      *        NAMES THE WORK DATASET HOLDING THE ONLY COPY OF
      *        THE DATA SO THE OPERATOR CAN RECOVER.
               MOVE 0008 TO PARMS-RETURN-CODE
               STRING 'REORG DEFINE FAILED - UNLOAD KEPT: '
                       DELIMITED BY SIZE
                       WS-REORG-WORK-DSNAME DELIMITED BY SPACE
                   INTO PARMS-MESSAGE
               DISPLAY 'TYU - REORG DELETE/DEFINE FAILED - IDCAMS '
                   'RC: ' WS-IDCAMS-RETURN-CODE
                   ' - UNLOAD KEPT: ' WS-REORG-WORK-DSNAME
           END-IF.

       8525-RELOAD-CLUSTER.
           MOVE 'N' TO WS-SOURCE-EOF-SWITCH.
           MOVE 'N' TO WS-TARGET-OPENED-SWITCH.
           SET OPEN-OK TO TRUE.

           STRING 'ALLOC DD(DDTGT) DSN(' DELIMITED BY SIZE
                   WS-ALLOC-TARGET-DSNAME DELIMITED BY SPACE
                   ') OLD REUSE' DELIMITED BY SIZE
               INTO WS-DYNALLOC-REQUEST.
           PERFORM 1110-ALLOCATE-WITH-RETRY.

           OPEN OUTPUT TARGET-FILE.
           SET DUPT-TARGET-FILE-OPENED TO TRUE.
           IF WS-TARGET-STATUS NOT = '00'
               SET OPEN-FAILED TO TRUE
               STRING 'OPEN FAILED FOR REDEFINED CLUSTER - STATUS: '
                       DELIMITED BY SIZE
                       WS-TARGET-STATUS DELIMITED BY SIZE
                   INTO PARMS-MESSAGE
           END-IF.

           IF OPEN-OK
               OPEN INPUT REORG-WORK-FILE
               IF WS-WORK-STATUS NOT = '00'
                   SET OPEN-FAILED TO TRUE
                   STRING 'REOPEN FAILED FOR WORK FILE - STATUS: '
                           DELIMITED BY SIZE
                           WS-WORK-STATUS DELIMITED BY SIZE
                       INTO PARMS-MESSAGE
               END-IF
           END-IF.

           IF OPEN-OK
               PERFORM 8535-READ-WORK-RECORD
               PERFORM 8530-RELOAD-ONE-RECORD UNTIL SOURCE-AT-EOF
               CLOSE REORG-WORK-FILE
               IF OPEN-OK
                       AND WS-RECORDS-RELOADED = WS-RECORDS-UNLOADED
                   SET RELOAD-SUCCESSFUL TO TRUE
               ELSE
                   MOVE 0008 TO PARMS-RETURN-CODE
                   MOVE WS-RECORDS-RELOADED TO WS-EDIT-NUMBER-1
                   MOVE WS-RECORDS-UNLOADED TO WS-EDIT-NUMBER-2
                   STRING 'REORG RELOAD INCOMPLETE - '
                           DELIMITED BY SIZE
                           WS-EDIT-NUMBER-1 DELIMITED BY SIZE
                           ' OF ' DELIMITED BY SIZE
                           WS-EDIT-NUMBER-2 DELIMITED BY SIZE
                           ' RECORDS RELOADED' DELIMITED BY SIZE
                       INTO PARMS-MESSAGE
                   DISPLAY 'TYU - ' PARMS-MESSAGE
               END-IF
           ELSE
               MOVE 0008 TO PARMS-RETURN-CODE
               DISPLAY 'TYU - REORG RELOAD FAILED - ' PARMS-MESSAGE
           END-IF.

           IF DUPT-TARGET-FILE-OPENED
               CLOSE TARGET-FILE
           END-IF.

       8530-RELOAD-ONE-RECORD.
           MOVE WS-WORK-RECLEN TO WS-TARGET-RECLEN.
           MOVE REORG-WORK-RECORD TO TARGET-RECORD.
           WRITE TARGET-RECORD
               INVALID KEY
                   SET OPEN-FAILED TO TRUE
                   DISPLAY 'TYU - REORG RELOAD WRITE FAILED - KEY: '
                       TGT-KEY
                   SET SOURCE-AT-EOF TO TRUE
           END-WRITE.
           IF NOT SOURCE-AT-EOF
               ADD 1 TO WS-RECORDS-RELOADED
               PERFORM 8535-READ-WORK-RECORD
           END-IF.

       8535-READ-WORK-RECORD.
           READ REORG-WORK-FILE
               AT END
                   SET SOURCE-AT-EOF TO TRUE
           END-READ.

       8540-BUILD-REORG-AMSIN.
      *    THE REPLACEMENT CLUSTER IS DEFINED FROM THE GEOMETRY
      *    THE CATALOG REPORTED BEFORE THE DELETE, SIZED FROM THE
      *    UNLOADED RECORD COUNT WITH HEADROOM.
           COMPUTE WS-REORG-PRIMARY = WS-RECORDS-UNLOADED + 1000.
           COMPUTE WS-REORG-SECONDARY = WS-REORG-PRIMARY / 10 + 100.

           STRING 'ALLOC DD(DDAMSIN) NEW DELETE REUSE '
                   'SPACE(1,1) TRACKS LRECL(80) RECFM(F,B)'
                   DELIMITED BY SIZE
               INTO WS-DYNALLOC-REQUEST.
           CALL 'BPXWDYN' USING WS-DYNALLOC-REQUEST
               RETURNING WS-DYNALLOC-RETURN-CODE.

           OPEN OUTPUT IDCAMS-SYSIN.
           IF WS-SYSIN-STATUS NOT = '00'
               DISPLAY 'TYU - DDAMSIN OPEN FAILED - STATUS: '
                   WS-SYSIN-STATUS
           END-IF.

           MOVE SPACES TO IDCAMS-SYSIN-RECORD.
           STRING ' DELETE ' DELIMITED BY SIZE
                   WS-ALLOC-TARGET-DSNAME DELIMITED BY SPACE
                   ' CLUSTER PURGE' DELIMITED BY SIZE
               INTO IDCAMS-SYSIN-RECORD.
           WRITE IDCAMS-SYSIN-RECORD.

           MOVE SPACES TO IDCAMS-SYSIN-RECORD.
           STRING ' DEFINE CLUSTER (NAME(' DELIMITED BY SIZE
                   WS-ALLOC-TARGET-DSNAME DELIMITED BY SPACE
                   ') -' DELIMITED BY SIZE
               INTO IDCAMS-SYSIN-RECORD.
           WRITE IDCAMS-SYSIN-RECORD.

           MOVE WS-SRC-CAT-KEY-LENGTH TO WS-EDIT-NUMBER-1.
           MOVE SPACES TO IDCAMS-SYSIN-RECORD.
           STRING '   INDEXED KEYS(' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-NUMBER-1) DELIMITED BY SIZE
                   ' 0) -' DELIMITED BY SIZE
               INTO IDCAMS-SYSIN-RECORD.
           WRITE IDCAMS-SYSIN-RECORD.

           MOVE WS-SRC-CAT-RECORD-LENGTH TO WS-EDIT-NUMBER-1.
           MOVE WS-STAT-MAXLRECL TO WS-EDIT-NUMBER-2.
           IF WS-STAT-MAXLRECL = ZERO
               MOVE WS-SRC-CAT-RECORD-LENGTH TO WS-EDIT-NUMBER-2
           END-IF.
           MOVE SPACES TO IDCAMS-SYSIN-RECORD.
           STRING '   RECORDSIZE(' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-NUMBER-1) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-NUMBER-2) DELIMITED BY SIZE
                   ') -' DELIMITED BY SIZE
               INTO IDCAMS-SYSIN-RECORD.
           WRITE IDCAMS-SYSIN-RECORD.

           MOVE WS-REORG-PRIMARY TO WS-EDIT-NUMBER-1.
           MOVE WS-REORG-SECONDARY TO WS-EDIT-NUMBER-2.
           MOVE SPACES TO IDCAMS-SYSIN-RECORD.
           STRING '   RECORDS(' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-NUMBER-1) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-NUMBER-2) DELIMITED BY SIZE
                   '))' DELIMITED BY SIZE
               INTO IDCAMS-SYSIN-RECORD.
           WRITE IDCAMS-SYSIN-RECORD.

           CLOSE IDCAMS-SYSIN.

       8550-GET-DATASET-STATISTICS.
           MOVE ZERO TO WS-STAT-CISPLITS WS-STAT-CASPLITS
               WS-STAT-EXTENTS WS-STAT-REC-TOTAL WS-STAT-MAXLRECL.
           MOVE 'NNNNN' TO WS-STAT-FOUND-SWITCHES.

           PERFORM 1076-BUILD-CATALOG-LISTCAT-SYSIN.

           STRING 'ALLOC DD(DDAMSPRT) NEW DELETE REUSE '
                   'SPACE(1,1) TRACKS LRECL(133) RECFM(F,B)'
                   DELIMITED BY SIZE
               INTO WS-DYNALLOC-REQUEST.
           CALL 'BPXWDYN' USING WS-DYNALLOC-REQUEST
               RETURNING WS-DYNALLOC-RETURN-CODE.

           CALL 'IDCAMS'.
           MOVE RETURN-CODE TO WS-IDCAMS-RETURN-CODE.

           IF WS-IDCAMS-RETURN-CODE < 8
               PERFORM 8555-READ-STATS-LISTCAT
           END-IF.

           MOVE 'FREE DD(DDAMSIN) DELETE' TO WS-DYNALLOC-REQUEST.
           CALL 'BPXWDYN' USING WS-DYNALLOC-REQUEST
               RETURNING WS-DYNALLOC-RETURN-CODE.
           MOVE 'FREE DD(DDAMSPRT) DELETE' TO WS-DYNALLOC-REQUEST.
           CALL 'BPXWDYN' USING WS-DYNALLOC-REQUEST
               RETURNING WS-DYNALLOC-RETURN-CODE.

       8555-READ-STATS-LISTCAT.
           OPEN INPUT IDCAMS-SYSPRINT.
           IF WS-SYSPRINT-STATUS NOT = '00'
               DISPLAY 'TYU - DDAMSPRT OPEN FAILED - STATUS: '
                   WS-SYSPRINT-STATUS
           END-IF.
           MOVE 'N' TO WS-CKPT-EOF-SWITCH.
           PERFORM 8556-SCAN-ONE-STATS-LINE UNTIL CKPT-AT-EOF.
           CLOSE IDCAMS-SYSPRINT.

       8556-SCAN-ONE-STATS-LINE.
           READ IDCAMS-SYSPRINT
               AT END
                   SET CKPT-AT-EOF TO TRUE
               NOT AT END
      *            THE STATISTICS GROUP PRINTS THE SPLIT COUNTS AS
      *            SPLITS-CI/SPLITS-CA, AND THE EXTENT COUNT IS
      *            THE VOLUME GROUP'S EXTENT-NUMBER - THE BARE
      *            EXTENTS: LINE IS A HEADER WITH NO FIGURE.
                   IF WS-STAT-CISPL-FOUND NOT = 'Y'
                       MOVE 'SPLITS-CI' TO WS-STAT-SCAN-LABEL
                       MOVE 9 TO WS-STAT-SCAN-LABEL-LEN
                       PERFORM 8560-EXTRACT-ONE-STATISTIC
                       IF STAT-TOKEN-FOUND
                           MOVE 'Y' TO WS-STAT-CISPL-FOUND
                           MOVE WS-STAT-TOKEN-VALUE TO WS-STAT-CISPLITS
                       END-IF
                   END-IF
                   IF WS-STAT-CASPL-FOUND NOT = 'Y'
                       MOVE 'SPLITS-CA' TO WS-STAT-SCAN-LABEL
                       MOVE 9 TO WS-STAT-SCAN-LABEL-LEN
                       PERFORM 8560-EXTRACT-ONE-STATISTIC
                       IF STAT-TOKEN-FOUND
                           MOVE 'Y' TO WS-STAT-CASPL-FOUND
                           MOVE WS-STAT-TOKEN-VALUE TO WS-STAT-CASPLITS
                       END-IF
                   END-IF
                   IF WS-STAT-EXT-FOUND NOT = 'Y'
                       MOVE 'EXTENT-NUMBER' TO WS-STAT-SCAN-LABEL
                       MOVE 13 TO WS-STAT-SCAN-LABEL-LEN
                       PERFORM 8560-EXTRACT-ONE-STATISTIC
                       IF STAT-TOKEN-FOUND
                           MOVE 'Y' TO WS-STAT-EXT-FOUND
                           MOVE WS-STAT-TOKEN-VALUE TO WS-STAT-EXTENTS
                       END-IF
                   END-IF
                   IF WS-STAT-REC-FOUND NOT = 'Y'
                       MOVE 'REC-TOTAL' TO WS-STAT-SCAN-LABEL
                       MOVE 9 TO WS-STAT-SCAN-LABEL-LEN
                       PERFORM 8560-EXTRACT-ONE-STATISTIC
                       IF STAT-TOKEN-FOUND
                           MOVE 'Y' TO WS-STAT-REC-FOUND
                           MOVE WS-STAT-TOKEN-VALUE TO WS-STAT-REC-TOTAL
                       END-IF
                   END-IF
                   IF WS-STAT-MAXL-FOUND NOT = 'Y'
                       MOVE 'MAXLRECL' TO WS-STAT-SCAN-LABEL
                       MOVE 8 TO WS-STAT-SCAN-LABEL-LEN
                       PERFORM 8560-EXTRACT-ONE-STATISTIC
                       IF STAT-TOKEN-FOUND
                           MOVE 'Y' TO WS-STAT-MAXL-FOUND
                           MOVE WS-STAT-TOKEN-VALUE TO WS-STAT-MAXLRECL
                       END-IF
                   END-IF
           END-READ.

       8560-EXTRACT-ONE-STATISTIC.
      *    SAME LABEL SCAN AS THE CATALOG-ATTRIBUTE EXTRACTION -
      *    THE VALUE IS THE SECOND TOKEN AFTER THE HYPHEN RUN
      *    FOLLOWING THE LABEL IS REPLACED BY SPACES. ONLY THE
      *    FIRST OCCURRENCE OF A LABEL IS TAKEN, WHICH IS THE
      *    DATA COMPONENT'S FIGURE.
           MOVE 'N' TO WS-STAT-TOKEN-SWITCH.
           MOVE ZERO TO WS-CAT-SCAN-COUNT.
           INSPECT IDCAMS-SYSPRINT-RECORD TALLYING
               WS-CAT-SCAN-COUNT FOR ALL
               WS-STAT-SCAN-LABEL(1:WS-STAT-SCAN-LABEL-LEN).
           IF WS-CAT-SCAN-COUNT > 0
               UNSTRING IDCAMS-SYSPRINT-RECORD DELIMITED BY
                       WS-STAT-SCAN-LABEL(1:WS-STAT-SCAN-LABEL-LEN)
                   INTO WS-CAT-SCAN-BEFORE WS-CAT-SCAN-AFTER
               END-UNSTRING
               INSPECT WS-CAT-SCAN-AFTER REPLACING ALL '-' BY SPACE
               UNSTRING WS-CAT-SCAN-AFTER DELIMITED BY ALL SPACE
                   INTO WS-CAT-SCAN-BEFORE WS-CAT-SCAN-TOKEN
               END-UNSTRING
      *        THE UNSTRING LEAVES THE FIGURE LEFT-JUSTIFIED WITH
      *        TRAILING SPACES, WHICH A NUMERIC CLASS TEST WOULD
      *        REJECT - BLANK OUT THE DIGITS IN A WORK COPY AND
      *        ACCEPT THE TOKEN WHEN NOTHING ELSE REMAINS, THEN
      *        CONVERT IT THROUGH NUMVAL.
               MOVE WS-CAT-SCAN-TOKEN TO WS-STAT-TOKEN-CHECK
               INSPECT WS-STAT-TOKEN-CHECK
                   CONVERTING '0123456789' TO '          '
               IF WS-CAT-SCAN-TOKEN NOT = SPACES
                       AND WS-STAT-TOKEN-CHECK = SPACES
                   COMPUTE WS-STAT-TOKEN-VALUE =
                       FUNCTION NUMVAL(WS-CAT-SCAN-TOKEN)
                   SET STAT-TOKEN-FOUND TO TRUE
               END-IF
           END-IF.

       8570-PRINT-STATISTICS-LINE.
           MOVE WS-STAT-CISPLITS TO REORG-STAT-CISPL.
           MOVE WS-STAT-CASPLITS TO REORG-STAT-CASPL.
           MOVE WS-STAT-EXTENTS TO REORG-STAT-EXT.
           MOVE WS-STAT-REC-TOTAL TO REORG-STAT-REC.
           WRITE PRINT-LINE FROM REORG-STATS-LINE.

       8580-SET-REORG-COMPLETION.
           MOVE WS-RECORDS-RELOADED TO PARMS-RECORDS-PROCESSED.
           MOVE WS-RECORDS-RELOADED TO WS-EDIT-NUMBER-1.
           MOVE WS-BEF-CISPLITS TO WS-EDIT-NUMBER-2.
           MOVE WS-BEF-CASPLITS TO WS-EDIT-NUMBER-3.
           MOVE WS-BEF-EXTENTS TO WS-EDIT-NUMBER-4.
           STRING 'REORG COMPLETE - RECORDS: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-NUMBER-1) DELIMITED BY SIZE
                   ' - BEFORE CI/CA/EXT: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-NUMBER-2) DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-NUMBER-3) DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-NUMBER-4) DELIMITED BY SIZE
                   ' - SEE DDCMP' DELIMITED BY SIZE
               INTO PARMS-MESSAGE.
           DISPLAY 'TYU - REORG COMPLETE - RECORDS RELOADED: '
               WS-RECORDS-RELOADED.

       8690-REBUILD-AIX-AFTER-COPY.
           PERFORM 8710-DISCOVER-AIX-NAMES.
           IF WS-AIX-COUNT > 0
               MOVE 'N' TO WS-AIX-PRINT-SWITCH
               OPEN OUTPUT PRINT-FILE
               IF WS-PRINT-STATUS = '00'
                   SET AIX-REPORT-AVAILABLE TO TRUE
                   STRING 'AIX REBUILD - BASE: ' DELIMITED BY SIZE
                           PARMS-TARGET-DSNAME DELIMITED BY SIZE
                       INTO PRINT-LINE
                   WRITE PRINT-LINE
               ELSE
                   DISPLAY 'TYU - DDCMP OPEN FAILED FOR AIX '
                       'REBUILD - STATUS: ' WS-PRINT-STATUS
               END-IF
               PERFORM 8750-REBUILD-DISCOVERED-AIXES
               IF AIX-REPORT-AVAILABLE
                   CLOSE PRINT-FILE
               END-IF
           END-IF.

       8710-DISCOVER-AIX-NAMES.
      *    THE TARGET'S LISTCAT ASSOCIATIONS NAME EVERY ALTERNATE
      *    INDEX BUILT OVER IT - THE SAME LISTCAT THE CATALOG-
      *    ATTRIBUTE CHECK ALREADY RUNS, READ FOR THE AIX LINES.
           MOVE ZERO TO WS-AIX-COUNT.
           MOVE WS-ALLOC-TARGET-DSNAME TO WS-CAT-DSNAME.

           PERFORM 1076-BUILD-CATALOG-LISTCAT-SYSIN.

           STRING 'ALLOC DD(DDAMSPRT) NEW DELETE REUSE '
                   'SPACE(1,1) TRACKS LRECL(133) RECFM(F,B)'
                   DELIMITED BY SIZE
               INTO WS-DYNALLOC-REQUEST.
           CALL 'BPXWDYN' USING WS-DYNALLOC-REQUEST
               RETURNING WS-DYNALLOC-RETURN-CODE.

           CALL 'IDCAMS'.
           MOVE RETURN-CODE TO WS-IDCAMS-RETURN-CODE.

           IF WS-IDCAMS-RETURN-CODE < 8
               OPEN INPUT IDCAMS-SYSPRINT
               IF WS-SYSPRINT-STATUS NOT = '00'
                   DISPLAY 'TYU - DDAMSPRT OPEN FAILED - STATUS: '
                       WS-SYSPRINT-STATUS
               END-IF
               MOVE 'N' TO WS-CKPT-EOF-SWITCH
               PERFORM 8715-SCAN-ONE-ASSOC-LINE UNTIL CKPT-AT-EOF
               CLOSE IDCAMS-SYSPRINT
           END-IF.

           MOVE 'FREE DD(DDAMSIN) DELETE' TO WS-DYNALLOC-REQUEST.
           CALL 'BPXWDYN' USING WS-DYNALLOC-REQUEST
               RETURNING WS-DYNALLOC-RETURN-CODE.
           MOVE 'FREE DD(DDAMSPRT) DELETE' TO WS-DYNALLOC-REQUEST.
           CALL 'BPXWDYN' USING WS-DYNALLOC-REQUEST
               RETURNING WS-DYNALLOC-RETURN-CODE.

       8715-SCAN-ONE-ASSOC-LINE.
           READ IDCAMS-SYSPRINT
               AT END
                   SET CKPT-AT-EOF TO TRUE
               NOT AT END
                   MOVE ZERO TO WS-CAT-SCAN-COUNT
                   INSPECT IDCAMS-SYSPRINT-RECORD TALLYING
                       WS-CAT-SCAN-COUNT FOR ALL 'AIX---'
                   IF WS-CAT-SCAN-COUNT > 0 AND WS-AIX-COUNT < 8
                       PERFORM 8717-EXTRACT-AIX-NAME
                   END-IF
           END-READ.

       8717-EXTRACT-AIX-NAME.
      *    AN AIX NAME MAY ITSELF CONTAIN HYPHENS, SO THE HYPHEN-
      *    TO-SPACE TRICK THE NUMERIC EXTRACTS USE WOULD BREAK IT
      *    APART - INSTEAD THE LEADING HYPHEN RUN AFTER THE LABEL
      *    IS COUNTED AND STEPPED OVER.
           UNSTRING IDCAMS-SYSPRINT-RECORD DELIMITED BY 'AIX---'
               INTO WS-CAT-SCAN-BEFORE WS-CAT-SCAN-AFTER
           END-UNSTRING.
           MOVE ZERO TO WS-AIX-LEAD-COUNT.
           INSPECT WS-CAT-SCAN-AFTER TALLYING WS-AIX-LEAD-COUNT
               FOR LEADING '-'.
           MOVE SPACES TO WS-AIX-NAME-WORK.
           UNSTRING WS-CAT-SCAN-AFTER(WS-AIX-LEAD-COUNT + 1:)
                   DELIMITED BY ALL SPACE
               INTO WS-AIX-NAME-WORK
           END-UNSTRING.
           IF WS-AIX-NAME-WORK NOT = SPACES
               ADD 1 TO WS-AIX-COUNT
               MOVE WS-AIX-NAME-WORK TO WS-AIX-NAME (WS-AIX-COUNT)
           END-IF.

       8750-REBUILD-DISCOVERED-AIXES.
           MOVE ZERO TO WS-AIX-REBUILT WS-AIX-FAILED.
           PERFORM 8760-REBUILD-ONE-AIX
               VARYING WS-AIX-SUB FROM 1 BY 1
               UNTIL WS-AIX-SUB > WS-AIX-COUNT.

           MOVE PARMS-MESSAGE TO WS-MESSAGE-WORK.
           MOVE SPACES TO PARMS-MESSAGE.
           IF WS-AIX-FAILED > 0
               IF PARMS-RETURN-CODE < 0004
                   MOVE 0004 TO PARMS-RETURN-CODE
               END-IF
               MOVE WS-AIX-FAILED TO WS-EDIT-NUMBER-1
               STRING FUNCTION TRIM(WS-MESSAGE-WORK TRAILING)
                       DELIMITED BY SIZE
                       ' - AIX REBUILD FAILURES: ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-NUMBER-1)
                           DELIMITED BY SIZE
                   INTO PARMS-MESSAGE
           ELSE
               MOVE WS-AIX-REBUILT TO WS-EDIT-NUMBER-1
               STRING FUNCTION TRIM(WS-MESSAGE-WORK TRAILING)
                       DELIMITED BY SIZE
                       ' - AIX REBUILT: ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-NUMBER-1)
                           DELIMITED BY SIZE
                   INTO PARMS-MESSAGE
           END-IF.
           DISPLAY 'TYU - AIX REBUILD - REBUILT: ' WS-AIX-REBUILT
               ' FAILED: ' WS-AIX-FAILED.

       8760-REBUILD-ONE-AIX.
           PERFORM 8770-BUILD-BLDINDEX-AMSIN.

           STRING 'ALLOC DD(DDAMSPRT) NEW DELETE REUSE '
                   'SPACE(1,1) TRACKS LRECL(133) RECFM(F,B)'
                   DELIMITED BY SIZE
               INTO WS-DYNALLOC-REQUEST.
           CALL 'BPXWDYN' USING WS-DYNALLOC-REQUEST
               RETURNING WS-DYNALLOC-RETURN-CODE.

           CALL 'IDCAMS'.
           MOVE RETURN-CODE TO WS-IDCAMS-RETURN-CODE.

           MOVE 'FREE DD(DDAMSIN) DELETE' TO WS-DYNALLOC-REQUEST.
           CALL 'BPXWDYN' USING WS-DYNALLOC-REQUEST
               RETURNING WS-DYNALLOC-RETURN-CODE.
           MOVE 'FREE DD(DDAMSPRT) DELETE' TO WS-DYNALLOC-REQUEST.
           CALL 'BPXWDYN' USING WS-DYNALLOC-REQUEST
               RETURNING WS-DYNALLOC-RETURN-CODE.

           IF WS-IDCAMS-RETURN-CODE < 8
               ADD 1 TO WS-AIX-REBUILT
      *        THE PER-AIX RECORD COUNT COMES FROM ITS OWN LISTCAT
      *        AFTER THE BLDINDEX, SO THE REPORT SHOWS WHAT EACH
      *        INDEX NOW HOLDS.
               MOVE WS-AIX-NAME (WS-AIX-SUB) TO WS-CAT-DSNAME
               PERFORM 8550-GET-DATASET-STATISTICS
               DISPLAY 'TYU - REBUILT AIX: ' WS-AIX-NAME (WS-AIX-SUB)
                   ' RECORDS: ' WS-STAT-REC-TOTAL
               IF AIX-REPORT-AVAILABLE
                   MOVE WS-STAT-REC-TOTAL TO WS-EDIT-NUMBER-1
                   STRING 'REBUILT AIX: ' DELIMITED BY SIZE
                           WS-AIX-NAME (WS-AIX-SUB)
                               DELIMITED BY SPACE
                           ' RECORDS: ' DELIMITED BY SIZE
                           WS-EDIT-NUMBER-1 DELIMITED BY SIZE
                       INTO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
           ELSE
               ADD 1 TO WS-AIX-FAILED
               DISPLAY 'TYU - *** AIX REBUILD FAILED: '
                   WS-AIX-NAME (WS-AIX-SUB) ' IDCAMS RC: '
                   WS-IDCAMS-RETURN-CODE ' ***'
               IF AIX-REPORT-AVAILABLE
                   STRING '*** REBUILD FAILED: ' DELIMITED BY SIZE
                           WS-AIX-NAME (WS-AIX-SUB)
                               DELIMITED BY SPACE
                           ' ***' DELIMITED BY SIZE
                       INTO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
           END-IF.

       8770-BUILD-BLDINDEX-AMSIN.
           STRING 'ALLOC DD(DDAMSIN) NEW DELETE REUSE '
                   'SPACE(1,1) TRACKS LRECL(80) RECFM(F,B)'
                   DELIMITED BY SIZE
               INTO WS-DYNALLOC-REQUEST.
           CALL 'BPXWDYN' USING WS-DYNALLOC-REQUEST
               RETURNING WS-DYNALLOC-RETURN-CODE.

           OPEN OUTPUT IDCAMS-SYSIN.
           IF WS-SYSIN-STATUS NOT = '00'
               DISPLAY 'TYU - DDAMSIN OPEN FAILED - STATUS: '
                   WS-SYSIN-STATUS
           END-IF.

           MOVE SPACES TO IDCAMS-SYSIN-RECORD.
           STRING ' BLDINDEX INDATASET(' DELIMITED BY SIZE
                   WS-ALLOC-TARGET-DSNAME DELIMITED BY SPACE
                   ') -' DELIMITED BY SIZE
               INTO IDCAMS-SYSIN-RECORD.
           WRITE IDCAMS-SYSIN-RECORD.

           MOVE SPACES TO IDCAMS-SYSIN-RECORD.
           STRING '   OUTDATASET(' DELIMITED BY SIZE
                   WS-AIX-NAME (WS-AIX-SUB) DELIMITED BY SPACE
                   ')' DELIMITED BY SIZE
               INTO IDCAMS-SYSIN-RECORD.
           WRITE IDCAMS-SYSIN-RECORD.

           CLOSE IDCAMS-SYSIN.

       8800-VALIDATE-DATASET.
           MOVE ZERO TO WS-VAL-RECORDS-READ WS-VAL-RECORDS-FAILED
               WS-VAL-REJECTS-WRITTEN WS-VAL-REJECT-ERRORS
               WS-VAL-DETAIL-LINES WS-VAL-FAILURE-RATE.
           MOVE 'N' TO WS-REJECT-OPENED-SWITCH.
      *    A CONTROL RECORD WRITTEN BEFORE THE THRESHOLD FIELD
      *    EXISTED CARRIES BLANKS THERE - TREATED AS ZERO, SO ANY
      *    FAILING RECORD GIVES RC 8.
           IF PARMS-FAIL-THRESHOLD NUMERIC
               MOVE PARMS-FAIL-THRESHOLD TO WS-VAL-THRESHOLD
           ELSE
               MOVE ZERO TO WS-VAL-THRESHOLD
           END-IF.
           MOVE ZERO TO WS-DICT-FOUND-SUB.
           IF PARMS-SOURCE-DSNAME NOT = SPACES
               MOVE PARMS-SOURCE-DSNAME TO WS-DICT-MATCH-DSNAME
               PERFORM 0150-MATCH-LAYOUT-FOR-DSNAME
           END-IF.

           EVALUATE TRUE
               WHEN PARMS-SOURCE-DSNAME = SPACES
                   MOVE 0008 TO PARMS-RETURN-CODE
                   MOVE 'VALIDATE REQUIRES A SOURCE DSNAME'
                       TO PARMS-MESSAGE
                   DISPLAY 'TYU - VALIDATE FAILED - ' PARMS-MESSAGE
               WHEN PARMS-RESTART-YES
                   MOVE 0008 TO PARMS-RETURN-CODE
                   MOVE 'RESTART NOT VALID FOR VALIDATE'
                       TO PARMS-MESSAGE
                   DISPLAY 'TYU - VALIDATE FAILED - ' PARMS-MESSAGE
               WHEN WS-DICT-FOUND-SUB = 0
                   MOVE 0008 TO PARMS-RETURN-CODE
                   STRING 'NO DDDICT LAYOUT FOR DATASET: '
                           DELIMITED BY SIZE
                           PARMS-SOURCE-DSNAME DELIMITED BY SPACE
                       INTO PARMS-MESSAGE
                   DISPLAY 'TYU - VALIDATE FAILED - ' PARMS-MESSAGE
               WHEN OTHER
                   PERFORM 8805-LOAD-VALIDATE-RULES
                   IF VAL-RULES-OK
                       PERFORM 8820-RUN-VALIDATE
                   ELSE
                       DISPLAY 'TYU - VALIDATE FAILED - '
                           PARMS-MESSAGE
                   END-IF
           END-EVALUATE.

       8805-LOAD-VALIDATE-RULES.
      *    EVERY RULE OF THE LAYOUT IS CHECKED BEFORE THE FIRST
      *    RECORD IS READ - A MISTYPED CARD STOPS THE ACTION WITH
      *    THE FIELD NAMED RATHER THAN FAILING EVERY RECORD.
           SET VAL-RULES-OK TO TRUE.
           MOVE WS-DICT-FIELD-COUNT (WS-DICT-FOUND-SUB)
               TO WS-VAL-FIELD-COUNT.
           IF WS-VAL-FIELD-COUNT = 0
               MOVE 'N' TO WS-VAL-RULES-OK-SWITCH
               MOVE 0008 TO PARMS-RETURN-CODE
               STRING 'DDDICT LAYOUT HAS NO FIELD CARDS: '
                       DELIMITED BY SIZE
                       WS-DICT-PATTERN (WS-DICT-FOUND-SUB)
                       DELIMITED BY SPACE
                   INTO PARMS-MESSAGE
           ELSE
               PERFORM 8806-LOAD-ONE-FIELD-RULE
                   VARYING WS-VAL-SUB FROM 1 BY 1
                   UNTIL WS-VAL-SUB > WS-VAL-FIELD-COUNT
                       OR NOT VAL-RULES-OK
           END-IF.

       8806-LOAD-ONE-FIELD-RULE.
           INITIALIZE WS-VAL-FIELD (WS-VAL-SUB).
           COMPUTE WS-VAL-DICT-SUB (WS-VAL-SUB) =
               WS-DICT-FIRST-FIELD (WS-DICT-FOUND-SUB) + WS-VAL-SUB - 1.
           MOVE WS-VAL-DICT-SUB (WS-VAL-SUB) TO WS-DICT-FIELD-SUB.
           MOVE WS-DICT-FIELD-RULE-TEXT (WS-DICT-FIELD-SUB)
               TO WS-VAL-RULE-TEXT.
           EVALUATE TRUE
               WHEN WS-DICT-FIELD-TYPE (WS-DICT-FIELD-SUB) NOT = 'C'
                       AND WS-DICT-FIELD-TYPE (WS-DICT-FIELD-SUB)
                           NOT = 'N'
                   MOVE 'FIELD TYPE NOT C OR N' TO WS-VAL-PROBLEM
                   PERFORM 8810-REFUSE-FIELD-RULE
               WHEN WS-DICT-FIELD-LENGTH (WS-DICT-FIELD-SUB) = 0
                   MOVE 'FIELD LENGTH ZERO' TO WS-VAL-PROBLEM
                   PERFORM 8810-REFUSE-FIELD-RULE
               WHEN WS-DICT-FIELD-OFFSET (WS-DICT-FIELD-SUB)
                       + WS-DICT-FIELD-LENGTH (WS-DICT-FIELD-SUB)
                       > 4000
                   MOVE 'FIELD ENDS BEYOND 4000 BYTES'
                       TO WS-VAL-PROBLEM
                   PERFORM 8810-REFUSE-FIELD-RULE
      *        EVERY FIELD IS CHECKED IN A 99-BYTE WORK AREA.
               WHEN WS-DICT-FIELD-LENGTH (WS-DICT-FIELD-SUB) > 99
                   MOVE 'FIELD OVER 99 BYTES' TO WS-VAL-PROBLEM
                   PERFORM 8810-REFUSE-FIELD-RULE
               WHEN WS-DICT-FIELD-MANDATORY (WS-DICT-FIELD-SUB)
                       NOT = 'M'
                       AND WS-DICT-FIELD-MANDATORY (WS-DICT-FIELD-SUB)
                           NOT = SPACE
                   MOVE 'MANDATORY FLAG NOT M OR BLANK'
                       TO WS-VAL-PROBLEM
                   PERFORM 8810-REFUSE-FIELD-RULE
               WHEN WS-DICT-FIELD-RULE (WS-DICT-FIELD-SUB) = SPACE
                   CONTINUE
               WHEN WS-DICT-FIELD-RULE (WS-DICT-FIELD-SUB) NOT = 'R'
                       AND WS-DICT-FIELD-RULE (WS-DICT-FIELD-SUB)
                           NOT = 'V'
                   MOVE 'RULE NOT R, V OR BLANK' TO WS-VAL-PROBLEM
                   PERFORM 8810-REFUSE-FIELD-RULE
               WHEN WS-VAL-RULE-TEXT = SPACES
                   MOVE 'RULE HAS NO TEXT' TO WS-VAL-PROBLEM
                   PERFORM 8810-REFUSE-FIELD-RULE
      *        A NUMERIC RULE IS APPLIED TO THE FIELD'S VALUE IN AN
      *        18-DIGIT WORK AREA.
               WHEN WS-DICT-FIELD-TYPE (WS-DICT-FIELD-SUB) = 'N'
                       AND WS-DICT-FIELD-LENGTH (WS-DICT-FIELD-SUB)
                           > 18
                   MOVE 'NUMERIC RULE ON FIELD OVER 18 DIGITS'
                       TO WS-VAL-PROBLEM
                   PERFORM 8810-REFUSE-FIELD-RULE
               WHEN WS-DICT-FIELD-RULE (WS-DICT-FIELD-SUB) = 'R'
                   PERFORM 8807-LOAD-RANGE-RULE
               WHEN OTHER
                   PERFORM 8808-LOAD-VALUE-LIST-RULE
           END-EVALUATE.

       8807-LOAD-RANGE-RULE.
      *    'LOW,HIGH' - AN EMPTY END IS UNBOUNDED ON THAT SIDE.
           UNSTRING WS-VAL-RULE-TEXT DELIMITED BY ','
               INTO WS-VAL-LOW-TEXT (WS-VAL-SUB)
                    WS-VAL-HIGH-TEXT (WS-VAL-SUB)
               ON OVERFLOW
                   MOVE 'RANGE RULE HAS MORE THAN TWO BOUNDS'
                       TO WS-VAL-PROBLEM
                   PERFORM 8810-REFUSE-FIELD-RULE
           END-UNSTRING.
           IF VAL-RULES-OK
                   AND WS-VAL-LOW-TEXT (WS-VAL-SUB) = SPACES
                   AND WS-VAL-HIGH-TEXT (WS-VAL-SUB) = SPACES
               MOVE 'RANGE RULE HAS NO BOUNDS' TO WS-VAL-PROBLEM
               PERFORM 8810-REFUSE-FIELD-RULE
           END-IF.
           IF VAL-RULES-OK
                   AND WS-DICT-FIELD-TYPE (WS-DICT-FIELD-SUB) = 'N'
               IF WS-VAL-LOW-TEXT (WS-VAL-SUB) NOT = SPACES
                   IF FUNCTION TEST-NUMVAL
                           (WS-VAL-LOW-TEXT (WS-VAL-SUB)) = 0
                       COMPUTE WS-VAL-LOW-NUMBER (WS-VAL-SUB) =
                           FUNCTION NUMVAL
                               (WS-VAL-LOW-TEXT (WS-VAL-SUB))
                   ELSE
                       MOVE 'RANGE LOW BOUND NOT NUMERIC'
                           TO WS-VAL-PROBLEM
                       PERFORM 8810-REFUSE-FIELD-RULE
                   END-IF
               END-IF
               IF WS-VAL-HIGH-TEXT (WS-VAL-SUB) NOT = SPACES
                   IF FUNCTION TEST-NUMVAL
                           (WS-VAL-HIGH-TEXT (WS-VAL-SUB)) = 0
                       COMPUTE WS-VAL-HIGH-NUMBER (WS-VAL-SUB) =
                           FUNCTION NUMVAL
                               (WS-VAL-HIGH-TEXT (WS-VAL-SUB))
                   ELSE
                       MOVE 'RANGE HIGH BOUND NOT NUMERIC'
                           TO WS-VAL-PROBLEM
                       PERFORM 8810-REFUSE-FIELD-RULE
                   END-IF
               END-IF
           END-IF.

       8808-LOAD-VALUE-LIST-RULE.
      *    AN EMPTY ENTRY (TWO COMMAS TOGETHER, OR A TRAILING
      *    COMMA) ALLOWS A BLANK CHARACTER FIELD.
           UNSTRING WS-VAL-RULE-TEXT DELIMITED BY ','
               INTO WS-VAL-LIST-TEXT (WS-VAL-SUB, 1)
                    WS-VAL-LIST-TEXT (WS-VAL-SUB, 2)
                    WS-VAL-LIST-TEXT (WS-VAL-SUB, 3)
                    WS-VAL-LIST-TEXT (WS-VAL-SUB, 4)
                    WS-VAL-LIST-TEXT (WS-VAL-SUB, 5)
                    WS-VAL-LIST-TEXT (WS-VAL-SUB, 6)
                    WS-VAL-LIST-TEXT (WS-VAL-SUB, 7)
                    WS-VAL-LIST-TEXT (WS-VAL-SUB, 8)
                    WS-VAL-LIST-TEXT (WS-VAL-SUB, 9)
                    WS-VAL-LIST-TEXT (WS-VAL-SUB, 10)
               TALLYING IN WS-VAL-VALUE-COUNT (WS-VAL-SUB)
               ON OVERFLOW
                   MOVE 'VALUE LIST HAS MORE THAN 10 ENTRIES'
                       TO WS-VAL-PROBLEM
                   PERFORM 8810-REFUSE-FIELD-RULE
           END-UNSTRING.
           IF VAL-RULES-OK
                   AND WS-DICT-FIELD-TYPE (WS-DICT-FIELD-SUB) = 'N'
               PERFORM 8809-LOAD-ONE-LIST-NUMBER
                   VARYING WS-VAL-VALUE-SUB FROM 1 BY 1
                   UNTIL WS-VAL-VALUE-SUB
                           > WS-VAL-VALUE-COUNT (WS-VAL-SUB)
                       OR NOT VAL-RULES-OK
           END-IF.

       8809-LOAD-ONE-LIST-NUMBER.
           IF WS-VAL-LIST-TEXT (WS-VAL-SUB, WS-VAL-VALUE-SUB)
                   NOT = SPACES
                   AND FUNCTION TEST-NUMVAL (WS-VAL-LIST-TEXT
                       (WS-VAL-SUB, WS-VAL-VALUE-SUB)) = 0
               COMPUTE WS-VAL-LIST-NUMBER
                       (WS-VAL-SUB, WS-VAL-VALUE-SUB) =
                   FUNCTION NUMVAL (WS-VAL-LIST-TEXT
                       (WS-VAL-SUB, WS-VAL-VALUE-SUB))
           ELSE
               MOVE 'VALUE LIST ENTRY NOT NUMERIC' TO WS-VAL-PROBLEM
               PERFORM 8810-REFUSE-FIELD-RULE
           END-IF.

       8810-REFUSE-FIELD-RULE.
           MOVE 'N' TO WS-VAL-RULES-OK-SWITCH.
           MOVE 0008 TO PARMS-RETURN-CODE.
           MOVE SPACES TO PARMS-MESSAGE.
           STRING 'DDDICT ' DELIMITED BY SIZE
                   WS-VAL-PROBLEM DELIMITED BY '  '
                   ' - FIELD: ' DELIMITED BY SIZE
                   WS-DICT-FIELD-NAME (WS-DICT-FIELD-SUB)
                       DELIMITED BY SPACE
               INTO PARMS-MESSAGE.

       8820-RUN-VALIDATE.
           MOVE 'N' TO WS-SOURCE-EOF-SWITCH.
           SET OPEN-OK TO TRUE.
           PERFORM 1050-RESOLVE-GENERATION-NAMES.

           MOVE SPACES TO WS-DYNALLOC-REQUEST.
           STRING 'ALLOC DD(DDSRC) DSN(' DELIMITED BY SIZE
                   WS-ALLOC-SOURCE-DSNAME DELIMITED BY SPACE
                   ') SHR REUSE' DELIMITED BY SIZE
               INTO WS-DYNALLOC-REQUEST.
           PERFORM 1110-ALLOCATE-WITH-RETRY.

           SET ATTRIBUTES-COMPATIBLE TO TRUE.
           MOVE WS-ALLOC-SOURCE-DSNAME TO WS-CAT-DSNAME.
           PERFORM 1075-GET-CATALOG-ATTRIBUTES.
           IF NOT WS-CAT-EXISTS
               MOVE 'N' TO WS-ATTRIBUTES-COMPATIBLE-SWITCH
               MOVE 0012 TO PARMS-RETURN-CODE
               STRING 'SOURCE NOT CATALOGED: ' DELIMITED BY SIZE
                       WS-CAT-DSNAME DELIMITED BY SPACE
                   INTO PARMS-MESSAGE
           ELSE
               MOVE WS-CAT-RECORD-LENGTH TO WS-SRC-CAT-RECORD-LENGTH
               MOVE WS-CAT-KEY-LENGTH TO WS-SRC-CAT-KEY-LENGTH
               MOVE WS-CAT-KEY-OFFSET TO WS-SRC-CAT-KEY-OFFSET
               MOVE WS-CAT-ORGANIZATION TO WS-SRC-CAT-ORGANIZATION
               PERFORM 1072-VALIDATE-KEY-GEOMETRY
           END-IF.

      *    A KEY RANGE LIMITS THE SWEEP OF A KSDS AS IT DOES AN
      *    EXTRACT; ENTRY-SEQUENCED DATA HAS NO KEY TO RANGE ON.
           IF ATTRIBUTES-COMPATIBLE
                   AND SOURCE-IS-SEQUENTIAL
                   AND (PARMS-LOW-KEY NOT = SPACES
                       OR PARMS-HIGH-KEY NOT = SPACES)
               MOVE 'N' TO WS-ATTRIBUTES-COMPATIBLE-SWITCH
               MOVE 0008 TO PARMS-RETURN-CODE
               MOVE 'KEY RANGE REQUIRES A KEYED SOURCE'
                   TO PARMS-MESSAGE
           END-IF.

           IF NOT ATTRIBUTES-COMPATIBLE
               DISPLAY 'TYU - VALIDATE SKIPPED - ' PARMS-MESSAGE
           ELSE
               PERFORM 8825-SWEEP-AND-VALIDATE
           END-IF.

       8825-SWEEP-AND-VALIDATE.
           IF SOURCE-IS-SEQUENTIAL
               OPEN INPUT SOURCE-SEQ-FILE
           ELSE
               OPEN INPUT SOURCE-FILE
           END-IF.
           IF WS-SOURCE-STATUS NOT = '00'
               SET OPEN-FAILED TO TRUE
               STRING 'OPEN FAILED FOR SOURCE: ' DELIMITED BY SIZE
                       WS-ALLOC-SOURCE-DSNAME DELIMITED BY SPACE
                       ' STATUS: ' DELIMITED BY SIZE
                       WS-SOURCE-STATUS DELIMITED BY SIZE
                   INTO PARMS-MESSAGE
           END-IF.

           IF OPEN-OK
               OPEN OUTPUT PRINT-FILE
               IF WS-PRINT-STATUS NOT = '00'
                   SET OPEN-FAILED TO TRUE
                   STRING 'OPEN FAILED FOR PRINT FILE - STATUS: '
                           DELIMITED BY SIZE
                           WS-PRINT-STATUS DELIMITED BY SIZE
                       INTO PARMS-MESSAGE
               END-IF
           END-IF.

      *    THE REJECT DATASET IS ALLOCATED LAST, SO A SOURCE OR
      *    PRINT FAILURE NEVER LEAVES AN EMPTY ONE CATALOGED.
           IF OPEN-OK
                   AND VALIDATE-LIVE-MODE
                   AND PARMS-TARGET-DSNAME NOT = SPACES
               PERFORM 8826-OPEN-REJECT-DATASET
               IF NOT OPEN-OK
                   CLOSE PRINT-FILE
               END-IF
           END-IF.

           IF OPEN-OK
               MOVE SPACES TO PRINT-LINE
               STRING 'VALIDATE - DATASET: ' DELIMITED BY SIZE
                       PARMS-SOURCE-DSNAME DELIMITED BY SPACE
                       ' LAYOUT: ' DELIMITED BY SIZE
                       WS-DICT-PATTERN (WS-DICT-FOUND-SUB)
                       DELIMITED BY SPACE
                   INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               EVALUATE TRUE
                   WHEN REJECT-FILE-OPENED
                       STRING 'VALIDATE - REJECTS TO: '
                               DELIMITED BY SIZE
                               WS-ALLOC-TARGET-DSNAME DELIMITED BY SPACE
                           INTO PRINT-LINE
                   WHEN VALIDATE-PREVIEW-MODE
                       MOVE 'VALIDATE - DRYRUN - NO REJECT DATASET'
                           TO PRINT-LINE
                   WHEN OTHER
                       MOVE 'VALIDATE - NO REJECT DATASET NAMED'
                           TO PRINT-LINE
               END-EVALUATE
               WRITE PRINT-LINE

               IF SOURCE-IS-SEQUENTIAL
                   PERFORM 1210-READ-SEQ-SOURCE-RECORD
                   PERFORM 8835-VALIDATE-ONE-SEQUENTIAL
                       UNTIL SOURCE-AT-EOF
               ELSE
                   IF PARMS-LOW-KEY NOT = SPACES
                       PERFORM 1160-START-FOR-KEY-RANGE
                   END-IF
                   IF NOT SOURCE-AT-EOF
                       PERFORM 1200-READ-SOURCE-RECORD
                   END-IF
                   PERFORM 8830-VALIDATE-ONE-KEYED
                       UNTIL SOURCE-AT-EOF
               END-IF

               PERFORM 8870-SET-VALIDATE-COMPLETION

               CLOSE PRINT-FILE
           ELSE
               MOVE 0008 TO PARMS-RETURN-CODE
               DISPLAY 'TYU - VALIDATE FAILED - ' PARMS-MESSAGE
           END-IF.

      *    THE CLOSE IS UNCONDITIONAL, AS IN VERIFY - A FAILED
      *    PRINT OPEN MUST NOT LEAVE THE SOURCE OPEN ON ITS DDNAME
      *    FOR THE REST OF THE RUN.
           IF SOURCE-IS-SEQUENTIAL
               CLOSE SOURCE-SEQ-FILE
           ELSE
               CLOSE SOURCE-FILE
           END-IF.
           IF REJECT-FILE-OPENED
               CLOSE REJECT-FILE
               MOVE 'FREE DD(DDREJ)' TO WS-DYNALLOC-REQUEST
               CALL 'BPXWDYN' USING WS-DYNALLOC-REQUEST
                   RETURNING WS-DYNALLOC-RETURN-CODE
           END-IF.

       8826-OPEN-REJECT-DATASET.
           MOVE SPACES TO WS-DYNALLOC-REQUEST.
           STRING 'ALLOC DD(DDREJ) DSN(' DELIMITED BY SIZE
                   WS-ALLOC-TARGET-DSNAME DELIMITED BY SPACE
                   ') NEW CATLG '
                   'SPACE(50,50) TRACKS LRECL(4104) RECFM(V,B)'
                   DELIMITED BY SIZE
               INTO WS-DYNALLOC-REQUEST.
           CALL 'BPXWDYN' USING WS-DYNALLOC-REQUEST
               RETURNING WS-DYNALLOC-RETURN-CODE.
           IF WS-DYNALLOC-RETURN-CODE NOT = ZERO
               SET OPEN-FAILED TO TRUE
               DISPLAY 'TYU - ALLOCATION FAILED FOR REJECT DATASET: '
                   WS-ALLOC-TARGET-DSNAME ' RC: '
                   WS-DYNALLOC-RETURN-CODE
               STRING 'ALLOCATION FAILED FOR REJECT DATASET: '
                       DELIMITED BY SIZE
                       WS-ALLOC-TARGET-DSNAME DELIMITED BY SPACE
                   INTO PARMS-MESSAGE
           ELSE
               OPEN OUTPUT REJECT-FILE
               IF WS-REJECT-STATUS = '00'
                   SET REJECT-FILE-OPENED TO TRUE
               ELSE
                   SET OPEN-FAILED TO TRUE
                   STRING 'OPEN FAILED FOR REJECT DATASET: '
                           DELIMITED BY SIZE
                           WS-ALLOC-TARGET-DSNAME DELIMITED BY SPACE
                           ' STATUS: ' DELIMITED BY SIZE
                           WS-REJECT-STATUS DELIMITED BY SIZE
                       INTO PARMS-MESSAGE
      *            NOTHING WAS WRITTEN TO THE DATASET JUST CREATED,
      *            SO IT IS SCRATCHED WITH ITS ALLOCATION.
                   MOVE 'FREE DD(DDREJ) DELETE' TO WS-DYNALLOC-REQUEST
                   CALL 'BPXWDYN' USING WS-DYNALLOC-REQUEST
                       RETURNING WS-DYNALLOC-RETURN-CODE
               END-IF
           END-IF.

       8830-VALIDATE-ONE-KEYED.
           MOVE WS-SOURCE-RECLEN TO WS-VAL-RECLEN.
           MOVE SOURCE-RECORD TO WS-VAL-RECORD.
           PERFORM 8840-VALIDATE-ONE-RECORD.
           PERFORM 1200-READ-SOURCE-RECORD.

       8835-VALIDATE-ONE-SEQUENTIAL.
           MOVE WS-SOURCE-RECLEN TO WS-VAL-RECLEN.
           MOVE SOURCE-SEQ-RECORD TO WS-VAL-RECORD.
           PERFORM 8840-VALIDATE-ONE-RECORD.
           PERFORM 1210-READ-SEQ-SOURCE-RECORD.

       8840-VALIDATE-ONE-RECORD.
           ADD 1 TO WS-VAL-RECORDS-READ.
           MOVE 'N' TO WS-VAL-RECORD-FAILED-SWITCH.
           MOVE 'N' TO WS-VAL-LIST-FULL-SWITCH.
           MOVE SPACES TO WS-VAL-FAILED-FIELDS.
           MOVE 1 TO WS-VAL-FAIL-POINTER.
           PERFORM 8845-VALIDATE-ONE-FIELD
               VARYING WS-VAL-SUB FROM 1 BY 1
               UNTIL WS-VAL-SUB > WS-VAL-FIELD-COUNT.

           IF VAL-RECORD-FAILED
               ADD 1 TO WS-VAL-RECORDS-FAILED
               IF VAL-FAIL-LIST-FULL
                   MOVE '+' TO WS-VAL-FAILED-FIELDS (89:1)
               END-IF
      *        THE FIRST FAILURES ARE LISTED ON DDCMP SO A DRYRUN,
      *        OR A RUN WITH NO REJECT DATASET, STILL SHOWS WHICH
      *        RECORDS TO LOOK AT.
               IF WS-VAL-DETAIL-LINES < 50
                   ADD 1 TO WS-VAL-DETAIL-LINES
                   MOVE WS-VAL-RECORDS-READ TO WS-RECORD-NUMBER-DISP
                   MOVE SPACES TO PRINT-LINE
                   STRING 'VALIDATE - RECORD ' DELIMITED BY SIZE
                           WS-RECORD-NUMBER-DISP DELIMITED BY SIZE
                           ' FAILED: ' DELIMITED BY SIZE
                           WS-VAL-FAILED-FIELDS DELIMITED BY SIZE
                       INTO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
               IF REJECT-FILE-OPENED
                   PERFORM 8860-WRITE-REJECT-RECORD
               END-IF
           END-IF.

       8845-VALIDATE-ONE-FIELD.
           MOVE WS-VAL-DICT-SUB (WS-VAL-SUB) TO WS-DICT-FIELD-SUB.
           COMPUTE WS-VAL-POSITION =
               WS-DICT-FIELD-OFFSET (WS-DICT-FIELD-SUB) + 1.
           MOVE WS-DICT-FIELD-LENGTH (WS-DICT-FIELD-SUB)
               TO WS-VAL-LENGTH.
           MOVE SPACE TO WS-VAL-REASON.
      *    A VARIABLE-LENGTH RECORD THAT ENDS BEFORE THE FIELD
      *    ONLY FAILS IT WHEN THE FIELD IS MANDATORY.
           IF WS-VAL-POSITION + WS-VAL-LENGTH - 1 > WS-VAL-RECLEN
               IF WS-DICT-FIELD-MANDATORY (WS-DICT-FIELD-SUB) = 'M'
                   MOVE 'M' TO WS-VAL-REASON
               END-IF
           ELSE
               MOVE SPACES TO WS-VAL-FIELD-TEXT
               MOVE WS-VAL-RECORD (WS-VAL-POSITION:WS-VAL-LENGTH)
                   TO WS-VAL-FIELD-TEXT
               PERFORM 8850-CHECK-FIELD-CONTENT
           END-IF.
           IF WS-VAL-REASON NOT = SPACE
               PERFORM 8858-RECORD-FIELD-FAILURE
           END-IF.

       8850-CHECK-FIELD-CONTENT.
           MOVE 'N' TO WS-VAL-BLANK-SWITCH.
           IF WS-VAL-FIELD-TEXT (1:WS-VAL-LENGTH) = SPACES
                   OR WS-VAL-FIELD-TEXT (1:WS-VAL-LENGTH) = LOW-VALUES
               SET VAL-FIELD-BLANK TO TRUE
           END-IF.
           EVALUATE TRUE
               WHEN VAL-FIELD-BLANK
                       AND WS-DICT-FIELD-MANDATORY (WS-DICT-FIELD-SUB)
                           = 'M'
                   MOVE 'M' TO WS-VAL-REASON
      *        A NUMERIC FIELD IS HELD TO ITS PICTURE EVEN WHEN IT
      *        IS OPTIONAL - BLANKS IN A ZONED FIELD ABEND THE FIRST
      *        PROGRAM THAT ADDS IT UP.
               WHEN WS-DICT-FIELD-TYPE (WS-DICT-FIELD-SUB) = 'N'
                   PERFORM 8852-TEST-NUMERIC-FIELD
                   IF VAL-FIELD-NUMERIC
                       PERFORM 8854-APPLY-NUMERIC-RULE
                   ELSE
                       MOVE 'N' TO WS-VAL-REASON
                   END-IF
      *        AN OPTIONAL CHARACTER FIELD LEFT BLANK IS NOT HELD TO
      *        ITS RANGE OR VALUE LIST.
               WHEN VAL-FIELD-BLANK
                   CONTINUE
               WHEN OTHER
                   PERFORM 8856-APPLY-CHARACTER-RULE
           END-EVALUATE.

       8852-TEST-NUMERIC-FIELD.
           MOVE 'N' TO WS-VAL-NUMERIC-SWITCH.
           MOVE 'N' TO WS-VAL-NEGATIVE-SWITCH.
           MOVE WS-VAL-FIELD-TEXT (WS-VAL-LENGTH:1) TO WS-VAL-SIGN-BYTE.
           IF VAL-SIGN-NEGATIVE
               SET VAL-FIELD-NEGATIVE TO TRUE
           END-IF.
           INSPECT WS-VAL-SIGN-BYTE CONVERTING
               '{ABCDEFGHI}JKLMNOPQR' TO '01234567890123456789'.
           MOVE WS-VAL-SIGN-BYTE TO WS-VAL-FIELD-TEXT (WS-VAL-LENGTH:1).
           IF WS-VAL-FIELD-TEXT (1:WS-VAL-LENGTH) IS NUMERIC
               SET VAL-FIELD-NUMERIC TO TRUE
               IF WS-VAL-LENGTH NOT > 18
                   MOVE ZEROS TO WS-VAL-DIGITS
                   MOVE WS-VAL-FIELD-TEXT (1:WS-VAL-LENGTH)
                       TO WS-VAL-DIGITS (19 - WS-VAL-LENGTH:
                           WS-VAL-LENGTH)
                   MOVE WS-VAL-DIGITS-N TO WS-VAL-FIELD-VALUE
                   IF VAL-FIELD-NEGATIVE
                       COMPUTE WS-VAL-FIELD-VALUE =
                           0 - WS-VAL-FIELD-VALUE
                   END-IF
               END-IF
           END-IF.

       8854-APPLY-NUMERIC-RULE.
           EVALUATE WS-DICT-FIELD-RULE (WS-DICT-FIELD-SUB)
               WHEN 'R'
                   IF WS-VAL-LOW-TEXT (WS-VAL-SUB) NOT = SPACES
                           AND WS-VAL-FIELD-VALUE
                               < WS-VAL-LOW-NUMBER (WS-VAL-SUB)
                       MOVE 'R' TO WS-VAL-REASON
                   END-IF
                   IF WS-VAL-HIGH-TEXT (WS-VAL-SUB) NOT = SPACES
                           AND WS-VAL-FIELD-VALUE
                               > WS-VAL-HIGH-NUMBER (WS-VAL-SUB)
                       MOVE 'R' TO WS-VAL-REASON
                   END-IF
               WHEN 'V'
                   MOVE 'N' TO WS-VAL-MATCH-SWITCH
                   PERFORM 8855-MATCH-ONE-NUMERIC-VALUE
                       VARYING WS-VAL-VALUE-SUB FROM 1 BY 1
                       UNTIL WS-VAL-VALUE-SUB
                               > WS-VAL-VALUE-COUNT (WS-VAL-SUB)
                           OR VAL-VALUE-MATCHED
                   IF NOT VAL-VALUE-MATCHED
                       MOVE 'V' TO WS-VAL-REASON
                   END-IF
           END-EVALUATE.

       8855-MATCH-ONE-NUMERIC-VALUE.
           IF WS-VAL-FIELD-VALUE =
                   WS-VAL-LIST-NUMBER (WS-VAL-SUB, WS-VAL-VALUE-SUB)
               SET VAL-VALUE-MATCHED TO TRUE
           END-IF.

       8856-APPLY-CHARACTER-RULE.
      *    CHARACTER BOUNDS AND VALUES ARE PADDED WITH SPACES TO
      *    THE FIELD LENGTH AND COMPARED IN THE COLLATING SEQUENCE.
           EVALUATE WS-DICT-FIELD-RULE (WS-DICT-FIELD-SUB)
               WHEN 'R'
                   IF WS-VAL-LOW-TEXT (WS-VAL-SUB) NOT = SPACES
                       MOVE WS-VAL-LOW-TEXT (WS-VAL-SUB)
                           TO WS-VAL-COMPARE-TEXT
                       IF WS-VAL-FIELD-TEXT (1:WS-VAL-LENGTH)
                               < WS-VAL-COMPARE-TEXT (1:WS-VAL-LENGTH)
                           MOVE 'R' TO WS-VAL-REASON
                       END-IF
                   END-IF
                   IF WS-VAL-HIGH-TEXT (WS-VAL-SUB) NOT = SPACES
                       MOVE WS-VAL-HIGH-TEXT (WS-VAL-SUB)
                           TO WS-VAL-COMPARE-TEXT
                       IF WS-VAL-FIELD-TEXT (1:WS-VAL-LENGTH)
                               > WS-VAL-COMPARE-TEXT (1:WS-VAL-LENGTH)
                           MOVE 'R' TO WS-VAL-REASON
                       END-IF
                   END-IF
               WHEN 'V'
                   MOVE 'N' TO WS-VAL-MATCH-SWITCH
                   PERFORM 8857-MATCH-ONE-CHARACTER-VALUE
                       VARYING WS-VAL-VALUE-SUB FROM 1 BY 1
                       UNTIL WS-VAL-VALUE-SUB
                               > WS-VAL-VALUE-COUNT (WS-VAL-SUB)
                           OR VAL-VALUE-MATCHED
                   IF NOT VAL-VALUE-MATCHED
                       MOVE 'V' TO WS-VAL-REASON
                   END-IF
           END-EVALUATE.

       8857-MATCH-ONE-CHARACTER-VALUE.
           MOVE WS-VAL-LIST-TEXT (WS-VAL-SUB, WS-VAL-VALUE-SUB)
               TO WS-VAL-COMPARE-TEXT.
           IF WS-VAL-FIELD-TEXT (1:WS-VAL-LENGTH)
                   = WS-VAL-COMPARE-TEXT (1:WS-VAL-LENGTH)
               SET VAL-VALUE-MATCHED TO TRUE
           END-IF.

       8858-RECORD-FIELD-FAILURE.
           SET VAL-RECORD-FAILED TO TRUE.
           EVALUATE WS-VAL-REASON
               WHEN 'N'
                   ADD 1 TO WS-VAL-NOT-NUMERIC (WS-VAL-SUB)
               WHEN 'M'
                   ADD 1 TO WS-VAL-MISSING (WS-VAL-SUB)
               WHEN 'R'
                   ADD 1 TO WS-VAL-OUT-OF-RANGE (WS-VAL-SUB)
               WHEN 'V'
                   ADD 1 TO WS-VAL-NOT-IN-LIST (WS-VAL-SUB)
           END-EVALUATE.
      *    NAME(REASON) ENTRIES ARE JOINED BY COMMAS UNTIL THE LIST
      *    IS FULL; THE CALLER MARKS AN OVERFLOWED LIST WITH '+'.
           IF NOT VAL-FAIL-LIST-FULL AND WS-VAL-FAIL-POINTER > 1
               STRING ',' DELIMITED BY SIZE
                   INTO WS-VAL-FAILED-FIELDS
                   WITH POINTER WS-VAL-FAIL-POINTER
                   ON OVERFLOW
                       SET VAL-FAIL-LIST-FULL TO TRUE
               END-STRING
           END-IF.
           IF NOT VAL-FAIL-LIST-FULL
               STRING WS-DICT-FIELD-NAME (WS-DICT-FIELD-SUB)
                           DELIMITED BY SPACE
                       '(' DELIMITED BY SIZE
                       WS-VAL-REASON DELIMITED BY SIZE
                       ')' DELIMITED BY SIZE
                   INTO WS-VAL-FAILED-FIELDS
                   WITH POINTER WS-VAL-FAIL-POINTER
                   ON OVERFLOW
                       SET VAL-FAIL-LIST-FULL TO TRUE
               END-STRING
           END-IF.

       8860-WRITE-REJECT-RECORD.
           MOVE SPACES TO REJ-PREFIX.
           MOVE WS-VAL-RECORDS-READ TO REJ-RECORD-NUMBER.
           MOVE WS-VAL-FAILED-FIELDS TO REJ-FAILED-FIELDS.
           MOVE WS-VAL-RECORD TO REJ-IMAGE.
           COMPUTE WS-REJECT-RECLEN = WS-VAL-RECLEN + 100.
           WRITE REJECT-RECORD.
           IF WS-REJECT-STATUS = '00'
               ADD 1 TO WS-VAL-REJECTS-WRITTEN
           ELSE
               ADD 1 TO WS-VAL-REJECT-ERRORS
               DISPLAY 'TYU - VALIDATE REJECT WRITE FAILED - STATUS: '
                   WS-REJECT-STATUS ' RECORD: ' WS-VAL-RECORDS-READ
           END-IF.

       8870-SET-VALIDATE-COMPLETION.
           MOVE WS-VAL-RECORDS-READ TO PARMS-RECORDS-PROCESSED.
           IF WS-VAL-RECORDS-READ > 0
               COMPUTE WS-VAL-FAILURE-RATE ROUNDED =
                   WS-VAL-RECORDS-FAILED * 100 / WS-VAL-RECORDS-READ
           END-IF.

           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'VALIDATE - FIELD FAILURE SUMMARY' TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM VALIDATE-HEADING-LINE.
           PERFORM 8875-PRINT-ONE-FIELD-SUMMARY
               VARYING WS-VAL-SUB FROM 1 BY 1
               UNTIL WS-VAL-SUB > WS-VAL-FIELD-COUNT.

           MOVE WS-VAL-RECORDS-READ TO WS-EDIT-NUMBER-1.
           MOVE WS-VAL-RECORDS-FAILED TO WS-EDIT-NUMBER-2.
           MOVE WS-VAL-FAILURE-RATE TO WS-VAL-RATE-DISP.
           MOVE WS-VAL-THRESHOLD TO WS-VAL-THRESHOLD-DISP.
           MOVE SPACES TO PRINT-LINE.
           STRING 'VALIDATE - RECORDS READ: ' DELIMITED BY SIZE
                   WS-EDIT-NUMBER-1 DELIMITED BY SIZE
                   '  FAILED: ' DELIMITED BY SIZE
                   WS-EDIT-NUMBER-2 DELIMITED BY SIZE
                   '  RATE: ' DELIMITED BY SIZE
                   WS-VAL-RATE-DISP DELIMITED BY SIZE
                   '%  THRESHOLD: ' DELIMITED BY SIZE
                   WS-VAL-THRESHOLD-DISP DELIMITED BY SIZE
                   '%' DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
           IF REJECT-FILE-OPENED
               MOVE WS-VAL-REJECTS-WRITTEN TO WS-EDIT-NUMBER-3
               MOVE SPACES TO PRINT-LINE
               STRING 'VALIDATE - REJECTS WRITTEN: ' DELIMITED BY SIZE
                       WS-EDIT-NUMBER-3 DELIMITED BY SIZE
                   INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

           MOVE SPACES TO PARMS-MESSAGE.
           EVALUATE TRUE
               WHEN WS-VAL-REJECT-ERRORS > 0
      *            A FAILING RECORD THAT NEVER REACHED THE SUSPENSE
      *            WOULD BE LOST TO WHOEVER WORKS IT.
                   MOVE 0008 TO PARMS-RETURN-CODE
                   MOVE WS-VAL-REJECT-ERRORS TO WS-EDIT-NUMBER-3
                   STRING 'VALIDATE FAILED - REJECT WRITE FAILED FOR '
                           DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-NUMBER-3)
                           DELIMITED BY SIZE
                           ' RECORDS' DELIMITED BY SIZE
                       INTO PARMS-MESSAGE
               WHEN WS-VAL-RECORDS-READ = 0
                   MOVE 0004 TO PARMS-RETURN-CODE
                   MOVE 'VALIDATE COMPLETE - DATASET IS EMPTY'
                       TO PARMS-MESSAGE
               WHEN WS-VAL-RECORDS-FAILED = 0
                   STRING 'VALIDATE COMPLETE - ALL ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-NUMBER-1)
                           DELIMITED BY SIZE
                           ' RECORDS PASSED' DELIMITED BY SIZE
                       INTO PARMS-MESSAGE
               WHEN WS-VAL-FAILURE-RATE > WS-VAL-THRESHOLD
                   MOVE 0008 TO PARMS-RETURN-CODE
                   STRING 'VALIDATE FAILED - ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-NUMBER-2)
                           DELIMITED BY SIZE
                           ' OF ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-NUMBER-1)
                           DELIMITED BY SIZE
                           ' RECORDS FAILED (' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-VAL-RATE-DISP)
                           DELIMITED BY SIZE
                           '%) - OVER THRESHOLD' DELIMITED BY SIZE
                       INTO PARMS-MESSAGE
               WHEN OTHER
                   MOVE 0004 TO PARMS-RETURN-CODE
                   STRING 'VALIDATE WARNING - ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-NUMBER-2)
                           DELIMITED BY SIZE
                           ' OF ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-NUMBER-1)
                           DELIMITED BY SIZE
                           ' RECORDS FAILED (' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-VAL-RATE-DISP)
                           DELIMITED BY SIZE
                           '%) - WITHIN THRESHOLD' DELIMITED BY SIZE
                       INTO PARMS-MESSAGE
           END-EVALUATE.

           DISPLAY 'TYU - VALIDATE COMPLETE - RECORDS: '
               WS-VAL-RECORDS-READ ' FAILED: ' WS-VAL-RECORDS-FAILED
               ' REJECTS WRITTEN: ' WS-VAL-REJECTS-WRITTEN.

       8875-PRINT-ONE-FIELD-SUMMARY.
           MOVE WS-VAL-DICT-SUB (WS-VAL-SUB) TO WS-DICT-FIELD-SUB.
           MOVE WS-DICT-FIELD-NAME (WS-DICT-FIELD-SUB)
               TO VAL-LINE-NAME.
           MOVE WS-DICT-FIELD-OFFSET (WS-DICT-FIELD-SUB)
               TO VAL-LINE-OFFSET.
           MOVE WS-DICT-FIELD-LENGTH (WS-DICT-FIELD-SUB)
               TO VAL-LINE-LENGTH.
           MOVE WS-DICT-FIELD-TYPE (WS-DICT-FIELD-SUB)
               TO VAL-LINE-TYPE.
           MOVE WS-DICT-FIELD-MANDATORY (WS-DICT-FIELD-SUB)
               TO VAL-LINE-MANDATORY.
           MOVE WS-DICT-FIELD-RULE (WS-DICT-FIELD-SUB)
               TO VAL-LINE-RULE.
           MOVE WS-VAL-NOT-NUMERIC (WS-VAL-SUB)
               TO VAL-LINE-NOT-NUMERIC.
           MOVE WS-VAL-MISSING (WS-VAL-SUB) TO VAL-LINE-MISSING.
           MOVE WS-VAL-OUT-OF-RANGE (WS-VAL-SUB)
               TO VAL-LINE-OUT-OF-RANGE.
           MOVE WS-VAL-NOT-IN-LIST (WS-VAL-SUB)
               TO VAL-LINE-NOT-IN-LIST.
           COMPUTE VAL-LINE-FAILED = WS-VAL-NOT-NUMERIC (WS-VAL-SUB)
               + WS-VAL-MISSING (WS-VAL-SUB)
               + WS-VAL-OUT-OF-RANGE (WS-VAL-SUB)
               + WS-VAL-NOT-IN-LIST (WS-VAL-SUB).
           WRITE PRINT-LINE FROM VALIDATE-FIELD-LINE.

       8900-XREF-DATASETS.
           MOVE ZERO TO WS-XREF-CHILDREN-READ WS-XREF-NO-KEY
               WS-XREF-KEYS-CHECKED WS-XREF-MATCHED WS-XREF-ORPHANS
               WS-XREF-PARENTS-READ WS-XREF-PARENTS-REFERENCED
               WS-XREF-CHILDLESS WS-XREF-ORPHANS-WRITTEN
               WS-XREF-ORPHAN-ERRORS WS-XREF-FK-SUB.
           MOVE 'N' TO WS-ORPHAN-OPENED-SWITCH.
           MOVE ZERO TO WS-DICT-FOUND-SUB.
           IF PARMS-SOURCE-DSNAME NOT = SPACES
               MOVE PARMS-SOURCE-DSNAME TO WS-DICT-MATCH-DSNAME
               PERFORM 0150-MATCH-LAYOUT-FOR-DSNAME
           END-IF.
      *    THE FOREIGN KEY IS NAMED, NEVER GIVEN AS A RAW OFFSET -
      *    IT IS THE FIELD OF THE CHILD'S OWN LAYOUT NAMED IN THE
      *    FIRST SELECT ENTRY.
           IF WS-DICT-FOUND-SUB > 0
                   AND PARMS-SEL-FIELD-NAME (1) NOT = SPACES
               MOVE 1 TO WS-SEL-SUB
               PERFORM 4178-FIND-NAMED-FIELD
               MOVE WS-DICT-FIELD-FOUND-SUB TO WS-XREF-FK-SUB
           END-IF.

           EVALUATE TRUE
               WHEN PARMS-SOURCE-DSNAME = SPACES
                       OR PARMS-SOURCE2-DSNAME = SPACES
                   MOVE 0008 TO PARMS-RETURN-CODE
                   MOVE 'XREF REQUIRES CHILD SOURCE AND PARENT SOURCE2'
                       TO PARMS-MESSAGE
                   DISPLAY 'TYU - XREF FAILED - ' PARMS-MESSAGE
               WHEN PARMS-RESTART-YES
                   MOVE 0008 TO PARMS-RETURN-CODE
                   MOVE 'RESTART NOT VALID FOR XREF' TO PARMS-MESSAGE
                   DISPLAY 'TYU - XREF FAILED - ' PARMS-MESSAGE
      *        A PART OF THE CHILD WOULD MAKE EVERY PARENT OUTSIDE
      *        THE RANGE LOOK CHILDLESS.
               WHEN PARMS-LOW-KEY NOT = SPACES
                       OR PARMS-HIGH-KEY NOT = SPACES
                   MOVE 0008 TO PARMS-RETURN-CODE
                   MOVE 'KEY RANGE NOT VALID FOR XREF' TO PARMS-MESSAGE
                   DISPLAY 'TYU - XREF FAILED - ' PARMS-MESSAGE
               WHEN PARMS-SEL-FIELD-NAME (1) = SPACES
                   MOVE 0008 TO PARMS-RETURN-CODE
                   MOVE 'XREF REQUIRES THE FOREIGN KEY FIELD NAME'
                       TO PARMS-MESSAGE
                   DISPLAY 'TYU - XREF FAILED - ' PARMS-MESSAGE
               WHEN WS-DICT-FOUND-SUB = 0
                   MOVE 0008 TO PARMS-RETURN-CODE
                   STRING 'NO DDDICT LAYOUT FOR DATASET: '
                           DELIMITED BY SIZE
                           PARMS-SOURCE-DSNAME DELIMITED BY SPACE
                       INTO PARMS-MESSAGE
                   DISPLAY 'TYU - XREF FAILED - ' PARMS-MESSAGE
               WHEN WS-XREF-FK-SUB = 0
                   MOVE 0008 TO PARMS-RETURN-CODE
                   STRING 'FOREIGN KEY FIELD NOT IN DDDICT LAYOUT: '
                           DELIMITED BY SIZE
                           PARMS-SEL-FIELD-NAME (1) DELIMITED BY SPACE
                       INTO PARMS-MESSAGE
                   DISPLAY 'TYU - XREF FAILED - ' PARMS-MESSAGE
               WHEN OTHER
                   COMPUTE WS-XREF-FK-POSITION =
                       WS-DICT-FIELD-OFFSET (WS-XREF-FK-SUB) + 1
                   MOVE WS-DICT-FIELD-LENGTH (WS-XREF-FK-SUB)
                       TO WS-XREF-FK-LENGTH
                   COMPUTE WS-XREF-FK-END =
                       WS-DICT-FIELD-OFFSET (WS-XREF-FK-SUB)
                       + WS-XREF-FK-LENGTH
                   PERFORM 8910-RUN-XREF
           END-EVALUATE.

       8910-RUN-XREF.
           MOVE 'N' TO WS-SOURCE-EOF-SWITCH WS-SOURCE2-EOF-SWITCH.
           SET OPEN-OK TO TRUE.
           PERFORM 1050-RESOLVE-GENERATION-NAMES.

           MOVE SPACES TO WS-DYNALLOC-REQUEST.
           STRING 'ALLOC DD(DDSRC) DSN(' DELIMITED BY SIZE
                   WS-ALLOC-SOURCE-DSNAME DELIMITED BY SPACE
                   ') SHR REUSE' DELIMITED BY SIZE
               INTO WS-DYNALLOC-REQUEST.
           PERFORM 1110-ALLOCATE-WITH-RETRY.

           MOVE SPACES TO WS-DYNALLOC-REQUEST.
           STRING 'ALLOC DD(DDSRC2) DSN(' DELIMITED BY SIZE
                   PARMS-SOURCE2-DSNAME DELIMITED BY SPACE
                   ') SHR REUSE' DELIMITED BY SIZE
               INTO WS-DYNALLOC-REQUEST.
           PERFORM 1110-ALLOCATE-WITH-RETRY.

           SET ATTRIBUTES-COMPATIBLE TO TRUE.
           MOVE WS-ALLOC-SOURCE-DSNAME TO WS-CAT-DSNAME.
           PERFORM 1075-GET-CATALOG-ATTRIBUTES.
           IF NOT WS-CAT-EXISTS
               MOVE 'N' TO WS-ATTRIBUTES-COMPATIBLE-SWITCH
               MOVE 0012 TO PARMS-RETURN-CODE
               STRING 'SOURCE NOT CATALOGED: ' DELIMITED BY SIZE
                       WS-CAT-DSNAME DELIMITED BY SPACE
                   INTO PARMS-MESSAGE
           ELSE
               MOVE WS-CAT-RECORD-LENGTH TO WS-SRC-CAT-RECORD-LENGTH
               MOVE WS-CAT-KEY-LENGTH TO WS-SRC-CAT-KEY-LENGTH
               MOVE WS-CAT-KEY-OFFSET TO WS-SRC-CAT-KEY-OFFSET
               MOVE WS-CAT-ORGANIZATION TO WS-SRC-CAT-ORGANIZATION
               PERFORM 1072-VALIDATE-KEY-GEOMETRY
           END-IF.

      *    THE PARENT IS READ IN KEY ORDER THROUGH THE SOURCE2
      *    SELECT, SO IT MUST BE A KSDS OF SUPPORTED GEOMETRY.
           IF ATTRIBUTES-COMPATIBLE
               MOVE PARMS-SOURCE2-DSNAME TO WS-CAT-DSNAME
               PERFORM 1075-GET-CATALOG-ATTRIBUTES
               EVALUATE TRUE
                   WHEN NOT WS-CAT-EXISTS
                       MOVE 'N' TO WS-ATTRIBUTES-COMPATIBLE-SWITCH
                       MOVE 0012 TO PARMS-RETURN-CODE
                       STRING 'PARENT NOT CATALOGED: '
                               DELIMITED BY SIZE
                               WS-CAT-DSNAME DELIMITED BY SPACE
                           INTO PARMS-MESSAGE
                   WHEN WS-CAT-ORGANIZATION NOT = 'INDEXED'
                       MOVE 'N' TO WS-ATTRIBUTES-COMPATIBLE-SWITCH
                       MOVE 0012 TO PARMS-RETURN-CODE
                       STRING 'PARENT IS NOT A KSDS: '
                               DELIMITED BY SIZE
                               WS-CAT-DSNAME DELIMITED BY SPACE
                           INTO PARMS-MESSAGE
                   WHEN WS-CAT-KEY-LENGTH < 1
                           OR WS-CAT-KEY-LENGTH > 64
                           OR WS-CAT-KEY-OFFSET NOT = 0
                           OR WS-CAT-RECORD-LENGTH > 4000
                       MOVE 'N' TO WS-ATTRIBUTES-COMPATIBLE-SWITCH
                       MOVE 0012 TO PARMS-RETURN-CODE
                       STRING 'PARENT GEOMETRY UNSUPPORTED: '
                               DELIMITED BY SIZE
                               WS-CAT-DSNAME DELIMITED BY SPACE
                           INTO PARMS-MESSAGE
                   WHEN OTHER
                       MOVE WS-CAT-KEY-LENGTH
                           TO WS-XREF-PARENT-KEY-LENGTH
                       MOVE WS-CAT-KEY-OFFSET
                           TO WS-XREF-PARENT-KEY-OFFSET
                       MOVE WS-CAT-RECORD-LENGTH
                           TO WS-XREF-PARENT-RECORD-LENGTH
               END-EVALUATE
           END-IF.

      *    A FOREIGN KEY SHORTER OR LONGER THAN THE PARENT KEY
      *    COULD NEVER MATCH IT BYTE FOR BYTE.
           IF ATTRIBUTES-COMPATIBLE
                   AND WS-XREF-FK-LENGTH
                       NOT = WS-XREF-PARENT-KEY-LENGTH
               MOVE 'N' TO WS-ATTRIBUTES-COMPATIBLE-SWITCH
               MOVE 0008 TO PARMS-RETURN-CODE
               MOVE WS-XREF-FK-LENGTH TO WS-EDIT-NUMBER-1
               MOVE WS-XREF-PARENT-KEY-LENGTH TO WS-EDIT-NUMBER-2
               STRING 'FOREIGN KEY LENGTH ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-NUMBER-1)
                       DELIMITED BY SIZE
                       ' DOES NOT MATCH PARENT KEY LENGTH '
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-NUMBER-2)
                       DELIMITED BY SIZE
                   INTO PARMS-MESSAGE
           END-IF.
           IF ATTRIBUTES-COMPATIBLE
                   AND WS-XREF-FK-END > WS-SRC-CAT-RECORD-LENGTH
               MOVE 'N' TO WS-ATTRIBUTES-COMPATIBLE-SWITCH
               MOVE 0008 TO PARMS-RETURN-CODE
               MOVE 'FOREIGN KEY FIELD ENDS PAST CHILD RECORD LENGTH'
                   TO PARMS-MESSAGE
           END-IF.

           IF NOT ATTRIBUTES-COMPATIBLE
               DISPLAY 'TYU - XREF SKIPPED - ' PARMS-MESSAGE
           ELSE
               PERFORM 8915-OPEN-AND-MATCH
           END-IF.

       8915-OPEN-AND-MATCH.
           IF SOURCE-IS-SEQUENTIAL
               OPEN INPUT SOURCE-SEQ-FILE
           ELSE
               OPEN INPUT SOURCE-FILE
           END-IF.
           IF WS-SOURCE-STATUS NOT = '00'
               SET OPEN-FAILED TO TRUE
               STRING 'OPEN FAILED FOR SOURCE: ' DELIMITED BY SIZE
                       WS-ALLOC-SOURCE-DSNAME DELIMITED BY SPACE
                       ' STATUS: ' DELIMITED BY SIZE
                       WS-SOURCE-STATUS DELIMITED BY SIZE
                   INTO PARMS-MESSAGE
           END-IF.

           IF OPEN-OK
               OPEN INPUT SOURCE2-FILE
               IF WS-SOURCE2-STATUS NOT = '00'
                   SET OPEN-FAILED TO TRUE
                   STRING 'OPEN FAILED FOR PARENT: ' DELIMITED BY SIZE
                           PARMS-SOURCE2-DSNAME DELIMITED BY SPACE
                           ' STATUS: ' DELIMITED BY SIZE
                           WS-SOURCE2-STATUS DELIMITED BY SIZE
                       INTO PARMS-MESSAGE
               END-IF
           END-IF.

           IF OPEN-OK
               OPEN OUTPUT PRINT-FILE
               IF WS-PRINT-STATUS NOT = '00'
                   SET OPEN-FAILED TO TRUE
                   STRING 'OPEN FAILED FOR PRINT FILE - STATUS: '
                           DELIMITED BY SIZE
                           WS-PRINT-STATUS DELIMITED BY SIZE
                       INTO PARMS-MESSAGE
               END-IF
           END-IF.

      *    THE ORPHAN-KEY DATASET IS ALLOCATED LAST, AS THE
      *    VALIDATE REJECT DATASET IS.
           IF OPEN-OK
                   AND XREF-LIVE-MODE
                   AND PARMS-TARGET-DSNAME NOT = SPACES
               PERFORM 8916-OPEN-ORPHAN-DATASET
               IF NOT OPEN-OK
                   CLOSE PRINT-FILE
               END-IF
           END-IF.

           IF OPEN-OK
               PERFORM 8917-PRINT-XREF-HEADING
               SORT XREF-SORT-FILE
                   ON ASCENDING KEY SRT-FOREIGN-KEY SRT-RECORD-NUMBER
                   INPUT PROCEDURE IS 8920-RELEASE-CHILD-KEYS
                   OUTPUT PROCEDURE IS 8930-MATCH-AGAINST-PARENT
               IF SORT-RETURN NOT = 0
                   MOVE 0008 TO PARMS-RETURN-CODE
                   MOVE SORT-RETURN TO WS-EDIT-NUMBER-1
                   STRING 'XREF FAILED - SORT RETURN CODE '
                           DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-NUMBER-1)
                           DELIMITED BY SIZE
                       INTO PARMS-MESSAGE
                   MOVE SPACES TO PRINT-LINE
                   MOVE PARMS-MESSAGE TO PRINT-LINE
                   WRITE PRINT-LINE
                   DISPLAY 'TYU - ' PARMS-MESSAGE
               ELSE
                   PERFORM 8970-SET-XREF-COMPLETION
               END-IF
               CLOSE PRINT-FILE
           ELSE
               MOVE 0008 TO PARMS-RETURN-CODE
               DISPLAY 'TYU - XREF FAILED - ' PARMS-MESSAGE
           END-IF.

      *    THE CLOSES ARE UNCONDITIONAL, AS IN VALIDATE.
           IF SOURCE-IS-SEQUENTIAL
               CLOSE SOURCE-SEQ-FILE
           ELSE
               CLOSE SOURCE-FILE
           END-IF.
           CLOSE SOURCE2-FILE.
           IF ORPHAN-FILE-OPENED
               CLOSE ORPHAN-FILE
               MOVE 'FREE DD(DDORPH)' TO WS-DYNALLOC-REQUEST
               CALL 'BPXWDYN' USING WS-DYNALLOC-REQUEST
                   RETURNING WS-DYNALLOC-RETURN-CODE
           END-IF.

       8916-OPEN-ORPHAN-DATASET.
           MOVE SPACES TO WS-DYNALLOC-REQUEST.
           STRING 'ALLOC DD(DDORPH) DSN(' DELIMITED BY SIZE
                   WS-ALLOC-TARGET-DSNAME DELIMITED BY SPACE
                   ') NEW CATLG '
                   'SPACE(5,5) TRACKS LRECL(80) RECFM(F,B)'
                   DELIMITED BY SIZE
               INTO WS-DYNALLOC-REQUEST.
           CALL 'BPXWDYN' USING WS-DYNALLOC-REQUEST
               RETURNING WS-DYNALLOC-RETURN-CODE.
           IF WS-DYNALLOC-RETURN-CODE NOT = ZERO
               SET OPEN-FAILED TO TRUE
               DISPLAY 'TYU - ALLOCATION FAILED FOR ORPHAN-KEY '
                   'DATASET: ' WS-ALLOC-TARGET-DSNAME ' RC: '
                   WS-DYNALLOC-RETURN-CODE
               STRING 'ALLOCATION FAILED FOR ORPHAN-KEY DATASET: '
                       DELIMITED BY SIZE
                       WS-ALLOC-TARGET-DSNAME DELIMITED BY SPACE
                   INTO PARMS-MESSAGE
           ELSE
               OPEN OUTPUT ORPHAN-FILE
               IF WS-ORPHAN-STATUS = '00'
                   SET ORPHAN-FILE-OPENED TO TRUE
               ELSE
                   SET OPEN-FAILED TO TRUE
                   STRING 'OPEN FAILED FOR ORPHAN-KEY DATASET: '
                           DELIMITED BY SIZE
                           WS-ALLOC-TARGET-DSNAME DELIMITED BY SPACE
                           ' STATUS: ' DELIMITED BY SIZE
                           WS-ORPHAN-STATUS DELIMITED BY SIZE
                       INTO PARMS-MESSAGE
      *            NOTHING WAS WRITTEN TO THE DATASET JUST CREATED,
      *            SO IT IS SCRATCHED WITH ITS ALLOCATION.
                   MOVE 'FREE DD(DDORPH) DELETE' TO WS-DYNALLOC-REQUEST
                   CALL 'BPXWDYN' USING WS-DYNALLOC-REQUEST
                       RETURNING WS-DYNALLOC-RETURN-CODE
               END-IF
           END-IF.

       8917-PRINT-XREF-HEADING.
           MOVE SPACES TO PRINT-LINE.
           STRING 'XREF - CHILD: ' DELIMITED BY SIZE
                   PARMS-SOURCE-DSNAME DELIMITED BY SPACE
                   ' LAYOUT: ' DELIMITED BY SIZE
                   WS-DICT-PATTERN (WS-DICT-FOUND-SUB)
                   DELIMITED BY SPACE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-DICT-FIELD-OFFSET (WS-XREF-FK-SUB)
               TO WS-EDIT-NUMBER-1.
           MOVE WS-XREF-FK-LENGTH TO WS-EDIT-NUMBER-2.
           MOVE SPACES TO PRINT-LINE.
           STRING 'XREF - FOREIGN KEY: ' DELIMITED BY SIZE
                   PARMS-SEL-FIELD-NAME (1) DELIMITED BY SPACE
                   ' OFFSET: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-NUMBER-1) DELIMITED BY SIZE
                   ' LENGTH: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-NUMBER-2) DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING 'XREF - PARENT: ' DELIMITED BY SIZE
                   PARMS-SOURCE2-DSNAME DELIMITED BY SPACE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           EVALUATE TRUE
               WHEN ORPHAN-FILE-OPENED
                   STRING 'XREF - ORPHAN KEYS TO: ' DELIMITED BY SIZE
                           WS-ALLOC-TARGET-DSNAME DELIMITED BY SPACE
                       INTO PRINT-LINE
               WHEN XREF-PREVIEW-MODE
                   MOVE 'XREF - DRYRUN - NO ORPHAN-KEY DATASET'
                       TO PRINT-LINE
               WHEN OTHER
                   MOVE 'XREF - NO ORPHAN-KEY DATASET NAMED'
                       TO PRINT-LINE
           END-EVALUATE.
           WRITE PRINT-LINE.
           IF PARMS-CHILDLESS-YES
               MOVE 'XREF - PARENTS WITH NO CHILDREN ARE LISTED'
                   TO PRINT-LINE
           ELSE
               MOVE 'XREF - PARENTS WITH NO CHILDREN ARE COUNTED ONLY'
                   TO PRINT-LINE
           END-IF.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.

       8920-RELEASE-CHILD-KEYS.
           IF SOURCE-IS-SEQUENTIAL
               PERFORM 1210-READ-SEQ-SOURCE-RECORD
           ELSE
               PERFORM 1200-READ-SOURCE-RECORD
           END-IF.
           PERFORM 8925-RELEASE-ONE-CHILD UNTIL SOURCE-AT-EOF.

       8925-RELEASE-ONE-CHILD.
           ADD 1 TO WS-XREF-CHILDREN-READ.
           MOVE WS-SOURCE-RECLEN TO WS-XREF-RECLEN.
           IF SOURCE-IS-SEQUENTIAL
               MOVE SOURCE-SEQ-RECORD TO WS-XREF-RECORD
           ELSE
               MOVE SOURCE-RECORD TO WS-XREF-RECORD
           END-IF.
      *    A BLANK OR LOW-VALUE FOREIGN KEY IS AN UNSET OPTIONAL
      *    RELATIONSHIP, NOT AN ORPHAN - AND SO IS A SHORT RECORD
      *    THAT ENDS BEFORE THE FIELD.
           MOVE SPACES TO WS-XREF-FOREIGN-KEY.
           IF WS-XREF-FK-END NOT > WS-XREF-RECLEN
               MOVE WS-XREF-RECORD
                       (WS-XREF-FK-POSITION:WS-XREF-FK-LENGTH)
                   TO WS-XREF-FOREIGN-KEY (1:WS-XREF-FK-LENGTH)
           END-IF.
           IF WS-XREF-FOREIGN-KEY (1:WS-XREF-FK-LENGTH) = SPACES
                   OR WS-XREF-FOREIGN-KEY (1:WS-XREF-FK-LENGTH)
                       = LOW-VALUES
               ADD 1 TO WS-XREF-NO-KEY
           ELSE
               ADD 1 TO WS-XREF-KEYS-CHECKED
               MOVE WS-XREF-FOREIGN-KEY TO SRT-FOREIGN-KEY
               MOVE WS-XREF-CHILDREN-READ TO SRT-RECORD-NUMBER
               RELEASE XREF-SORT-RECORD
           END-IF.
           IF SOURCE-IS-SEQUENTIAL
               PERFORM 1210-READ-SEQ-SOURCE-RECORD
           ELSE
               PERFORM 1200-READ-SOURCE-RECORD
           END-IF.

       8930-MATCH-AGAINST-PARENT.
      *    THE SAME TWO-FILE KEY MATCH AS COMPARE: THE SORTED CHILD
      *    KEYS AGAINST THE PARENT IN KEY ORDER. THE WHOLE PARENT
      *    IS READ EVEN AFTER THE LAST CHILD KEY SO THE CHILDLESS
      *    COUNT IS ALWAYS COMPLETE.
           MOVE 'N' TO WS-XREF-SORT-EOF-SWITCH.
           PERFORM 8935-RETURN-CHILD-KEY.
           PERFORM 8937-READ-PARENT.
           PERFORM 8940-MATCH-ONE-KEY
               UNTIL XREF-SORT-AT-EOF AND SOURCE2-AT-EOF.

       8935-RETURN-CHILD-KEY.
           RETURN XREF-SORT-FILE
               AT END
                   SET XREF-SORT-AT-EOF TO TRUE
           END-RETURN.

       8937-READ-PARENT.
           READ SOURCE2-FILE
               AT END
                   SET SOURCE2-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-XREF-PARENTS-READ
                   ADD WS-SOURCE2-RECLEN TO WS-BYTES-PROCESSED
                   MOVE 'N' TO WS-XREF-HAS-CHILD-SWITCH
           END-READ.

       8940-MATCH-ONE-KEY.
           EVALUATE TRUE
               WHEN XREF-SORT-AT-EOF
                   PERFORM 8950-CLOSE-OUT-PARENT
                   PERFORM 8937-READ-PARENT
               WHEN SOURCE2-AT-EOF
                   PERFORM 8945-REPORT-ORPHAN
                   PERFORM 8935-RETURN-CHILD-KEY
               WHEN SRT-FOREIGN-KEY (1:WS-XREF-PARENT-KEY-LENGTH)
                       < SRC2-KEY (1:WS-XREF-PARENT-KEY-LENGTH)
                   PERFORM 8945-REPORT-ORPHAN
                   PERFORM 8935-RETURN-CHILD-KEY
               WHEN SRT-FOREIGN-KEY (1:WS-XREF-PARENT-KEY-LENGTH)
                       = SRC2-KEY (1:WS-XREF-PARENT-KEY-LENGTH)
                   ADD 1 TO WS-XREF-MATCHED
                   SET XREF-PARENT-HAS-CHILD TO TRUE
                   PERFORM 8935-RETURN-CHILD-KEY
               WHEN OTHER
                   PERFORM 8950-CLOSE-OUT-PARENT
                   PERFORM 8937-READ-PARENT
           END-EVALUATE.

       8945-REPORT-ORPHAN.
           ADD 1 TO WS-XREF-ORPHANS.
           MOVE SRT-RECORD-NUMBER TO WS-XREF-RECORD-NUMBER-DISP.
           MOVE SPACES TO PRINT-LINE.
           STRING 'XREF - ORPHAN - CHILD RECORD ' DELIMITED BY SIZE
                   WS-XREF-RECORD-NUMBER-DISP DELIMITED BY SIZE
                   ' FOREIGN KEY: ' DELIMITED BY SIZE
                   SRT-FOREIGN-KEY (1:WS-XREF-PARENT-KEY-LENGTH)
                   DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
           IF ORPHAN-FILE-OPENED
               MOVE SPACES TO ORPHAN-RECORD
               MOVE SRT-RECORD-NUMBER TO ORPH-RECORD-NUMBER
               MOVE SRT-FOREIGN-KEY (1:WS-XREF-PARENT-KEY-LENGTH)
                   TO ORPH-FOREIGN-KEY
               WRITE ORPHAN-RECORD
               IF WS-ORPHAN-STATUS = '00'
                   ADD 1 TO WS-XREF-ORPHANS-WRITTEN
               ELSE
                   ADD 1 TO WS-XREF-ORPHAN-ERRORS
               END-IF
           END-IF.

       8950-CLOSE-OUT-PARENT.
           IF XREF-PARENT-HAS-CHILD
               ADD 1 TO WS-XREF-PARENTS-REFERENCED
           ELSE
               ADD 1 TO WS-XREF-CHILDLESS
               IF PARMS-CHILDLESS-YES
                   MOVE SPACES TO PRINT-LINE
                   STRING 'XREF - CHILDLESS PARENT - KEY: '
                           DELIMITED BY SIZE
                           SRC2-KEY (1:WS-XREF-PARENT-KEY-LENGTH)
                           DELIMITED BY SIZE
                       INTO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
           END-IF.

       8970-SET-XREF-COMPLETION.
           MOVE WS-XREF-CHILDREN-READ TO PARMS-RECORDS-PROCESSED.

           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-XREF-CHILDREN-READ TO WS-EDIT-NUMBER-1.
           MOVE WS-XREF-NO-KEY TO WS-EDIT-NUMBER-2.
           MOVE WS-XREF-KEYS-CHECKED TO WS-EDIT-NUMBER-3.
           MOVE SPACES TO PRINT-LINE.
           STRING 'XREF - CHILD RECORDS READ: ' DELIMITED BY SIZE
                   WS-EDIT-NUMBER-1 DELIMITED BY SIZE
                   '  NO FOREIGN KEY: ' DELIMITED BY SIZE
                   WS-EDIT-NUMBER-2 DELIMITED BY SIZE
                   '  KEYS CHECKED: ' DELIMITED BY SIZE
                   WS-EDIT-NUMBER-3 DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-XREF-MATCHED TO WS-EDIT-NUMBER-1.
           MOVE WS-XREF-ORPHANS TO WS-EDIT-NUMBER-2.
           MOVE SPACES TO PRINT-LINE.
           STRING 'XREF - KEYS WITH A PARENT: ' DELIMITED BY SIZE
                   WS-EDIT-NUMBER-1 DELIMITED BY SIZE
                   '  ORPHANS: ' DELIMITED BY SIZE
                   WS-EDIT-NUMBER-2 DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-XREF-PARENTS-READ TO WS-EDIT-NUMBER-1.
           MOVE WS-XREF-PARENTS-REFERENCED TO WS-EDIT-NUMBER-2.
           MOVE WS-XREF-CHILDLESS TO WS-EDIT-NUMBER-3.
           MOVE SPACES TO PRINT-LINE.
           STRING 'XREF - PARENT RECORDS READ: ' DELIMITED BY SIZE
                   WS-EDIT-NUMBER-1 DELIMITED BY SIZE
                   '  WITH CHILDREN: ' DELIMITED BY SIZE
                   WS-EDIT-NUMBER-2 DELIMITED BY SIZE
                   '  CHILDLESS: ' DELIMITED BY SIZE
                   WS-EDIT-NUMBER-3 DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
           IF ORPHAN-FILE-OPENED
               MOVE WS-XREF-ORPHANS-WRITTEN TO WS-EDIT-NUMBER-4
               MOVE SPACES TO PRINT-LINE
               STRING 'XREF - ORPHAN KEYS WRITTEN: ' DELIMITED BY SIZE
                       WS-EDIT-NUMBER-4 DELIMITED BY SIZE
                   INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

           MOVE WS-XREF-KEYS-CHECKED TO WS-EDIT-NUMBER-1.
           MOVE WS-XREF-ORPHANS TO WS-EDIT-NUMBER-2.
           MOVE WS-XREF-CHILDLESS TO WS-EDIT-NUMBER-3.
           MOVE SPACES TO PARMS-MESSAGE.
           EVALUATE TRUE
               WHEN WS-XREF-ORPHAN-ERRORS > 0
                   MOVE 0008 TO PARMS-RETURN-CODE
                   MOVE WS-XREF-ORPHAN-ERRORS TO WS-EDIT-NUMBER-4
                   STRING 'XREF FAILED - ORPHAN-KEY WRITE FAILED FOR '
                           DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-NUMBER-4)
                           DELIMITED BY SIZE
                           ' RECORDS' DELIMITED BY SIZE
                       INTO PARMS-MESSAGE
               WHEN WS-XREF-ORPHANS > 0
                   MOVE 0008 TO PARMS-RETURN-CODE
                   STRING 'XREF FAILED - ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-NUMBER-2)
                           DELIMITED BY SIZE
                           ' OF ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-NUMBER-1)
                           DELIMITED BY SIZE
                           ' CHILD KEYS HAVE NO PARENT'
                           DELIMITED BY SIZE
                       INTO PARMS-MESSAGE
               WHEN WS-XREF-KEYS-CHECKED = 0
                   MOVE 0004 TO PARMS-RETURN-CODE
                   MOVE 'XREF COMPLETE - NO CHILD FOREIGN KEYS TO CHECK'
                       TO PARMS-MESSAGE
               WHEN PARMS-CHILDLESS-YES
                       AND WS-XREF-CHILDLESS > 0
                   MOVE 0004 TO PARMS-RETURN-CODE
                   STRING 'XREF WARNING - ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-NUMBER-3)
                           DELIMITED BY SIZE
                           ' PARENTS HAVE NO CHILDREN'
                           DELIMITED BY SIZE
                       INTO PARMS-MESSAGE
               WHEN OTHER
                   STRING 'XREF COMPLETE - ALL ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-NUMBER-1)
                           DELIMITED BY SIZE
                           ' CHILD KEYS HAVE A PARENT'
                           DELIMITED BY SIZE
                       INTO PARMS-MESSAGE
           END-EVALUATE.

           DISPLAY 'TYU - XREF COMPLETE - CHILDREN: '
               WS-XREF-CHILDREN-READ ' ORPHANS: ' WS-XREF-ORPHANS
               ' CHILDLESS PARENTS: ' WS-XREF-CHILDLESS.

       End program TYU.
