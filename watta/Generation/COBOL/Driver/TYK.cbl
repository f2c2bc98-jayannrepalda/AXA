      *********************** TYK ******************************
      *                                                             *
      **** HISTORY HOUSEKEEPING PROGRAM FOR BATCH DATASET OPERATIONS
      *
      *   MODULE NAME = TYK
      *
      *   DESCRIPTIVE NAME = DDAUDIT/DDJRNL/DDMNFST HISTORY
      *      HOUSEKEEPING PROGRAM.
      *
      *   FUNCTION = KEEPS THE THREE HISTORY FILES TYU ONLY EVER
      *      ADDS TO DOWN TO THE RETENTION GIVEN FOR EACH ON THE
      *      DDKPRM RETENTION CARD:
      *        - DDAUDIT: RECORDS DATED BEFORE THE AUDIT RETENTION
      *          ARE COPIED TO THE DDARCH ARCHIVE (A NEW GDG
      *          GENERATION) AND, ONLY ONCE THE ARCHIVE IS CLOSED
      *          CLEAN, REMOVED FROM THE ACTIVE FILE - THE KEPT
      *          RECORDS GO THROUGH DDWORK AND ARE WRITTEN BACK
      *          OVER DDAUDIT IN THEIR ORIGINAL ORDER.
      *        - DDJRNL: SYNC JOURNAL RUNS STARTED BEFORE THE
      *          JOURNAL RETENTION ARE DELETED, EXCEPT THE MOST
      *          RECENT RUN AGAINST EACH TARGET, SO BACKOUT ALWAYS
      *          HAS A RUN TO REVERSE.
      *        - DDMNFST: EACH DSNAME'S MANIFEST HISTORY IS CUT TO
      *          ITS NEWEST N ENTRIES, KEEPING ANY OLDER ENTRY A
      *          BACKUP STILL IN RETENTION RELIES ON - A SUCCESSFUL
      *          LIVE DUPLICAT STILL LISTED IN THE KEPT DDAUDIT
      *          HISTORY, WHICH IS WHERE RESTORE FINDS ITS BACKUPS.
      *          THE ENTRY SUCH A BACKUP RELIES ON IS THE LAST ONE
      *          UNDER ITS BACKUP BASE AT OR BEFORE ITS AUDIT
      *          TIMESTAMP, AS RESTORE LOOKS IT UP.
      *      WHAT WAS ARCHIVED AND REMOVED IS PRINTED ON DDRPT PER
      *      FILE AND PER DATASET. A DRYRUN CARD REPORTS WHAT WOULD
      *      GO WITHOUT ARCHIVING OR REMOVING ANYTHING.
      *
      *   NOTES =
      *     DEPENDENCIES = DDAUDIT IN THE UAUD LAYOUT; DDJRNL IN THE
      *        UJRNL LAYOUT; DDMNFST IN THE UMNFST LAYOUT. THE STEP
      *        MUST HAVE ALL THREE FILES TO ITSELF (DISP=OLD) - NO
      *        TYT OR TYU MAY RUN ALONGSIDE IT. DDWORK SHOULD BE A
      *        KEPT DATASET, NOT A TEMPORARY ONE: IF THE REWRITE OF
      *        DDAUDIT FAILS PART WAY, DDWORK HOLDS THE KEPT
      *        HISTORY AND DDARCH THE AGED HISTORY.
      *
      *     RESTRICTIONS = THE RETENTION CARD (DDKPRM):
      *          COLS  1-4   AUDIT RETENTION IN DAYS
      *          COLS  6-9   JOURNAL RETENTION IN DAYS
      *          COLS 11-14  MANIFEST ENTRIES KEPT PER DSNAME
      *          COL  16     'Y' = DRYRUN
      *        EACH FIGURE IS FOUR DIGITS WITH LEADING ZEROS; A
      *        BLANK FIGURE LEAVES THAT FILE ALONE. A RETENTION OF
      *        0000 DAYS KEEPS ONLY TODAY'S HISTORY; THE MANIFEST
      *        FIGURE MUST BE AT LEAST 0001, SINCE VERIFY CHECKS
      *        AGAINST THE NEWEST ENTRY.
      *        UP TO 500 RUNS PER JOURNAL TARGET, 1000 MANIFEST
      *        ENTRIES PER DSNAME AND 2000 KEPT BACKUPS ARE HELD.
      *        A JOURNAL TARGET WITH MORE RUNS HAS ONLY ITS OLDEST
      *        500 CONSIDERED THIS TIME; A DSNAME WITH MORE MANIFEST
      *        ENTRIES, OR ANY DSNAME WHEN THE BACKUPS DO NOT FIT,
      *        IS NOT TRIMMED. THE ARCHIVED-DATASET LIST HOLDS 500
      *        NAMES; FURTHER NAMES ARE ARCHIVED BUT NOT LISTED.
      *
      *   MODULE TYPE = COBOL PROGRAM
      *      PROCESSOR   = IBM ENTERPRISE COBOL
      *      MODULE SIZE = SEE LINK EDIT
      *      ATTRIBUTES  = REENTRANT
      *
      *   ENTRY POINT = TYK
      *      PURPOSE = SEE FUNCTION
      *      LINKAGE = NONE - RUN AS A JOB STEP OUTSIDE THE BATCH
      *                WINDOW.
      *
      *      INPUT   = DDKPRM  - RETENTION CARD
      *                DDAUDIT - TYU AUDIT HISTORY FILE (ALSO
      *                        REWRITTEN)
      *                DDJRNL  - SYNC REPAIR JOURNAL (KSDS, UPDATED)
      *                DDMNFST - MANIFEST FILE (KSDS, UPDATED)
      *
      *      OUTPUT  = DDARCH  - AUDIT ARCHIVE, A NEW GDG GENERATION
      *                        AT THE DDAUDIT LRECL
      *                DDWORK  - KEPT AUDIT HISTORY ON ITS WAY BACK
      *                        TO DDAUDIT
      *                DDRPT   - PRINTED HOUSEKEEPING REPORT
      *
      *   EXIT-NORMAL = RETURN CODE 0 NORMAL COMPLETION
      *   EXIT-ERROR =
      *      RETURN CODE = 4 - SOMETHING DUE FOR REMOVAL WAS LEFT
      *                        BECAUSE A TABLE WAS FULL, OR THE
      *                        ARCHIVED-DATASET LIST OVERFLOWED
      *      RETURN CODE = 8 - THE RETENTION CARD WAS MISSING OR
      *                        INVALID (NOTHING DONE), OR A FILE
      *                        COULD NOT BE OPENED, READ OR
      *                        UPDATED (THAT FILE IS LEFT AS IT
      *                        STOOD, OR FOR DDAUDIT SEE DDWORK)
      *      ABEND CODES =  NONE
      *      ERROR-MESSAGES =
      *
      *   EXTERNAL REFERENCES =
      *      ROUTINES/SERVICES =
      *      DATA-AREAS        =    NONE
      *      CONTROL-BLOCKS    =
      *
      *   TABLES = ARCHIVED DATASETS (500), JOURNAL RUNS (500),
      *            MANIFEST ENTRIES (1000), KEPT BACKUPS (2000)
      *   CHANGE-ACTIVITY =
      *      2026-10-15  INITIAL VERSION.
      *
      *********************** TYK ******************************
      ***************************************************************
       Identification Division.
         Program-ID. TYK.
       Environment DIVISION.
        Input-output section.
         File-control.
             SELECT PARAM-FILE ASSIGN TO DDKPRM
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WS-PRM-STATUS.

             SELECT AUDIT-FILE ASSIGN TO DDAUDIT
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WS-AUDIT-STATUS.

             SELECT ARCHIVE-FILE ASSIGN TO DDARCH
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WS-ARCH-STATUS.

             SELECT AUDIT-WORK-FILE ASSIGN TO DDWORK
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WS-WORK-STATUS.

             SELECT JOURNAL-FILE ASSIGN TO DDJRNL
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS JRNL-KEY
                 FILE STATUS IS WS-JRNL-STATUS.

             SELECT MANIFEST-FILE ASSIGN TO DDMNFST
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MNF-KEY
                 FILE STATUS IS WS-MNFST-STATUS.

             SELECT REPORT-FILE ASSIGN TO DDRPT
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WS-REPORT-STATUS.

       Data Division.
        File section.
        FD  PARAM-FILE
            RECORDING MODE IS F.
        01  PARAM-CARD.
            05  KPRM-AUDIT-DAYS         PIC X(4).
            05  KPRM-AUDIT-DAYS-N REDEFINES KPRM-AUDIT-DAYS
                                        PIC 9(4).
            05  FILLER                  PIC X(1).
            05  KPRM-JOURNAL-DAYS       PIC X(4).
            05  KPRM-JOURNAL-DAYS-N REDEFINES KPRM-JOURNAL-DAYS
                                        PIC 9(4).
            05  FILLER                  PIC X(1).
            05  KPRM-MANIFEST-KEEP      PIC X(4).
            05  KPRM-MANIFEST-KEEP-N REDEFINES KPRM-MANIFEST-KEEP
                                        PIC 9(4).
            05  FILLER                  PIC X(1).
            05  KPRM-DRYRUN             PIC X(1).
            05  FILLER                  PIC X(64).

        FD  AUDIT-FILE
            RECORDING MODE IS F.
        COPY UAUD.

      *  THE ARCHIVE AND THE WORK FILE CARRY DDAUDIT RECORDS
      *  UNCHANGED, AT THE UAUD RECORD LENGTH.
        FD  ARCHIVE-FILE
            RECORDING MODE IS F.
        01  ARCHIVE-RECORD              PIC X(290).

        FD  AUDIT-WORK-FILE
            RECORDING MODE IS F.
        01  AUDIT-WORK-RECORD           PIC X(290).

        FD  JOURNAL-FILE.
        COPY UJRNL.

        FD  MANIFEST-FILE.
        COPY UMNFST.

        FD  REPORT-FILE
            RECORDING MODE IS F.
        01  REPORT-LINE                 PIC X(132).

       Working-Storage Section.
       77  WS-PRM-STATUS                PIC X(2) VALUE SPACES.
       77  WS-AUDIT-STATUS              PIC X(2) VALUE SPACES.
       77  WS-ARCH-STATUS               PIC X(2) VALUE SPACES.
       77  WS-WORK-STATUS               PIC X(2) VALUE SPACES.
       77  WS-JRNL-STATUS               PIC X(2) VALUE SPACES.
       77  WS-MNFST-STATUS              PIC X(2) VALUE SPACES.
       77  WS-REPORT-STATUS             PIC X(2) VALUE SPACES.
       77  WS-REPORT-OPENED-SWITCH      PIC X(1) VALUE 'N'.
           88  REPORT-FILE-OPENED           VALUE 'Y'.
       77  WS-CARD-SWITCH               PIC X(1) VALUE 'N'.
           88  RETENTION-CARD-VALID         VALUE 'Y'.
       77  WS-DRYRUN-SWITCH             PIC X(1) VALUE 'N'.
           88  HOUSEKEEPING-DRYRUN          VALUE 'Y'.
       77  WS-AUDIT-SELECT-SWITCH       PIC X(1) VALUE 'N'.
           88  AUDIT-HOUSEKEPT              VALUE 'Y'.
       77  WS-JOURNAL-SELECT-SWITCH     PIC X(1) VALUE 'N'.
           88  JOURNAL-HOUSEKEPT            VALUE 'Y'.
       77  WS-MANIFEST-SELECT-SWITCH    PIC X(1) VALUE 'N'.
           88  MANIFEST-HOUSEKEPT           VALUE 'Y'.
       77  WS-RETURN-CODE               PIC 9(4) VALUE ZERO.
       77  WS-TODAY-DATE                PIC 9(8) VALUE ZERO.
       77  WS-CUTOFF-DATE               PIC 9(8) VALUE ZERO.
       77  WS-AUDIT-DAYS                PIC 9(4) VALUE ZERO.
       77  WS-JOURNAL-DAYS              PIC 9(4) VALUE ZERO.
       77  WS-MANIFEST-KEEP             PIC 9(4) VALUE ZERO.
       77  WS-AUDIT-CUTOFF              PIC X(8) VALUE SPACES.
       77  WS-JOURNAL-CUTOFF            PIC X(8) VALUE SPACES.

      *  DDAUDIT PASS
       77  WS-AUDIT-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88  END-OF-AUDIT-FILE            VALUE 'Y'.
       77  WS-WORK-EOF-SWITCH           PIC X(1) VALUE 'N'.
           88  END-OF-WORK-FILE             VALUE 'Y'.
       77  WS-AUDIT-OUTPUTS-SWITCH      PIC X(1) VALUE 'N'.
           88  AUDIT-OUTPUTS-OPENED         VALUE 'Y'.
       77  WS-AUDIT-ERROR-SWITCH        PIC X(1) VALUE 'N'.
           88  AUDIT-IN-ERROR               VALUE 'Y'.
       77  WS-AUDIT-REPLACED-SWITCH     PIC X(1) VALUE 'N'.
           88  AUDIT-REPLACED               VALUE 'Y'.
       77  WS-AUDIT-READ-COUNT          PIC 9(9) COMP VALUE ZERO.
       77  WS-AUDIT-AGED-COUNT          PIC 9(9) COMP VALUE ZERO.
       77  WS-AUDIT-KEPT-COUNT          PIC 9(9) COMP VALUE ZERO.
       77  WS-AUDIT-REWRITE-COUNT       PIC 9(9) COMP VALUE ZERO.
       77  WS-AUDIT-DSNAME              PIC X(44) VALUE SPACES.
       77  WS-ARC-COUNT                 PIC 9(4) COMP VALUE ZERO.
       77  WS-ARC-SUB                   PIC 9(4) COMP VALUE ZERO.
       77  WS-ARC-FOUND-SUB             PIC 9(4) COMP VALUE ZERO.
       77  WS-ARC-OVERFLOW-COUNT        PIC 9(9) COMP VALUE ZERO.
       01  WS-ARCHIVED-TABLE.
           05  WS-ARCHIVED-ENTRY OCCURS 500 TIMES.
               10  WS-ARC-DSNAME        PIC X(44).
               10  WS-ARC-RECORDS       PIC 9(9) COMP.
               10  WS-ARC-OLDEST        PIC X(14).
               10  WS-ARC-NEWEST        PIC X(14).

      *  BACKUPS THE KEPT AUDIT HISTORY STILL LISTS - THE MANIFEST
      *  ENTRY EACH ONE RELIES ON IS NEVER TRIMMED. IF THE TABLE
      *  FILLS, OR DDAUDIT COULD NOT BE READ IN FULL OR REPLACED,
      *  NO MANIFEST HISTORY IS TRIMMED AT ALL.
       77  WS-BACKUP-SWITCH             PIC X(1) VALUE 'Y'.
           88  BACKUP-TABLE-COMPLETE        VALUE 'Y'.
       77  WS-BACKUP-COUNT              PIC 9(4) COMP VALUE ZERO.
       77  WS-BACKUP-SUB                PIC 9(4) COMP VALUE ZERO.
       01  WS-BACKUP-TABLE.
           05  WS-BACKUP-ENTRY OCCURS 2000 TIMES.
               10  WS-BKP-BASE          PIC X(44).
               10  WS-BKP-TIMESTAMP     PIC X(14).

      *  DDJRNL PASS - THE RUNS OF ONE TARGET, OLDEST FIRST
       77  WS-JRNL-OPENED-SWITCH        PIC X(1) VALUE 'N'.
           88  JRNL-FILE-OPENED             VALUE 'Y'.
       77  WS-JRNL-EOF-SWITCH           PIC X(1) VALUE 'N'.
           88  JRNL-AT-EOF                  VALUE 'Y'.
       77  WS-JRNL-ERROR-SWITCH         PIC X(1) VALUE 'N'.
           88  JRNL-IN-ERROR                VALUE 'Y'.
       77  WS-RUN-DONE-SWITCH           PIC X(1) VALUE 'N'.
           88  RUN-DELETE-DONE              VALUE 'Y'.
       77  WS-JRNL-GROUP-DSNAME         PIC X(44) VALUE SPACES.
       77  WS-JRNL-RESUME-KEY           PIC X(67) VALUE SPACES.
       77  WS-JRNL-GROUP-OVF-SWITCH     PIC X(1) VALUE 'N'.
           88  JRNL-GROUP-OVERFLOWED        VALUE 'Y'.
       77  WS-RUN-COUNT                 PIC 9(4) COMP VALUE ZERO.
       77  WS-RUN-SUB                   PIC 9(4) COMP VALUE ZERO.
       77  WS-RUN-LATEST-SUB            PIC 9(4) COMP VALUE ZERO.
       77  WS-GROUP-RUNS-REMOVED        PIC 9(9) COMP VALUE ZERO.
       77  WS-GROUP-RECORDS-REMOVED     PIC 9(9) COMP VALUE ZERO.
       77  WS-JRNL-READ-COUNT           PIC 9(9) COMP VALUE ZERO.
       77  WS-JRNL-TARGET-COUNT         PIC 9(9) COMP VALUE ZERO.
       77  WS-JRNL-RUNS-REMOVED         PIC 9(9) COMP VALUE ZERO.
       77  WS-JRNL-RECORDS-REMOVED      PIC 9(9) COMP VALUE ZERO.
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 500 TIMES.
               10  WS-RUN-ID            PIC X(14).
               10  WS-RUN-RECORDS       PIC 9(9) COMP.

      *  DDMNFST PASS - THE ENTRIES OF ONE DSNAME, OLDEST FIRST
       77  WS-MNFST-OPENED-SWITCH       PIC X(1) VALUE 'N'.
           88  MNFST-FILE-OPENED            VALUE 'Y'.
       77  WS-MNFST-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88  MNFST-AT-EOF                 VALUE 'Y'.
       77  WS-MNFST-ERROR-SWITCH        PIC X(1) VALUE 'N'.
           88  MNFST-IN-ERROR               VALUE 'Y'.
       77  WS-MNF-GROUP-DSNAME          PIC X(44) VALUE SPACES.
       77  WS-MNF-RESUME-KEY            PIC X(58) VALUE SPACES.
       77  WS-MNF-GROUP-OVF-SWITCH      PIC X(1) VALUE 'N'.
           88  MNF-GROUP-OVERFLOWED         VALUE 'Y'.
       77  WS-MNF-COUNT                 PIC 9(4) COMP VALUE ZERO.
       77  WS-MNF-SUB                   PIC 9(4) COMP VALUE ZERO.
       77  WS-MNF-FOUND-SUB             PIC 9(4) COMP VALUE ZERO.
       77  WS-GROUP-ENTRIES-REMOVED     PIC 9(9) COMP VALUE ZERO.
       77  WS-GROUP-BACKUP-KEPT         PIC 9(9) COMP VALUE ZERO.
       77  WS-MNFST-READ-COUNT          PIC 9(9) COMP VALUE ZERO.
       77  WS-MNFST-DSNAME-COUNT        PIC 9(9) COMP VALUE ZERO.
       77  WS-MNFST-ENTRIES-REMOVED     PIC 9(9) COMP VALUE ZERO.
       77  WS-MNFST-BACKUP-KEPT         PIC 9(9) COMP VALUE ZERO.
       77  WS-MNFST-SKIPPED-COUNT       PIC 9(9) COMP VALUE ZERO.
       01  WS-MNF-TABLE.
           05  WS-MNF-ENTRY OCCURS 1000 TIMES.
               10  WS-MNF-TIMESTAMP     PIC X(14).
               10  WS-MNF-KEEP-SWITCH   PIC X(1).
                   88  WS-MNF-REMOVE        VALUE 'N'.
                   88  WS-MNF-KEEP-NEWEST   VALUE 'Y'.
                   88  WS-MNF-KEEP-BACKUP   VALUE 'B'.

       01  RPT-TITLE-LINE.
           05  FILLER                   PIC X(5) VALUE 'TYK -'.
           05  FILLER                   PIC X(40) VALUE
               ' BATCH DATASET HISTORY HOUSEKEEPING'.
           05  FILLER                   PIC X(10) VALUE ' PRODUCED '.
           05  RPT-TITLE-DATE           PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RPT-TITLE-DRYRUN         PIC X(36) VALUE SPACES.
           05  FILLER                   PIC X(31) VALUE SPACES.

       01  RPT-SECTION-LINE.
           05  RPT-SECTION-FILE         PIC X(8).
           05  FILLER                   PIC X(3) VALUE ' - '.
           05  RPT-SECTION-TEXT         PIC X(121).

       01  RPT-AUDIT-HEADING.
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  FILLER                   PIC X(44) VALUE
               'DATASET (TARGET, ELSE SOURCE)'.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(9) VALUE ' ARCHIVED'.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(14) VALUE 'OLDEST'.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(14) VALUE 'NEWEST'.
           05  FILLER                   PIC X(44) VALUE SPACES.

       01  RPT-AUDIT-LINE.
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  RPT-AUD-DSNAME           PIC X(44).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RPT-AUD-RECORDS          PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RPT-AUD-OLDEST           PIC X(14).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RPT-AUD-NEWEST           PIC X(14).
           05  FILLER                   PIC X(44) VALUE SPACES.

       01  RPT-AUDIT-TOTALS.
           05  FILLER                   PIC X(15) VALUE
               ' RECORDS READ: '.
           05  RPT-AUD-TOT-READ         PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(12) VALUE
               '  ARCHIVED: '.
           05  RPT-AUD-TOT-AGED         PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(8) VALUE
               '  KEPT: '.
           05  RPT-AUD-TOT-KEPT         PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RPT-AUD-TOT-OUTCOME      PIC X(68).

       01  RPT-OVERFLOW-LINE.
           05  FILLER                   PIC X(47) VALUE
               ' *** ARCHIVED DATASET LIST FULL - RECORDS FOR'.
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  RPT-OVF-COUNT            PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(38) VALUE
               ' FURTHER RECORDS ARCHIVED, NOT LISTED'.
           05  FILLER                   PIC X(37) VALUE SPACES.

       01  RPT-JOURNAL-HEADING.
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  FILLER                   PIC X(44) VALUE
               'TARGET DATASET'.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(9) VALUE '     RUNS'.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(9) VALUE '  RECORDS'.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(9) VALUE '     RUNS'.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(14) VALUE
               'NEWEST RUN'.
           05  FILLER                   PIC X(38) VALUE SPACES.

       01  RPT-JOURNAL-HEADING-2.
           05  FILLER                   PIC X(47) VALUE SPACES.
           05  FILLER                   PIC X(9) VALUE '  REMOVED'.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(9) VALUE '  REMOVED'.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(9) VALUE '     KEPT'.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(14) VALUE 'KEPT'.
           05  FILLER                   PIC X(38) VALUE SPACES.

       01  RPT-JOURNAL-LINE.
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  RPT-JRN-DSNAME           PIC X(44).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RPT-JRN-RUNS-REMOVED     PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RPT-JRN-RECORDS-REMOVED  PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RPT-JRN-RUNS-KEPT        PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RPT-JRN-NEWEST-RUN       PIC X(14).
           05  FILLER                   PIC X(38) VALUE SPACES.

       01  RPT-JOURNAL-TOTALS.
           05  FILLER                   PIC X(17) VALUE
               ' RECORDS READ:   '.
           05  RPT-JRN-TOT-READ         PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(11) VALUE
               '  TARGETS: '.
           05  RPT-JRN-TOT-TARGETS      PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(16) VALUE
               '  RUNS REMOVED: '.
           05  RPT-JRN-TOT-RUNS         PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(19) VALUE
               '  RECORDS REMOVED: '.
           05  RPT-JRN-TOT-RECORDS      PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(33) VALUE SPACES.

       01  RPT-MANIFEST-HEADING.
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  FILLER                   PIC X(44) VALUE
               'DSNAME'.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(9) VALUE '  ENTRIES'.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(9) VALUE '  REMOVED'.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(9) VALUE '  KEPT AS'.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(14) VALUE
               'OLDEST KEPT'.
           05  FILLER                   PIC X(38) VALUE SPACES.

       01  RPT-MANIFEST-HEADING-2.
           05  FILLER                   PIC X(69) VALUE SPACES.
           05  FILLER                   PIC X(9) VALUE '   BACKUP'.
           05  FILLER                   PIC X(54) VALUE SPACES.

       01  RPT-MANIFEST-LINE.
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  RPT-MNF-DSNAME           PIC X(44).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RPT-MNF-ENTRIES          PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RPT-MNF-REMOVED          PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RPT-MNF-BACKUP-KEPT      PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  RPT-MNF-OLDEST-KEPT      PIC X(14).
           05  FILLER                   PIC X(38) VALUE SPACES.

       01  RPT-MANIFEST-TOTALS.
           05  FILLER                   PIC X(17) VALUE
               ' ENTRIES READ:   '.
           05  RPT-MNF-TOT-READ         PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(11) VALUE
               '  DSNAMES: '.
           05  RPT-MNF-TOT-DSNAMES      PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(19) VALUE
               '  ENTRIES REMOVED: '.
           05  RPT-MNF-TOT-REMOVED      PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(21) VALUE
               '  KEPT FOR BACKUPS: '.
           05  RPT-MNF-TOT-BACKUP       PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(28) VALUE SPACES.

       01  RPT-NOTE-LINE.
           05  FILLER                   PIC X(5) VALUE ' *** '.
           05  RPT-NOTE-DSNAME          PIC X(44).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  RPT-NOTE-TEXT            PIC X(82).

       01  RPT-RC-LINE.
           05  FILLER                   PIC X(23) VALUE
               'HOUSEKEEPING ENDED RC: '.
           05  RPT-RC-VALUE             PIC 9(4).
           05  FILLER                   PIC X(105) VALUE SPACES.

       Procedure DIVISION.

      * Cut each history file back to its retention, archiving
      * aged audit history first

           PERFORM 1000-INITIALIZE.
           IF RETENTION-CARD-VALID
               IF AUDIT-HOUSEKEPT OR MANIFEST-HOUSEKEPT
                   PERFORM 2000-HOUSEKEEP-AUDIT
               END-IF
               PERFORM 2600-PRINT-AUDIT-SECTION
               PERFORM 3000-HOUSEKEEP-JOURNAL
               PERFORM 4000-HOUSEKEEP-MANIFEST
           END-IF.
           PERFORM 9000-TERMINATE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       1000-INITIALIZE.
      *    WITHOUT DDRPT THERE IS NO RECORD OF WHAT WAS REMOVED -
      *    NOTHING IS TOUCHED.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'TYK - *** ERROR OPENING DDRPT - STATUS: '
                   WS-REPORT-STATUS ' ***'
               MOVE 0008 TO WS-RETURN-CODE
           ELSE
               SET REPORT-FILE-OPENED TO TRUE
               PERFORM 1100-READ-RETENTION-CARD
               PERFORM 1200-SET-CUTOFF-DATES
               PERFORM 1300-PRINT-TITLE
           END-IF.

       1100-READ-RETENTION-CARD.
      *    UNLIKE THE REPORT PROGRAMS' SELECTION CARDS THERE IS NO
      *    SAFE DEFAULT HERE - NO CARD, NO HOUSEKEEPING.
           OPEN INPUT PARAM-FILE.
           IF WS-PRM-STATUS NOT = '00'
               DISPLAY 'TYK - *** NO DDKPRM RETENTION CARD - STATUS: '
                   WS-PRM-STATUS ' - NOTHING REMOVED ***'
               MOVE 0008 TO WS-RETURN-CODE
           ELSE
               READ PARAM-FILE
                   AT END
                       DISPLAY 'TYK - *** DDKPRM IS EMPTY - NOTHING '
                           'REMOVED ***'
                       MOVE 0008 TO WS-RETURN-CODE
                   NOT AT END
                       PERFORM 1150-CHECK-RETENTION-CARD
               END-READ
               CLOSE PARAM-FILE
           END-IF.

       1150-CHECK-RETENTION-CARD.
           SET RETENTION-CARD-VALID TO TRUE.
           IF KPRM-AUDIT-DAYS NOT = SPACES
               IF KPRM-AUDIT-DAYS-N IS NUMERIC
                   SET AUDIT-HOUSEKEPT TO TRUE
                   MOVE KPRM-AUDIT-DAYS-N TO WS-AUDIT-DAYS
               ELSE
                   DISPLAY 'TYK - *** AUDIT RETENTION (COLS 1-4) IS '
                       'NOT FOUR DIGITS: ' KPRM-AUDIT-DAYS ' ***'
                   MOVE 'N' TO WS-CARD-SWITCH
               END-IF
           END-IF.
           IF KPRM-JOURNAL-DAYS NOT = SPACES
               IF KPRM-JOURNAL-DAYS-N IS NUMERIC
                   SET JOURNAL-HOUSEKEPT TO TRUE
                   MOVE KPRM-JOURNAL-DAYS-N TO WS-JOURNAL-DAYS
               ELSE
                   DISPLAY 'TYK - *** JOURNAL RETENTION (COLS 6-9) '
                       'IS NOT FOUR DIGITS: ' KPRM-JOURNAL-DAYS ' ***'
                   MOVE 'N' TO WS-CARD-SWITCH
               END-IF
           END-IF.
           IF KPRM-MANIFEST-KEEP NOT = SPACES
               IF KPRM-MANIFEST-KEEP-N IS NUMERIC
                       AND KPRM-MANIFEST-KEEP-N > 0
                   SET MANIFEST-HOUSEKEPT TO TRUE
                   MOVE KPRM-MANIFEST-KEEP-N TO WS-MANIFEST-KEEP
               ELSE
                   DISPLAY 'TYK - *** MANIFEST ENTRIES (COLS 11-14) '
                       'MUST BE 0001-9999: ' KPRM-MANIFEST-KEEP ' ***'
                   MOVE 'N' TO WS-CARD-SWITCH
               END-IF
           END-IF.
           IF KPRM-DRYRUN = 'Y'
               SET HOUSEKEEPING-DRYRUN TO TRUE
           END-IF.
      *    A CARD WITH ONE BAD FIGURE IS REJECTED WHOLE - THE OTHER
      *    FIGURES MAY BE SHIFTED BY THE SAME TYPING SLIP.
           IF NOT RETENTION-CARD-VALID
               MOVE 0008 TO WS-RETURN-CODE
               MOVE 'N' TO WS-AUDIT-SELECT-SWITCH
               MOVE 'N' TO WS-JOURNAL-SELECT-SWITCH
               MOVE 'N' TO WS-MANIFEST-SELECT-SWITCH
           END-IF.

       1200-SET-CUTOFF-DATES.
      *    A RETENTION OF N DAYS KEEPS HISTORY DATED TODAY MINUS N
      *    OR LATER; ANYTHING DATED BEFORE THAT IS AGED.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           IF AUDIT-HOUSEKEPT
               COMPUTE WS-CUTOFF-DATE =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                       - WS-AUDIT-DAYS)
               MOVE WS-CUTOFF-DATE TO WS-AUDIT-CUTOFF
           END-IF.
           IF JOURNAL-HOUSEKEPT
               COMPUTE WS-CUTOFF-DATE =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                       - WS-JOURNAL-DAYS)
               MOVE WS-CUTOFF-DATE TO WS-JOURNAL-CUTOFF
           END-IF.

       1300-PRINT-TITLE.
           MOVE WS-TODAY-DATE TO RPT-TITLE-DATE.
           IF HOUSEKEEPING-DRYRUN
               MOVE 'DRYRUN - NOTHING ARCHIVED OR REMOVED'
                   TO RPT-TITLE-DRYRUN
           END-IF.
           WRITE REPORT-LINE FROM RPT-TITLE-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF NOT RETENTION-CARD-VALID
               MOVE 'DDKPRM RETENTION CARD MISSING OR INVALID - '
                   TO REPORT-LINE
               MOVE 'NOTHING ARCHIVED OR REMOVED' TO REPORT-LINE(44:)
               WRITE REPORT-LINE
           END-IF.

       2000-HOUSEKEEP-AUDIT.
      *    ONE PASS SORTS EVERY DDAUDIT RECORD INTO AGED (TO DDARCH)
      *    OR KEPT (TO DDWORK) AND NOTES THE BACKUPS THE KEPT
      *    HISTORY STILL LISTS FOR THE MANIFEST PASS. THE PASS ALSO
      *    RUNS WHEN ONLY THE MANIFEST IS HOUSEKEPT, FOR THE
      *    BACKUPS ALONE.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'TYK - *** ERROR OPENING DDAUDIT - STATUS: '
                   WS-AUDIT-STATUS ' ***'
               MOVE 0008 TO WS-RETURN-CODE
               SET AUDIT-IN-ERROR TO TRUE
               MOVE 'N' TO WS-BACKUP-SWITCH
           ELSE
               IF AUDIT-HOUSEKEPT AND NOT HOUSEKEEPING-DRYRUN
                   PERFORM 2050-OPEN-AUDIT-OUTPUTS
               END-IF
               PERFORM 2100-READ-AUDIT-FILE
               PERFORM 2200-SORT-ONE-AUDIT-RECORD
                   UNTIL END-OF-AUDIT-FILE
               CLOSE AUDIT-FILE
               IF AUDIT-OUTPUTS-OPENED
                   PERFORM 2500-REPLACE-AUDIT-FILE
               END-IF
      *        WHEN DDAUDIT IS NOT REPLACED ITS AGED RECORDS STAY ON
      *        IT, AND THE BACKUPS THEY LIST ARE NOT IN THE TABLE.
               IF AUDIT-IN-ERROR
                   MOVE 'N' TO WS-BACKUP-SWITCH
               END-IF
           END-IF.

       2050-OPEN-AUDIT-OUTPUTS.
           OPEN OUTPUT ARCHIVE-FILE.
           IF WS-ARCH-STATUS NOT = '00'
               DISPLAY 'TYK - *** ERROR OPENING DDARCH - STATUS: '
                   WS-ARCH-STATUS ' - DDAUDIT NOT CHANGED ***'
               MOVE 0008 TO WS-RETURN-CODE
               SET AUDIT-IN-ERROR TO TRUE
           ELSE
               OPEN OUTPUT AUDIT-WORK-FILE
               IF WS-WORK-STATUS NOT = '00'
                   DISPLAY 'TYK - *** ERROR OPENING DDWORK - STATUS: '
                       WS-WORK-STATUS ' - DDAUDIT NOT CHANGED ***'
                   MOVE 0008 TO WS-RETURN-CODE
                   SET AUDIT-IN-ERROR TO TRUE
                   CLOSE ARCHIVE-FILE
               ELSE
                   SET AUDIT-OUTPUTS-OPENED TO TRUE
               END-IF
           END-IF.

       2100-READ-AUDIT-FILE.
           READ AUDIT-FILE
               AT END
                   SET END-OF-AUDIT-FILE TO TRUE
           END-READ.
           IF NOT END-OF-AUDIT-FILE
               IF WS-AUDIT-STATUS NOT = '00'
                   DISPLAY 'TYK - *** ERROR READING DDAUDIT - STATUS: '
                       WS-AUDIT-STATUS ' - DDAUDIT NOT CHANGED ***'
                   MOVE 0008 TO WS-RETURN-CODE
                   SET AUDIT-IN-ERROR TO TRUE
                   MOVE 'N' TO WS-BACKUP-SWITCH
                   SET END-OF-AUDIT-FILE TO TRUE
               ELSE
                   ADD 1 TO WS-AUDIT-READ-COUNT
               END-IF
           END-IF.

       2200-SORT-ONE-AUDIT-RECORD.
           IF AUDIT-HOUSEKEPT
                   AND AUDIT-TIMESTAMP(1:8) < WS-AUDIT-CUTOFF
               ADD 1 TO WS-AUDIT-AGED-COUNT
               PERFORM 2300-TALLY-AGED-DATASET
               IF AUDIT-OUTPUTS-OPENED AND NOT AUDIT-IN-ERROR
                   WRITE ARCHIVE-RECORD FROM AUDIT-RECORD
                   IF WS-ARCH-STATUS NOT = '00'
                       DISPLAY 'TYK - *** ERROR WRITING DDARCH - '
                           'STATUS: ' WS-ARCH-STATUS
                           ' - DDAUDIT NOT CHANGED ***'
                       MOVE 0008 TO WS-RETURN-CODE
                       SET AUDIT-IN-ERROR TO TRUE
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-AUDIT-KEPT-COUNT
               PERFORM 2400-NOTE-BACKUP
               IF AUDIT-OUTPUTS-OPENED AND NOT AUDIT-IN-ERROR
                   WRITE AUDIT-WORK-RECORD FROM AUDIT-RECORD
                   IF WS-WORK-STATUS NOT = '00'
                       DISPLAY 'TYK - *** ERROR WRITING DDWORK - '
                           'STATUS: ' WS-WORK-STATUS
                           ' - DDAUDIT NOT CHANGED ***'
                       MOVE 0008 TO WS-RETURN-CODE
                       SET AUDIT-IN-ERROR TO TRUE
                   END-IF
               END-IF
           END-IF.
           PERFORM 2100-READ-AUDIT-FILE.

       2300-TALLY-AGED-DATASET.
      *    AN AUDIT RECORD IS LISTED UNDER ITS TARGET, OR ITS
      *    SOURCE FOR THE ACTIONS THAT ONLY READ.
           IF AUDIT-TARGET-DSNAME NOT = SPACES
               MOVE AUDIT-TARGET-DSNAME TO WS-AUDIT-DSNAME
           ELSE
               IF AUDIT-SOURCE-DSNAME NOT = SPACES
                   MOVE AUDIT-SOURCE-DSNAME TO WS-AUDIT-DSNAME
               ELSE
                   MOVE '(NO DATASET NAMED)' TO WS-AUDIT-DSNAME
               END-IF
           END-IF.
           MOVE ZERO TO WS-ARC-FOUND-SUB.
           PERFORM 2310-MATCH-ONE-DATASET
               VARYING WS-ARC-SUB FROM 1 BY 1
               UNTIL WS-ARC-SUB > WS-ARC-COUNT
                   OR WS-ARC-FOUND-SUB > 0.
           IF WS-ARC-FOUND-SUB = 0
               IF WS-ARC-COUNT < 500
                   ADD 1 TO WS-ARC-COUNT
                   MOVE WS-ARC-COUNT TO WS-ARC-FOUND-SUB
                   MOVE WS-AUDIT-DSNAME
                       TO WS-ARC-DSNAME (WS-ARC-FOUND-SUB)
                   MOVE ZERO TO WS-ARC-RECORDS (WS-ARC-FOUND-SUB)
                   MOVE AUDIT-TIMESTAMP(1:14)
                       TO WS-ARC-OLDEST (WS-ARC-FOUND-SUB)
                   MOVE AUDIT-TIMESTAMP(1:14)
                       TO WS-ARC-NEWEST (WS-ARC-FOUND-SUB)
               ELSE
                   ADD 1 TO WS-ARC-OVERFLOW-COUNT
                   IF WS-RETURN-CODE < 0004
                       MOVE 0004 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           IF WS-ARC-FOUND-SUB > 0
               ADD 1 TO WS-ARC-RECORDS (WS-ARC-FOUND-SUB)
               IF AUDIT-TIMESTAMP(1:14)
                       < WS-ARC-OLDEST (WS-ARC-FOUND-SUB)
                   MOVE AUDIT-TIMESTAMP(1:14)
                       TO WS-ARC-OLDEST (WS-ARC-FOUND-SUB)
               END-IF
               IF AUDIT-TIMESTAMP(1:14)
                       > WS-ARC-NEWEST (WS-ARC-FOUND-SUB)
                   MOVE AUDIT-TIMESTAMP(1:14)
                       TO WS-ARC-NEWEST (WS-ARC-FOUND-SUB)
               END-IF
           END-IF.

       2310-MATCH-ONE-DATASET.
           IF WS-ARC-DSNAME (WS-ARC-SUB) = WS-AUDIT-DSNAME
               MOVE WS-ARC-SUB TO WS-ARC-FOUND-SUB
           END-IF.

       2400-NOTE-BACKUP.
      *    THE SAME TEST RESTORE MAKES FOR A BACKUP RUN - A CLEAN
      *    LIVE DUPLICAT - WITHOUT RESTORE'S SOURCE FILTER, SINCE
      *    ANY TARGET MAY LATER BE RESTORED FROM IT.
           IF AUDIT-ACTION = 'DUPLICAT'
                   AND AUDIT-RETURN-CODE < 8
                   AND AUDIT-DRYRUN-SWITCH NOT = 'Y'
                   AND AUDIT-MESSAGE(1:17) = 'DUPLICAT COMPLETE'
                   AND AUDIT-TARGET-DSNAME NOT = SPACES
               IF WS-BACKUP-COUNT < 2000
                   ADD 1 TO WS-BACKUP-COUNT
                   MOVE AUDIT-TARGET-DSNAME
                       TO WS-BKP-BASE (WS-BACKUP-COUNT)
                   MOVE AUDIT-TIMESTAMP(1:14)
                       TO WS-BKP-TIMESTAMP (WS-BACKUP-COUNT)
               ELSE
                   MOVE 'N' TO WS-BACKUP-SWITCH
               END-IF
           END-IF.

       2500-REPLACE-AUDIT-FILE.
      *    THE ARCHIVE IS CLOSED - AND SO SECURED - BEFORE DDAUDIT
      *    IS OPENED FOR OUTPUT. NOTHING AGED MEANS NOTHING TO
      *    REMOVE, AND DDAUDIT IS LEFT AS IT STANDS.
           CLOSE ARCHIVE-FILE.
           IF WS-ARCH-STATUS NOT = '00' AND NOT AUDIT-IN-ERROR
               DISPLAY 'TYK - *** ERROR CLOSING DDARCH - STATUS: '
                   WS-ARCH-STATUS ' - DDAUDIT NOT CHANGED ***'
               MOVE 0008 TO WS-RETURN-CODE
               SET AUDIT-IN-ERROR TO TRUE
           END-IF.
           CLOSE AUDIT-WORK-FILE.
           EVALUATE TRUE
               WHEN AUDIT-IN-ERROR
                   CONTINUE
               WHEN WS-AUDIT-AGED-COUNT = 0
                   CONTINUE
               WHEN OTHER
                   PERFORM 2510-REWRITE-AUDIT-FILE
           END-EVALUATE.

       2510-REWRITE-AUDIT-FILE.
           OPEN INPUT AUDIT-WORK-FILE.
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY 'TYK - *** ERROR REOPENING DDWORK - STATUS: '
                   WS-WORK-STATUS ' - DDAUDIT NOT CHANGED ***'
               MOVE 0008 TO WS-RETURN-CODE
               SET AUDIT-IN-ERROR TO TRUE
           ELSE
               OPEN OUTPUT AUDIT-FILE
               IF WS-AUDIT-STATUS NOT = '00'
                   DISPLAY 'TYK - *** ERROR OPENING DDAUDIT FOR '
                       'OUTPUT - STATUS: ' WS-AUDIT-STATUS
                       ' - DDAUDIT NOT CHANGED ***'
                   MOVE 0008 TO WS-RETURN-CODE
                   SET AUDIT-IN-ERROR TO TRUE
               ELSE
                   PERFORM 2520-READ-AUDIT-WORK
                   PERFORM 2530-COPY-ONE-KEPT-RECORD
                       UNTIL END-OF-WORK-FILE
                   CLOSE AUDIT-FILE
                   IF NOT AUDIT-IN-ERROR
                       SET AUDIT-REPLACED TO TRUE
                   END-IF
               END-IF
               CLOSE AUDIT-WORK-FILE
           END-IF.

       2520-READ-AUDIT-WORK.
           READ AUDIT-WORK-FILE
               AT END
                   SET END-OF-WORK-FILE TO TRUE
           END-READ.
           IF NOT END-OF-WORK-FILE AND WS-WORK-STATUS NOT = '00'
               DISPLAY 'TYK - *** ERROR READING DDWORK - STATUS: '
                   WS-WORK-STATUS ' ***'
               PERFORM 2540-REPORT-BROKEN-REWRITE
           END-IF.

       2530-COPY-ONE-KEPT-RECORD.
           WRITE AUDIT-RECORD FROM AUDIT-WORK-RECORD.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'TYK - *** ERROR REWRITING DDAUDIT - STATUS: '
                   WS-AUDIT-STATUS ' ***'
               PERFORM 2540-REPORT-BROKEN-REWRITE
           ELSE
               ADD 1 TO WS-AUDIT-REWRITE-COUNT
               PERFORM 2520-READ-AUDIT-WORK
           END-IF.

       2540-REPORT-BROKEN-REWRITE.
      *    DDAUDIT IS ALREADY PART WRITTEN - THE OPERATOR RESTORES
      *    IT FROM DDWORK (THE KEPT HISTORY) BEFORE TYU RUNS AGAIN.
           DISPLAY 'TYK - *** DDAUDIT INCOMPLETE - RELOAD IT FROM '
               'DDWORK; AGED HISTORY IS ON DDARCH ***'.
           MOVE 0008 TO WS-RETURN-CODE.
           SET AUDIT-IN-ERROR TO TRUE.
           SET END-OF-WORK-FILE TO TRUE.

       2600-PRINT-AUDIT-SECTION.
           MOVE 'DDAUDIT' TO RPT-SECTION-FILE.
           IF AUDIT-HOUSEKEPT
               MOVE SPACES TO RPT-SECTION-TEXT
               STRING 'AUDIT HISTORY - RECORDS DATED BEFORE '
                       DELIMITED BY SIZE
                       WS-AUDIT-CUTOFF DELIMITED BY SIZE
                       ' ARCHIVED TO DDARCH AND REMOVED'
                       DELIMITED BY SIZE
                   INTO RPT-SECTION-TEXT
               WRITE REPORT-LINE FROM RPT-SECTION-LINE
               WRITE REPORT-LINE FROM RPT-AUDIT-HEADING
               PERFORM 2610-PRINT-ONE-DATASET
                   VARYING WS-ARC-SUB FROM 1 BY 1
                   UNTIL WS-ARC-SUB > WS-ARC-COUNT
               IF WS-ARC-COUNT = 0
                   MOVE ' NO RECORDS PAST RETENTION' TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               IF WS-ARC-OVERFLOW-COUNT > 0
                   MOVE WS-ARC-OVERFLOW-COUNT TO RPT-OVF-COUNT
                   WRITE REPORT-LINE FROM RPT-OVERFLOW-LINE
               END-IF
               MOVE WS-AUDIT-READ-COUNT TO RPT-AUD-TOT-READ
               MOVE WS-AUDIT-AGED-COUNT TO RPT-AUD-TOT-AGED
               MOVE WS-AUDIT-KEPT-COUNT TO RPT-AUD-TOT-KEPT
               EVALUATE TRUE
                   WHEN AUDIT-IN-ERROR AND NOT AUDIT-REPLACED
                       MOVE '*** DDAUDIT NOT CHANGED - SEE MESSAGES'
                           TO RPT-AUD-TOT-OUTCOME
                   WHEN AUDIT-IN-ERROR
                       MOVE '*** DDAUDIT INCOMPLETE - SEE MESSAGES'
                           TO RPT-AUD-TOT-OUTCOME
                   WHEN HOUSEKEEPING-DRYRUN
                       MOVE 'DRYRUN - DDAUDIT NOT CHANGED'
                           TO RPT-AUD-TOT-OUTCOME
                   WHEN AUDIT-REPLACED
                       MOVE 'DDAUDIT REWRITTEN WITH THE KEPT RECORDS'
                           TO RPT-AUD-TOT-OUTCOME
                   WHEN OTHER
                       MOVE 'NOTHING TO REMOVE - DDAUDIT NOT CHANGED'
                           TO RPT-AUD-TOT-OUTCOME
               END-EVALUATE
               WRITE REPORT-LINE FROM RPT-AUDIT-TOTALS
           ELSE
               MOVE 'NOT HOUSEKEPT - NO AUDIT RETENTION ON THE CARD'
                   TO RPT-SECTION-TEXT
               WRITE REPORT-LINE FROM RPT-SECTION-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       2610-PRINT-ONE-DATASET.
           MOVE WS-ARC-DSNAME (WS-ARC-SUB) TO RPT-AUD-DSNAME.
           MOVE WS-ARC-RECORDS (WS-ARC-SUB) TO RPT-AUD-RECORDS.
           MOVE WS-ARC-OLDEST (WS-ARC-SUB) TO RPT-AUD-OLDEST.
           MOVE WS-ARC-NEWEST (WS-ARC-SUB) TO RPT-AUD-NEWEST.
           WRITE REPORT-LINE FROM RPT-AUDIT-LINE.

       3000-HOUSEKEEP-JOURNAL.
      *    THE JOURNAL IS BROWSED IN KEY ORDER, ONE TARGET AT A
      *    TIME. A TARGET'S RUNS ARE TABLED OLDEST FIRST; WHEN THE
      *    NEXT TARGET STARTS, ITS AGED RUNS OTHER THAN THE NEWEST
      *    ARE DELETED AND THE BROWSE PICKS UP AGAIN WHERE IT LEFT.
           MOVE 'DDJRNL' TO RPT-SECTION-FILE.
           IF NOT JOURNAL-HOUSEKEPT
               MOVE 'NOT HOUSEKEPT - NO JOURNAL RETENTION ON THE CARD'
                   TO RPT-SECTION-TEXT
               WRITE REPORT-LINE FROM RPT-SECTION-LINE
           ELSE
               MOVE SPACES TO RPT-SECTION-TEXT
               STRING 'SYNC JOURNAL - RUNS STARTED BEFORE '
                       DELIMITED BY SIZE
                       WS-JOURNAL-CUTOFF DELIMITED BY SIZE
                       ' REMOVED, NEWEST RUN PER TARGET ALWAYS KEPT'
                       DELIMITED BY SIZE
                   INTO RPT-SECTION-TEXT
               WRITE REPORT-LINE FROM RPT-SECTION-LINE
               IF HOUSEKEEPING-DRYRUN
                   OPEN INPUT JOURNAL-FILE
               ELSE
                   OPEN I-O JOURNAL-FILE
               END-IF
               IF WS-JRNL-STATUS NOT = '00'
                   DISPLAY 'TYK - *** ERROR OPENING DDJRNL - STATUS: '
                       WS-JRNL-STATUS ' ***'
                   MOVE 0008 TO WS-RETURN-CODE
                   MOVE ' *** DDJRNL COULD NOT BE OPENED - NOT CHANGED'
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   SET JRNL-FILE-OPENED TO TRUE
                   WRITE REPORT-LINE FROM RPT-JOURNAL-HEADING
                   WRITE REPORT-LINE FROM RPT-JOURNAL-HEADING-2
                   PERFORM 3100-READ-NEXT-JOURNAL
                   PERFORM 3200-TABLE-ONE-JOURNAL-RECORD
                       UNTIL JRNL-AT-EOF
                   IF WS-RUN-COUNT > 0 AND NOT JRNL-IN-ERROR
                       PERFORM 3300-CLOSE-JOURNAL-TARGET
                   END-IF
                   CLOSE JOURNAL-FILE
                   MOVE 'N' TO WS-JRNL-OPENED-SWITCH
                   IF WS-JRNL-RUNS-REMOVED = 0 AND NOT JRNL-IN-ERROR
                       MOVE ' NO RUNS PAST RETENTION' TO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
                   MOVE WS-JRNL-READ-COUNT TO RPT-JRN-TOT-READ
                   MOVE WS-JRNL-TARGET-COUNT TO RPT-JRN-TOT-TARGETS
                   MOVE WS-JRNL-RUNS-REMOVED TO RPT-JRN-TOT-RUNS
                   MOVE WS-JRNL-RECORDS-REMOVED
                       TO RPT-JRN-TOT-RECORDS
                   WRITE REPORT-LINE FROM RPT-JOURNAL-TOTALS
               END-IF
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       3100-READ-NEXT-JOURNAL.
           READ JOURNAL-FILE NEXT RECORD
               AT END
                   SET JRNL-AT-EOF TO TRUE
           END-READ.
           IF NOT JRNL-AT-EOF AND WS-JRNL-STATUS NOT = '00'
               DISPLAY 'TYK - *** ERROR READING DDJRNL - STATUS: '
                   WS-JRNL-STATUS ' ***'
               PERFORM 3900-STOP-JOURNAL
           END-IF.

       3200-TABLE-ONE-JOURNAL-RECORD.
           IF JRNL-DSNAME NOT = WS-JRNL-GROUP-DSNAME
               IF WS-RUN-COUNT > 0
                   MOVE JRNL-KEY TO WS-JRNL-RESUME-KEY
                   PERFORM 3300-CLOSE-JOURNAL-TARGET
               END-IF
               MOVE JRNL-DSNAME TO WS-JRNL-GROUP-DSNAME
               MOVE ZERO TO WS-RUN-COUNT
               MOVE 'N' TO WS-JRNL-GROUP-OVF-SWITCH
               ADD 1 TO WS-JRNL-TARGET-COUNT
           END-IF.
           IF NOT JRNL-AT-EOF
               ADD 1 TO WS-JRNL-READ-COUNT
               EVALUATE TRUE
                   WHEN WS-RUN-COUNT = 0
                       PERFORM 3210-TABLE-NEW-RUN
                   WHEN JRNL-RUN-ID NOT = WS-RUN-ID (WS-RUN-COUNT)
                       PERFORM 3210-TABLE-NEW-RUN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF NOT JRNL-GROUP-OVERFLOWED
                   ADD 1 TO WS-RUN-RECORDS (WS-RUN-COUNT)
               END-IF
               PERFORM 3100-READ-NEXT-JOURNAL
           END-IF.

       3210-TABLE-NEW-RUN.
           IF WS-RUN-COUNT < 500
               ADD 1 TO WS-RUN-COUNT
               MOVE JRNL-RUN-ID TO WS-RUN-ID (WS-RUN-COUNT)
               MOVE ZERO TO WS-RUN-RECORDS (WS-RUN-COUNT)
           ELSE
               SET JRNL-GROUP-OVERFLOWED TO TRUE
           END-IF.

       3300-CLOSE-JOURNAL-TARGET.
      *    THE LAST RUN TABLED IS THE TARGET'S NEWEST AND IS NEVER
      *    REMOVED - UNLESS THE TABLE FILLED, IN WHICH CASE NEWER
      *    RUNS LIE BEYOND IT AND EVERY TABLED RUN MAY GO.
           IF JRNL-GROUP-OVERFLOWED
               MOVE ZERO TO WS-RUN-LATEST-SUB
           ELSE
               MOVE WS-RUN-COUNT TO WS-RUN-LATEST-SUB
           END-IF.
           MOVE ZERO TO WS-GROUP-RUNS-REMOVED.
           MOVE ZERO TO WS-GROUP-RECORDS-REMOVED.
           PERFORM 3310-AGE-ONE-RUN
               VARYING WS-RUN-SUB FROM 1 BY 1
               UNTIL WS-RUN-SUB > WS-RUN-COUNT
                   OR JRNL-IN-ERROR.
           IF WS-GROUP-RUNS-REMOVED > 0
               MOVE WS-JRNL-GROUP-DSNAME TO RPT-JRN-DSNAME
               MOVE WS-GROUP-RUNS-REMOVED TO RPT-JRN-RUNS-REMOVED
               MOVE WS-GROUP-RECORDS-REMOVED
                   TO RPT-JRN-RECORDS-REMOVED
               COMPUTE RPT-JRN-RUNS-KEPT =
                   WS-RUN-COUNT - WS-GROUP-RUNS-REMOVED
               IF JRNL-GROUP-OVERFLOWED
                   MOVE SPACES TO RPT-JRN-NEWEST-RUN
               ELSE
                   MOVE WS-RUN-ID (WS-RUN-COUNT)
                       TO RPT-JRN-NEWEST-RUN
               END-IF
               WRITE REPORT-LINE FROM RPT-JOURNAL-LINE
               ADD WS-GROUP-RUNS-REMOVED TO WS-JRNL-RUNS-REMOVED
               ADD WS-GROUP-RECORDS-REMOVED
                   TO WS-JRNL-RECORDS-REMOVED
           END-IF.
           IF JRNL-GROUP-OVERFLOWED
               MOVE WS-JRNL-GROUP-DSNAME TO RPT-NOTE-DSNAME
               MOVE 'MORE THAN 500 RUNS - ONLY THE OLDEST 500 LOOKED AT'
                   TO RPT-NOTE-TEXT
               WRITE REPORT-LINE FROM RPT-NOTE-LINE
               IF WS-RETURN-CODE < 0004
                   MOVE 0004 TO WS-RETURN-CODE
               END-IF
           END-IF.
      *    DELETING MOVED THE BROWSE - START IT AGAIN AT THE RECORD
      *    THAT ENDED THIS TARGET (NONE WHEN THE FILE RAN OUT).
           IF WS-GROUP-RUNS-REMOVED > 0 AND NOT HOUSEKEEPING-DRYRUN
                   AND NOT JRNL-IN-ERROR
                   AND WS-JRNL-RESUME-KEY NOT = SPACES
               MOVE WS-JRNL-RESUME-KEY TO JRNL-KEY
               START JOURNAL-FILE KEY IS NOT LESS THAN JRNL-KEY
                   INVALID KEY
                       SET JRNL-AT-EOF TO TRUE
               END-START
               IF NOT JRNL-AT-EOF
                   PERFORM 3100-READ-NEXT-JOURNAL
               END-IF
           END-IF.
           MOVE SPACES TO WS-JRNL-RESUME-KEY.

       3310-AGE-ONE-RUN.
           IF WS-RUN-SUB NOT = WS-RUN-LATEST-SUB
                   AND WS-RUN-ID (WS-RUN-SUB)(1:8) < WS-JOURNAL-CUTOFF
               ADD 1 TO WS-GROUP-RUNS-REMOVED
               IF HOUSEKEEPING-DRYRUN
                   ADD WS-RUN-RECORDS (WS-RUN-SUB)
                       TO WS-GROUP-RECORDS-REMOVED
               ELSE
                   PERFORM 3320-DELETE-ONE-RUN
               END-IF
           END-IF.

       3320-DELETE-ONE-RUN.
           MOVE WS-JRNL-GROUP-DSNAME TO JRNL-DSNAME.
           MOVE WS-RUN-ID (WS-RUN-SUB) TO JRNL-RUN-ID.
           MOVE ZERO TO JRNL-SEQUENCE.
           MOVE 'N' TO WS-RUN-DONE-SWITCH.
           START JOURNAL-FILE KEY IS NOT LESS THAN JRNL-KEY
               INVALID KEY
                   SET RUN-DELETE-DONE TO TRUE
           END-START.
           IF NOT RUN-DELETE-DONE
               PERFORM 3330-READ-RUN-RECORD
           END-IF.
           PERFORM 3340-DELETE-ONE-RUN-RECORD
               UNTIL RUN-DELETE-DONE.

       3330-READ-RUN-RECORD.
           READ JOURNAL-FILE NEXT RECORD
               AT END
                   SET RUN-DELETE-DONE TO TRUE
           END-READ.
           IF NOT RUN-DELETE-DONE
               IF WS-JRNL-STATUS NOT = '00'
                   DISPLAY 'TYK - *** ERROR READING DDJRNL - STATUS: '
                       WS-JRNL-STATUS ' ***'
                   PERFORM 3900-STOP-JOURNAL
                   SET RUN-DELETE-DONE TO TRUE
               ELSE
                   IF JRNL-DSNAME NOT = WS-JRNL-GROUP-DSNAME
                           OR JRNL-RUN-ID NOT = WS-RUN-ID (WS-RUN-SUB)
                       SET RUN-DELETE-DONE TO TRUE
                   END-IF
               END-IF
           END-IF.

       3340-DELETE-ONE-RUN-RECORD.
           DELETE JOURNAL-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY 'TYK - *** ERROR DELETING FROM DDJRNL - '
                   'STATUS: ' WS-JRNL-STATUS ' KEY: ' JRNL-KEY(1:58)
               PERFORM 3900-STOP-JOURNAL
               SET RUN-DELETE-DONE TO TRUE
           ELSE
               ADD 1 TO WS-GROUP-RECORDS-REMOVED
               PERFORM 3330-READ-RUN-RECORD
           END-IF.

       3900-STOP-JOURNAL.
      *    A RUN IS LEFT PART DELETED ONLY IF THE FILE ITSELF HAS
      *    FAILED; WHAT WAS REMOVED UP TO HERE IS STILL REPORTED.
           MOVE 0008 TO WS-RETURN-CODE.
           SET JRNL-IN-ERROR TO TRUE.
           SET JRNL-AT-EOF TO TRUE.
           MOVE ' *** DDJRNL HOUSEKEEPING STOPPED - SEE MESSAGES'
               TO REPORT-LINE.
           WRITE REPORT-LINE.

       4000-HOUSEKEEP-MANIFEST.
      *    BROWSED LIKE THE JOURNAL, ONE DSNAME AT A TIME. ENTRIES
      *    OUTSIDE THE NEWEST N THAT NO KEPT BACKUP RELIES ON ARE
      *    DELETED.
           MOVE 'DDMNFST' TO RPT-SECTION-FILE.
           EVALUATE TRUE
               WHEN NOT MANIFEST-HOUSEKEPT
                   MOVE 'NOT HOUSEKEPT - NO MANIFEST COUNT ON THE CARD'
                       TO RPT-SECTION-TEXT
                   WRITE REPORT-LINE FROM RPT-SECTION-LINE
               WHEN NOT BACKUP-TABLE-COMPLETE
                   MOVE 'NOT HOUSEKEPT - THE BACKUPS IN DDAUDIT ARE NOT'
                       TO RPT-SECTION-TEXT
                   MOVE ' ALL KNOWN, SO NO ENTRY IS SAFE TO DROP'
                       TO RPT-SECTION-TEXT(47:)
                   WRITE REPORT-LINE FROM RPT-SECTION-LINE
                   IF WS-RETURN-CODE < 0004
                       MOVE 0004 TO WS-RETURN-CODE
                   END-IF
               WHEN OTHER
                   PERFORM 4050-TRIM-MANIFEST
           END-EVALUATE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       4050-TRIM-MANIFEST.
           MOVE SPACES TO RPT-SECTION-TEXT.
           STRING 'MANIFEST - NEWEST ' DELIMITED BY SIZE
                   WS-MANIFEST-KEEP DELIMITED BY SIZE
                   ' ENTRIES PER DSNAME KEPT, AND ANY A KEPT BACKUP'
                   DELIMITED BY SIZE
                   ' RELIES ON' DELIMITED BY SIZE
               INTO RPT-SECTION-TEXT.
           WRITE REPORT-LINE FROM RPT-SECTION-LINE.
           IF HOUSEKEEPING-DRYRUN
               OPEN INPUT MANIFEST-FILE
           ELSE
               OPEN I-O MANIFEST-FILE
           END-IF.
           IF WS-MNFST-STATUS NOT = '00'
               DISPLAY 'TYK - *** ERROR OPENING DDMNFST - STATUS: '
                   WS-MNFST-STATUS ' ***'
               MOVE 0008 TO WS-RETURN-CODE
               MOVE ' *** DDMNFST COULD NOT BE OPENED - NOT CHANGED'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               SET MNFST-FILE-OPENED TO TRUE
               WRITE REPORT-LINE FROM RPT-MANIFEST-HEADING
               WRITE REPORT-LINE FROM RPT-MANIFEST-HEADING-2
               PERFORM 4100-READ-NEXT-MANIFEST
               PERFORM 4200-TABLE-ONE-MANIFEST-ENTRY
                   UNTIL MNFST-AT-EOF
               IF WS-MNF-COUNT > 0 AND NOT MNFST-IN-ERROR
                   PERFORM 4300-CLOSE-MANIFEST-DSNAME
               END-IF
               CLOSE MANIFEST-FILE
               MOVE 'N' TO WS-MNFST-OPENED-SWITCH
               IF WS-MNFST-ENTRIES-REMOVED = 0
                       AND WS-MNFST-SKIPPED-COUNT = 0
                       AND NOT MNFST-IN-ERROR
                   MOVE ' NO ENTRIES BEYOND THE COUNT KEPT'
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               MOVE WS-MNFST-READ-COUNT TO RPT-MNF-TOT-READ
               MOVE WS-MNFST-DSNAME-COUNT TO RPT-MNF-TOT-DSNAMES
               MOVE WS-MNFST-ENTRIES-REMOVED TO RPT-MNF-TOT-REMOVED
               MOVE WS-MNFST-BACKUP-KEPT TO RPT-MNF-TOT-BACKUP
               WRITE REPORT-LINE FROM RPT-MANIFEST-TOTALS
           END-IF.

       4100-READ-NEXT-MANIFEST.
           READ MANIFEST-FILE NEXT RECORD
               AT END
                   SET MNFST-AT-EOF TO TRUE
           END-READ.
           IF NOT MNFST-AT-EOF AND WS-MNFST-STATUS NOT = '00'
               DISPLAY 'TYK - *** ERROR READING DDMNFST - STATUS: '
                   WS-MNFST-STATUS ' ***'
               PERFORM 4900-STOP-MANIFEST
           END-IF.

       4200-TABLE-ONE-MANIFEST-ENTRY.
           IF MNF-DSNAME NOT = WS-MNF-GROUP-DSNAME
               IF WS-MNF-COUNT > 0
                   MOVE MNF-KEY TO WS-MNF-RESUME-KEY
                   PERFORM 4300-CLOSE-MANIFEST-DSNAME
               END-IF
               MOVE MNF-DSNAME TO WS-MNF-GROUP-DSNAME
               MOVE ZERO TO WS-MNF-COUNT
               MOVE 'N' TO WS-MNF-GROUP-OVF-SWITCH
               ADD 1 TO WS-MNFST-DSNAME-COUNT
           END-IF.
           IF NOT MNFST-AT-EOF
               ADD 1 TO WS-MNFST-READ-COUNT
               IF WS-MNF-COUNT < 1000
                   ADD 1 TO WS-MNF-COUNT
                   MOVE MNF-TIMESTAMP TO WS-MNF-TIMESTAMP (WS-MNF-COUNT)
               ELSE
                   SET MNF-GROUP-OVERFLOWED TO TRUE
               END-IF
               PERFORM 4100-READ-NEXT-MANIFEST
           END-IF.

       4300-CLOSE-MANIFEST-DSNAME.
      *    A DSNAME WHOSE ENTRIES DID NOT ALL FIT CANNOT BE TOLD
      *    WHICH ARE ITS NEWEST, SO IT IS LEFT WHOLE.
           MOVE ZERO TO WS-GROUP-ENTRIES-REMOVED.
           MOVE ZERO TO WS-GROUP-BACKUP-KEPT.
           EVALUATE TRUE
               WHEN MNF-GROUP-OVERFLOWED
                   ADD 1 TO WS-MNFST-SKIPPED-COUNT
                   MOVE WS-MNF-GROUP-DSNAME TO RPT-NOTE-DSNAME
                   MOVE 'MORE THAN 1000 ENTRIES - NOT TRIMMED'
                       TO RPT-NOTE-TEXT
                   WRITE REPORT-LINE FROM RPT-NOTE-LINE
                   IF WS-RETURN-CODE < 0004
                       MOVE 0004 TO WS-RETURN-CODE
                   END-IF
               WHEN WS-MNF-COUNT > WS-MANIFEST-KEEP
                   PERFORM 4310-MARK-ONE-ENTRY
                       VARYING WS-MNF-SUB FROM 1 BY 1
                       UNTIL WS-MNF-SUB > WS-MNF-COUNT
                   PERFORM 4320-KEEP-FOR-ONE-BACKUP
                       VARYING WS-BACKUP-SUB FROM 1 BY 1
                       UNTIL WS-BACKUP-SUB > WS-BACKUP-COUNT
                   PERFORM 4340-REMOVE-ONE-ENTRY
                       VARYING WS-MNF-SUB FROM 1 BY 1
                       UNTIL WS-MNF-SUB > WS-MNF-COUNT
                           OR MNFST-IN-ERROR
                   PERFORM 4350-PRINT-MANIFEST-DSNAME
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *    DELETING MOVED THE BROWSE - START IT AGAIN AT THE ENTRY
      *    THAT ENDED THIS DSNAME (NONE WHEN THE FILE RAN OUT).
           IF WS-GROUP-ENTRIES-REMOVED > 0 AND NOT HOUSEKEEPING-DRYRUN
                   AND NOT MNFST-IN-ERROR
                   AND WS-MNF-RESUME-KEY NOT = SPACES
               MOVE WS-MNF-RESUME-KEY TO MNF-KEY
               START MANIFEST-FILE KEY IS NOT LESS THAN MNF-KEY
                   INVALID KEY
                       SET MNFST-AT-EOF TO TRUE
               END-START
               IF NOT MNFST-AT-EOF
                   PERFORM 4100-READ-NEXT-MANIFEST
               END-IF
           END-IF.
           MOVE SPACES TO WS-MNF-RESUME-KEY.

       4310-MARK-ONE-ENTRY.
           IF WS-MNF-SUB > WS-MNF-COUNT - WS-MANIFEST-KEEP
               SET WS-MNF-KEEP-NEWEST (WS-MNF-SUB) TO TRUE
           ELSE
               SET WS-MNF-REMOVE (WS-MNF-SUB) TO TRUE
           END-IF.

       4320-KEEP-FOR-ONE-BACKUP.
      *    THE ENTRY A BACKUP RELIES ON IS THE LAST ONE UNDER ITS
      *    BASE AT OR BEFORE THE BACKUP'S AUDIT TIMESTAMP.
           IF WS-BKP-BASE (WS-BACKUP-SUB) = WS-MNF-GROUP-DSNAME
               MOVE ZERO TO WS-MNF-FOUND-SUB
               PERFORM 4330-FIND-BACKUP-ENTRY
                   VARYING WS-MNF-SUB FROM 1 BY 1
                   UNTIL WS-MNF-SUB > WS-MNF-COUNT
               IF WS-MNF-FOUND-SUB > 0
                   IF WS-MNF-REMOVE (WS-MNF-FOUND-SUB)
                       SET WS-MNF-KEEP-BACKUP (WS-MNF-FOUND-SUB)
                           TO TRUE
                       ADD 1 TO WS-GROUP-BACKUP-KEPT
                   END-IF
               END-IF
           END-IF.

       4330-FIND-BACKUP-ENTRY.
           IF WS-MNF-TIMESTAMP (WS-MNF-SUB)
                   NOT > WS-BKP-TIMESTAMP (WS-BACKUP-SUB)
               MOVE WS-MNF-SUB TO WS-MNF-FOUND-SUB
           END-IF.

       4340-REMOVE-ONE-ENTRY.
           IF WS-MNF-REMOVE (WS-MNF-SUB)
               IF NOT HOUSEKEEPING-DRYRUN
                   MOVE WS-MNF-GROUP-DSNAME TO MNF-DSNAME
                   MOVE WS-MNF-TIMESTAMP (WS-MNF-SUB) TO MNF-TIMESTAMP
                   DELETE MANIFEST-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   IF WS-MNFST-STATUS NOT = '00'
                       DISPLAY 'TYK - *** ERROR DELETING FROM DDMNFST'
                           ' - STATUS: ' WS-MNFST-STATUS ' KEY: '
                           MNF-KEY
                       PERFORM 4900-STOP-MANIFEST
                   END-IF
               END-IF
               IF NOT MNFST-IN-ERROR
                   ADD 1 TO WS-GROUP-ENTRIES-REMOVED
               END-IF
           END-IF.

       4350-PRINT-MANIFEST-DSNAME.
           IF WS-GROUP-ENTRIES-REMOVED > 0 OR WS-GROUP-BACKUP-KEPT > 0
               MOVE WS-MNF-GROUP-DSNAME TO RPT-MNF-DSNAME
               MOVE WS-MNF-COUNT TO RPT-MNF-ENTRIES
               MOVE WS-GROUP-ENTRIES-REMOVED TO RPT-MNF-REMOVED
               MOVE WS-GROUP-BACKUP-KEPT TO RPT-MNF-BACKUP-KEPT
               MOVE SPACES TO RPT-MNF-OLDEST-KEPT
               MOVE ZERO TO WS-MNF-FOUND-SUB
               PERFORM 4360-FIND-OLDEST-KEPT
                   VARYING WS-MNF-SUB FROM 1 BY 1
                   UNTIL WS-MNF-SUB > WS-MNF-COUNT
                       OR WS-MNF-FOUND-SUB > 0
               IF WS-MNF-FOUND-SUB > 0
                   MOVE WS-MNF-TIMESTAMP (WS-MNF-FOUND-SUB)
                       TO RPT-MNF-OLDEST-KEPT
               END-IF
               WRITE REPORT-LINE FROM RPT-MANIFEST-LINE
               ADD WS-GROUP-ENTRIES-REMOVED
                   TO WS-MNFST-ENTRIES-REMOVED
               ADD WS-GROUP-BACKUP-KEPT TO WS-MNFST-BACKUP-KEPT
           END-IF.

       4360-FIND-OLDEST-KEPT.
           IF NOT WS-MNF-REMOVE (WS-MNF-SUB)
               MOVE WS-MNF-SUB TO WS-MNF-FOUND-SUB
           END-IF.

       4900-STOP-MANIFEST.
           MOVE 0008 TO WS-RETURN-CODE.
           SET MNFST-IN-ERROR TO TRUE.
           SET MNFST-AT-EOF TO TRUE.
           MOVE ' *** DDMNFST HOUSEKEEPING STOPPED - SEE MESSAGES'
               TO REPORT-LINE.
           WRITE REPORT-LINE.

       9000-TERMINATE.
           IF JRNL-FILE-OPENED
               CLOSE JOURNAL-FILE
           END-IF.
           IF MNFST-FILE-OPENED
               CLOSE MANIFEST-FILE
           END-IF.
           IF REPORT-FILE-OPENED
               MOVE WS-RETURN-CODE TO RPT-RC-VALUE
               WRITE REPORT-LINE FROM RPT-RC-LINE
               CLOSE REPORT-FILE
           END-IF.

       End program TYK.
