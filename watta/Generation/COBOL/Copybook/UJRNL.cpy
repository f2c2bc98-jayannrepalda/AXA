      *********************** UJRNL *******************************
      *                                                             *
      *   COPYBOOK NAME = UJRNL                                     *
      *                                                             *
      *   DESCRIPTIVE NAME = RECORD LAYOUT FOR THE SYNC REPAIR      *
      *      JOURNAL (DDNAME DDJRNL, A KSDS). TYU WRITES ONE        *
      *      RECORD PER LIVE SYNC REPAIR AND READS A RUN BACK FOR   *
      *      BACKOUT; TYK REMOVES AGED RUNS.                        *
      *                                                             *
      *   NOTES = THE KEY IS THE TARGET DSNAME PLUS THE RUN         *
      *      IDENTIFICATION (THE CCYYMMDDHHMMSS THE SYNC STARTED)   *
      *      PLUS A SEQUENCE NUMBER, SO THE RUNS AGAINST ONE        *
      *      TARGET LINE UP OLDEST FIRST AND THE RUN BACKOUT        *
      *      REVERSES IS THE LAST UNDER ITS DSNAME. FOR A DELETED   *
      *      OR REWRITTEN RECORD THE IMAGE IS THE TARGET RECORD     *
      *      BEFORE THE REPAIR; FOR AN ADDED RECORD IT IS THE       *
      *      RECORD AS WRITTEN.                                     *
      *                                                             *
      *   CHANGE-ACTIVITY =                                         *
      *      2026-10-15  INITIAL VERSION - LAYOUT LIFTED FROM THE   *
      *                  TYU FILE SECTION SO TYU AND TYK SHARE ONE  *
      *                  DEFINITION.                                *
      *                                                             *
      *********************** UJRNL *******************************
       01  JOURNAL-RECORD.
           05  JRNL-KEY.
               10  JRNL-DSNAME         PIC X(44).
               10  JRNL-RUN-ID         PIC X(14).
               10  JRNL-SEQUENCE       PIC 9(9).
           05  JRNL-REPAIR-TYPE        PIC X(1).
               88  JRNL-REPAIR-ADD         VALUE 'A'.
               88  JRNL-REPAIR-DELETE      VALUE 'D'.
               88  JRNL-REPAIR-REWRITE     VALUE 'R'.
           05  JRNL-RECLEN             PIC 9(5).
           05  JRNL-IMAGE              PIC X(4000).
