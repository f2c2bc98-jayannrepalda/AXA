      *********************** UAUTH *******************************
      *                                                             *
      *   COPYBOOK NAME = UAUTH                                     *
      *                                                             *
      *   DESCRIPTIVE NAME = CARD LAYOUT FOR THE PROTECTED-DATASET  *
      *      AUTHORIZATION TABLE (DDNAME DDAUTH). TYT CHECKS EVERY  *
      *      CONTROL RECORD AGAINST IT BEFORE DISPATCH AND TYU      *
      *      CHECKS EVERY CALL AGAIN BEFORE IT ACTS.                *
      *                                                             *
      *   NOTES = ONE CARD PER DATASET PATTERN AND ALLOWED ACTION.  *
      *      AUTH-DSN-PATTERN (COLS 1-44) IS MATCHED AS IN THE      *
      *      DDDICT DICTIONARY - A TRAILING '*' MATCHES ON THE      *
      *      CHARACTERS AHEAD OF IT, ANY OTHER PATTERN MUST MATCH   *
      *      THE WHOLE DSNAME. THE FIRST PATTERN IN THE FILE THAT   *
      *      MATCHES A TARGET DSNAME PROTECTS IT, SO A NARROWER     *
      *      PATTERN MUST COME AHEAD OF A BROADER ONE. EVERY CARD   *
      *      CARRYING THAT SAME PATTERN NAMES ONE ACTION ALLOWED    *
      *      AGAINST IT (AUTH-ACTION, COLS 46-53); A PATTERN WHOSE  *
      *      ONLY CARD HAS A BLANK ACTION ALLOWS NOTHING. 'Y' IN    *
      *      AUTH-TICKET-SWITCH (COL 55) MAKES THAT ACTION NEED A   *
      *      CHANGE TICKET ON THE CONTROL RECORD. COLS 57-80 ARE    *
      *      FREE TEXT. A CARD WITH '*' IN COL 1 IS A COMMENT.      *
      *                                                             *
      *      ONLY THE ACTIONS THAT CHANGE THEIR TARGET ARE CHECKED  *
      *      (DUPLICAT, MERGE, EXTRACT, CONVERT, SYNC, BACKOUT,     *
      *      RESTORE, REORG, PURGE, CKPTPURG), AGAINST THE TARGET   *
      *      DSNAME. A TARGET NO PATTERN MATCHES IS NOT PROTECTED.  *
      *      A BLANK TARGET COULD BE ANY DATASET, SO IT IS HELD     *
      *      TO EVERY PATTERN IN THE TABLE - EACH ONE MUST ALLOW    *
      *      THE ACTION (AND HAVE ITS TICKET, WHERE ONE IS ASKED).  *
      *                                                             *
      *   CHANGE-ACTIVITY =                                         *
      *      2026-10-15  INITIAL VERSION.                           *
      *                                                             *
      *********************** UAUTH *******************************
       01  AUTH-CARD.
           05  AUTH-DSN-PATTERN        PIC X(44).
           05  FILLER                  PIC X(1).
           05  AUTH-ACTION             PIC X(8).
           05  FILLER                  PIC X(1).
           05  AUTH-TICKET-SWITCH      PIC X(1).
               88  AUTH-TICKET-REQUIRED    VALUE 'Y'.
           05  FILLER                  PIC X(1).
           05  AUTH-REMARKS            PIC X(24).
