      *********************** UOWN ********************************
      *                                                             *
      *   COPYBOOK NAME = UOWN                                      *
      *                                                             *
      *   DESCRIPTIVE NAME = CARD LAYOUT FOR THE DATASET OWNER      *
      *      TABLE (DDNAME DDOWNR). TYB CHARGES EVERY ACTION IN     *
      *      THE DDAUDIT HISTORY TO THE APPLICATION AND COST        *
      *      CENTER THAT OWN THE DATASET IT WORKED ON.              *
      *                                                             *
      *   NOTES = ONE CARD PER HLQ OR DSNAME PREFIX. OWN-DSN-       *
      *      PATTERN (COLS 1-44) IS MATCHED AS IN THE DDDICT AND    *
      *      DDAUTH TABLES - A TRAILING '*' MATCHES ON THE          *
      *      CHARACTERS AHEAD OF IT ('PAYR.*' FOR A WHOLE HLQ),     *
      *      ANY OTHER PATTERN MUST MATCH THE WHOLE DSNAME. THE     *
      *      FIRST PATTERN IN THE FILE THAT MATCHES OWNS THE        *
      *      DATASET, SO A NARROWER PATTERN MUST COME AHEAD OF A    *
      *      BROADER ONE. OWN-APPLICATION (COLS 46-53) AND          *
      *      OWN-COST-CENTER (COLS 55-64) ARE BOTH REQUIRED AND     *
      *      MUST NOT CONTAIN BLANKS OR COMMAS - THEY GO TO         *
      *      FINANCE IN A COMMA-DELIMITED FILE. COLS 66-80 ARE      *
      *      FREE TEXT. A CARD WITH '*' IN COL 1 IS A COMMENT.      *
      *                                                             *
      *   CHANGE-ACTIVITY =                                         *
      *      2026-10-15  INITIAL VERSION.                           *
      *                                                             *
      *********************** UOWN ********************************
       01  OWNER-CARD.
           05  OWN-DSN-PATTERN         PIC X(44).
           05  FILLER                  PIC X(1).
           05  OWN-APPLICATION         PIC X(8).
           05  FILLER                  PIC X(1).
           05  OWN-COST-CENTER         PIC X(10).
           05  FILLER                  PIC X(1).
           05  OWN-REMARKS             PIC X(15).
