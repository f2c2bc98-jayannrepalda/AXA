      *                  ERRORS, 'E' ERRORS ONLY, 'N' NONE; BLANK *
      *                  MEANS 'W'), PASSED DOWN SO TYU'S CONSOLE *
      *                  MESSAGES HONOR THE SAME THRESHOLD.       *
      *      2026-10-15  ADDED PARMS-POINT-IN-TIME FOR THE        *
      *                  RESTORE ACTION - CCYYMMDDHHMMSS; TYU     *
      *                  RESTORES THE TARGET FROM THE NEWEST      *
      *                  VERIFIED BACKUP TAKEN AT OR BEFORE IT.   *
      *                  BLANK MEANS THE NEWEST BACKUP OF ALL.    *
      *      2026-10-15  ADDED PARMS-FAIL-THRESHOLD FOR THE       *
      *                  VALIDATE ACTION - PERCENTAGE (999V99) OF *
      *                  RECORDS READ THAT MAY FAIL THEIR DDDICT  *
      *                  FIELD RULES WHILE THE ACTION STILL ENDS  *
      *                  WITH RC 4; ABOVE IT THE RC IS 8. ZERO    *
      *                  MEANS ANY FAILING RECORD GIVES RC 8.     *
      *      2026-10-15  ADDED PARMS-CHILDLESS-SWITCH FOR THE     *
      *                  XREF ACTION - 'Y' ALSO REPORTS EVERY     *
      *                  PARENT RECORD NO CHILD RECORD REFERS TO. *
      *                  XREF TAKES THE CHILD FROM SOURCE, THE    *
      *                  PARENT KSDS FROM SOURCE2 AND THE CHILD'S *
      *                  FOREIGN KEY FROM THE FIRST SELECT        *
      *                  ENTRY'S DDDICT FIELD NAME.               *
      *      2026-10-15  ADDED PARMS-CHANGE-TICKET AND PARMS-     *
      *                  REQUESTED-BY FROM THE CONTROL RECORD.    *
      *                  TYU CHECKS EVERY ACTION THAT CHANGES A   *
      *                  DATASET AGAINST THE DDAUTH PROTECTED-    *
      *                  DATASET TABLE AND REFUSES ONE NOT        *
      *                  ALLOWED THERE, OR MISSING A TICKET THE   *
      *                  TABLE REQUIRES, WITH RC 12.              *
      *      2026-10-15  ADDED PARMS-BYTES-PROCESSED - THE        *
      *                  BYTES OF DATA TYU READ FROM THE          *
      *                  ACTION'S DATASETS, RETURNED WITH         *
      *                  PARMS-RECORDS-PROCESSED AND KEPT ON      *
      *                  THE DDAUDIT RECORD FOR CHARGEBACK.       *
      *                                                             *
      *********************** U ***********************************
       01  PARMS.
                       88  PARMS-MASK-UNUSED   VALUE ' '.
                   15  PARMS-MASK-VALUE    PIC X(20).
           05  PARMS-CONSOLE-LEVEL         PIC X(1).
           05  PARMS-POINT-IN-TIME         PIC X(14).
           05  PARMS-FAIL-THRESHOLD        PIC 9(3)V99.
           05  PARMS-CHILDLESS-SWITCH      PIC X(1).
               88  PARMS-CHILDLESS-YES         VALUE 'Y'.
               88  PARMS-CHILDLESS-NO          VALUE 'N' ' '.
           05  PARMS-CHANGE-TICKET         PIC X(12).
           05  PARMS-REQUESTED-BY          PIC X(8).
           05  PARMS-BYTES-PROCESSED       PIC 9(15).
