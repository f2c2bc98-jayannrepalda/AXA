      *                                                             *
      *   NOTES = SCH-CONTROL-PORTION IS THE UCTL CONTROL RECORD    *
      *      BYTE FOR BYTE - ITS LENGTH MUST BE KEPT EQUAL TO THE   *
      *      UCTL RECORD LENGTH (CURRENTLY 630) WHENEVER UCTL       *
      *      GROWS. THE FREQUENCY FIELDS SIT AHEAD OF IT SO A       *
      *      SCHEDULE ENTRY READS FREQUENCY-FIRST WHEN EDITED BY    *
      *      HAND.                                                  *
      *                  THE UCTL EXTRACT MASKING RULES.           *
      *      2026-09-03  CONTROL PORTION WIDENED 542 TO 590 FOR    *
      *                  THE UCTL SELECT FIELD NAMES.              *
      *      2026-10-15  CONTROL PORTION WIDENED 590 TO 604 FOR    *
      *                  THE UCTL RESTORE POINT-IN-TIME.           *
      *      2026-10-15  CONTROL PORTION WIDENED 604 TO 609 FOR    *
      *                  THE UCTL VALIDATE FAILURE THRESHOLD.      *
      *      2026-10-15  CONTROL PORTION WIDENED 609 TO 610 FOR    *
      *                  THE UCTL XREF CHILDLESS-PARENT SWITCH.    *
      *      2026-10-15  CONTROL PORTION WIDENED 610 TO 630 FOR    *
      *                  THE UCTL CHANGE TICKET AND REQUESTER.     *
      *                                                             *
      *********************** USCH ********************************
       01  SCHEDULE-RECORD.
               88  SCH-FREQ-MONTHDAY           VALUE 'MONTHDAY'.
           05  SCH-WEEKDAYS                PIC X(7).
           05  SCH-MONTH-DAY               PIC X(2).
           05  SCH-CONTROL-PORTION         PIC X(630).
