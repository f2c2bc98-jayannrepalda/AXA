      *                  SURVIVE LAYOUT CHANGES. RECORD GREW 542   *
      *                  TO 590 - DDCTL, DDDEFER AND DDSKIP AT     *
      *                  LRECL 590, USCH KEPT IN STEP.             *
      *      2026-10-15  ADDED CTL-POINT-IN-TIME FOR THE RESTORE   *
      *                  ACTION (CCYYMMDDHHMMSS, BLANK = NEWEST    *
      *                  BACKUP). RECORD GREW 590 TO 604 - DDCTL,  *
      *                  DDDEFER AND DDSKIP AT LRECL 604, USCH     *
      *                  KEPT IN STEP.                             *
      *      2026-10-15  ADDED CTL-FAIL-THRESHOLD FOR THE VALIDATE *
      *                  ACTION - THE PERCENTAGE OF RECORDS READ   *
      *                  THAT MAY FAIL THEIR DICTIONARY RULES      *
      *                  BEFORE TYU RETURNS 8 INSTEAD OF 4 (ZERO   *
      *                  MEANS ANY FAILURE IS 8). RECORD GREW 604  *
      *                  TO 609 - DDCTL, DDDEFER AND DDSKIP AT     *
      *                  LRECL 609, USCH KEPT IN STEP.             *
      *      2026-10-15  ADDED CTL-CHILDLESS-SWITCH FOR THE XREF   *
      *                  ACTION ('Y' ALSO LISTS PARENT RECORDS NO  *
      *                  CHILD REFERS TO). RECORD GREW 609 TO 610  *
      *                  - DDCTL, DDDEFER AND DDSKIP AT LRECL 610, *
      *                  USCH KEPT IN STEP.                        *
      *      2026-10-15  ADDED CTL-CHANGE-TICKET AND CTL-          *
      *                  REQUESTED-BY. AN ACTION THAT CHANGES A    *
      *                  DATASET PROTECTED BY THE DDAUTH TABLE     *
      *                  MUST BE ALLOWED THERE, AND SOME           *
      *                  ALLOWANCES ALSO NEED THE CHANGE TICKET.   *
      *                  THE REQUESTER IS KEPT ON THE DDAUDIT      *
      *                  RECORD. RECORD GREW 610 TO 630 - DDCTL,   *
      *                  DDDEFER AND DDSKIP AT LRECL 630, USCH     *
      *                  KEPT IN STEP.                             *
      *                                                             *
      *********************** UCTL ********************************
       01  CONTROL-RECORD.
                   15  CTL-MASK-LENGTH     PIC 9(2).
                   15  CTL-MASK-RULE       PIC X(1).
                   15  CTL-MASK-VALUE      PIC X(20).
           05  CTL-POINT-IN-TIME           PIC X(14).
           05  CTL-FAIL-THRESHOLD          PIC 9(3)V99.
           05  CTL-CHILDLESS-SWITCH        PIC X(1).
           05  CTL-CHANGE-TICKET           PIC X(12).
           05  CTL-REQUESTED-BY            PIC X(8).
