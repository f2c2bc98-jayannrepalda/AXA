      *********************** UMNFST ******************************
      *                                                             *
      *   COPYBOOK NAME = UMNFST                                    *
      *                                                             *
      *   DESCRIPTIVE NAME = RECORD LAYOUT FOR THE MANIFEST FILE    *
      *      (DDNAME DDMNFST, A KSDS). TYU RECORDS ONE ENTRY PER    *
      *      VERIFY AND PER MANIFESTED DUPLICAT; TYK TRIMS THE      *
      *      HISTORY.                                               *
      *                                                             *
      *   NOTES = THE KEY IS THE DSNAME AS GIVEN ON THE CONTROL     *
      *      RECORD PLUS THE CCYYMMDDHHMMSS THE FIGURES WERE        *
      *      TAKEN, SO THE ENTRIES FOR ONE DSNAME LINE UP OLDEST    *
      *      FIRST AND THE NEWEST IS THE LAST UNDER ITS DSNAME. A   *
      *      BACKUP'S ENTRY IS THE LAST ONE UNDER ITS BACKUP BASE   *
      *      AT OR BEFORE THE BACKUP'S DDAUDIT TIMESTAMP.           *
      *                                                             *
      *   CHANGE-ACTIVITY =                                         *
      *      2026-10-15  INITIAL VERSION - LAYOUT LIFTED FROM THE   *
      *                  TYU FILE SECTION SO TYU AND TYK SHARE ONE  *
      *                  DEFINITION.                                *
      *                                                             *
      *********************** UMNFST ******************************
       01  MANIFEST-RECORD.
           05  MNF-KEY.
               10  MNF-DSNAME          PIC X(44).
               10  MNF-TIMESTAMP       PIC X(14).
           05  MNF-RECORD-COUNT        PIC 9(9).
           05  MNF-BYTE-COUNT          PIC 9(15).
           05  MNF-CHECKSUM            PIC 9(9).
