      *****************************************************************
      *  EVNTTRN.CPY
      *
      *  CLIENT EVENT MAINTENANCE TRANSACTION LAYOUT FOR EVENT-MAINT.
      *  ONE RECORD PER ADD/CHANGE/DELETE REQUEST, KEYED BY CLIENT ID
      *  AND EVENT SEQUENCE NUMBER.  TRANSACTIONS MAY ARRIVE IN ANY
      *  ORDER, SINCE EACH ONE IS APPLIED BY A DIRECT KEYED READ OF
      *  THE EVENT FILE.  THE DATA FIELDS MIRROR THE EVENT RECORD IN
      *  EVNTREC, SO AN ADD OR CHANGE CARRIES A FULL REPLACEMENT
      *  IMAGE OF THE EVENT.  A DELETE NEEDS ONLY THE ACTION CODE,
      *  CLIENT ID AND SEQUENCE; ITS DATA FIELDS ARE IGNORED.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-14  TM   ORIGINAL EVENT TRANSACTION LAYOUT.
      *****************************************************************
       01  EVENT-TRANSACTION.
           05  ETR-ACTION-CODE            PIC X(01).
               88  ETR-ADD                    VALUE "A".
               88  ETR-CHANGE                 VALUE "C".
               88  ETR-DELETE                 VALUE "D".
           05  ETR-CLIENT-ID              PIC X(10).
           05  ETR-SEQUENCE               PIC 9(03).
           05  ETR-EVENT-DATA.
               10  ETR-DESCRIPTION            PIC X(20).
               10  ETR-AGE                    PIC 9(03).
               10  ETR-AMOUNT                 PIC 9(07)V99.
               10  ETR-DIRECTION              PIC X(01).
                   88  ETR-VALID-DIRECTION        VALUE "I" "O".
               10  ETR-REPEAT-YEARS           PIC 9(02).
               10  ETR-END-AGE                PIC 9(03).
               10  ETR-POT                    PIC X(01).
                   88  ETR-VALID-POT              VALUE "T" "D" "R"
                                                        " ".
                   88  ETR-TAXABLE-POT            VALUE "T" " ".
           05  ETR-OPERATOR-ID            PIC X(08).
