      *****************************************************************
      *  EVNTREC.CPY
      *
      *  CLIENT CASH FLOW EVENT RECORD LAYOUT.  ONE RECORD PER LUMP
      *  SUM A CLIENT EXPECTS TO RECEIVE OR SPEND OUTSIDE THE LEVEL
      *  YEARLY DEPOSIT AND WITHDRAWAL -- AN INHERITANCE, A HOME
      *  SALE, A CHILD'S TUITION, A NEW CAR EVERY FEW YEARS.  THE
      *  FILE IS INDEXED ON CLIENT ID PLUS A SEQUENCE NUMBER, SO ONE
      *  CLIENT'S EVENTS READ TOGETHER IN SEQUENCE ORDER.  IT IS
      *  MAINTAINED ONLY BY EVENT-MAINT AND READ BY THE PLANNER.
      *
      *  THE EVENT FALLS IN THE PROJECTION YEAR IN WHICH THE CLIENT
      *  IS EVT-AGE.  A NON-ZERO REPEAT INTERVAL MAKES IT RECUR EVERY
      *  THAT MANY YEARS AFTER, THROUGH EVT-END-AGE OR, WHEN THE END
      *  AGE IS ZERO, THROUGH THE END OF THE PROJECTION.  THE AMOUNT
      *  IS IN THE DOLLARS OF THE YEAR IT HAPPENS.  THE POT NAMES
      *  THE ACCOUNT TYPE THE MONEY GOES INTO OR COMES OUT OF; A
      *  BLANK POT MEANS THE TAXABLE ACCOUNT.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-14  TM   ORIGINAL CLIENT EVENT RECORD LAYOUT.
      *****************************************************************
       01  CLIENT-EVENT-RECORD.
           05  EVT-KEY.
               10  EVT-CLIENT-ID          PIC X(10).
               10  EVT-SEQUENCE           PIC 9(03).
           05  EVT-DESCRIPTION            PIC X(20).
           05  EVT-AGE                    PIC 9(03).
           05  EVT-AMOUNT                 PIC 9(07)V99.
           05  EVT-DIRECTION              PIC X(01).
               88  EVT-INFLOW                 VALUE "I".
               88  EVT-OUTFLOW                VALUE "O".
           05  EVT-REPEAT-YEARS           PIC 9(02).
           05  EVT-END-AGE                PIC 9(03).
           05  EVT-POT                    PIC X(01).
               88  EVT-TAXABLE-POT            VALUE "T" " ".
               88  EVT-DEFERRED-POT           VALUE "D".
               88  EVT-ROTH-POT               VALUE "R".
           05  EVT-LAST-CHANGED-DATE      PIC 9(08).
           05  EVT-OPERATOR-ID            PIC X(08).
           05  FILLER                     PIC X(12).
