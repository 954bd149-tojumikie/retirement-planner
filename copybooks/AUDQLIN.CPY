      *  2026-09-02  TM   THE SPOUSE LINE NOW ALSO ECHOES THE
      *                   SPOUSE'S RETIREMENT AGE FROM THE AUDIT
      *                   RECORD.
      *  2026-10-13  TM   ADDED THE FEE ASSUMPTION LINE FOR THE FEE
      *                   OVERRIDE, FUND EXPENSE RATE, FEE SCHEDULE
      *                   BAND COUNT AND LIFETIME COST OF FEES NOW ON
      *                   THE AUDIT RECORD.
      *  2026-10-14  TM   ADDED THE CASH FLOW EVENT COUNT TO THE FEE
      *                   ASSUMPTION LINE.
      *  2026-10-15  TM   ADDED THE GLIDE-PATH CODE TO THE FEE
      *                   ASSUMPTION LINE.
      *****************************************************************
       01  AQ-HEADING-1.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  AQ-SPOUSE-PENSION      PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(11) VALUE "  SURV PCT:".
           05  AQ-SURVIVOR-PCT        PIC 9.99.
       01  AQ-FEE-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(16)
               VALUE "  FEE OVERRIDE:".
           05  AQ-FEE-OVERRIDE-FLAG   PIC X(01).
           05  FILLER                 PIC X(08) VALUE "  RATE:".
           05  AQ-FEE-OVERRIDE-RATE   PIC 9.9999.
           05  FILLER                 PIC X(12) VALUE "  FUND EXP:".
           05  AQ-FUND-EXPENSE-RATE   PIC 9.9999.
           05  FILLER                 PIC X(13) VALUE "  FEE BANDS:".
           05  AQ-FEE-BAND-COUNT      PIC 9.
           05  FILLER                 PIC X(17)
               VALUE "  LIFETIME FEES:".
           05  AQ-TOTAL-FEES          PIC $$$$,$$$,$$9.99.
           05  FILLER                 PIC X(10) VALUE "  EVENTS:".
           05  AQ-EVENT-COUNT         PIC ZZ9.
           05  FILLER                 PIC X(14) VALUE "  GLIDE PATH:".
           05  AQ-GLIDE-PATH-CODE     PIC X(04).
       01  AQ-DRAWDOWN-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(14) VALUE "  WITHDRAWAL:".
