      *  2026-09-02  TM   THE SURVIVOR ASSUMPTION LINE NOW ALSO
      *                   ECHOES THE SPOUSE'S RETIREMENT AGE, SO A
      *                   MIS-KEYED VALUE IS VISIBLE ON THE REPORT.
      *  2026-10-13  TM   ADDED THE FEES PAID COLUMN TO THE
      *                   ACCUMULATION AND DRAWDOWN DETAIL LINES, THE
      *                   LIFETIME COST OF FEES LINE, AND THE FEE
      *                   SCHEDULE ECHO LINE FOR THE RUN PARAMETERS.
      *  2026-10-14  TM   ADDED THE CASH FLOW EVENT LINES PRINTED UNDER
      *                   A SCHEDULE YEAR IN WHICH ONE OF THE CLIENT'S
      *                   EVENTS FELL, AND THE SHORTFALL LINE FOR AN
      *                   OUTFLOW THE BALANCE COULD NOT COVER.
      *  2026-10-15  TM   ADDED THE RATE COLUMN TO THE ACCUMULATION AND
      *                   DRAWDOWN DETAIL LINES, SHOWING THE RETURN
      *                   ACTUALLY USED FOR THE YEAR, AND THE
      *                   GLIDE-PATH LINE NAMING THE CLIENT'S PATH.
      *                   THE DRAWDOWN TODAY'S-DOLLARS AND NOTE
      *                   COLUMNS CLOSED UP A SPACE TO MAKE ROOM.
      *****************************************************************
       01  RPT-HEADING-1.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FILLER                 PIC X(16) VALUE "DEPOSIT".
           05  FILLER                 PIC X(18) VALUE "INTEREST EARNED".
           05  FILLER                 PIC X(16) VALUE "FEES PAID".
           05  FILLER                 PIC X(18) VALUE "ENDING BALANCE".
           05  FILLER                 PIC X(16) VALUE "TODAY'S DOLLARS".
           05  FILLER                 PIC X(04) VALUE "RATE".
       01  RPT-DETAIL-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  RPT-YEAR               PIC ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RPT-INTEREST           PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RPT-FEES               PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RPT-BALANCE            PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  RPT-TODAYS-BALANCE     PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  RPT-RATE               PIC 9.99.
       01  RPT-BLANK-LINE              PIC X(01) VALUE SPACE.
       01  RPT-SCENARIO-HEADING.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(06) VALUE "YEAR".
           05  FILLER                 PIC X(04) VALUE "AGE".
           05  FILLER                 PIC X(05) VALUE "RATE".
           05  FILLER                 PIC X(16) VALUE "    GROSS WDRW".
           05  FILLER                 PIC X(16) VALUE "       EST TAX".
           05  FILLER                 PIC X(16) VALUE "     SPENDABLE".
           05  FILLER                 PIC X(16) VALUE "        GROWTH".
           05  FILLER                 PIC X(16) VALUE "          FEES".
           05  FILLER                 PIC X(16) VALUE "ENDING BALANCE".
           05  FILLER                 PIC X(16)
               VALUE " TODAY'S DOLLARS".
           05  FILLER                 PIC X(04) VALUE "NOTE".
       01  RPT-DECUM-DETAIL.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  RPT-DECUM-YEAR         PIC ZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  RPT-DECUM-AGE          PIC ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  RPT-DECUM-RATE         PIC 9.99.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  RPT-DECUM-WITHDRAWAL   PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RPT-DECUM-TAX          PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RPT-DECUM-GROWTH       PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RPT-DECUM-FEES         PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RPT-DECUM-BALANCE      PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RPT-DECUM-TODAYS       PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RPT-RMD-FLAG           PIC X(04).
           05  FILLER                 PIC X(30)
               VALUE "BALANCE AT END OF DRAWDOWN:".
           05  RPT-DECUM-END-BALANCE  PIC $$$,$$$,$$9.99.
       01  RPT-FEE-COST-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(30)
               VALUE "LIFETIME COST OF FEES:".
           05  RPT-FEE-COST           PIC $$$$,$$$,$$9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RPT-FEE-COST-TODAYS    PIC $$$$,$$$,$$9.99.
           05  FILLER                 PIC X(20)
               VALUE "  IN TODAY'S DOLLARS".
       01  RPT-ACCT-HEADING.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(40)
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  RPT-PARM-RATE-LABEL    PIC X(30).
           05  RPT-PARM-RATE-VALUE    PIC ZZ9.99.
       01  RPT-PARM-FEE-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  RPT-PARM-FEE-LABEL     PIC X(30).
           05  RPT-PARM-FEE-RATE      PIC 9.9999.
           05  RPT-PARM-FEE-BASIS     PIC X(18).
           05  RPT-PARM-FEE-LIMIT     PIC $$$,$$$,$$9
               BLANK WHEN ZERO.
       01  RPT-PARM-MESSAGE-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  RPT-PARM-MESSAGE       PIC X(70).
       01  RPT-EVENT-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE "*EVENT AGE".
           05  RPT-EVENT-AGE          PIC ZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RPT-EVENT-DESCRIPTION  PIC X(20).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RPT-EVENT-DIRECTION    PIC X(07).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  RPT-EVENT-AMOUNT       PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RPT-EVENT-POT          PIC X(13).
       01  RPT-EVENT-SHORT-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(42)
               VALUE "*EVENT OUTFLOWS EXCEEDED THE BALANCE BY".
           05  RPT-EVENT-SHORTFALL    PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(20)
               VALUE " - BALANCE SET TO 0".
       01  RPT-GLIDE-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(30)
               VALUE "RETURN ASSUMPTION: GLIDE PATH".
           05  RPT-GLIDE-CODE         PIC X(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RPT-GLIDE-NOTE         PIC X(50).
