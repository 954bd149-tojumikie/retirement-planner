      *****************************************************************
      *  TRKLIN.CPY
      *
      *  PRINT LINE LAYOUTS FOR THE PLAN TRACKING REPORT PRODUCED BY
      *  PLAN-TRACKING.  SECTION 1 LISTS, ADVISOR BY ADVISOR, EVERY
      *  CLIENT WHOSE BALANCE ON THE MASTER IS BEHIND OR AHEAD OF
      *  THEIR ACCEPTED PLAN BY MORE THAN THE TOLERANCE, WITH AN
      *  ADVISOR SUBTOTAL AFTER EACH GROUP.  SECTION 2 LISTS CLIENTS
      *  WHOSE BASELINE DOES NOT REACH THEIR CURRENT AGE.  THE RUN
      *  TOTALS FOLLOW.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-06  TM   ORIGINAL PLAN TRACKING REPORT LINE LAYOUTS.
      *****************************************************************
       01  TRK-HEADING-1.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(45)
               VALUE "PLAN TRACKING - ACTUAL VERSUS BASELINE PLAN".
           05  FILLER                 PIC X(10) VALUE "RUN DATE".
           05  TRK-RUN-DATE           PIC 9(08).
           05  FILLER                 PIC X(06) VALUE "  PAGE".
           05  TRK-PAGE-NO            PIC ZZZ9.
       01  TRK-TOLERANCE-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(30)
               VALUE "REPORTING GAPS OVER PCT:".
           05  TRK-TOLERANCE-PCT      PIC ZZ9.99.
       01  TRK-SECTION-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  TRK-SECTION-TITLE      PIC X(60).
       01  TRK-ADVISOR-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(08) VALUE "ADVISOR".
           05  TRK-ADVISOR-CODE       PIC X(05).
       01  TRK-GAP-COLUMNS.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(12) VALUE "CLIENT ID".
           05  FILLER                 PIC X(28) VALUE "CLIENT NAME".
           05  FILLER                 PIC X(05) VALUE "AGE".
           05  FILLER                 PIC X(10) VALUE "PLAN DATE".
           05  FILLER                 PIC X(18)
               VALUE "      PLAN BALANCE".
           05  FILLER                 PIC X(20)
               VALUE "      ACTUAL BALANCE".
           05  FILLER                 PIC X(17)
               VALUE "              GAP".
           05  FILLER                 PIC X(09) VALUE "  GAP PCT".
           05  FILLER                 PIC X(08) VALUE "  STATUS".
       01  TRK-GAP-DETAIL.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  TRK-CLIENT-ID          PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  TRK-CLIENT-NAME        PIC X(26).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  TRK-AGE                PIC ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  TRK-PLAN-DATE          PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  TRK-PLAN-BALANCE       PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  TRK-ACTUAL-BALANCE     PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  TRK-GAP-AMOUNT         PIC +ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  TRK-GAP-PCT            PIC +ZZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  TRK-STATUS             PIC X(06).
      *****************************************************************
      *  THE ADVISOR SUBTOTAL AND THE GRAND TOTAL SHARE ONE LAYOUT.
      *  THE BALANCE AND GAP COLUMNS SUM THE CLIENTS LISTED ABOVE
      *  THE LINE (BEHIND PLUS AHEAD); ON-PLAN CLIENTS ARE COUNTED
      *  ONLY.
      *****************************************************************
       01  TRK-SUBTOTAL-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  TRK-SUB-LABEL          PIC X(14).
           05  TRK-SUB-BEHIND         PIC ZZZ9.
           05  FILLER                 PIC X(08) VALUE " BEHIND ".
           05  TRK-SUB-AHEAD          PIC ZZZ9.
           05  FILLER                 PIC X(07) VALUE " AHEAD ".
           05  TRK-SUB-ON-PLAN        PIC ZZZ9.
           05  FILLER                 PIC X(08) VALUE " ON PLAN".
           05  FILLER                 PIC X(06) VALUE SPACES.
           05  TRK-SUB-PLAN-BALANCE   PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  TRK-SUB-ACTUAL-BALANCE PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  TRK-SUB-GAP-AMOUNT     PIC +ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  TRK-SUB-GAP-PCT        PIC +ZZZ9.99.
       01  TRK-AGE-COLUMNS.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(12) VALUE "CLIENT ID".
           05  FILLER                 PIC X(32) VALUE "CLIENT NAME".
           05  FILLER                 PIC X(08) VALUE "ADVISOR".
           05  FILLER                 PIC X(05) VALUE "AGE".
           05  FILLER                 PIC X(10) VALUE "PLAN DATE".
           05  FILLER                 PIC X(16)
               VALUE "PLAN COVERS AGES".
       01  TRK-AGE-DETAIL.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  TRK-AGE-CLIENT-ID      PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  TRK-AGE-CLIENT-NAME    PIC X(30).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  TRK-AGE-ADVISOR        PIC X(05).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  TRK-AGE-AGE            PIC ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  TRK-AGE-PLAN-DATE      PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  TRK-AGE-LOW            PIC ZZ9.
           05  FILLER                 PIC X(03) VALUE " - ".
           05  TRK-AGE-HIGH           PIC ZZ9.
       01  TRK-MESSAGE-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  TRK-MESSAGE            PIC X(70).
       01  TRK-TOTAL-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  TRK-TOTAL-LABEL        PIC X(34).
           05  TRK-TOTAL-VALUE        PIC Z,ZZZ,ZZ9.
       01  TRK-BLANK-LINE             PIC X(01) VALUE SPACE.
