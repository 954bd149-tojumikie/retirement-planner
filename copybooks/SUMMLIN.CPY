      *
      *  PRINT LINE LAYOUTS FOR THE PORTFOLIO MANAGEMENT SUMMARY
      *  REPORT PRODUCED BY RETIREMENT-PLANNER AT END OF RUN: ONE
      *  LINE PER ADVISOR, GROUPED BY BRANCH WITH A SUBTOTAL LINE
      *  AFTER EACH BRANCH, AND A GRAND TOTAL LINE, EACH SHOWING THE
      *  CLIENTS PROJECTED, THE SUM AND AVERAGE PROJECTED RETIREMENT
      *  BALANCE, THE DRAWDOWN OUTCOME COUNTS, AND THE DISTRIBUTION
      *  OF ENDING BALANCES IN BANDS.
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-08-21  TM   ORIGINAL MANAGEMENT SUMMARY LINE LAYOUTS.
      *  2026-10-08  TM   ADDED THE ADVISOR NAME COLUMN FROM THE
      *                   ADVISOR MASTER AND THE BRANCH HEADING LINE.
      *                   THE BRANCH SUBTOTAL USES THE DETAIL LAYOUT.
      *  2026-10-15  TM   COLUMN HEADING BROUGHT BACK TO 132 BYTES SO
      *                   THE 1M+ CAPTION IS NOT CUT OFF; EVERY
      *                   CAPTION NOW ENDS OVER ITS DETAIL COLUMN.
      *****************************************************************
       01  SUM-HEADING-1.
           05  FILLER                 PIC X(01) VALUE SPACE.
       01  SUM-COLUMN-HEADING.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(08) VALUE "ADVISOR".
           05  FILLER                 PIC X(17) VALUE "NAME".
           05  FILLER                 PIC X(09) VALUE "  CLIENTS".
           05  FILLER                 PIC X(19)
               VALUE "         TOTAL BAL".
           05  FILLER                 PIC X(18)
               VALUE "           AVG BAL".
           05  FILLER                 PIC X(09) VALUE " DEPLETED".
           05  FILLER                 PIC X(09) VALUE "   LASTED".
           05  FILLER                 PIC X(09) VALUE "    NO-DD".
           05  FILLER                 PIC X(07) VALUE "  <100K".
           05  FILLER                 PIC X(09) VALUE " 100-500K".
           05  FILLER                 PIC X(09) VALUE "  500K-1M".
           05  FILLER                 PIC X(08) VALUE "     1M+".
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  SUM-ADVISOR-CODE       PIC X(05).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  SUM-ADVISOR-NAME       PIC X(16).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  SUM-CLIENT-COUNT       PIC Z,ZZZ,ZZ9.
           05  SUM-TOTAL-BALANCE      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  SUM-BAND-3-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  SUM-BAND-4-COUNT       PIC ZZZ,ZZ9.
       01  SUM-BRANCH-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(07) VALUE "BRANCH".
           05  SUM-BRANCH-CODE        PIC X(05).
       01  SUM-MESSAGE-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  SUM-MESSAGE            PIC X(70).
