      *****************************************************************
      *  RPLLIN.CPY
      *
      *  PRINT LINE LAYOUTS FOR THE REGRESSION REPLAY REPORT
      *  PRODUCED BY RETIREMENT-PLANNER IN REPLAY MODE.  THE
      *  SELECTION AND TOLERANCE IN FORCE PRINT AT THE TOP.  EVERY
      *  REPLAYED AUDIT RUN WHOSE PROJECTED BALANCE MOVED BEYOND THE
      *  TOLERANCE, WHOSE DEPLETION AGE MOVED, WHOSE DRAWDOWN OUTCOME
      *  FLIPPED, OR WHICH NO LONGER PASSES THE EDITS GETS ONE LINE
      *  COMPARING THE RESULT ON THE AUDIT RECORD WITH THE RESULT
      *  THE CURRENT ENGINE GIVES.  THE RUN TOTALS FOLLOW.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-12  TM   ORIGINAL REGRESSION REPLAY REPORT LINE
      *                   LAYOUTS.
      *****************************************************************
       01  RPL-HEADING-1.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(45)
               VALUE "RETIREMENT PLANNER - REGRESSION REPLAY".
           05  FILLER                 PIC X(10) VALUE "RUN DATE".
           05  RPL-RUN-DATE           PIC 9(08).
           05  FILLER                 PIC X(06) VALUE "  PAGE".
           05  RPL-PAGE-NO            PIC ZZZ9.
       01  RPL-SELECT-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  RPL-SELECT-LABEL       PIC X(20).
           05  RPL-SELECT-VALUE       PIC X(20).
       01  RPL-COLUMN-HEADING.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(10) VALUE "RUN DATE".
           05  FILLER                 PIC X(10) VALUE "RUN TIME".
           05  FILLER                 PIC X(12) VALUE "CLIENT ID".
           05  FILLER                 PIC X(17)
               VALUE " AUDITED RESULT".
           05  FILLER                 PIC X(17)
               VALUE "REPLAYED RESULT".
           05  FILLER                 PIC X(17)
               VALUE "     DIFFERENCE".
           05  FILLER                 PIC X(14) VALUE "AUDITED".
           05  FILLER                 PIC X(14) VALUE "REPLAYED".
           05  FILLER                 PIC X(12) VALUE "STATUS".
       01  RPL-DETAIL-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  RPL-AUD-RUN-DATE       PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RPL-AUD-RUN-TIME       PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RPL-CLIENT-ID          PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RPL-OLD-RESULT         PIC $$$$,$$$,$$9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RPL-NEW-RESULT         PIC $$$$,$$$,$$9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RPL-DIFFERENCE         PIC ----,---,--9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RPL-OLD-OUTCOME        PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  RPL-OLD-AGE            PIC ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RPL-NEW-OUTCOME        PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  RPL-NEW-AGE            PIC ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RPL-STATUS             PIC X(12).
       01  RPL-MESSAGE-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  RPL-MESSAGE            PIC X(80).
       01  RPL-TOTAL-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  RPL-TOTAL-LABEL        PIC X(40).
           05  RPL-TOTAL-VALUE        PIC Z,ZZZ,ZZ9.
       01  RPL-BLANK-LINE             PIC X(01) VALUE SPACE.
