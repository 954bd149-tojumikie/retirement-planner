      *****************************************************************
      *  RUNLLIN.CPY
      *
      *  PRINT LINE LAYOUTS FOR THE NIGHTLY JOB STREAM REPORT
      *  PRODUCED BY RUN-LEDGER.  ONE BLOCK PER RUN DATE: THE STEPS
      *  OF THE NIGHT IN THE ORDER THEY STARTED, EACH WITH ITS START
      *  AND END TIME, RETURN CODE AND STATUS, THE KEY COUNTS OF EACH
      *  STEP THAT ENDED, AND THE NIGHT'S TOTALS.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15  TM   ORIGINAL JOB STREAM REPORT LINE LAYOUTS.
      *****************************************************************
       01  RLR-HEADING-1.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(45)
               VALUE "RUN LEDGER - NIGHTLY JOB STREAM".
           05  FILLER                 PIC X(10) VALUE "RUN DATE".
           05  RLR-RUN-DATE           PIC 9(08).
           05  FILLER                 PIC X(06) VALUE "  PAGE".
           05  RLR-PAGE-NO            PIC ZZZ9.
       01  RLR-SELECT-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  RLR-SELECT-LABEL       PIC X(20).
           05  RLR-SELECT-VALUE       PIC X(20).
       01  RLR-NIGHT-HEADING.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(10) VALUE "RUN DATE:".
           05  RLR-NIGHT-DATE         PIC 9(08).
       01  RLR-COLUMN-HEADING.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(21) VALUE "STEP".
           05  FILLER                 PIC X(09) VALUE "MODE".
           05  FILLER                 PIC X(09) VALUE "OPERATOR".
           05  FILLER                 PIC X(10) VALUE "STARTED".
           05  FILLER                 PIC X(09) VALUE "END DATE".
           05  FILLER                 PIC X(10) VALUE "ENDED".
           05  FILLER                 PIC X(06) VALUE "  RC".
           05  FILLER                 PIC X(17) VALUE "STATUS".
           05  FILLER                 PIC X(40) VALUE "MESSAGE".
       01  RLR-DETAIL-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  RLR-STEP-NAME          PIC X(20).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  RLR-RUN-MODE           PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  RLR-OPERATOR-ID        PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  RLR-START-TIME         PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RLR-END-DATE           PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  RLR-END-TIME           PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RLR-RETURN-CODE        PIC X(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  RLR-STATUS             PIC X(16).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  RLR-MESSAGE            PIC X(40).
       01  RLR-COUNTS-LINE.
           05  FILLER                 PIC X(23).
           05  RLR-COUNT-ENTRY        OCCURS 4 TIMES.
               10  RLR-COUNT-LABEL    PIC X(10).
               10  FILLER             PIC X(01).
               10  RLR-COUNT-VALUE    PIC Z,ZZZ,ZZ9.
               10  FILLER             PIC X(03).
       01  RLR-NIGHT-TOTAL-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(08) VALUE "  STEPS:".
           05  RLR-NIGHT-STEPS        PIC ZZZ9.
           05  FILLER                 PIC X(09) VALUE "  ENDED:".
           05  RLR-NIGHT-ENDED        PIC ZZZ9.
           05  FILLER                 PIC X(15) VALUE "  NEVER ENDED:".
           05  RLR-NIGHT-NOT-ENDED    PIC ZZZ9.
           05  FILLER                 PIC X(12) VALUE "  IN ERROR:".
           05  RLR-NIGHT-IN-ERROR     PIC ZZZ9.
           05  FILLER                 PIC X(12) VALUE "  NO START:".
           05  RLR-NIGHT-NO-START     PIC ZZZ9.
       01  RLR-MESSAGE-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  RLR-MESSAGE-TEXT       PIC X(70).
       01  RLR-TOTAL-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  RLR-TOTAL-LABEL        PIC X(30).
           05  RLR-TOTAL-VALUE        PIC Z,ZZZ,ZZ9.
       01  RLR-BLANK-LINE             PIC X(01) VALUE SPACE.
