      *****************************************************************
      *  EVNTLIN.CPY
      *
      *  PRINT LINE LAYOUTS FOR THE EVENT MAINTENANCE REGISTER
      *  PRODUCED BY EVENT-MAINT.  THE SAME 132-COLUMN SHAPE AS THE
      *  CLIENT MASTER MAINTENANCE REGISTER (MAINTLIN), WITH THE
      *  EVENT SEQUENCE NUMBER BESIDE THE CLIENT ID.  THE EVENT
      *  RECORD AND THE TRANSACTION EACH FIT ON ONE IMAGE LINE.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-14  TM   ORIGINAL EVENT REGISTER LINE LAYOUTS.
      *****************************************************************
       01  ERG-HEADING-1.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(40)
               VALUE "CLIENT EVENT MAINTENANCE REGISTER".
           05  FILLER                 PIC X(10) VALUE "RUN DATE".
           05  ERG-RUN-DATE           PIC 9(08).
           05  FILLER                 PIC X(06) VALUE "  PAGE".
           05  ERG-PAGE-NO            PIC ZZZ9.
       01  ERG-COLUMN-HEADING.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(10) VALUE "ACTION".
           05  FILLER                 PIC X(12) VALUE "CLIENT ID".
           05  FILLER                 PIC X(05) VALUE "SEQ".
           05  FILLER                 PIC X(12) VALUE "DISPOSITION".
       01  ERG-ACTION-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  ERG-ACTION             PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  ERG-ACT-CLIENT-ID      PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  ERG-ACT-SEQUENCE       PIC X(03).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  ERG-DISPOSITION        PIC X(60).
       01  ERG-IMAGE-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  ERG-IMAGE-LABEL        PIC X(08).
           05  ERG-IMAGE              PIC X(116).
       01  ERG-BLANK-LINE             PIC X(01) VALUE SPACE.
       01  ERG-MESSAGE-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  ERG-MESSAGE            PIC X(70).
       01  ERG-TOTAL-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  ERG-TOTAL-LABEL        PIC X(30).
           05  ERG-TOTAL-VALUE        PIC Z,ZZZ,ZZ9.
