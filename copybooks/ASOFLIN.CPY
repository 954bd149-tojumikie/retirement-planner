      *****************************************************************
      *  ASOFLIN.CPY
      *
      *  PRINT LINE LAYOUTS FOR THE AS-OF RECONSTRUCTION REPORT
      *  PRODUCED BY CLIENT-ASOF.  THE SELECTION IN FORCE PRINTS AT
      *  THE TOP.  EACH CLIENT THEN GETS ONE DETAIL LINE SAYING
      *  WHETHER IT WAS ON THE MASTER AS OF THE DATE AND WHICH
      *  JOURNAL RECORD (IF ANY) THE IMAGE CAME FROM, FOLLOWED BY
      *  THE RECONSTRUCTED RECORD IMAGE IN THREE LINES, THE SAME
      *  WAY THE MAINTENANCE REGISTER PRINTS ITS IMAGES.  THE RUN
      *  TOTALS FOLLOW.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-09  TM   ORIGINAL AS-OF RECONSTRUCTION REPORT LINE
      *                   LAYOUTS.
      *  2026-10-15  TM   MESSAGE TEXT WIDENED FROM 80 TO 100 BYTES SO
      *                   THE JOURNAL START WARNING PRINTS WHOLE.
      *****************************************************************
       01  ASF-HEADING-1.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(45)
               VALUE "CLIENT MASTER AS-OF RECONSTRUCTION".
           05  FILLER                 PIC X(10) VALUE "RUN DATE".
           05  ASF-RUN-DATE           PIC 9(08).
           05  FILLER                 PIC X(06) VALUE "  PAGE".
           05  ASF-PAGE-NO            PIC ZZZ9.
       01  ASF-SELECTION-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(12) VALUE "AS-OF DATE".
           05  ASF-AS-OF-DATE         PIC 9(08).
           05  FILLER                 PIC X(14) VALUE "  DATE BASIS".
           05  ASF-DATE-BASIS         PIC X(09).
           05  FILLER                 PIC X(10) VALUE "  CLIENT".
           05  ASF-SELECT-CLIENT      PIC X(11).
       01  ASF-COLUMN-HEADING.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(12) VALUE "CLIENT ID".
           05  FILLER                 PIC X(32) VALUE "CLIENT NAME".
           05  FILLER                 PIC X(14)
               VALUE "       BALANCE".
           05  FILLER                 PIC X(16) VALUE "  AS OF DATE".
           05  FILLER                 PIC X(30)
               VALUE "  IMAGE TAKEN FROM".
           05  FILLER                 PIC X(10) VALUE "  CHANGED".
           05  FILLER                 PIC X(05) VALUE "  ACT".
           05  FILLER                 PIC X(09) VALUE " OPERATOR".
       01  ASF-DETAIL-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  ASF-CLIENT-ID          PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  ASF-CLIENT-NAME        PIC X(30).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  ASF-CLIENT-BALANCE     PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  ASF-STATUS             PIC X(14).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  ASF-IMAGE-SOURCE       PIC X(28).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  ASF-JOURNAL-DATE       PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  ASF-ACTION             PIC X(01).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  ASF-OPERATOR           PIC X(08).
       01  ASF-IMAGE-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  ASF-IMAGE-LABEL        PIC X(08).
           05  ASF-IMAGE              PIC X(116).
       01  ASF-MESSAGE-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  ASF-MESSAGE            PIC X(100).
       01  ASF-TOTAL-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  ASF-TOTAL-LABEL        PIC X(40).
           05  ASF-TOTAL-VALUE        PIC Z,ZZZ,ZZ9.
       01  ASF-BLANK-LINE             PIC X(01) VALUE SPACE.
