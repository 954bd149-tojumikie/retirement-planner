      *****************************************************************
      *  DISTLIN.CPY
      *
      *  PRINT LINE LAYOUTS FOR ADVISOR-DISTRIB.  THE DSP- LINES MAKE
      *  UP ONE ADVISOR'S REPORT PACKET: A BANNER NAMING THE ADVISOR,
      *  BRANCH AND DESTINATION, THE ADVISOR'S CLIENT LIST, THEIR
      *  LINES FROM THE RUN CHANGE REPORT AND THE RMD EXCEPTION
      *  REPORT, AND AN END-OF-PACKET LINE WITH THE PACKET'S LINE
      *  COUNT.  THE DCL- LINES MAKE UP THE DISTRIBUTION CONTROL
      *  LISTING: ONE LINE PER ADVISOR SAYING WHAT WAS SENT WHERE,
      *  FOLLOWED BY THE BALANCING TOTALS.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-08  TM   ORIGINAL DISTRIBUTION PACKET AND CONTROL
      *                   LISTING LINE LAYOUTS.
      *****************************************************************
       01  DSP-HEADING-1.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(45)
               VALUE "ADVISOR REPORT PACKET".
           05  FILLER                 PIC X(10) VALUE "RUN DATE".
           05  DSP-RUN-DATE           PIC 9(08).
       01  DSP-ADVISOR-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(08) VALUE "ADVISOR".
           05  DSP-ADVISOR-CODE       PIC X(05).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DSP-ADVISOR-NAME       PIC X(30).
           05  FILLER                 PIC X(09) VALUE "  BRANCH".
           05  DSP-BRANCH-CODE        PIC X(05).
       01  DSP-DELIVERY-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(12) VALUE "DELIVER BY".
           05  DSP-DELIVERY-METHOD    PIC X(08).
           05  FILLER                 PIC X(04) VALUE "TO".
           05  DSP-DESTINATION        PIC X(50).
       01  DSP-SECTION-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  DSP-SECTION-TITLE      PIC X(60).
       01  DSP-CLIENT-COLUMNS.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(12) VALUE "CLIENT ID".
           05  FILLER                 PIC X(32) VALUE "CLIENT NAME".
           05  FILLER                 PIC X(05) VALUE "AGE".
           05  FILLER                 PIC X(06) VALUE "RETIRE".
           05  FILLER                 PIC X(14)
               VALUE "       BALANCE".
           05  FILLER                 PIC X(17)
               VALUE "  ADVISOR ON FILE".
       01  DSP-CLIENT-DETAIL.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  DSP-CLIENT-ID          PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DSP-CLIENT-NAME        PIC X(30).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DSP-CLIENT-AGE         PIC ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DSP-RETIREMENT-AGE     PIC ZZ9.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  DSP-CLIENT-BALANCE     PIC $$,$$$,$$9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DSP-CLIENT-ADVISOR     PIC X(05).
      *****************************************************************
      *  A LINE CARRIED OVER FROM THE CHANGE OR RMD EXCEPTION REPORT
      *  EXACTLY AS RETIREMENT-PLANNER PRINTED IT, PRECEDED BY THE
      *  ADVISOR CODE ON THE CLIENT'S RECORD.
      *****************************************************************
       01  DSP-ITEM-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  DSP-ITEM-ADVISOR       PIC X(05).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DSP-ITEM-TEXT          PIC X(80).
       01  DSP-MESSAGE-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  DSP-MESSAGE            PIC X(70).
       01  DSP-END-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(27)
               VALUE "END OF PACKET FOR ADVISOR".
           05  DSP-END-ADVISOR        PIC X(05).
           05  FILLER                 PIC X(08) VALUE "  LINES".
           05  DSP-END-LINES          PIC ZZZ,ZZ9.
       01  DSP-BLANK-LINE             PIC X(01) VALUE SPACE.
       01  DCL-HEADING-1.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(45)
               VALUE "ADVISOR PACKET DISTRIBUTION CONTROL".
           05  FILLER                 PIC X(10) VALUE "RUN DATE".
           05  DCL-RUN-DATE           PIC 9(08).
           05  FILLER                 PIC X(06) VALUE "  PAGE".
           05  DCL-PAGE-NO            PIC ZZZ9.
       01  DCL-COLUMN-HEADING.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(07) VALUE "ADVISOR".
           05  FILLER                 PIC X(26) VALUE "NAME".
           05  FILLER                 PIC X(08) VALUE "BRANCH".
           05  FILLER                 PIC X(04) VALUE "TYPE".
           05  FILLER                 PIC X(32) VALUE "DESTINATION".
           05  FILLER                 PIC X(08) VALUE " CLIENTS".
           05  FILLER                 PIC X(08) VALUE " CHANGES".
           05  FILLER                 PIC X(08) VALUE "     RMD".
           05  FILLER                 PIC X(08) VALUE "   LINES".
           05  FILLER                 PIC X(08) VALUE "  STATUS".
       01  DCL-DETAIL-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  DCL-ADVISOR-CODE       PIC X(05).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DCL-ADVISOR-NAME       PIC X(24).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DCL-BRANCH-CODE        PIC X(05).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  DCL-DESTINATION-TYPE   PIC X(01).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  DCL-DESTINATION        PIC X(30).
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  DCL-CLIENT-COUNT       PIC ZZ,ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DCL-CHANGE-COUNT       PIC ZZ,ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DCL-RMD-COUNT          PIC ZZ,ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  DCL-LINE-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DCL-STATUS             PIC X(20).
       01  DCL-MESSAGE-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  DCL-MESSAGE            PIC X(70).
       01  DCL-TOTAL-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  DCL-TOTAL-LABEL        PIC X(40).
           05  DCL-TOTAL-VALUE        PIC Z,ZZZ,ZZ9.
       01  DCL-BLANK-LINE             PIC X(01) VALUE SPACE.
