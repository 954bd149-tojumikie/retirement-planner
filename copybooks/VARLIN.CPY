      *****************************************************************
      *  VARLIN.CPY
      *
      *  PRINT LINE LAYOUTS FOR THE CUSTODIAN FEED VARIANCE REPORT
      *  PRODUCED BY CUSTODIAN-FEED.  THREE SECTIONS: CLIENTS WHOSE
      *  BALANCE MOVED MORE THAN THE TOLERANCE, CUSTODIAN ACCOUNTS
      *  THAT COULD NOT BE APPLIED TO A CLIENT, AND MASTER CLIENTS
      *  THE FEED DID NOT COVER, FOLLOWED BY THE RUN TOTALS AND THE
      *  MASTER CONTROL TOTALS BEFORE AND AFTER THE REFRESH.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-05  TM   ORIGINAL VARIANCE REPORT LINE LAYOUTS.
      *****************************************************************
       01  VAR-HEADING-1.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(45)
               VALUE "CUSTODIAN POSITION FEED - VARIANCE REPORT".
           05  FILLER                 PIC X(10) VALUE "RUN DATE".
           05  VAR-RUN-DATE           PIC 9(08).
           05  FILLER                 PIC X(06) VALUE "  PAGE".
           05  VAR-PAGE-NO            PIC ZZZ9.
       01  VAR-TOLERANCE-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(30)
               VALUE "REPORTING MOVES OVER PCT:".
           05  VAR-TOLERANCE-PCT      PIC ZZ9.99.
       01  VAR-SECTION-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  VAR-SECTION-TITLE      PIC X(60).
       01  VAR-MOVE-COLUMNS.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(12) VALUE "CLIENT ID".
           05  FILLER                 PIC X(08) VALUE "ADVISOR".
           05  FILLER                 PIC X(16)
               VALUE "  MASTER BALANCE".
           05  FILLER                 PIC X(20)
               VALUE "        FEED BALANCE".
           05  FILLER                 PIC X(16)
               VALUE "          CHANGE".
           05  FILLER                 PIC X(10) VALUE "   CHG PCT".
           05  FILLER                 PIC X(13) VALUE "   AS-OF DATE".
           05  FILLER                 PIC X(06) VALUE "  NOTE".
       01  VAR-MOVE-DETAIL.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  VAR-CLIENT-ID          PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  VAR-ADVISOR            PIC X(05).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  VAR-OLD-BALANCE        PIC $$$,$$$,$$9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  VAR-NEW-BALANCE        PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  VAR-CHANGE-AMOUNT      PIC +ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  VAR-CHANGE-PCT         PIC +ZZZ9.99.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  VAR-AS-OF-DATE         PIC 9(08).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  VAR-NOTE               PIC X(36).
       01  VAR-ACCOUNT-COLUMNS.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(12) VALUE "CLIENT ID".
           05  FILLER                 PIC X(14) VALUE "ACCOUNT".
           05  FILLER                 PIC X(05) VALUE "TYPE".
           05  FILLER                 PIC X(18)
               VALUE "      MARKET VALUE".
           05  FILLER                 PIC X(12) VALUE "  AS-OF DATE".
           05  FILLER                 PIC X(08) VALUE "  REASON".
       01  VAR-ACCOUNT-DETAIL.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  VAR-ACC-CLIENT-ID      PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  VAR-ACC-NUMBER         PIC X(12).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  VAR-ACC-TYPE           PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  VAR-ACC-VALUE          PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  VAR-ACC-AS-OF-DATE     PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  VAR-ACC-REASON         PIC X(40).
       01  VAR-CLIENT-COLUMNS.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(12) VALUE "CLIENT ID".
           05  FILLER                 PIC X(32) VALUE "CLIENT NAME".
           05  FILLER                 PIC X(08) VALUE "ADVISOR".
           05  FILLER                 PIC X(16)
               VALUE "  MASTER BALANCE".
       01  VAR-CLIENT-DETAIL.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  VAR-CLI-CLIENT-ID      PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  VAR-CLI-NAME           PIC X(30).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  VAR-CLI-ADVISOR        PIC X(05).
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  VAR-CLI-BALANCE        PIC $$$,$$$,$$9.99.
       01  VAR-MESSAGE-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  VAR-MESSAGE            PIC X(70).
       01  VAR-TOTAL-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  VAR-TOTAL-LABEL        PIC X(34).
           05  VAR-TOTAL-VALUE        PIC Z,ZZZ,ZZ9.
       01  VAR-AMOUNT-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  VAR-AMOUNT-LABEL       PIC X(34).
           05  VAR-AMOUNT-VALUE       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  VAR-BLANK-LINE             PIC X(01) VALUE SPACE.
