      *****************************************************************
      *  APPRLIN.CPY
      *
      *  PRINT LINE LAYOUTS FOR THE APPROVALS REGISTER PRODUCED BY
      *  CLIENT-MAINT.  ONE ITEM LINE PER QUEUED TRANSACTION SHOWS THE
      *  QUEUE ID, CLIENT, ACTION, WHY IT NEEDED APPROVAL, THE MAKER,
      *  THE CHECKER, AND WHAT BECAME OF IT.  AN APPLIED ITEM IS
      *  FOLLOWED BY ITS BEFORE AND AFTER IMAGES, AND A NEWLY QUEUED
      *  ONE BY THE CURRENT MASTER IMAGE AND THE TRANSACTION IMAGE,
      *  EACH THREE LINES LIKE THE MAINTENANCE REGISTER.  AN APPROVED
      *  ITEM DROPPED BECAUSE ITS CLIENT CHANGED SINCE IT WAS QUEUED
      *  IS FOLLOWED BY THE QUEUED AND CURRENT MASTER IMAGES.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-07  TM   ORIGINAL APPROVALS REGISTER LINE LAYOUTS.
      *  2026-10-15  TM   QUEUED AND CURRENT IMAGES LISTED FOR AN ITEM
      *                   WHOSE CLIENT CHANGED SINCE IT WAS QUEUED.
      *****************************************************************
       01  APL-HEADING-1.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(40)
               VALUE "CLIENT MASTER APPROVALS REGISTER".
           05  FILLER                 PIC X(10) VALUE "RUN DATE".
           05  APL-RUN-DATE           PIC 9(08).
           05  FILLER                 PIC X(06) VALUE "  PAGE".
           05  APL-PAGE-NO            PIC ZZZ9.
       01  APL-COLUMN-HEADING.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(16) VALUE "QUEUE ID".
           05  FILLER                 PIC X(12) VALUE "CLIENT ID".
           05  FILLER                 PIC X(08) VALUE "ACTION".
           05  FILLER                 PIC X(22) VALUE "REASON".
           05  FILLER                 PIC X(10) VALUE "MAKER".
           05  FILLER                 PIC X(10) VALUE "CHECKER".
           05  FILLER                 PIC X(12) VALUE "DISPOSITION".
       01  APL-ITEM-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  APL-QUEUE-DATE         PIC 9(08).
           05  FILLER                 PIC X(01) VALUE "-".
           05  APL-QUEUE-SEQ          PIC 9(05).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  APL-CLIENT-ID          PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  APL-ACTION             PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  APL-REASON             PIC X(20).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  APL-MAKER              PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  APL-CHECKER            PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  APL-DISPOSITION        PIC X(50).
       01  APL-IMAGE-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  APL-IMAGE-LABEL        PIC X(08).
           05  APL-IMAGE              PIC X(116).
       01  APL-BLANK-LINE             PIC X(01) VALUE SPACE.
       01  APL-MESSAGE-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  APL-MESSAGE            PIC X(70).
       01  APL-TOTAL-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  APL-TOTAL-LABEL        PIC X(34).
           05  APL-TOTAL-VALUE        PIC Z,ZZZ,ZZ9.
