      *****************************************************************
      *  JRNLREC.CPY
      *
      *  CLIENT MASTER CHANGE JOURNAL RECORD LAYOUT.  CLIENT-MAINT
      *  APPENDS ONE RECORD FOR EVERY ADD, CHANGE AND DELETE IT
      *  APPLIES TO THE MASTER -- KEYED TONIGHT, RELEASED FROM THE
      *  PENDING FILE, OR APPLIED AFTER A CHECKER'S APPROVAL -- WITH
      *  THE WHOLE CLIENT RECORD AS IT STOOD BEFORE AND AFTER.  THE
      *  FILE IS NEVER REWRITTEN, SO IT IS A COMPLETE HISTORY OF THE
      *  MASTER FROM THE DAY IT WAS STARTED, AND CLIENT-ASOF REBUILDS
      *  ANY CLIENT'S RECORD AS OF A PAST DATE FROM IT.
      *  CUSTODIAN-FEED APPENDS ONE CHANGE RECORD, SOURCE F, FOR
      *  EVERY CLIENT WHOSE BALANCE IT REFRESHES FROM THE FEED.
      *
      *  AN ADD HAS A SPACE BEFORE IMAGE AND A DELETE A SPACE AFTER
      *  IMAGE.  THE SEQUENCE NUMBER COUNTS UP FROM 1 WITHIN ONE
      *  CLIENT-MAINT OR CUSTODIAN-FEED RUN, SO RUN DATE, RUN TIME AND
      *  SEQUENCE TOGETHER
      *  GIVE THE ORDER THE CHANGES HIT THE MASTER.  THE EFFECTIVE
      *  DATE IS THE TRANSACTION'S OWN (FOR A FEED REFRESH, THE
      *  LATEST POSITION AS-OF DATE), OR THE RUN DATE WHEN THERE WAS
      *  NONE.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-09  TM   ORIGINAL CHANGE JOURNAL LAYOUT.
      *  2026-10-13  TM   THE BEFORE AND AFTER IMAGES GREW WITH THE
      *                   CLIENT RECORD FOR THE FEE OVERRIDE FIELDS.
      *  2026-10-15  TM   THE BEFORE AND AFTER IMAGES GREW WITH THE
      *                   CLIENT RECORD FOR THE GLIDE-PATH CODE.
      *  2026-10-15  TM   NEW SOURCE F FOR BALANCES REFRESHED BY
      *                   CUSTODIAN-FEED.
      *****************************************************************
       01  CLIENT-JOURNAL-RECORD.
           05  JRN-RUN-DATE               PIC 9(08).
           05  JRN-RUN-TIME               PIC 9(08).
           05  JRN-SEQUENCE               PIC 9(07).
           05  JRN-CLIENT-ID              PIC X(10).
           05  JRN-ACTION                 PIC X(01).
               88  JRN-ADD                    VALUE "A".
               88  JRN-CHANGE                 VALUE "C".
               88  JRN-DELETE                 VALUE "D".
           05  JRN-SOURCE                 PIC X(01).
               88  JRN-KEYED                  VALUE "K".
               88  JRN-RELEASED               VALUE "P".
               88  JRN-APPROVED               VALUE "Q".
               88  JRN-CUSTODIAN-FEED         VALUE "F".
           05  JRN-EFFECTIVE-DATE         PIC 9(08).
           05  JRN-OPERATOR-ID            PIC X(08).
           05  JRN-CHECKER-ID             PIC X(08).
           05  JRN-BEFORE-IMAGE           PIC X(334).
           05  JRN-AFTER-IMAGE            PIC X(334).
