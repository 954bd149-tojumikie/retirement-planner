      *****************************************************************
      *  DISTREC.CPY
      *
      *  ADVISOR DISTRIBUTION FEED RECORD LAYOUTS.  RETIREMENT-PLANNER
      *  WRITES ONE DETAIL RECORD FOR EVERY CLIENT LINE IT PRINTS ON
      *  THE RUN CHANGE REPORT (CHGRPT) AND THE RMD EXCEPTION REPORT
      *  (RMDRPT), CARRYING THE CLIENT'S ADVISOR CODE AND THE PRINTED
      *  LINE ITSELF, AND ONE TRAILER RECORD AT END OF RUN WITH THE
      *  NUMBER OF DETAIL RECORDS OF EACH KIND.  ADVISOR-DISTRIB
      *  SPLITS THE DETAIL RECORDS INTO THE ADVISOR PACKETS AND
      *  PROVES EVERY ONE OF THEM WAS PLACED AGAINST THE TRAILER.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-08  TM   ORIGINAL DISTRIBUTION FEED LAYOUTS.
      *****************************************************************
       01  DISTRIBUTION-DETAIL-RECORD.
           05  DST-RECORD-TYPE            PIC X(01).
               88  DST-DETAIL-RECORD          VALUE "D".
               88  DST-TRAILER-RECORD         VALUE "T".
           05  DST-REPORT-ID              PIC X(06).
               88  DST-CHANGE-REPORT          VALUE "CHGRPT".
               88  DST-RMD-REPORT             VALUE "RMDRPT".
           05  DST-ADVISOR-CODE           PIC X(05).
           05  DST-CLIENT-ID              PIC X(10).
           05  DST-RUN-DATE               PIC 9(08).
           05  DST-PRINT-LINE             PIC X(80).
       01  DISTRIBUTION-TRAILER-RECORD.
           05  DSL-RECORD-TYPE            PIC X(01).
           05  DSL-CHANGE-COUNT           PIC 9(07).
           05  DSL-RMD-COUNT              PIC 9(07).
           05  DSL-RUN-DATE               PIC 9(08).
           05  FILLER                     PIC X(87).
