      *****************************************************************
      *  RUNLREC.CPY
      *
      *  NIGHTLY RUN LEDGER RECORD LAYOUT.  CLIENT-MAINT,
      *  RETIREMENT-PLANNER, AUDIT-ARCHIVE AND AUDIT-INQUIRY EACH
      *  APPEND A START RECORD AS THEY BEGIN AND AN END RECORD AS
      *  THEY FINISH TO THE ONE SHARED LEDGER, SO THE FILE IS A
      *  TIME-ORDERED HISTORY OF EVERY STEP OF EVERY NIGHT'S JOB
      *  STREAM.  THE FILE IS APPEND-ONLY AND NEVER REWRITTEN.  A
      *  STEP THAT STOPS ON A FATAL ERROR WRITES ITS END RECORD WITH
      *  RETURN CODE 16 BEFORE STOPPING; ONLY AN ABEND LEAVES A START
      *  RECORD WITH NO END, WHICH IS HOW RUN-LEDGER FINDS THE STEPS
      *  THAT NEVER ENDED.  THE PLANNER TREATS THE NIGHT'S MAINTENANCE
      *  THAT NEVER ENDED OR ENDED WITH RETURN CODE 16 AS NOT DONE.
      *
      *  THE START AND END RECORDS OF ONE STEP CARRY THE SAME STEP
      *  NAME, RUN DATE AND RUN TIME (THE TIME THE STEP STARTED);
      *  THE STAMP DATE AND TIME SAY WHEN EACH RECORD WAS WRITTEN.
      *  THE RUN MODE IS THE PLANNER'S AND IS SPACE FOR THE OTHER
      *  STEPS; THE PLANNER'S START RECORD IS WRITTEN BEFORE ITS
      *  MODE IS KNOWN, SO IT IS SPACE THERE TOO.  THE RETURN CODE
      *  AND UP TO FOUR OF THE STEP'S KEY COUNTS, EACH WITH A SHORT
      *  LABEL, ARE FILLED ON THE END RECORD.  A RUN THE PLANNER
      *  REFUSED TO START HAS AN END RECORD WITH RETURN CODE 16 AND
      *  THE REASON IN THE MESSAGE.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15  TM   ORIGINAL RUN LEDGER LAYOUT.
      *  2026-10-15  TM   A FATAL STOP NOW WRITES AN END RECORD WITH
      *                   RETURN CODE 16; ONLY AN ABEND LEAVES NONE.
      *****************************************************************
       01  RUN-LEDGER-RECORD.
           05  RLG-RUN-DATE               PIC 9(08).
           05  RLG-RUN-TIME               PIC 9(08).
           05  RLG-STEP-NAME              PIC X(20).
           05  RLG-RECORD-TYPE            PIC X(01).
               88  RLG-START                  VALUE "S".
               88  RLG-END                    VALUE "E".
           05  RLG-RUN-MODE               PIC X(01).
               88  RLG-FULL-BATCH             VALUE "B".
               88  RLG-KEYED-RERUN            VALUE "K".
               88  RLG-WHATIF                 VALUE "W".
               88  RLG-REPLAY                 VALUE "R".
           05  RLG-STAMP-DATE             PIC 9(08).
           05  RLG-STAMP-TIME             PIC 9(08).
           05  RLG-OPERATOR-ID            PIC X(08).
           05  RLG-RETURN-CODE            PIC 9(04).
           05  RLG-COUNT-ENTRY            OCCURS 4 TIMES.
               10  RLG-COUNT-LABEL        PIC X(10).
               10  RLG-COUNT-VALUE        PIC 9(07).
           05  RLG-MESSAGE                PIC X(40).
           05  FILLER                     PIC X(10).
