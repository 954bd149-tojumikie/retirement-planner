      *                   PERCENTAGE, AND THE ASSUMED LIFE AGE IN
      *                   FORCE, SO THE TRAIL COVERS THE JOINT
      *                   HOUSEHOLD ASSUMPTIONS.
      *  2026-10-12  TM   ADDED THE COMPOUNDING FREQUENCY AND THE RMD
      *                   START AGE IN FORCE, TAKEN FROM THE FILLER,
      *                   SO THE REGRESSION REPLAY CAN RE-RUN A
      *                   PROJECTION ON EXACTLY THE ENGINE SETTINGS IT
      *                   USED.  OLDER RECORDS CARRY SPACES HERE.
      *  2026-10-13  TM   ADDED THE FEE ASSUMPTIONS: THE CLIENT'S FEE
      *                   OVERRIDE, THE FUND EXPENSE RATE AND TIERED
      *                   ADVISORY FEE SCHEDULE IN FORCE, AND THE
      *                   LIFETIME COST OF FEES THE PROJECTION
      *                   DISCLOSED.  THE RECORD GREW FROM 259 TO 342
      *                   BYTES; OLDER RECORDS READ AS SPACES HERE AND
      *                   WERE PROJECTED WITH NO FEES.
      *  2026-10-14  TM   ADDED THE COUNT OF CASH FLOW EVENTS THE
      *                   PROJECTION APPLIED, TAKEN FROM THE FILLER SO
      *                   THE RECORD STAYS 342 BYTES.  OLDER RECORDS
      *                   READ AS SPACES HERE AND WERE PROJECTED WITH
      *                   NO EVENTS.
      *  2026-10-15  TM   ADDED THE CLIENT'S GLIDE-PATH CODE, TAKEN
      *                   FROM THE FILLER SO THE RECORD STAYS 342
      *                   BYTES.  OLDER RECORDS READ AS SPACES HERE
      *                   AND WERE PROJECTED AT THE FLAT RATE.
      *****************************************************************
       01  AUDIT-LOG-RECORD.
           05  AUD-RUN-DATE               PIC 9(08).
           05  AUD-SPOUSE-PENS-START-AGE  PIC 9(03).
           05  AUD-SURVIVOR-PCT           PIC 9(01)V99.
           05  AUD-ASSUMED-LIFE-AGE       PIC 9(03).
           05  AUD-COMPOUND-FREQUENCY     PIC X(01).
           05  AUD-RMD-START-AGE          PIC 9(03).
           05  AUD-FEE-OVERRIDE-FLAG      PIC X(01).
           05  AUD-FEE-OVERRIDE-RATE      PIC 9(01)V9(04).
           05  AUD-FUND-EXPENSE-RATE      PIC 9(01)V9(04).
           05  AUD-FEE-BAND-COUNT         PIC 9(01).
           05  AUD-FEE-SCHEDULE.
               10  AUD-FEE-BAND           OCCURS 4 TIMES.
                   15  AUD-FEE-BAND-LIMIT PIC 9(09).
                   15  AUD-FEE-BAND-RATE  PIC 9(01)V9(04).
           05  AUD-TOTAL-FEES             PIC 9(09)V99.
           05  AUD-EVENT-COUNT            PIC 9(03).
           05  AUD-GLIDE-PATH-CODE        PIC X(04).
           05  FILLER                     PIC X(03).
