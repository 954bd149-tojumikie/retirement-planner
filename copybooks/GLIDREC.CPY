      *****************************************************************
      *  GLIDREC.CPY
      *
      *  GLIDE-PATH RECORD LAYOUT.  A GLIDE PATH IS A NAMED TABLE OF
      *  EXPECTED ANNUAL RETURNS THAT STEPS DOWN AS A CLIENT NEARS
      *  AND PASSES RETIREMENT, THE WAY THE MODEL ALLOCATIONS DO.  A
      *  CLIENT CARRIES THE PATH'S CODE IN CLM-GLIDE-PATH-CODE; A
      *  BLANK CODE KEEPS THE CLIENT'S FLAT CLM-ANNUAL-RETURN.
      *
      *  ONE RECORD PER BAND.  PHASE A BANDS ARE KEYED BY YEARS STILL
      *  TO GO UNTIL RETIREMENT (0 IN THE LAST WORKING YEAR); PHASE D
      *  BANDS BY YEARS ALREADY SINCE RETIREMENT (0 IN THE FIRST
      *  DRAWDOWN YEAR).  A BAND RUNS FROM ITS START YEARS UP TO THE
      *  NEXT BAND'S START IN THE SAME PATH AND PHASE, SO EACH YEAR
      *  TAKES THE RATE OF THE BAND WITH THE HIGHEST START THAT DOES
      *  NOT EXCEED IT.  A YEAR BELOW EVERY BAND'S START IN ITS PHASE
      *  USES THE CLIENT'S FLAT RATE.  THE RECORDS MAY BE IN ANY
      *  ORDER.  CLIENT-MAINT REJECTS A CLIENT ADD OR CHANGE CARRYING
      *  A CODE WITH NO BANDS ON THIS FILE.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15  TM   ORIGINAL GLIDE-PATH LAYOUT.
      *****************************************************************
       01  GLIDE-PATH-RECORD.
           05  GLP-PATH-CODE              PIC X(04).
           05  GLP-PHASE                  PIC X(01).
               88  GLP-ACCUMULATION           VALUE "A".
               88  GLP-DRAWDOWN               VALUE "D".
               88  GLP-VALID-PHASE            VALUE "A" "D".
           05  GLP-BAND-START-YEARS       PIC 9(02).
           05  GLP-ANNUAL-RETURN          PIC 9(01)V99.
           05  GLP-DESCRIPTION            PIC X(30).
           05  FILLER                     PIC X(10).
