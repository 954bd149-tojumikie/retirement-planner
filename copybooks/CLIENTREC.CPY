      *                   MEANS A SINGLE CLIENT AND EVERY SPOUSE
      *                   FIELD IS IGNORED.  THE CONTROL RECORD
      *                   FILLERS GREW WITH THE RECORD.
      *  2026-10-13  TM   ADDED THE CLIENT FEE OVERRIDE.  A FLAG OF Y
      *                   CHARGES CLM-FEE-OVERRIDE-RATE (A DECIMAL
      *                   ANNUAL RATE, .0050 FOR HALF A PERCENT) AS
      *                   THE CLIENT'S ADVISORY FEE IN PLACE OF THE
      *                   RUN'S TIERED FEE SCHEDULE; N OR SPACE USES
      *                   THE SCHEDULE.  FUND EXPENSES ARE CHARGED
      *                   EITHER WAY.  THE CONTROL RECORD FILLERS GREW
      *                   WITH THE RECORD.
      *  2026-10-15  TM   ADDED CLM-GLIDE-PATH-CODE, NAMING A TABLE ON
      *                   THE GLIDE-PATH FILE WHOSE BAND RATES STEP
      *                   THE RETURN DOWN AS THE CLIENT NEARS AND
      *                   PASSES RETIREMENT.  A BLANK CODE KEEPS THE
      *                   FLAT CLM-ANNUAL-RETURN.  THE CONTROL RECORD
      *                   FILLERS GREW WITH THE RECORD.
      *****************************************************************
       01  CLIENT-RECORD.
           05  CLM-CLIENT-ID              PIC X(10).
           05  CLM-SPOUSE-PENSION-BENEFIT PIC 9(07)V99.
           05  CLM-SPOUSE-PENS-START-AGE  PIC 9(03).
           05  CLM-SURVIVOR-PCT           PIC 9(01)V99.
           05  CLM-FEE-OVERRIDE-FLAG      PIC X(01).
               88  CLM-FEE-OVERRIDDEN         VALUE "Y".
               88  CLM-VALID-FEE-FLAG         VALUE "Y" "N" " ".
           05  CLM-FEE-OVERRIDE-RATE      PIC 9(01)V9(04).
           05  CLM-GLIDE-PATH-CODE        PIC X(04).
       01  CLIENT-HEADER-RECORD.
           05  CLH-RECORD-KEY             PIC X(10).
           05  CLH-RUN-DATE               PIC 9(08).
           05  FILLER                     PIC X(316).
       01  CLIENT-TRAILER-RECORD.
           05  CLT-RECORD-KEY             PIC X(10).
           05  CLT-RECORD-COUNT           PIC 9(07).
           05  CLT-MONEY-HASH             PIC 9(13)V99.
           05  FILLER                     PIC X(302).
