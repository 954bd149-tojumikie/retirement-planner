      *                   WHAT-IF OVERRIDES, SO THE BLANK-MEANS-NOW
      *                   TEST IS A LEGAL ALPHANUMERIC COMPARE AND
      *                   THE DATE ARITHMETIC USES THE REDEFINE.
      *  2026-10-07  TM   ADDED TRN-OPERATOR-ID, THE MAKER OF THE
      *                   TRANSACTION.  A SENSITIVE TRANSACTION IS
      *                   QUEUED FOR A SECOND OPERATOR'S APPROVAL AND
      *                   IS REJECTED IF IT DOES NOT SAY WHO MADE IT.
      *  2026-10-13  TM   ADDED THE FEE OVERRIDE FLAG AND RATE TO
      *                   MATCH THE CLIENT MASTER LAYOUT.
      *  2026-10-15  TM   ADDED THE GLIDE-PATH CODE TO MATCH THE CLIENT
      *                   MASTER LAYOUT.
      *****************************************************************
       01  MAINT-TRANSACTION.
           05  TRN-ACTION-CODE            PIC X(01).
               10  TRN-SPOUSE-PENSION-BENEFIT PIC 9(07)V99.
               10  TRN-SPOUSE-PENS-START-AGE  PIC 9(03).
               10  TRN-SURVIVOR-PCT           PIC 9(01)V99.
               10  TRN-FEE-OVERRIDE-FLAG      PIC X(01).
                   88  TRN-VALID-FEE-FLAG         VALUE "Y" "N" " ".
               10  TRN-FEE-OVERRIDE-RATE      PIC 9(01)V9(04).
               10  TRN-GLIDE-PATH-CODE        PIC X(04).
           05  TRN-EFFECTIVE-DATE         PIC X(08).
           05  TRN-EFFECTIVE-DATE-N       REDEFINES TRN-EFFECTIVE-DATE
                                          PIC 9(08).
           05  TRN-OPERATOR-ID            PIC X(08).
