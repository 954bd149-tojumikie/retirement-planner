      *****************************************************************
      *  POSNREC.CPY
      *
      *  CUSTODIAN POSITION RECORD LAYOUT.  THE CUSTODIAN SENDS ONE
      *  RECORD PER CLIENT ACCOUNT EACH NIGHT WITH THE ACCOUNT'S
      *  MARKET VALUE AS OF THE CLOSE.  THE ACCOUNT TYPE SAYS WHICH
      *  ACCOUNT-TYPE POT ON THE CLIENT MASTER THE VALUE BELONGS TO:
      *  T TAXABLE, D TAX-DEFERRED, R ROTH.  A CLIENT MAY HAVE ANY
      *  NUMBER OF ACCOUNTS OF EACH TYPE.  THE FILE MUST ARRIVE
      *  SORTED BY CLIENT ID SO CUSTODIAN-FEED CAN MATCH IT AGAINST
      *  THE MASTER IN ONE PASS.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-05  TM   ORIGINAL CUSTODIAN POSITION LAYOUT.
      *****************************************************************
       01  POSITION-RECORD.
           05  POS-CLIENT-ID              PIC X(10).
           05  POS-ACCOUNT-NUMBER         PIC X(12).
           05  POS-ACCOUNT-TYPE           PIC X(01).
               88  POS-TAXABLE-ACCOUNT        VALUE "T".
               88  POS-DEFERRED-ACCOUNT       VALUE "D".
               88  POS-ROTH-ACCOUNT           VALUE "R".
               88  POS-VALID-ACCOUNT-TYPE     VALUE "T" "D" "R".
           05  POS-MARKET-VALUE           PIC 9(09)V99.
           05  POS-AS-OF-DATE             PIC X(08).
           05  POS-AS-OF-DATE-N           REDEFINES POS-AS-OF-DATE
                                          PIC 9(08).
           05  FILLER                     PIC X(10).
