      *****************************************************************
      *  APPRQUE.CPY
      *
      *  APPROVAL QUEUE RECORD LAYOUT.  CLIENT-MAINT DOES NOT APPLY A
      *  SENSITIVE TRANSACTION -- AN ADDRESS CHANGE, A DELIVERY
      *  PREFERENCE CHANGE, A DELETE, OR A BALANCE CHANGE ABOVE THE
      *  APPROVAL AMOUNT -- WHEN THE MAKER KEYS IT.  IT WRITES THE
      *  WHOLE TRANSACTION HERE UNDER A QUEUE ID (RUN DATE AND A
      *  SEQUENCE NUMBER) WITH THE MAKER'S OPERATOR ID AND THE
      *  REASON IT NEEDS APPROVAL.  THE NEXT RUN APPLIES THE ITEMS A
      *  SECOND OPERATOR APPROVED ON THE APPROVAL TRANSACTION FILE,
      *  DROPS THE ONES REJECTED, AND CARRIES THE REST FORWARD.
      *
      *  THE CLIENT'S MASTER RECORD AS IT STOOD WHEN THE ITEM WAS
      *  QUEUED IS KEPT WITH IT.  AN APPROVED ITEM IS ONLY APPLIED
      *  WHILE THE MASTER STILL MATCHES THAT IMAGE; ONCE ANYTHING
      *  ELSE HAS CHANGED THE CLIENT IT IS DROPPED FOR RE-KEYING,
      *  SINCE THE TRANSACTION IS A FULL REPLACEMENT AND WOULD UNDO
      *  THE LATER CHANGE.
      *
      *  THE TRANSACTION IMAGE AREA MUST BE AT LEAST AS LONG AS THE
      *  MAINT-TRANSACTION LAYOUT IN MAINTTRN, THE SAME RULE AS THE
      *  PENDING FILES.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-07  TM   ORIGINAL APPROVAL QUEUE LAYOUT.
      *  2026-10-15  TM   ADDED THE QUEUE-TIME MASTER IMAGE.  THE
      *                   RECORD GREW FROM 441 TO 775 BYTES; AN ITEM
      *                   QUEUED BEFORE THIS READS AS SPACES HERE AND
      *                   IS DROPPED FOR RE-KEYING WHEN APPROVED.
      *****************************************************************
       01  APPROVAL-QUEUE-RECORD.
           05  APQ-QUEUE-ID.
               10  APQ-QUEUE-DATE         PIC 9(08).
               10  APQ-QUEUE-SEQ          PIC 9(05).
           05  APQ-MAKER-ID               PIC X(08).
           05  APQ-REASON                 PIC X(20).
           05  APQ-TRANSACTION-IMAGE      PIC X(400).
           05  APQ-MASTER-IMAGE           PIC X(334).
