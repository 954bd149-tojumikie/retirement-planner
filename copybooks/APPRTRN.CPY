      *****************************************************************
      *  APPRTRN.CPY
      *
      *  APPROVAL TRANSACTION RECORD LAYOUT.  ONE RECORD PER DECISION
      *  ON AN ITEM IN CLIENT-MAINT'S APPROVAL QUEUE, KEYED BY THE
      *  QUEUE ID PRINTED ON THE APPROVALS REGISTER.  THE CLIENT ID
      *  MUST MATCH THE QUEUED TRANSACTION'S, SO A MISKEYED QUEUE ID
      *  CANNOT APPROVE THE WRONG CLIENT.  THE CHECKER'S OPERATOR ID
      *  MAY NOT BE THE MAKER'S: SUCH A DECISION IS REFUSED AND THE
      *  ITEM STAYS IN THE QUEUE.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-07  TM   ORIGINAL APPROVAL TRANSACTION LAYOUT.
      *****************************************************************
       01  APPROVAL-TRANSACTION.
           05  APR-QUEUE-ID.
               10  APR-QUEUE-DATE         PIC 9(08).
               10  APR-QUEUE-SEQ          PIC 9(05).
           05  APR-CLIENT-ID              PIC X(10).
           05  APR-DECISION               PIC X(01).
               88  APR-APPROVE                VALUE "A".
               88  APR-REJECT                 VALUE "R".
               88  APR-VALID-DECISION         VALUE "A" "R".
           05  APR-CHECKER-ID             PIC X(08).
