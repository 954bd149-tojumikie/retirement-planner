      *****************************************************************
      *  ADVMAST.CPY
      *
      *  ADVISOR MASTER RECORD LAYOUT.  ONE RECORD PER ADVISOR CODE
      *  THAT MAY BE CARRIED IN CLM-ADVISOR-CODE.  CLIENT-MAINT
      *  REJECTS A CLIENT ADD OR CHANGE WHOSE ADVISOR CODE IS NOT ON
      *  THIS FILE OR IS MARKED INACTIVE; RETIREMENT-PLANNER PRINTS
      *  THE NAME AND BRANCH ON THE MANAGEMENT SUMMARY; AND
      *  ADVISOR-DISTRIB ROUTES EACH ADVISOR'S REPORT PACKET TO THE
      *  DESTINATION HERE -- AN E-MAIL ADDRESS FOR TYPE E, OR A
      *  PRINTER OR MAIL-STOP ID FOR TYPE P.
      *
      *  AN ADVISOR WHO LEAVES IS MARKED INACTIVE RATHER THAN
      *  REMOVED, SO THEIR CLIENTS STILL SHOW UNDER A KNOWN NAME
      *  UNTIL THEY ARE REASSIGNED.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-08  TM   ORIGINAL ADVISOR MASTER LAYOUT.
      *****************************************************************
       01  ADVISOR-MASTER-RECORD.
           05  AVM-ADVISOR-CODE           PIC X(05).
           05  AVM-ADVISOR-NAME           PIC X(30).
           05  AVM-BRANCH-CODE            PIC X(05).
           05  AVM-STATUS                 PIC X(01).
               88  AVM-ACTIVE                 VALUE "A".
               88  AVM-INACTIVE               VALUE "I".
           05  AVM-DESTINATION-TYPE       PIC X(01).
               88  AVM-EMAIL-DESTINATION      VALUE "E".
               88  AVM-PRINT-DESTINATION      VALUE "P".
           05  AVM-DESTINATION            PIC X(50).
           05  FILLER                     PIC X(08).
