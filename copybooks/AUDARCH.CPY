      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-09-02  TM   ORIGINAL ARCHIVE CONTROL RECORD LAYOUTS.
      *  2026-10-13  TM   THE FILLERS GREW WITH THE AUDIT RECORD.
      *****************************************************************
       01  ARCHIVE-HEADER-RECORD.
           05  AAH-RECORD-TAG             PIC X(08).
               88  AAH-HEADER-RECORD          VALUE "ARCHHDR ".
           05  AAH-RUN-DATE               PIC 9(08).
           05  AAH-CUTOFF-DATE            PIC 9(08).
           05  FILLER                     PIC X(318).
       01  ARCHIVE-TRAILER-RECORD.
           05  AAT-RECORD-TAG             PIC X(08).
               88  AAT-TRAILER-RECORD         VALUE "ARCHTRL ".
           05  AAT-RECORD-COUNT           PIC 9(07).
           05  AAT-RUN-DATE               PIC 9(08).
           05  FILLER                     PIC X(319).
