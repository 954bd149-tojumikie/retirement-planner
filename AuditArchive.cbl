000270*                  PURGE BOUNDARY -- AND AN OUT-OF-BALANCE
000280*                  SPLIT LEAVES RETURN CODE 8 SO THE SCHEDULER
000290*                  HOLDS THE SWAP-IN STEP.
000300* 2026-10-13  TM   THE ARCHIVE DETAIL AND NEW LOG RECORDS GREW
000310*                  WITH THE AUDIT RECORD.  A SHORTER RECORD FROM
000320*                  BEFORE THE FEE FIELDS IS CARRIED FORWARD WITH
000330*                  THEM AS SPACES.
000340* 2026-10-15  TM   EACH RUN NOW WRITES A START AND AN END RECORD
000350*                  TO THE SHARED RUN LEDGER WITH THE RUN DATE AND
000360*                  TIME, OPERATOR, RETURN CODE AND RECORD COUNTS,
000370*                  SO A SPLIT THAT STOPS PART WAY SHOWS ON THE
000380*                  LEDGER REPORT AS A STEP THAT NEVER ENDED.
000390* 2026-10-15  TM   EVERY FATAL STOP NOW LOGS THE END OF THE RUN
000400*                  ON THE RUN LEDGER WITH RETURN CODE 16 BEFORE
000410*                  STOPPING.  A FAILED LEDGER WRITE IS NO LONGER
000420*                  MASKED BY THE CLOSE.
000430*****************************************************************
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.   IBM-370.
000470 OBJECT-COMPUTER.   IBM-370.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520     SELECT ARCHIVE-PARM-FILE ASSIGN TO ARCPARMS
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-PARM-STATUS.
000550     SELECT ARCHIVE-FILE ASSIGN TO AUDARCH
000560         ORGANIZATION IS LINE SEQUENTIAL.
000570     SELECT NEW-LOG-FILE ASSIGN TO AUDITNEW
000580         ORGANIZATION IS LINE SEQUENTIAL.
000590     SELECT ARCHIVE-REPORT-FILE ASSIGN TO ARCHRPT
000600         ORGANIZATION IS LINE SEQUENTIAL.
000610     SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDGR
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-LEDGER-STATUS.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  AUDIT-LOG-FILE
000670     RECORDING MODE IS F.
000680 COPY AUDITREC.
000690 FD  ARCHIVE-PARM-FILE
000700     RECORDING MODE IS F.
000710*****************************************************************
000720* ONE PARAMETER PER RECORD, KEYWORD AND VALUE, THE SAME SHAPE
000730* AS THE PLANNER'S RUN PARAMETER FILE.  THE ONLY KEYWORD IS
000740* CUTOFF-DATE, YYYYMMDD: RECORDS WITH A RUN DATE BEFORE IT ARE
000750* ARCHIVED, ON OR AFTER IT ARE KEPT.
000760*****************************************************************
000770 01  ARCHIVE-PARM-RECORD.
000780     05  PRM-KEYWORD            PIC X(20).
000790     05  PRM-VALUE              PIC X(08).
000800 FD  ARCHIVE-FILE
000810     RECORDING MODE IS F.
000820 COPY AUDARCH.
000830 01  ARCHIVE-DETAIL-RECORD      PIC X(342).
000840 FD  NEW-LOG-FILE
000850     RECORDING MODE IS F.
000860 01  NEW-LOG-RECORD             PIC X(342).
000870 FD  ARCHIVE-REPORT-FILE
000880     RECORDING MODE IS F.
000890 01  ARCHIVE-REPORT-LINE        PIC X(80).
000900*****************************************************************
000910* THE RUN LEDGER CARRIES RUN-LEDGER-RECORD IMAGES (RUNLREC),
000920* WRITTEN FROM THE WORKING-STORAGE COPY OF THE RECORD.
000930*****************************************************************
000940 FD  RUN-LEDGER-FILE
000950     RECORDING MODE IS F.
000960 01  RUN-LEDGER-LINE            PIC X(184).
000970 WORKING-STORAGE SECTION.
000980*****************************************************************
000990* SWITCHES AND COUNTERS
001000*****************************************************************
001010 77  WS-AUDIT-EOF-SWITCH        PIC X(01)       VALUE "N".
001020     88  END-OF-AUDIT-FILE                      VALUE "Y".
001030 77  WS-PARM-STATUS             PIC X(02)       VALUE SPACES.
001040 77  WS-PARM-EOF-SWITCH         PIC X(01)       VALUE "N".
001050     88  END-OF-PARM-FILE                       VALUE "Y".
001060 77  WS-CUTOFF-DATE             PIC 9(08)       VALUE ZERO.
001070 77  WS-RUN-DATE                PIC 9(08)       VALUE ZERO.
001080 77  WS-RECORDS-READ            PIC 9(07) COMP  VALUE ZERO.
001090 77  WS-ARCHIVED-COUNT          PIC 9(07) COMP  VALUE ZERO.
001100 77  WS-RETAINED-COUNT          PIC 9(07) COMP  VALUE ZERO.
001110 77  WS-BALANCE-SWITCH          PIC X(01)       VALUE "Y".
001120     88  RUN-IN-BALANCE                         VALUE "Y".
001130     88  RUN-OUT-OF-BALANCE                     VALUE "N".
001140*****************************************************************
001150* RUN LEDGER.  THE LEDGER IS SHARED BY THE WHOLE NIGHTLY JOB
001160* STREAM AND IS OPENED EXTEND AND CLOSED AROUND EACH RECORD, SO
001170* THE START RECORD IS ON THE FILE EVEN WHEN THE RUN STOPS BEFORE
001180* ITS END RECORD IS WRITTEN.  THE FIRST STEP EVER CREATES IT.
001190*****************************************************************
001200 77  WS-LEDGER-STATUS           PIC X(02)       VALUE SPACES.
001210 77  WS-LEDGER-SAVE-STATUS      PIC X(02)       VALUE SPACES.
001220 77  WS-RUN-TIME                PIC 9(08)       VALUE ZERO.
001230 77  WS-OPERATOR-ID             PIC X(08)       VALUE "BATCH".
001240 COPY RUNLREC.
001250*****************************************************************
001260* ARCHIVE CONTROL REPORT LINE LAYOUTS
001270*****************************************************************
001280 COPY ARCHLIN.
001290 PROCEDURE DIVISION.
001300*****************************************************************
001310* 0000-MAINLINE
001320*    DRIVES THE ARCHIVE SPLIT: ONE PASS OF THE AUDIT LOG,
001330*    ROUTING EACH RECORD TO THE ARCHIVE OR THE NEW LOG BY ITS
001340*    RUN DATE AGAINST THE CUTOFF.
001350*****************************************************************
001360 0000-MAINLINE.
001370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001380     PERFORM 2000-PROCESS-AUDIT-RECORD THRU 2000-EXIT
001390         UNTIL END-OF-AUDIT-FILE.
001400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001410     STOP RUN.
001420*****************************************************************
001430* 1000-INITIALIZE
001440*    LOGS THE START OF THE RUN ON THE RUN LEDGER, LOADS THE
001450*    CUTOFF DATE, OPENS THE FILES, WRITES THE ARCHIVE HEADER,
001460*    AND PRIMES THE FIRST LOG READ.  NO CUTOFF MEANS NO RUN: A
001470*    PURGE BOUNDARY IS NEVER DEFAULTED.
001480*****************************************************************
001490 1000-INITIALIZE.
001500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001510     ACCEPT WS-RUN-TIME FROM TIME.
001520     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID"
001530         ON EXCEPTION
001540             MOVE "BATCH" TO WS-OPERATOR-ID
001550     END-ACCEPT.
001560     PERFORM 1010-WRITE-LEDGER-START THRU 1010-EXIT.
001570     PERFORM 1100-LOAD-CUTOFF-DATE THRU 1100-EXIT.
001580     IF WS-CUTOFF-DATE = ZERO
001590         DISPLAY "**ERROR** NO VALID CUTOFF-DATE PARAMETER - "
001600             "ARCHIVE RUN STOPPED"
001610         PERFORM 9900-ABORT-RUN THRU 9900-EXIT
001620     END-IF.
001630     IF WS-CUTOFF-DATE NOT < WS-RUN-DATE
001640         DISPLAY "**ERROR** CUTOFF-DATE " WS-CUTOFF-DATE
001650             " IS NOT IN THE PAST - ARCHIVE RUN STOPPED"
001660         PERFORM 9900-ABORT-RUN THRU 9900-EXIT
001670     END-IF.
001680     OPEN INPUT  AUDIT-LOG-FILE
001690          OUTPUT ARCHIVE-FILE
001700          OUTPUT NEW-LOG-FILE
001710          OUTPUT ARCHIVE-REPORT-FILE.
001720     MOVE SPACES          TO ARCHIVE-HEADER-RECORD.
001730     MOVE "ARCHHDR "      TO AAH-RECORD-TAG.
001740     MOVE WS-RUN-DATE     TO AAH-RUN-DATE.
001750     MOVE WS-CUTOFF-DATE  TO AAH-CUTOFF-DATE.
001760     WRITE ARCHIVE-HEADER-RECORD.
001770     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
001780 1000-EXIT.
001790     EXIT.
001800*****************************************************************
001810* 1010-WRITE-LEDGER-START
001820*    LOGS THE START OF THIS RUN ON THE RUN LEDGER.  A LEDGER THAT
001830*    CANNOT BE WRITTEN STOPS THE RUN BEFORE THE LOG IS SPLIT.
001840*****************************************************************
001850 1010-WRITE-LEDGER-START.
001860     INITIALIZE RUN-LEDGER-RECORD.
001870     MOVE WS-RUN-DATE     TO RLG-RUN-DATE.
001880     MOVE WS-RUN-TIME     TO RLG-RUN-TIME.
001890     MOVE "AUDIT-ARCHIVE" TO RLG-STEP-NAME.
001900     SET RLG-START        TO TRUE.
001910     MOVE WS-OPERATOR-ID  TO RLG-OPERATOR-ID.
001920     PERFORM 9150-APPEND-RUN-LEDGER THRU 9150-EXIT.
001930     IF WS-LEDGER-STATUS NOT = "00"
001940         DISPLAY "**ERROR** UNABLE TO OPEN RUN LEDGER, "
001950             "STATUS " WS-LEDGER-STATUS
001960         MOVE 16 TO RETURN-CODE
001970         STOP RUN
001980     END-IF.
001990 1010-EXIT.
002000     EXIT.
002010*****************************************************************
002020* 1100-LOAD-CUTOFF-DATE
002030*    READS THE PARAMETER FILE FOR THE CUTOFF-DATE KEYWORD.  AN
002040*    UNKNOWN KEYWORD IS WARNED ABOUT AND IGNORED; A
002050*    NON-NUMERIC CUTOFF IS TREATED AS MISSING, WHICH STOPS THE
002060*    RUN IN 1000-INITIALIZE.
002070*****************************************************************
002080 1100-LOAD-CUTOFF-DATE.
002090     OPEN INPUT ARCHIVE-PARM-FILE.
002100     IF WS-PARM-STATUS NOT = "00"
002110         GO TO 1100-EXIT
002120     END-IF.
002130     PERFORM 1110-PROCESS-PARM-RECORD THRU 1110-EXIT
002140         UNTIL END-OF-PARM-FILE.
002150     CLOSE ARCHIVE-PARM-FILE.
002160 1100-EXIT.
002170     EXIT.
002180*****************************************************************
002190* 1110-PROCESS-PARM-RECORD
002200*    READS AND APPLIES ONE PARAMETER RECORD.
002210*****************************************************************
002220 1110-PROCESS-PARM-RECORD.
002230     READ ARCHIVE-PARM-FILE
002240         AT END
002250             SET END-OF-PARM-FILE TO TRUE
002260             GO TO 1110-EXIT
002270     END-READ.
002280     IF PRM-KEYWORD = SPACES
002290         GO TO 1110-EXIT
002300     END-IF.
002310     IF PRM-KEYWORD = "CUTOFF-DATE"
002320         IF PRM-VALUE NUMERIC
002330             MOVE PRM-VALUE TO WS-CUTOFF-DATE
002340         ELSE
002350             DISPLAY "**WARNING** CUTOFF-DATE VALUE "
002360                 PRM-VALUE " IS NOT NUMERIC - IGNORED"
002370         END-IF
002380         GO TO 1110-EXIT
002390     END-IF.
002400     DISPLAY "**WARNING** UNKNOWN PARAMETER " PRM-KEYWORD
002410         " - IGNORED".
002420 1110-EXIT.
002430     EXIT.
002440*****************************************************************
002450* 2000-PROCESS-AUDIT-RECORD
002460*    ROUTES THE CURRENT AUDIT RECORD: OLDER THAN THE CUTOFF TO
002470*    THE ARCHIVE, ON OR AFTER IT TO THE NEW LOG, THEN READS
002480*    THE NEXT RECORD.
002490*****************************************************************
002500 2000-PROCESS-AUDIT-RECORD.
002510     IF AUD-RUN-DATE < WS-CUTOFF-DATE
002520         WRITE ARCHIVE-DETAIL-RECORD FROM AUDIT-LOG-RECORD
002530         ADD 1 TO WS-ARCHIVED-COUNT
002540     ELSE
002550         WRITE NEW-LOG-RECORD FROM AUDIT-LOG-RECORD
002560         ADD 1 TO WS-RETAINED-COUNT
002570     END-IF.
002580     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
002590 2000-EXIT.
002600     EXIT.
002610*****************************************************************
002620* 2100-READ-AUDIT-RECORD
002630*    READS THE NEXT AUDIT LOG RECORD, SETTING THE END-OF-FILE
002640*    SWITCH WHEN THE LOG IS EXHAUSTED.
002650*****************************************************************
002660 2100-READ-AUDIT-RECORD.
002670     READ AUDIT-LOG-FILE
002680         AT END
002690             SET END-OF-AUDIT-FILE TO TRUE
002700             GO TO 2100-EXIT
002710     END-READ.
002720     ADD 1 TO WS-RECORDS-READ.
002730 2100-EXIT.
002740     EXIT.
002750*****************************************************************
002760* 9000-TERMINATE
002770*    WRITES THE ARCHIVE TRAILER WITH THE ARCHIVED COUNT, RUNS
002780*    THE BALANCING STEP (READ MUST EQUAL ARCHIVED PLUS
002790*    RETAINED), WRITES THE CONTROL REPORT, AND CLOSES THE
002800*    FILES.  AN OUT-OF-BALANCE SPLIT LEAVES RETURN CODE 8 SO
002810*    THE SWAP-IN OF THE NEW LOG IS HELD.  THE END OF THE RUN IS
002820*    LOGGED ON THE RUN LEDGER ONCE THE RETURN CODE IS SETTLED.
002830*****************************************************************
002840 9000-TERMINATE.
002850     MOVE SPACES          TO ARCHIVE-TRAILER-RECORD.
002860     MOVE "ARCHTRL "      TO AAT-RECORD-TAG.
002870     MOVE WS-ARCHIVED-COUNT TO AAT-RECORD-COUNT.
002880     MOVE WS-RUN-DATE     TO AAT-RUN-DATE.
002890     WRITE ARCHIVE-TRAILER-RECORD.
002900     IF WS-RECORDS-READ NOT =
002910         WS-ARCHIVED-COUNT + WS-RETAINED-COUNT
002920         SET RUN-OUT-OF-BALANCE TO TRUE
002930     END-IF.
002940     MOVE WS-RUN-DATE TO ARC-RUN-DATE.
002950     WRITE ARCHIVE-REPORT-LINE FROM ARC-HEADING-1.
002960     WRITE ARCHIVE-REPORT-LINE FROM ARC-BLANK-LINE.
002970     MOVE WS-CUTOFF-DATE TO ARC-CUTOFF-DATE.
002980     WRITE ARCHIVE-REPORT-LINE FROM ARC-CUTOFF-LINE.
002990     MOVE "AUDIT RECORDS READ:" TO ARC-COUNT-LABEL.
003000     MOVE WS-RECORDS-READ TO ARC-COUNT-VALUE.
003010     WRITE ARCHIVE-REPORT-LINE FROM ARC-COUNT-LINE.
003020     MOVE "RECORDS ARCHIVED:" TO ARC-COUNT-LABEL.
003030     MOVE WS-ARCHIVED-COUNT TO ARC-COUNT-VALUE.
003040     WRITE ARCHIVE-REPORT-LINE FROM ARC-COUNT-LINE.
003050     MOVE "RECORDS RETAINED:" TO ARC-COUNT-LABEL.
003060     MOVE WS-RETAINED-COUNT TO ARC-COUNT-VALUE.
003070     WRITE ARCHIVE-REPORT-LINE FROM ARC-COUNT-LINE.
003080     WRITE ARCHIVE-REPORT-LINE FROM ARC-BLANK-LINE.
003090     IF RUN-IN-BALANCE
003100         MOVE "RUN IS IN BALANCE" TO ARC-MESSAGE
003110     ELSE
003120         MOVE "**RUN IS OUT OF BALANCE**" TO ARC-MESSAGE
003130     END-IF.
003140     WRITE ARCHIVE-REPORT-LINE FROM ARC-MESSAGE-LINE.
003150     CLOSE AUDIT-LOG-FILE
003160           ARCHIVE-FILE
003170           NEW-LOG-FILE
003180           ARCHIVE-REPORT-FILE.
003190     DISPLAY "AUDIT RECORDS READ: " WS-RECORDS-READ.
003200     DISPLAY "RECORDS ARCHIVED:   " WS-ARCHIVED-COUNT.
003210     DISPLAY "RECORDS RETAINED:   " WS-RETAINED-COUNT.
003220     IF RUN-OUT-OF-BALANCE
003230         DISPLAY "**ERROR** ARCHIVE SPLIT IS OUT OF BALANCE"
003240         MOVE 8 TO RETURN-CODE
003250     END-IF.
003260     PERFORM 9100-WRITE-LEDGER-END THRU 9100-EXIT.
003270 9000-EXIT.
003280     EXIT.
003290*****************************************************************
003300* 9100-WRITE-LEDGER-END
003310*    LOGS THE END OF THIS RUN ON THE RUN LEDGER WITH THE RETURN
003320*    CODE AND THE RECORD COUNTS, AT THE END OF A NORMAL RUN AND
003330*    FROM 9900-ABORT-RUN ON A FATAL ERROR.  THE SPLIT IS ALREADY
003340*    WRITTEN BY NOW, SO A LEDGER THAT CANNOT BE WRITTEN IS WARNED
003350*    ABOUT AND LEAVES AT LEAST RETURN CODE 4 (A FATAL RUN KEEPS
003360*    ITS 16) RATHER THAN STOPPING THE RUN.
003370*****************************************************************
003380 9100-WRITE-LEDGER-END.
003390     INITIALIZE RUN-LEDGER-RECORD.
003400     MOVE WS-RUN-DATE     TO RLG-RUN-DATE.
003410     MOVE WS-RUN-TIME     TO RLG-RUN-TIME.
003420     MOVE "AUDIT-ARCHIVE" TO RLG-STEP-NAME.
003430     SET RLG-END          TO TRUE.
003440     MOVE WS-OPERATOR-ID  TO RLG-OPERATOR-ID.
003450     MOVE RETURN-CODE     TO RLG-RETURN-CODE.
003460     MOVE "READ"          TO RLG-COUNT-LABEL (1).
003470     MOVE WS-RECORDS-READ TO RLG-COUNT-VALUE (1).
003480     MOVE "ARCHIVED"      TO RLG-COUNT-LABEL (2).
003490     MOVE WS-ARCHIVED-COUNT TO RLG-COUNT-VALUE (2).
003500     MOVE "RETAINED"      TO RLG-COUNT-LABEL (3).
003510     MOVE WS-RETAINED-COUNT TO RLG-COUNT-VALUE (3).
003520     PERFORM 9150-APPEND-RUN-LEDGER THRU 9150-EXIT.
003530     IF WS-LEDGER-STATUS NOT = "00"
003540         DISPLAY "**WARNING** UNABLE TO WRITE RUN LEDGER END "
003550             "RECORD, STATUS " WS-LEDGER-STATUS
003560         IF RETURN-CODE < 4
003570             MOVE 4 TO RETURN-CODE
003580         END-IF
003590     END-IF.
003600 9100-EXIT.
003610     EXIT.
003620*****************************************************************
003630* 9150-APPEND-RUN-LEDGER
003640*    STAMPS THE RECORD BUILT IN RUN-LEDGER-RECORD WITH THE TIME
003650*    IT IS WRITTEN AND APPENDS IT TO THE RUN LEDGER, OPENING AND
003660*    CLOSING THE LEDGER AROUND THE ONE RECORD.  THE CALLER CHECKS
003670*    WS-LEDGER-STATUS, WHICH CARRIES THE STATUS OF A FAILED OPEN
003680*    OR WRITE RATHER THAN THAT OF THE CLOSE THAT FOLLOWS IT.
003690*****************************************************************
003700 9150-APPEND-RUN-LEDGER.
003710     ACCEPT RLG-STAMP-DATE FROM DATE YYYYMMDD.
003720     ACCEPT RLG-STAMP-TIME FROM TIME.
003730     OPEN EXTEND RUN-LEDGER-FILE.
003740     IF WS-LEDGER-STATUS = "35"
003750         OPEN OUTPUT RUN-LEDGER-FILE
003760     END-IF.
003770     IF WS-LEDGER-STATUS NOT = "00"
003780         GO TO 9150-EXIT
003790     END-IF.
003800     WRITE RUN-LEDGER-LINE FROM RUN-LEDGER-RECORD.
003810     MOVE WS-LEDGER-STATUS TO WS-LEDGER-SAVE-STATUS.
003820     CLOSE RUN-LEDGER-FILE.
003830     IF WS-LEDGER-SAVE-STATUS NOT = "00"
003840         MOVE WS-LEDGER-SAVE-STATUS TO WS-LEDGER-STATUS
003850     END-IF.
003860 9150-EXIT.
003870     EXIT.
003880*****************************************************************
003890* 9900-ABORT-RUN
003900*    THE ONE WAY OUT ON A FATAL ERROR ONCE THE START OF THE RUN
003910*    IS ON THE RUN LEDGER: SETS RETURN CODE 16, LOGS THE END OF
003920*    THE RUN WITH IT AND THE COUNTS SO FAR, AND STOPS.  ONLY AN
003930*    ABEND LEAVES THE START RECORD WITHOUT AN END.
003940*****************************************************************
003950 9900-ABORT-RUN.
003960     MOVE 16 TO RETURN-CODE.
003970     PERFORM 9100-WRITE-LEDGER-END THRU 9100-EXIT.
003980     STOP RUN.
003990 9900-EXIT.
004000     EXIT.
004010 END PROGRAM AUDIT-ARCHIVE.
