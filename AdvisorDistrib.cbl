000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ADVISOR-DISTRIB.
000030 AUTHOR.        TORITSEJU MIKIE.
000040 INSTALLATION.  RETIREMENT PLANNING GROUP.
000050 DATE-WRITTEN.  2026-10-08.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100*---------- ----  ----------------------------------------------
000110* 2026-10-08  TM   ORIGINAL VERSION.  THE RUN CHANGE REPORT AND
000120*                  THE RMD EXCEPTION REPORT WENT TO THE BRANCHES
000130*                  AS ONE LISTING AND EACH ADVISOR HAD TO PICK
000140*                  OUT THEIR OWN CLIENTS.  THIS STEP RUNS AFTER
000150*                  RETIREMENT-PLANNER AND BUILDS ONE PACKET PER
000160*                  ADVISOR ON THE ADVISOR MASTER: THE ADVISOR'S
000170*                  CLIENT LIST FROM THE CLIENT MASTER AND THEIR
000180*                  LINES FROM BOTH REPORTS, TAKEN FROM THE
000190*                  DISTRIBUTION FEED THE PLANNER WRITES ALONGSIDE
000200*                  THEM.  PACKETS FOR E-MAIL ADVISORS GO TO THE
000210*                  E-MAIL PACKET FILE AND THE REST TO THE PRINT
000220*                  PACKET FILE.  CLIENTS AND LINES WHOSE ADVISOR
000230*                  IS UNKNOWN OR INACTIVE GO TO OPERATIONS IN AN
000240*                  *UNAS PACKET FOR REASSIGNMENT.  THE CONTROL
000250*                  LISTING SHOWS EVERY ADVISOR AND WHAT WAS SENT
000260*                  WHERE, AND BALANCES THE CLIENTS AND REPORT
000270*                  LINES DISTRIBUTED AGAINST THE CLIENT MASTER
000280*                  AND THE FEED TRAILER.
000290* 2026-10-15  TM   A FEED WHOSE TRAILER RUN DATE IS NOT TONIGHT'S
000300*                  IS NOW OUT OF BALANCE, SO LAST NIGHT'S REPORT
000310*                  LINES ARE NEVER SENT AS TONIGHT'S.
000320*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.   IBM-370.
000360 OBJECT-COMPUTER.   IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT ADVISOR-MASTER-FILE ASSIGN TO ADVMAST
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-ADVMAST-STATUS.
000420     SELECT CLIENT-MASTER-FILE ASSIGN TO CLIENTIN
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS CLM-CLIENT-ID
000460         FILE STATUS IS WS-MASTER-STATUS.
000470     SELECT DISTRIBUTION-FEED-FILE ASSIGN TO DISTFEED
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-DISTFEED-STATUS.
000500     SELECT PRINT-PACKET-FILE ASSIGN TO DISTPRT
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520     SELECT EMAIL-PACKET-FILE ASSIGN TO DISTMAIL
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540     SELECT CONTROL-LISTING-FILE ASSIGN TO DISTCTL
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  ADVISOR-MASTER-FILE
000590     RECORDING MODE IS F.
000600 COPY ADVMAST.
000610 FD  CLIENT-MASTER-FILE.
000620 COPY CLIENTREC.
000630 FD  DISTRIBUTION-FEED-FILE
000640     RECORDING MODE IS F.
000650 COPY DISTREC.
000660 FD  PRINT-PACKET-FILE
000670     RECORDING MODE IS F.
000680 01  PRINT-PACKET-LINE          PIC X(132).
000690 FD  EMAIL-PACKET-FILE
000700     RECORDING MODE IS F.
000710 01  EMAIL-PACKET-LINE          PIC X(132).
000720 FD  CONTROL-LISTING-FILE
000730     RECORDING MODE IS F.
000740 01  CONTROL-LISTING-LINE       PIC X(132).
000750 WORKING-STORAGE SECTION.
000760*****************************************************************
000770* SWITCHES AND COUNTERS
000780*****************************************************************
000790 77  WS-ADVMAST-STATUS          PIC X(02)       VALUE SPACES.
000800 77  WS-ADVMAST-EOF-SWITCH      PIC X(01)       VALUE "N".
000810     88  END-OF-ADVISOR-MASTER                  VALUE "Y".
000820 77  WS-MASTER-STATUS           PIC X(02)       VALUE SPACES.
000830 77  WS-MASTER-EOF-SWITCH       PIC X(01)       VALUE "N".
000840     88  END-OF-MASTER-FILE                     VALUE "Y".
000850 77  WS-DISTFEED-STATUS         PIC X(02)       VALUE SPACES.
000860 77  WS-DISTFEED-EOF-SWITCH     PIC X(01)       VALUE "N".
000870     88  END-OF-DISTFEED-FILE                   VALUE "Y".
000880 77  WS-DISTFEED-FILE-SWITCH    PIC X(01)       VALUE "Y".
000890     88  DISTFEED-FILE-PRESENT                  VALUE "Y".
000900     88  DISTFEED-FILE-MISSING                  VALUE "N".
000910 77  WS-TRAILER-SWITCH          PIC X(01)       VALUE "N".
000920     88  FEED-TRAILER-FOUND                     VALUE "Y".
000930 77  WS-BALANCE-SWITCH          PIC X(01)       VALUE "Y".
000940     88  DISTRIBUTION-IN-BALANCE                VALUE "Y".
000950     88  DISTRIBUTION-OUT-OF-BALANCE            VALUE "N".
000960 77  WS-RUN-DATE                PIC 9(08)       VALUE ZERO.
000970 77  WS-FEED-RUN-DATE           PIC 9(08)       VALUE ZERO.
000980 77  WS-LINE-COUNT              PIC 9(03) COMP  VALUE ZERO.
000990 77  WS-PAGE-COUNT              PIC 9(03) COMP  VALUE ZERO.
001000 77  WS-MAX-LINES-PER-PAGE      PIC 9(03) COMP  VALUE 50.
001010*****************************************************************
001020* RUN TOTALS.  WHAT WAS READ IS COUNTED AS IT IS LOADED AND WHAT
001030* WAS DISTRIBUTED IS COUNTED AGAIN AS EACH PACKET LINE IS
001040* WRITTEN, SO THE CONTROL LISTING CAN PROVE THE TWO AGREE.
001050*****************************************************************
001060 77  WS-ADVISORS-READ           PIC 9(07) COMP  VALUE ZERO.
001070 77  WS-ADVISORS-ACTIVE         PIC 9(07) COMP  VALUE ZERO.
001080 77  WS-ADVISORS-INACTIVE       PIC 9(07) COMP  VALUE ZERO.
001090 77  WS-MASTER-CLIENTS          PIC 9(07) COMP  VALUE ZERO.
001100 77  WS-CLIENTS-DISTRIBUTED     PIC 9(07) COMP  VALUE ZERO.
001110 77  WS-CLIENTS-UNASSIGNED      PIC 9(07) COMP  VALUE ZERO.
001120 77  WS-FEED-CHANGE-READ        PIC 9(07) COMP  VALUE ZERO.
001130 77  WS-FEED-RMD-READ           PIC 9(07) COMP  VALUE ZERO.
001140 77  WS-FEED-REJECTED           PIC 9(07) COMP  VALUE ZERO.
001150 77  WS-TRAILER-CHANGE-COUNT    PIC 9(07) COMP  VALUE ZERO.
001160 77  WS-TRAILER-RMD-COUNT       PIC 9(07) COMP  VALUE ZERO.
001170 77  WS-CHANGE-DISTRIBUTED      PIC 9(07) COMP  VALUE ZERO.
001180 77  WS-RMD-DISTRIBUTED         PIC 9(07) COMP  VALUE ZERO.
001190 77  WS-PACKETS-EMAILED         PIC 9(07) COMP  VALUE ZERO.
001200 77  WS-PACKETS-PRINTED         PIC 9(07) COMP  VALUE ZERO.
001210 77  WS-ACTIVE-PACKETS          PIC 9(07) COMP  VALUE ZERO.
001220*****************************************************************
001230* THE PACKET BEING WRITTEN: WHICH FILE IT GOES TO, ITS LINE
001240* COUNT, THE REPORT WHOSE LINES ARE BEING SELECTED, AND THE
001250* LINE TO BE WRITTEN.
001260*****************************************************************
001270 77  WS-PACKET-FILE-SWITCH      PIC X(01)       VALUE "P".
001280     88  PACKET-TO-EMAIL                        VALUE "E".
001290     88  PACKET-TO-PRINT                        VALUE "P".
001300 77  WS-PACKET-LINES            PIC 9(07) COMP  VALUE ZERO.
001310 77  WS-SELECT-REPORT-ID        PIC X(06)       VALUE SPACES.
001320 77  WS-SELECT-COUNT            PIC 9(05) COMP  VALUE ZERO.
001330 77  WS-PACKET-LINE             PIC X(132)      VALUE SPACES.
001340*****************************************************************
001350* THE ADVISOR MASTER, LOADED AND SORTED ON BRANCH AND ADVISOR
001360* CODE SO THE PACKETS AND THE CONTROL LISTING RUN IN BRANCH
001370* ORDER.  THE SLOT AFTER THE LAST ADVISOR IS THE *UNAS ENTRY
001380* THAT COLLECTS CLIENTS AND REPORT LINES WHOSE ADVISOR CODE IS
001390* BLANK, NOT ON THE MASTER, OR INACTIVE; ITS PACKET GOES TO
001400* OPERATIONS ON PAPER.  EACH ENTRY CARRIES WHAT WAS ROUTED TO
001410* IT AND WHAT BECAME OF ITS PACKET.
001420*****************************************************************
001430 77  WS-ADVISOR-MAX             PIC 9(04) COMP  VALUE 500.
001440 77  WS-ADVISOR-COUNT           PIC 9(04) COMP  VALUE ZERO.
001450 77  WS-ADVISOR-LOST-COUNT      PIC 9(07) COMP  VALUE ZERO.
001460 77  WS-ADVISOR-IX              PIC 9(04) COMP  VALUE ZERO.
001470 77  WS-ADVISOR-JX              PIC 9(04) COMP  VALUE ZERO.
001480 77  WS-ADVISOR-SORT-LIMIT      PIC 9(04) COMP  VALUE ZERO.
001490 77  WS-UNASSIGNED-IX           PIC 9(04) COMP  VALUE ZERO.
001500 77  WS-ROUTE-IX                PIC 9(04) COMP  VALUE ZERO.
001510 77  WS-LOOKUP-CODE             PIC X(05)       VALUE SPACES.
001520 77  WS-ADVISOR-FOUND-SWITCH    PIC X(01)       VALUE "N".
001530     88  ADVISOR-ENTRY-FOUND                    VALUE "Y".
001540     88  ADVISOR-ENTRY-NOT-FOUND                VALUE "N".
001550 01  WS-ADVISOR-TABLE.
001560     05  WS-ADVISOR-ENTRY       OCCURS 501 TIMES.
001570         10  WS-ADV-SORT-KEY.
001580             15  WS-ADV-BRANCH      PIC X(05).
001590             15  WS-ADV-CODE        PIC X(05).
001600         10  WS-ADV-NAME            PIC X(30).
001610         10  WS-ADV-STATUS          PIC X(01).
001620             88  ADV-ACTIVE                     VALUE "A".
001630         10  WS-ADV-DEST-TYPE       PIC X(01).
001640             88  ADV-EMAIL-DESTINATION          VALUE "E".
001650         10  WS-ADV-DESTINATION     PIC X(50).
001660         10  WS-ADV-CLIENT-COUNT    PIC 9(05) COMP.
001670         10  WS-ADV-CHANGE-COUNT    PIC 9(05) COMP.
001680         10  WS-ADV-RMD-COUNT       PIC 9(05) COMP.
001690         10  WS-ADV-PACKET-LINES    PIC 9(07) COMP.
001700         10  WS-ADV-PACKET-STATUS   PIC X(20).
001710 01  WS-ADVISOR-SWAP-ENTRY.
001720     05  FILLER                     PIC X(92).
001730     05  FILLER                     PIC 9(05) COMP.
001740     05  FILLER                     PIC 9(05) COMP.
001750     05  FILLER                     PIC 9(05) COMP.
001760     05  FILLER                     PIC 9(07) COMP.
001770     05  FILLER                     PIC X(20).
001780*****************************************************************
001790* EVERY DETAIL CLIENT ON THE MASTER WITH THE ADVISOR ENTRY IT
001800* IS ROUTED TO.  A FULL TABLE IS COUNTED AND SHOWS AS A CLIENT
001810* IMBALANCE ON THE CONTROL LISTING.
001820*****************************************************************
001830 77  WS-CLIENT-MAX              PIC 9(04) COMP  VALUE 5000.
001840 77  WS-CLIENT-COUNT            PIC 9(04) COMP  VALUE ZERO.
001850 77  WS-CLIENT-LOST-COUNT       PIC 9(07) COMP  VALUE ZERO.
001860 77  WS-CLIENT-IX               PIC 9(04) COMP  VALUE ZERO.
001870 01  WS-CLIENT-TABLE.
001880     05  WS-CLIENT-ENTRY        OCCURS 5000 TIMES.
001890         10  WS-CLI-CLIENT-ID       PIC X(10).
001900         10  WS-CLI-NAME            PIC X(30).
001910         10  WS-CLI-ADVISOR         PIC X(05).
001920         10  WS-CLI-AGE             PIC 9(03).
001930         10  WS-CLI-RETIREMENT-AGE  PIC 9(03).
001940         10  WS-CLI-MONEY           PIC 9(07)V99.
001950         10  WS-CLI-ROUTE-IX        PIC 9(04) COMP.
001960*****************************************************************
001970* EVERY DETAIL RECORD ON THE DISTRIBUTION FEED WITH THE ADVISOR
001980* ENTRY IT IS ROUTED TO, IN THE ORDER THE PLANNER PRINTED THEM.
001990* A FULL TABLE IS COUNTED AND SHOWS AS A LINE IMBALANCE.
002000*****************************************************************
002010 77  WS-FEED-MAX                PIC 9(04) COMP  VALUE 5000.
002020 77  WS-FEED-COUNT              PIC 9(04) COMP  VALUE ZERO.
002030 77  WS-FEED-LOST-COUNT         PIC 9(07) COMP  VALUE ZERO.
002040 77  WS-FEED-IX                 PIC 9(04) COMP  VALUE ZERO.
002050 01  WS-FEED-TABLE.
002060     05  WS-FEED-ENTRY          OCCURS 5000 TIMES.
002070         10  WS-FED-REPORT-ID       PIC X(06).
002080         10  WS-FED-ADVISOR         PIC X(05).
002090         10  WS-FED-PRINT-LINE      PIC X(80).
002100         10  WS-FED-ROUTE-IX        PIC 9(04) COMP.
002110*****************************************************************
002120* PACKET AND CONTROL LISTING LINE LAYOUTS
002130*****************************************************************
002140 COPY DISTLIN.
002150 PROCEDURE DIVISION.
002160*****************************************************************
002170* 0000-MAINLINE
002180*    LOADS THE ADVISORS, THE CLIENTS AND THE FEED, THEN WRITES
002190*    EACH ADVISOR'S PACKET AND CONTROL LINE IN BRANCH ORDER AND
002200*    FINISHES WITH THE BALANCING TOTALS.
002210*****************************************************************
002220 0000-MAINLINE.
002230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002240     MOVE ZERO TO WS-ADVISOR-IX.
002250     PERFORM 2000-DISTRIBUTE-ADVISOR THRU 2000-EXIT
002260         WS-ADVISOR-COUNT TIMES.
002270     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002280     STOP RUN.
002290*****************************************************************
002300* 1000-INITIALIZE
002310*    LOADS AND SORTS THE ADVISOR MASTER AND ADDS THE *UNAS
002320*    ENTRY, LOADS THE CLIENTS AND THE FEED AND ROUTES EACH TO
002330*    ITS ADVISOR, THEN OPENS THE PACKET FILES AND STARTS THE
002340*    CONTROL LISTING.  NO ADVISOR MASTER OR NO CLIENT MASTER
002350*    ENDS THE RUN WITH RETURN CODE 16.
002360*****************************************************************
002370 1000-INITIALIZE.
002380     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002390     OPEN INPUT ADVISOR-MASTER-FILE.
002400     IF WS-ADVMAST-STATUS NOT = "00"
002410         DISPLAY "**ERROR** UNABLE TO OPEN ADVISOR MASTER, "
002420             "STATUS " WS-ADVMAST-STATUS
002430         MOVE 16 TO RETURN-CODE
002440         STOP RUN
002450     END-IF.
002460     PERFORM 1100-LOAD-ADVISOR THRU 1100-EXIT
002470         UNTIL END-OF-ADVISOR-MASTER.
002480     CLOSE ADVISOR-MASTER-FILE.
002490     PERFORM 1150-SORT-ADVISORS THRU 1150-EXIT.
002500     ADD 1 TO WS-ADVISOR-COUNT.
002510     MOVE WS-ADVISOR-COUNT TO WS-UNASSIGNED-IX.
002520     INITIALIZE WS-ADVISOR-ENTRY (WS-UNASSIGNED-IX).
002530     MOVE "*UNAS" TO WS-ADV-CODE (WS-UNASSIGNED-IX)
002540                     WS-ADV-BRANCH (WS-UNASSIGNED-IX).
002550     MOVE "UNASSIGNED - FOR REASSIGNMENT"
002560         TO WS-ADV-NAME (WS-UNASSIGNED-IX).
002570     MOVE "A" TO WS-ADV-STATUS (WS-UNASSIGNED-IX).
002580     MOVE "P" TO WS-ADV-DEST-TYPE (WS-UNASSIGNED-IX).
002590     MOVE "OPERATIONS" TO WS-ADV-DESTINATION (WS-UNASSIGNED-IX).
002600     OPEN INPUT CLIENT-MASTER-FILE.
002610     IF WS-MASTER-STATUS NOT = "00"
002620         DISPLAY "**ERROR** UNABLE TO OPEN CLIENT MASTER, "
002630             "STATUS " WS-MASTER-STATUS
002640         MOVE 16 TO RETURN-CODE
002650         STOP RUN
002660     END-IF.
002670     PERFORM 1200-LOAD-CLIENTS THRU 1200-EXIT.
002680     CLOSE CLIENT-MASTER-FILE.
002690     PERFORM 1300-LOAD-FEED THRU 1300-EXIT.
002700     OPEN OUTPUT PRINT-PACKET-FILE
002710                 EMAIL-PACKET-FILE
002720                 CONTROL-LISTING-FILE.
002730     PERFORM 3000-PRINT-HEADERS THRU 3000-EXIT.
002740     IF DISTFEED-FILE-MISSING
002750         MOVE "**NO DISTRIBUTION FEED - CLIENT LISTS ONLY**"
002760             TO DCL-MESSAGE
002770         PERFORM 3300-WRITE-MESSAGE THRU 3300-EXIT
002780     END-IF.
002790 1000-EXIT.
002800     EXIT.
002810*****************************************************************
002820* 1100-LOAD-ADVISOR
002830*    READS ONE ADVISOR MASTER RECORD INTO THE TABLE.  A BLANK
002840*    CODE IS SKIPPED.  ADVISORS PAST THE TABLE LIMIT ARE COUNTED
002850*    AND THEIR CLIENTS FALL TO *UNAS.
002860*****************************************************************
002870 1100-LOAD-ADVISOR.
002880     READ ADVISOR-MASTER-FILE
002890         AT END
002900             SET END-OF-ADVISOR-MASTER TO TRUE
002910             GO TO 1100-EXIT
002920     END-READ.
002930     IF AVM-ADVISOR-CODE = SPACES
002940         GO TO 1100-EXIT
002950     END-IF.
002960     ADD 1 TO WS-ADVISORS-READ.
002970     IF WS-ADVISOR-COUNT NOT < WS-ADVISOR-MAX
002980         ADD 1 TO WS-ADVISOR-LOST-COUNT
002990         GO TO 1100-EXIT
003000     END-IF.
003010     ADD 1 TO WS-ADVISOR-COUNT.
003020     MOVE WS-ADVISOR-COUNT TO WS-ADVISOR-IX.
003030     INITIALIZE WS-ADVISOR-ENTRY (WS-ADVISOR-IX).
003040     MOVE AVM-ADVISOR-CODE TO WS-ADV-CODE (WS-ADVISOR-IX).
003050     MOVE AVM-ADVISOR-NAME TO WS-ADV-NAME (WS-ADVISOR-IX).
003060     MOVE AVM-BRANCH-CODE  TO WS-ADV-BRANCH (WS-ADVISOR-IX).
003070     MOVE AVM-STATUS       TO WS-ADV-STATUS (WS-ADVISOR-IX).
003080     MOVE AVM-DESTINATION-TYPE
003090         TO WS-ADV-DEST-TYPE (WS-ADVISOR-IX).
003100     MOVE AVM-DESTINATION  TO WS-ADV-DESTINATION (WS-ADVISOR-IX).
003110     IF AVM-ACTIVE
003120         ADD 1 TO WS-ADVISORS-ACTIVE
003130     ELSE
003140         ADD 1 TO WS-ADVISORS-INACTIVE
003150     END-IF.
003160 1100-EXIT.
003170     EXIT.
003180*****************************************************************
003190* 1150-SORT-ADVISORS
003200*    SORTS THE ADVISOR TABLE ASCENDING ON BRANCH AND ADVISOR
003210*    CODE WITH A SIMPLE EXCHANGE PASS PER SLOT.
003220*****************************************************************
003230 1150-SORT-ADVISORS.
003240     IF WS-ADVISOR-COUNT < 2
003250         GO TO 1150-EXIT
003260     END-IF.
003270     COMPUTE WS-ADVISOR-SORT-LIMIT = WS-ADVISOR-COUNT - 1.
003280     MOVE ZERO TO WS-ADVISOR-IX.
003290     PERFORM 1160-SORT-PASS THRU 1160-EXIT
003300         WS-ADVISOR-SORT-LIMIT TIMES.
003310 1150-EXIT.
003320     EXIT.
003330*****************************************************************
003340* 1160-SORT-PASS
003350*    ONE OUTER PASS OF THE EXCHANGE SORT: LEAVES THE LOWEST
003360*    REMAINING BRANCH AND CODE IN THE CURRENT SLOT.
003370*****************************************************************
003380 1160-SORT-PASS.
003390     ADD 1 TO WS-ADVISOR-IX.
003400     MOVE WS-ADVISOR-IX TO WS-ADVISOR-JX.
003410     PERFORM 1170-SORT-COMPARE THRU 1170-EXIT
003420         UNTIL WS-ADVISOR-JX NOT < WS-ADVISOR-COUNT.
003430 1160-EXIT.
003440     EXIT.
003450*****************************************************************
003460* 1170-SORT-COMPARE
003470*    ONE COMPARE-AND-SWAP STEP OF THE EXCHANGE SORT.
003480*****************************************************************
003490 1170-SORT-COMPARE.
003500     ADD 1 TO WS-ADVISOR-JX.
003510     IF WS-ADV-SORT-KEY (WS-ADVISOR-JX)
003520         < WS-ADV-SORT-KEY (WS-ADVISOR-IX)
003530         MOVE WS-ADVISOR-ENTRY (WS-ADVISOR-IX)
003540             TO WS-ADVISOR-SWAP-ENTRY
003550         MOVE WS-ADVISOR-ENTRY (WS-ADVISOR-JX)
003560             TO WS-ADVISOR-ENTRY (WS-ADVISOR-IX)
003570         MOVE WS-ADVISOR-SWAP-ENTRY
003580             TO WS-ADVISOR-ENTRY (WS-ADVISOR-JX)
003590     END-IF.
003600 1170-EXIT.
003610     EXIT.
003620*****************************************************************
003630* 1200-LOAD-CLIENTS
003640*    SWEEPS THE MASTER IN KEY SEQUENCE AND LOADS EVERY DETAIL
003650*    CLIENT, ROUTED TO ITS ADVISOR.
003660*****************************************************************
003670 1200-LOAD-CLIENTS.
003680     MOVE LOW-VALUES TO CLM-CLIENT-ID.
003690     START CLIENT-MASTER-FILE
003700         KEY NOT LESS THAN CLM-CLIENT-ID
003710         INVALID KEY
003720             SET END-OF-MASTER-FILE TO TRUE
003730     END-START.
003740     PERFORM 1210-LOAD-CLIENT THRU 1210-EXIT
003750         UNTIL END-OF-MASTER-FILE.
003760 1200-EXIT.
003770     EXIT.
003780*****************************************************************
003790* 1210-LOAD-CLIENT
003800*    READS THE NEXT MASTER RECORD AND, IF IT IS A DETAIL
003810*    CLIENT, LOADS IT AND COUNTS IT AGAINST ITS ADVISOR.
003820*****************************************************************
003830 1210-LOAD-CLIENT.
003840     READ CLIENT-MASTER-FILE NEXT RECORD
003850         AT END
003860             SET END-OF-MASTER-FILE TO TRUE
003870             GO TO 1210-EXIT
003880     END-READ.
003890     IF CLM-HEADER-RECORD OR CLM-TRAILER-RECORD
003900         GO TO 1210-EXIT
003910     END-IF.
003920     ADD 1 TO WS-MASTER-CLIENTS.
003930     IF WS-CLIENT-COUNT NOT < WS-CLIENT-MAX
003940         ADD 1 TO WS-CLIENT-LOST-COUNT
003950         GO TO 1210-EXIT
003960     END-IF.
003970     ADD 1 TO WS-CLIENT-COUNT.
003980     MOVE WS-CLIENT-COUNT      TO WS-CLIENT-IX.
003990     MOVE CLM-CLIENT-ID        TO WS-CLI-CLIENT-ID (WS-CLIENT-IX).
004000     MOVE CLM-CLIENT-NAME      TO WS-CLI-NAME (WS-CLIENT-IX).
004010     MOVE CLM-ADVISOR-CODE     TO WS-CLI-ADVISOR (WS-CLIENT-IX).
004020     MOVE CLM-AGE              TO WS-CLI-AGE (WS-CLIENT-IX).
004030     MOVE CLM-RETIREMENT-AGE
004040         TO WS-CLI-RETIREMENT-AGE (WS-CLIENT-IX).
004050     MOVE CLM-MONEY            TO WS-CLI-MONEY (WS-CLIENT-IX).
004060     MOVE CLM-ADVISOR-CODE     TO WS-LOOKUP-CODE.
004070     PERFORM 1400-ROUTE-ADVISOR THRU 1400-EXIT.
004080     MOVE WS-ROUTE-IX          TO WS-CLI-ROUTE-IX (WS-CLIENT-IX).
004090     ADD 1 TO WS-ADV-CLIENT-COUNT (WS-ROUTE-IX).
004100     IF WS-ROUTE-IX = WS-UNASSIGNED-IX
004110         ADD 1 TO WS-CLIENTS-UNASSIGNED
004120     END-IF.
004130 1210-EXIT.
004140     EXIT.
004150*****************************************************************
004160* 1300-LOAD-FEED
004170*    READS THE WHOLE DISTRIBUTION FEED.  A MISSING FEED MEANS
004180*    THE PLANNER DID NOT RUN: THE PACKETS STILL GO OUT WITH THE
004190*    CLIENT LISTS AND THE RUN ENDS WITH RETURN CODE 4.
004200*****************************************************************
004210 1300-LOAD-FEED.
004220     OPEN INPUT DISTRIBUTION-FEED-FILE.
004230     IF WS-DISTFEED-STATUS NOT = "00"
004240         SET DISTFEED-FILE-MISSING TO TRUE
004250         DISPLAY "**WARNING** NO DISTRIBUTION FEED, STATUS "
004260             WS-DISTFEED-STATUS
004270         GO TO 1300-EXIT
004280     END-IF.
004290     PERFORM 1310-LOAD-FEED-RECORD THRU 1310-EXIT
004300         UNTIL END-OF-DISTFEED-FILE.
004310     CLOSE DISTRIBUTION-FEED-FILE.
004320 1300-EXIT.
004330     EXIT.
004340*****************************************************************
004350* 1310-LOAD-FEED-RECORD
004360*    READS ONE FEED RECORD.  THE TRAILER'S COUNTS ARE KEPT FOR
004370*    BALANCING; A DETAIL RECORD IS LOADED AND COUNTED AGAINST
004380*    ITS ADVISOR; ANYTHING ELSE IS REJECTED AND PUTS THE RUN
004390*    OUT OF BALANCE.
004400*****************************************************************
004410 1310-LOAD-FEED-RECORD.
004420     READ DISTRIBUTION-FEED-FILE
004430         AT END
004440             SET END-OF-DISTFEED-FILE TO TRUE
004450             GO TO 1310-EXIT
004460     END-READ.
004470     IF DST-TRAILER-RECORD
004480         SET FEED-TRAILER-FOUND TO TRUE
004490         MOVE DSL-CHANGE-COUNT TO WS-TRAILER-CHANGE-COUNT
004500         MOVE DSL-RMD-COUNT    TO WS-TRAILER-RMD-COUNT
004510         MOVE DSL-RUN-DATE     TO WS-FEED-RUN-DATE
004520         GO TO 1310-EXIT
004530     END-IF.
004540     IF NOT DST-DETAIL-RECORD
004550         OR (NOT DST-CHANGE-REPORT AND NOT DST-RMD-REPORT)
004560         ADD 1 TO WS-FEED-REJECTED
004570         DISPLAY "**WARNING** FEED RECORD TYPE " DST-RECORD-TYPE
004580             " REPORT " DST-REPORT-ID " REJECTED"
004590         GO TO 1310-EXIT
004600     END-IF.
004610     IF DST-CHANGE-REPORT
004620         ADD 1 TO WS-FEED-CHANGE-READ
004630     ELSE
004640         ADD 1 TO WS-FEED-RMD-READ
004650     END-IF.
004660     IF WS-FEED-COUNT NOT < WS-FEED-MAX
004670         ADD 1 TO WS-FEED-LOST-COUNT
004680         GO TO 1310-EXIT
004690     END-IF.
004700     ADD 1 TO WS-FEED-COUNT.
004710     MOVE WS-FEED-COUNT    TO WS-FEED-IX.
004720     MOVE DST-REPORT-ID    TO WS-FED-REPORT-ID (WS-FEED-IX).
004730     MOVE DST-ADVISOR-CODE TO WS-FED-ADVISOR (WS-FEED-IX).
004740     MOVE DST-PRINT-LINE   TO WS-FED-PRINT-LINE (WS-FEED-IX).
004750     MOVE DST-ADVISOR-CODE TO WS-LOOKUP-CODE.
004760     PERFORM 1400-ROUTE-ADVISOR THRU 1400-EXIT.
004770     MOVE WS-ROUTE-IX      TO WS-FED-ROUTE-IX (WS-FEED-IX).
004780     IF DST-CHANGE-REPORT
004790         ADD 1 TO WS-ADV-CHANGE-COUNT (WS-ROUTE-IX)
004800     ELSE
004810         ADD 1 TO WS-ADV-RMD-COUNT (WS-ROUTE-IX)
004820     END-IF.
004830 1310-EXIT.
004840     EXIT.
004850*****************************************************************
004860* 1400-ROUTE-ADVISOR
004870*    FINDS THE ADVISOR ENTRY FOR WS-LOOKUP-CODE AND RETURNS IT
004880*    IN WS-ROUTE-IX.  A BLANK, UNKNOWN OR INACTIVE CODE ROUTES
004890*    TO THE *UNAS ENTRY.
004900*****************************************************************
004910 1400-ROUTE-ADVISOR.
004920     MOVE WS-UNASSIGNED-IX TO WS-ROUTE-IX.
004930     IF WS-LOOKUP-CODE = SPACES
004940         GO TO 1400-EXIT
004950     END-IF.
004960     SET ADVISOR-ENTRY-NOT-FOUND TO TRUE.
004970     MOVE ZERO TO WS-ADVISOR-IX.
004980     PERFORM 1410-SCAN-ADVISOR THRU 1410-EXIT
004990         UNTIL ADVISOR-ENTRY-FOUND
005000            OR WS-ADVISOR-IX NOT < WS-UNASSIGNED-IX - 1.
005010     IF ADVISOR-ENTRY-FOUND
005020         IF ADV-ACTIVE (WS-ADVISOR-IX)
005030             MOVE WS-ADVISOR-IX TO WS-ROUTE-IX
005040         END-IF
005050     END-IF.
005060 1400-EXIT.
005070     EXIT.
005080*****************************************************************
005090* 1410-SCAN-ADVISOR
005100*    ONE STEP OF THE SERIAL ADVISOR SEARCH.
005110*****************************************************************
005120 1410-SCAN-ADVISOR.
005130     ADD 1 TO WS-ADVISOR-IX.
005140     IF WS-ADV-CODE (WS-ADVISOR-IX) = WS-LOOKUP-CODE
005150         SET ADVISOR-ENTRY-FOUND TO TRUE
005160     END-IF.
005170 1410-EXIT.
005180     EXIT.
005190*****************************************************************
005200* 2000-DISTRIBUTE-ADVISOR
005210*    WRITES THE NEXT ADVISOR'S PACKET AND CONTROL LINE.  AN
005220*    INACTIVE ADVISOR GETS NO PACKET -- THEIR CLIENTS AND LINES
005230*    ARE IN THE *UNAS PACKET.  EVERY ACTIVE ADVISOR GETS A
005240*    PACKET EVEN WHEN IT HAS NOTHING IN IT, SO THE BRANCH KNOWS
005250*    THE RUN REACHED THEM; *UNAS GETS ONE ONLY WHEN SOMETHING
005260*    WAS ROUTED TO IT.  AN E-MAIL ADVISOR WITH NO ADDRESS ON THE
005270*    MASTER IS PRINTED INSTEAD.
005280*****************************************************************
005290 2000-DISTRIBUTE-ADVISOR.
005300     ADD 1 TO WS-ADVISOR-IX.
005310     MOVE ZERO TO WS-PACKET-LINES.
005320     IF NOT ADV-ACTIVE (WS-ADVISOR-IX)
005330         MOVE "INACTIVE - NO PACKET"
005340             TO WS-ADV-PACKET-STATUS (WS-ADVISOR-IX)
005350         PERFORM 2800-WRITE-CONTROL-LINE THRU 2800-EXIT
005360         GO TO 2000-EXIT
005370     END-IF.
005380     IF WS-ADVISOR-IX = WS-UNASSIGNED-IX
005390         AND WS-ADV-CLIENT-COUNT (WS-ADVISOR-IX) = ZERO
005400         AND WS-ADV-CHANGE-COUNT (WS-ADVISOR-IX) = ZERO
005410         AND WS-ADV-RMD-COUNT (WS-ADVISOR-IX) = ZERO
005420         MOVE "NOTHING TO SEND"
005430             TO WS-ADV-PACKET-STATUS (WS-ADVISOR-IX)
005440         PERFORM 2800-WRITE-CONTROL-LINE THRU 2800-EXIT
005450         GO TO 2000-EXIT
005460     END-IF.
005470     IF ADV-EMAIL-DESTINATION (WS-ADVISOR-IX)
005480         AND WS-ADV-DESTINATION (WS-ADVISOR-IX) NOT = SPACES
005490         SET PACKET-TO-EMAIL TO TRUE
005500         MOVE "E-MAILED" TO WS-ADV-PACKET-STATUS (WS-ADVISOR-IX)
005510         ADD 1 TO WS-PACKETS-EMAILED
005520     ELSE
005530         SET PACKET-TO-PRINT TO TRUE
005540         IF ADV-EMAIL-DESTINATION (WS-ADVISOR-IX)
005550             MOVE "PRINTED - NO ADDRESS"
005560                 TO WS-ADV-PACKET-STATUS (WS-ADVISOR-IX)
005570         ELSE
005580             MOVE "PRINTED"
005590                 TO WS-ADV-PACKET-STATUS (WS-ADVISOR-IX)
005600         END-IF
005610         ADD 1 TO WS-PACKETS-PRINTED
005620     END-IF.
005630     IF WS-ADVISOR-IX NOT = WS-UNASSIGNED-IX
005640         ADD 1 TO WS-ACTIVE-PACKETS
005650     END-IF.
005660     PERFORM 2100-WRITE-PACKET-BANNER THRU 2100-EXIT.
005670     PERFORM 2200-WRITE-CLIENT-LIST THRU 2200-EXIT.
005680     MOVE "SECTION 2 - RUN CHANGE REPORT" TO DSP-SECTION-TITLE.
005690     MOVE "CHGRPT" TO WS-SELECT-REPORT-ID.
005700     MOVE WS-ADV-CHANGE-COUNT (WS-ADVISOR-IX) TO WS-SELECT-COUNT.
005710     PERFORM 2300-WRITE-REPORT-ITEMS THRU 2300-EXIT.
005720     MOVE "SECTION 3 - RMD EXCEPTIONS" TO DSP-SECTION-TITLE.
005730     MOVE "RMDRPT" TO WS-SELECT-REPORT-ID.
005740     MOVE WS-ADV-RMD-COUNT (WS-ADVISOR-IX) TO WS-SELECT-COUNT.
005750     PERFORM 2300-WRITE-REPORT-ITEMS THRU 2300-EXIT.
005760     MOVE DSP-BLANK-LINE TO WS-PACKET-LINE.
005770     PERFORM 2900-WRITE-PACKET-LINE THRU 2900-EXIT.
005780     MOVE WS-ADV-CODE (WS-ADVISOR-IX) TO DSP-END-ADVISOR.
005790     COMPUTE DSP-END-LINES = WS-PACKET-LINES + 1.
005800     MOVE DSP-END-LINE TO WS-PACKET-LINE.
005810     PERFORM 2900-WRITE-PACKET-LINE THRU 2900-EXIT.
005820     MOVE WS-PACKET-LINES TO WS-ADV-PACKET-LINES (WS-ADVISOR-IX).
005830     PERFORM 2800-WRITE-CONTROL-LINE THRU 2800-EXIT.
005840 2000-EXIT.
005850     EXIT.
005860*****************************************************************
005870* 2100-WRITE-PACKET-BANNER
005880*    WRITES THE PACKET BANNER: TITLE AND RUN DATE, THE ADVISOR
005890*    AND BRANCH, AND WHERE THE PACKET IS GOING.
005900*****************************************************************
005910 2100-WRITE-PACKET-BANNER.
005920     MOVE WS-RUN-DATE TO DSP-RUN-DATE.
005930     MOVE DSP-HEADING-1 TO WS-PACKET-LINE.
005940     PERFORM 2900-WRITE-PACKET-LINE THRU 2900-EXIT.
005950     MOVE WS-ADV-CODE (WS-ADVISOR-IX)   TO DSP-ADVISOR-CODE.
005960     MOVE WS-ADV-NAME (WS-ADVISOR-IX)   TO DSP-ADVISOR-NAME.
005970     MOVE WS-ADV-BRANCH (WS-ADVISOR-IX) TO DSP-BRANCH-CODE.
005980     MOVE DSP-ADVISOR-LINE TO WS-PACKET-LINE.
005990     PERFORM 2900-WRITE-PACKET-LINE THRU 2900-EXIT.
006000     IF PACKET-TO-EMAIL
006010         MOVE "E-MAIL" TO DSP-DELIVERY-METHOD
006020     ELSE
006030         MOVE "PRINT" TO DSP-DELIVERY-METHOD
006040     END-IF.
006050     MOVE WS-ADV-DESTINATION (WS-ADVISOR-IX) TO DSP-DESTINATION.
006060     MOVE DSP-DELIVERY-LINE TO WS-PACKET-LINE.
006070     PERFORM 2900-WRITE-PACKET-LINE THRU 2900-EXIT.
006080 2100-EXIT.
006090     EXIT.
006100*****************************************************************
006110* 2200-WRITE-CLIENT-LIST
006120*    WRITES THE CLIENT LIST SECTION: EVERY CLIENT ROUTED TO THE
006130*    ADVISOR, IN CLIENT ID ORDER.
006140*****************************************************************
006150 2200-WRITE-CLIENT-LIST.
006160     MOVE "SECTION 1 - CLIENT LIST" TO DSP-SECTION-TITLE.
006170     PERFORM 2400-WRITE-SECTION-TITLE THRU 2400-EXIT.
006180     IF WS-ADV-CLIENT-COUNT (WS-ADVISOR-IX) = ZERO
006190         MOVE "NO CLIENTS ASSIGNED" TO DSP-MESSAGE
006200         MOVE DSP-MESSAGE-LINE TO WS-PACKET-LINE
006210         PERFORM 2900-WRITE-PACKET-LINE THRU 2900-EXIT
006220         GO TO 2200-EXIT
006230     END-IF.
006240     MOVE DSP-CLIENT-COLUMNS TO WS-PACKET-LINE.
006250     PERFORM 2900-WRITE-PACKET-LINE THRU 2900-EXIT.
006260     MOVE ZERO TO WS-CLIENT-IX.
006270     PERFORM 2210-WRITE-CLIENT-LINE THRU 2210-EXIT
006280         WS-CLIENT-COUNT TIMES.
006290 2200-EXIT.
006300     EXIT.
006310*****************************************************************
006320* 2210-WRITE-CLIENT-LINE
006330*    WRITES THE NEXT CLIENT IF IT IS ROUTED TO THIS ADVISOR.
006340*****************************************************************
006350 2210-WRITE-CLIENT-LINE.
006360     ADD 1 TO WS-CLIENT-IX.
006370     IF WS-CLI-ROUTE-IX (WS-CLIENT-IX) NOT = WS-ADVISOR-IX
006380         GO TO 2210-EXIT
006390     END-IF.
006400     MOVE WS-CLI-CLIENT-ID (WS-CLIENT-IX) TO DSP-CLIENT-ID.
006410     MOVE WS-CLI-NAME (WS-CLIENT-IX)      TO DSP-CLIENT-NAME.
006420     MOVE WS-CLI-AGE (WS-CLIENT-IX)       TO DSP-CLIENT-AGE.
006430     MOVE WS-CLI-RETIREMENT-AGE (WS-CLIENT-IX)
006440         TO DSP-RETIREMENT-AGE.
006450     MOVE WS-CLI-MONEY (WS-CLIENT-IX)     TO DSP-CLIENT-BALANCE.
006460     MOVE WS-CLI-ADVISOR (WS-CLIENT-IX)   TO DSP-CLIENT-ADVISOR.
006470     MOVE DSP-CLIENT-DETAIL TO WS-PACKET-LINE.
006480     PERFORM 2900-WRITE-PACKET-LINE THRU 2900-EXIT.
006490     ADD 1 TO WS-CLIENTS-DISTRIBUTED.
006500 2210-EXIT.
006510     EXIT.
006520*****************************************************************
006530* 2300-WRITE-REPORT-ITEMS
006540*    WRITES ONE REPORT SECTION: EVERY FEED LINE OF THE SELECTED
006550*    REPORT ROUTED TO THE ADVISOR, IN THE ORDER PRINTED.
006560*****************************************************************
006570 2300-WRITE-REPORT-ITEMS.
006580     PERFORM 2400-WRITE-SECTION-TITLE THRU 2400-EXIT.
006590     IF DISTFEED-FILE-MISSING
006600         MOVE "REPORT NOT AVAILABLE - NO DISTRIBUTION FEED"
006610             TO DSP-MESSAGE
006620         MOVE DSP-MESSAGE-LINE TO WS-PACKET-LINE
006630         PERFORM 2900-WRITE-PACKET-LINE THRU 2900-EXIT
006640         GO TO 2300-EXIT
006650     END-IF.
006660     IF WS-SELECT-COUNT = ZERO
006670         MOVE "NONE ON THIS RUN" TO DSP-MESSAGE
006680         MOVE DSP-MESSAGE-LINE TO WS-PACKET-LINE
006690         PERFORM 2900-WRITE-PACKET-LINE THRU 2900-EXIT
006700         GO TO 2300-EXIT
006710     END-IF.
006720     MOVE ZERO TO WS-FEED-IX.
006730     PERFORM 2310-WRITE-ITEM-LINE THRU 2310-EXIT
006740         WS-FEED-COUNT TIMES.
006750 2300-EXIT.
006760     EXIT.
006770*****************************************************************
006780* 2310-WRITE-ITEM-LINE
006790*    WRITES THE NEXT FEED LINE IF IT IS FROM THE SELECTED
006800*    REPORT AND ROUTED TO THIS ADVISOR.
006810*****************************************************************
006820 2310-WRITE-ITEM-LINE.
006830     ADD 1 TO WS-FEED-IX.
006840     IF WS-FED-ROUTE-IX (WS-FEED-IX) NOT = WS-ADVISOR-IX
006850         OR WS-FED-REPORT-ID (WS-FEED-IX)
006860             NOT = WS-SELECT-REPORT-ID
006870         GO TO 2310-EXIT
006880     END-IF.
006890     MOVE WS-FED-ADVISOR (WS-FEED-IX)    TO DSP-ITEM-ADVISOR.
006900     MOVE WS-FED-PRINT-LINE (WS-FEED-IX) TO DSP-ITEM-TEXT.
006910     MOVE DSP-ITEM-LINE TO WS-PACKET-LINE.
006920     PERFORM 2900-WRITE-PACKET-LINE THRU 2900-EXIT.
006930     IF WS-SELECT-REPORT-ID = "CHGRPT"
006940         ADD 1 TO WS-CHANGE-DISTRIBUTED
006950     ELSE
006960         ADD 1 TO WS-RMD-DISTRIBUTED
006970     END-IF.
006980 2310-EXIT.
006990     EXIT.
007000*****************************************************************
007010* 2400-WRITE-SECTION-TITLE
007020*    WRITES A BLANK LINE AND THE SECTION TITLE IN DSP-SECTION-
007030*    TITLE.
007040*****************************************************************
007050 2400-WRITE-SECTION-TITLE.
007060     MOVE DSP-BLANK-LINE TO WS-PACKET-LINE.
007070     PERFORM 2900-WRITE-PACKET-LINE THRU 2900-EXIT.
007080     MOVE DSP-SECTION-LINE TO WS-PACKET-LINE.
007090     PERFORM 2900-WRITE-PACKET-LINE THRU 2900-EXIT.
007100 2400-EXIT.
007110     EXIT.
007120*****************************************************************
007130* 2800-WRITE-CONTROL-LINE
007140*    WRITES THE ADVISOR'S LINE ON THE CONTROL LISTING.
007150*****************************************************************
007160 2800-WRITE-CONTROL-LINE.
007170     PERFORM 3100-CHECK-PAGE-BREAK THRU 3100-EXIT.
007180     MOVE WS-ADV-CODE (WS-ADVISOR-IX)      TO DCL-ADVISOR-CODE.
007190     MOVE WS-ADV-NAME (WS-ADVISOR-IX)      TO DCL-ADVISOR-NAME.
007200     MOVE WS-ADV-BRANCH (WS-ADVISOR-IX)    TO DCL-BRANCH-CODE.
007210     MOVE WS-ADV-DEST-TYPE (WS-ADVISOR-IX)
007220         TO DCL-DESTINATION-TYPE.
007230     MOVE WS-ADV-DESTINATION (WS-ADVISOR-IX) TO DCL-DESTINATION.
007240     MOVE WS-ADV-CLIENT-COUNT (WS-ADVISOR-IX) TO DCL-CLIENT-COUNT.
007250     MOVE WS-ADV-CHANGE-COUNT (WS-ADVISOR-IX) TO DCL-CHANGE-COUNT.
007260     MOVE WS-ADV-RMD-COUNT (WS-ADVISOR-IX)    TO DCL-RMD-COUNT.
007270     MOVE WS-ADV-PACKET-LINES (WS-ADVISOR-IX) TO DCL-LINE-COUNT.
007280     MOVE WS-ADV-PACKET-STATUS (WS-ADVISOR-IX) TO DCL-STATUS.
007290     WRITE CONTROL-LISTING-LINE FROM DCL-DETAIL-LINE.
007300     ADD 1 TO WS-LINE-COUNT.
007310 2800-EXIT.
007320     EXIT.
007330*****************************************************************
007340* 2900-WRITE-PACKET-LINE
007350*    WRITES WS-PACKET-LINE TO THE CURRENT PACKET'S FILE AND
007360*    COUNTS IT.
007370*****************************************************************
007380 2900-WRITE-PACKET-LINE.
007390     IF PACKET-TO-EMAIL
007400         WRITE EMAIL-PACKET-LINE FROM WS-PACKET-LINE
007410     ELSE
007420         WRITE PRINT-PACKET-LINE FROM WS-PACKET-LINE
007430     END-IF.
007440     ADD 1 TO WS-PACKET-LINES.
007450 2900-EXIT.
007460     EXIT.
007470*****************************************************************
007480* 3000-PRINT-HEADERS
007490*    STARTS A NEW PAGE OF THE CONTROL LISTING.
007500*****************************************************************
007510 3000-PRINT-HEADERS.
007520     ADD 1 TO WS-PAGE-COUNT.
007530     MOVE WS-PAGE-COUNT TO DCL-PAGE-NO.
007540     MOVE WS-RUN-DATE   TO DCL-RUN-DATE.
007550     WRITE CONTROL-LISTING-LINE FROM DCL-HEADING-1.
007560     WRITE CONTROL-LISTING-LINE FROM DCL-BLANK-LINE.
007570     WRITE CONTROL-LISTING-LINE FROM DCL-COLUMN-HEADING.
007580     MOVE 1 TO WS-LINE-COUNT.
007590 3000-EXIT.
007600     EXIT.
007610*****************************************************************
007620* 3100-CHECK-PAGE-BREAK
007630*    STARTS A NEW PAGE WHEN THE CURRENT ONE IS FULL.
007640*****************************************************************
007650 3100-CHECK-PAGE-BREAK.
007660     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
007670         PERFORM 3000-PRINT-HEADERS THRU 3000-EXIT
007680     END-IF.
007690 3100-EXIT.
007700     EXIT.
007710*****************************************************************
007720* 3300-WRITE-MESSAGE
007730*    WRITES THE MESSAGE IN DCL-MESSAGE ON THE CONTROL LISTING.
007740*****************************************************************
007750 3300-WRITE-MESSAGE.
007760     PERFORM 3100-CHECK-PAGE-BREAK THRU 3100-EXIT.
007770     WRITE CONTROL-LISTING-LINE FROM DCL-MESSAGE-LINE.
007780     ADD 1 TO WS-LINE-COUNT.
007790 3300-EXIT.
007800     EXIT.
007810*****************************************************************
007820* 3400-WRITE-TOTAL
007830*    WRITES THE TOTAL LINE BUILT IN DCL-TOTAL-LINE.
007840*****************************************************************
007850 3400-WRITE-TOTAL.
007860     PERFORM 3100-CHECK-PAGE-BREAK THRU 3100-EXIT.
007870     WRITE CONTROL-LISTING-LINE FROM DCL-TOTAL-LINE.
007880     ADD 1 TO WS-LINE-COUNT.
007890 3400-EXIT.
007900     EXIT.
007910*****************************************************************
007920* 9000-TERMINATE
007930*    WRITES THE BALANCING TOTALS AND CLOSES THE FILES.  EVERY
007940*    CLIENT ON THE MASTER MUST APPEAR IN A PACKET, AND EVERY
007950*    FEED LINE MUST BE IN A PACKET AND AGREE WITH THE FEED
007960*    TRAILER.  ANY DIFFERENCE, OR A FEED WITH NO TRAILER OR FROM
007970*    ANOTHER NIGHT, ENDS THE RUN WITH RETURN CODE 8; A MISSING
007980*    FEED OR AN ADVISOR MASTER TOO BIG FOR THE TABLE ENDS IT WITH
007990*    RETURN CODE 4.
008000*****************************************************************
008010 9000-TERMINATE.
008020     PERFORM 9100-WRITE-TOTALS THRU 9100-EXIT.
008030     IF WS-CLIENTS-DISTRIBUTED NOT = WS-MASTER-CLIENTS
008040         SET DISTRIBUTION-OUT-OF-BALANCE TO TRUE
008050         MOVE "**OUT OF BALANCE - CLIENTS NOT ALL DISTRIBUTED"
008060             TO DCL-MESSAGE
008070         PERFORM 3300-WRITE-MESSAGE THRU 3300-EXIT
008080     END-IF.
008090     IF DISTFEED-FILE-PRESENT
008100         PERFORM 9200-BALANCE-FEED THRU 9200-EXIT
008110     END-IF.
008120     IF WS-ACTIVE-PACKETS NOT = WS-ADVISORS-ACTIVE
008130         SET DISTRIBUTION-OUT-OF-BALANCE TO TRUE
008140         MOVE "**OUT OF BALANCE - ACTIVE ADVISOR WITHOUT A PACKET"
008150             TO DCL-MESSAGE
008160         PERFORM 3300-WRITE-MESSAGE THRU 3300-EXIT
008170     END-IF.
008180     IF DISTRIBUTION-IN-BALANCE
008190         MOVE "ALL CLIENTS AND LINES DISTRIBUTED - IN BALANCE"
008200             TO DCL-MESSAGE
008210         PERFORM 3300-WRITE-MESSAGE THRU 3300-EXIT
008220     END-IF.
008230     CLOSE PRINT-PACKET-FILE
008240           EMAIL-PACKET-FILE
008250           CONTROL-LISTING-FILE.
008260     DISPLAY "ADVISORS ON MASTER:    " WS-ADVISORS-READ.
008270     DISPLAY "PACKETS E-MAILED:      " WS-PACKETS-EMAILED.
008280     DISPLAY "PACKETS PRINTED:       " WS-PACKETS-PRINTED.
008290     DISPLAY "CLIENTS DISTRIBUTED:   " WS-CLIENTS-DISTRIBUTED.
008300     DISPLAY "CHANGE LINES SENT:     " WS-CHANGE-DISTRIBUTED.
008310     DISPLAY "RMD LINES SENT:        " WS-RMD-DISTRIBUTED.
008320     IF DISTRIBUTION-OUT-OF-BALANCE
008330         DISPLAY "**ERROR** DISTRIBUTION OUT OF BALANCE - "
008340             "SEE CONTROL LISTING"
008350         MOVE 8 TO RETURN-CODE
008360         GO TO 9000-EXIT
008370     END-IF.
008380     IF DISTFEED-FILE-MISSING
008390         OR WS-ADVISOR-LOST-COUNT > ZERO
008400         MOVE 4 TO RETURN-CODE
008410     END-IF.
008420 9000-EXIT.
008430     EXIT.
008440*****************************************************************
008450* 9100-WRITE-TOTALS
008460*    WRITES THE RUN TOTALS AFTER THE ADVISOR LINES.
008470*****************************************************************
008480 9100-WRITE-TOTALS.
008490     IF WS-LINE-COUNT + 20 > WS-MAX-LINES-PER-PAGE
008500         PERFORM 3000-PRINT-HEADERS THRU 3000-EXIT
008510     END-IF.
008520     WRITE CONTROL-LISTING-LINE FROM DCL-BLANK-LINE.
008530     ADD 1 TO WS-LINE-COUNT.
008540     MOVE "ADVISORS ON MASTER:" TO DCL-TOTAL-LABEL.
008550     MOVE WS-ADVISORS-READ TO DCL-TOTAL-VALUE.
008560     PERFORM 3400-WRITE-TOTAL THRU 3400-EXIT.
008570     MOVE "ACTIVE ADVISORS:" TO DCL-TOTAL-LABEL.
008580     MOVE WS-ADVISORS-ACTIVE TO DCL-TOTAL-VALUE.
008590     PERFORM 3400-WRITE-TOTAL THRU 3400-EXIT.
008600     MOVE "ACTIVE ADVISORS SENT A PACKET:" TO DCL-TOTAL-LABEL.
008610     MOVE WS-ACTIVE-PACKETS TO DCL-TOTAL-VALUE.
008620     PERFORM 3400-WRITE-TOTAL THRU 3400-EXIT.
008630     MOVE "INACTIVE ADVISORS:" TO DCL-TOTAL-LABEL.
008640     MOVE WS-ADVISORS-INACTIVE TO DCL-TOTAL-VALUE.
008650     PERFORM 3400-WRITE-TOTAL THRU 3400-EXIT.
008660     IF WS-ADVISOR-LOST-COUNT > ZERO
008670         MOVE "ADVISORS NOT LOADED - TABLE FULL:"
008680             TO DCL-TOTAL-LABEL
008690         MOVE WS-ADVISOR-LOST-COUNT TO DCL-TOTAL-VALUE
008700         PERFORM 3400-WRITE-TOTAL THRU 3400-EXIT
008710     END-IF.
008720     MOVE "PACKETS E-MAILED:" TO DCL-TOTAL-LABEL.
008730     MOVE WS-PACKETS-EMAILED TO DCL-TOTAL-VALUE.
008740     PERFORM 3400-WRITE-TOTAL THRU 3400-EXIT.
008750     MOVE "PACKETS PRINTED:" TO DCL-TOTAL-LABEL.
008760     MOVE WS-PACKETS-PRINTED TO DCL-TOTAL-VALUE.
008770     PERFORM 3400-WRITE-TOTAL THRU 3400-EXIT.
008780     MOVE "MASTER CLIENTS READ:" TO DCL-TOTAL-LABEL.
008790     MOVE WS-MASTER-CLIENTS TO DCL-TOTAL-VALUE.
008800     PERFORM 3400-WRITE-TOTAL THRU 3400-EXIT.
008810     MOVE "CLIENTS DISTRIBUTED:" TO DCL-TOTAL-LABEL.
008820     MOVE WS-CLIENTS-DISTRIBUTED TO DCL-TOTAL-VALUE.
008830     PERFORM 3400-WRITE-TOTAL THRU 3400-EXIT.
008840     MOVE "  OF WHICH SENT TO *UNAS:" TO DCL-TOTAL-LABEL.
008850     MOVE WS-CLIENTS-UNASSIGNED TO DCL-TOTAL-VALUE.
008860     PERFORM 3400-WRITE-TOTAL THRU 3400-EXIT.
008870     IF WS-CLIENT-LOST-COUNT > ZERO
008880         MOVE "CLIENTS NOT LOADED - TABLE FULL:"
008890             TO DCL-TOTAL-LABEL
008900         MOVE WS-CLIENT-LOST-COUNT TO DCL-TOTAL-VALUE
008910         PERFORM 3400-WRITE-TOTAL THRU 3400-EXIT
008920     END-IF.
008930     IF DISTFEED-FILE-MISSING
008940         GO TO 9100-EXIT
008950     END-IF.
008960     MOVE "FEED RUN DATE:" TO DCL-TOTAL-LABEL.
008970     MOVE WS-FEED-RUN-DATE TO DCL-TOTAL-VALUE.
008980     PERFORM 3400-WRITE-TOTAL THRU 3400-EXIT.
008990     MOVE "CHANGE LINES ON FEED:" TO DCL-TOTAL-LABEL.
009000     MOVE WS-FEED-CHANGE-READ TO DCL-TOTAL-VALUE.
009010     PERFORM 3400-WRITE-TOTAL THRU 3400-EXIT.
009020     MOVE "CHANGE LINES PER FEED TRAILER:" TO DCL-TOTAL-LABEL.
009030     MOVE WS-TRAILER-CHANGE-COUNT TO DCL-TOTAL-VALUE.
009040     PERFORM 3400-WRITE-TOTAL THRU 3400-EXIT.
009050     MOVE "CHANGE LINES DISTRIBUTED:" TO DCL-TOTAL-LABEL.
009060     MOVE WS-CHANGE-DISTRIBUTED TO DCL-TOTAL-VALUE.
009070     PERFORM 3400-WRITE-TOTAL THRU 3400-EXIT.
009080     MOVE "RMD LINES ON FEED:" TO DCL-TOTAL-LABEL.
009090     MOVE WS-FEED-RMD-READ TO DCL-TOTAL-VALUE.
009100     PERFORM 3400-WRITE-TOTAL THRU 3400-EXIT.
009110     MOVE "RMD LINES PER FEED TRAILER:" TO DCL-TOTAL-LABEL.
009120     MOVE WS-TRAILER-RMD-COUNT TO DCL-TOTAL-VALUE.
009130     PERFORM 3400-WRITE-TOTAL THRU 3400-EXIT.
009140     MOVE "RMD LINES DISTRIBUTED:" TO DCL-TOTAL-LABEL.
009150     MOVE WS-RMD-DISTRIBUTED TO DCL-TOTAL-VALUE.
009160     PERFORM 3400-WRITE-TOTAL THRU 3400-EXIT.
009170     IF WS-FEED-REJECTED > ZERO
009180         MOVE "FEED RECORDS REJECTED:" TO DCL-TOTAL-LABEL
009190         MOVE WS-FEED-REJECTED TO DCL-TOTAL-VALUE
009200         PERFORM 3400-WRITE-TOTAL THRU 3400-EXIT
009210     END-IF.
009220     IF WS-FEED-LOST-COUNT > ZERO
009230         MOVE "FEED LINES NOT LOADED - TABLE FULL:"
009240             TO DCL-TOTAL-LABEL
009250         MOVE WS-FEED-LOST-COUNT TO DCL-TOTAL-VALUE
009260         PERFORM 3400-WRITE-TOTAL THRU 3400-EXIT
009270     END-IF.
009280 9100-EXIT.
009290     EXIT.
009300*****************************************************************
009310* 9200-BALANCE-FEED
009320*    PROVES THE FEED: THE TRAILER MUST BE PRESENT, ITS COUNTS
009330*    MUST MATCH THE DETAIL RECORDS READ, ITS RUN DATE MUST BE
009340*    TONIGHT'S RUN DATE, EVERY DETAIL RECORD
009350*    MUST HAVE GONE INTO A PACKET, AND NO RECORD MAY HAVE BEEN
009360*    REJECTED.
009370*****************************************************************
009380 9200-BALANCE-FEED.
009390     IF NOT FEED-TRAILER-FOUND
009400         SET DISTRIBUTION-OUT-OF-BALANCE TO TRUE
009410         MOVE "**OUT OF BALANCE - NO FEED TRAILER"
009420             TO DCL-MESSAGE
009430         PERFORM 3300-WRITE-MESSAGE THRU 3300-EXIT
009440     ELSE
009450         IF WS-TRAILER-CHANGE-COUNT NOT = WS-FEED-CHANGE-READ
009460             OR WS-TRAILER-RMD-COUNT NOT = WS-FEED-RMD-READ
009470             SET DISTRIBUTION-OUT-OF-BALANCE TO TRUE
009480             MOVE "**OUT OF BALANCE - FEED DISAGREES WITH TRAILER"
009490                 TO DCL-MESSAGE
009500             PERFORM 3300-WRITE-MESSAGE THRU 3300-EXIT
009510         END-IF
009520         IF WS-FEED-RUN-DATE NOT = WS-RUN-DATE
009530             SET DISTRIBUTION-OUT-OF-BALANCE TO TRUE
009540             MOVE "**OUT OF BALANCE - FEED RUN DATE IS NOT TODAY"
009550                 TO DCL-MESSAGE
009560             PERFORM 3300-WRITE-MESSAGE THRU 3300-EXIT
009570         END-IF
009580     END-IF.
009590     IF WS-CHANGE-DISTRIBUTED NOT = WS-FEED-CHANGE-READ
009600         OR WS-RMD-DISTRIBUTED NOT = WS-FEED-RMD-READ
009610         SET DISTRIBUTION-OUT-OF-BALANCE TO TRUE
009620         MOVE "**OUT OF BALANCE - LINES NOT ALL DISTRIBUTED"
009630             TO DCL-MESSAGE
009640         PERFORM 3300-WRITE-MESSAGE THRU 3300-EXIT
009650     END-IF.
009660     IF WS-FEED-REJECTED > ZERO
009670         SET DISTRIBUTION-OUT-OF-BALANCE TO TRUE
009680         MOVE "**OUT OF BALANCE - FEED RECORDS REJECTED"
009690             TO DCL-MESSAGE
009700         PERFORM 3300-WRITE-MESSAGE THRU 3300-EXIT
009710     END-IF.
009720 9200-EXIT.
009730     EXIT.
009740 END PROGRAM ADVISOR-DISTRIB.
