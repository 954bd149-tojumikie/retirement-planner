000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PLAN-TRACKING.
000030 AUTHOR.        TORITSEJU MIKIE.
000040 INSTALLATION.  RETIREMENT PLANNING GROUP.
000050 DATE-WRITTEN.  2026-10-06.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100*---------- ----  ----------------------------------------------
000110* 2026-10-06  TM   ORIGINAL VERSION.  THE AMORTIZATION REPORT
000120*                  SHOWS WHERE A CLIENT SHOULD END UP, BUT
000130*                  NOTHING SAID WHETHER THEY ARE STILL ON THE
000140*                  PATH THEY WERE SHOWN WHEN THEY ACCEPTED THE
000150*                  PLAN.  THIS REPORT LOADS EACH CLIENT'S LATEST
000160*                  PLAN BASELINE (WRITTEN BY RETIREMENT-PLANNER
000170*                  FROM THE BASELINE REQUEST FILE), LOOKS UP THE
000180*                  PLANNED BALANCE FOR THE CLIENT'S CURRENT AGE,
000190*                  AND COMPARES IT WITH CLM-MONEY ON THE MASTER.
000200*                  CLIENTS BEHIND OR AHEAD OF PLAN BY MORE THAN
000210*                  THE TOLERANCE ARE LISTED WITH THE DOLLAR AND
000220*                  PERCENT GAP, GROUPED AND SUBTOTALED BY
000230*                  ADVISOR CODE FOR THE ANNUAL REVIEW MEETINGS,
000240*                  FOLLOWED BY THE CLIENTS WHOSE BASELINE NO
000250*                  LONGER REACHES THEIR AGE.  THE MASTER IS
000260*                  READ ONLY.
000270*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-370.
000310 OBJECT-COMPUTER.   IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT CLIENT-MASTER-FILE ASSIGN TO CLIENTIN
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS CLM-CLIENT-ID
000380         FILE STATUS IS WS-MASTER-STATUS.
000390     SELECT PLAN-BASELINE-FILE ASSIGN TO PLANBASE
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-BASELINE-STATUS.
000420     SELECT TRACKING-PARM-FILE ASSIGN TO TRKPARM
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-PARM-STATUS.
000450     SELECT TRACKING-REPORT-FILE ASSIGN TO TRKRPT
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  CLIENT-MASTER-FILE.
000500 COPY CLIENTREC.
000510 FD  PLAN-BASELINE-FILE
000520     RECORDING MODE IS F.
000530 COPY BASEREC.
000540 FD  TRACKING-PARM-FILE
000550     RECORDING MODE IS F.
000560*****************************************************************
000570* ONE PARAMETER PER RECORD, KEYWORD AND VALUE, THE SAME SHAPE
000580* AS THE PLANNER'S RUN PARAMETER FILE.  THE ONLY KEYWORD IS
000590* TRACKING-PCT, A WHOLE PERCENT (15 MEANS 15 PCT): A CLIENT
000600* WHOSE BALANCE IS BEHIND OR AHEAD OF PLAN BY MORE THAN THAT
000610* IS LISTED.  NO PARAMETER FILE LEAVES THE DEFAULT.
000620*****************************************************************
000630 01  TRACKING-PARM-RECORD.
000640     05  PRM-KEYWORD            PIC X(20).
000650     05  PRM-VALUE              PIC X(08).
000660 FD  TRACKING-REPORT-FILE
000670     RECORDING MODE IS F.
000680 01  TRACKING-REPORT-LINE       PIC X(132).
000690 WORKING-STORAGE SECTION.
000700*****************************************************************
000710* SWITCHES AND COUNTERS
000720*****************************************************************
000730 77  WS-MASTER-STATUS           PIC X(02)       VALUE SPACES.
000740 77  WS-MASTER-EOF-SWITCH       PIC X(01)       VALUE "N".
000750     88  END-OF-MASTER-FILE                     VALUE "Y".
000760 77  WS-BASELINE-STATUS         PIC X(02)       VALUE SPACES.
000770 77  WS-BASELINE-EOF-SWITCH     PIC X(01)       VALUE "N".
000780     88  END-OF-BASELINE-FILE                   VALUE "Y".
000790 77  WS-BASELINE-FILE-SWITCH    PIC X(01)       VALUE "Y".
000800     88  BASELINE-FILE-PRESENT                  VALUE "Y".
000810     88  BASELINE-FILE-MISSING                  VALUE "N".
000820 77  WS-PARM-STATUS             PIC X(02)       VALUE SPACES.
000830 77  WS-PARM-EOF-SWITCH         PIC X(01)       VALUE "N".
000840     88  END-OF-PARM-FILE                       VALUE "Y".
000850 77  WS-PARM-VALUE-NUM          PIC 9(08)       VALUE ZERO.
000860 77  WS-RUN-DATE                PIC 9(08)       VALUE ZERO.
000870 77  WS-LINE-COUNT              PIC 9(03) COMP  VALUE ZERO.
000880 77  WS-PAGE-COUNT              PIC 9(03) COMP  VALUE ZERO.
000890 77  WS-MAX-LINES-PER-PAGE      PIC 9(03) COMP  VALUE 50.
000900 77  WS-MASTER-CLIENTS          PIC 9(07) COMP  VALUE ZERO.
000910 77  WS-BASELINE-ROWS-READ      PIC 9(07) COMP  VALUE ZERO.
000920 77  WS-BASELINE-ROWS-ORPHAN    PIC 9(07) COMP  VALUE ZERO.
000930 77  WS-CLIENTS-WITH-PLAN       PIC 9(07) COMP  VALUE ZERO.
000940 77  WS-CLIENTS-COMPARED        PIC 9(07) COMP  VALUE ZERO.
000950 77  WS-CLIENTS-NO-PLAN         PIC 9(07) COMP  VALUE ZERO.
000960 77  WS-CLIENTS-AGE-UNCOVERED   PIC 9(07) COMP  VALUE ZERO.
000970*****************************************************************
000980* THE GAP TOLERANCE IN FORCE, AS A WHOLE PERCENT EITHER WAY.
000990*****************************************************************
001000 77  WS-TRACKING-PCT            PIC 9(03)V99    VALUE 10.00.
001010 77  WS-NEG-TRACKING-PCT        PIC S9(03)V99   VALUE ZERO.
001020*****************************************************************
001030* ONE CLIENT'S GAP AGAINST PLAN.
001040*****************************************************************
001050 77  WS-GAP-AMOUNT              PIC S9(11)V99   VALUE ZERO.
001060 77  WS-GAP-PCT                 PIC S9(04)V99   VALUE ZERO.
001070 77  WS-GAP-BASE                PIC 9(13)V99    VALUE ZERO.
001080 77  WS-GAP-STATUS              PIC X(06)       VALUE SPACES.
001090*****************************************************************
001100* THE KEY OF THE BASELINE ROW JUST READ.  THE DATE AND TIME
001110* TOGETHER SAY WHICH ACCEPTED PLAN THE ROW BELONGS TO, AND THE
001120* HIGHER KEY IS THE LATER PLAN.
001130*****************************************************************
001140 01  WS-ROW-KEY.
001150     05  WS-ROW-DATE            PIC 9(08).
001160     05  WS-ROW-TIME            PIC 9(08).
001170*****************************************************************
001180* EVERY DETAIL CLIENT ON THE MASTER, LOADED IN KEY SEQUENCE, AND
001190* WHAT THE BASELINE FILE SAYS ABOUT EACH: NO BASELINE AT ALL, A
001200* BASELINE WHOSE AGES DO NOT INCLUDE THE CLIENT'S CURRENT AGE,
001210* OR THE PLANNED BALANCE FOR THAT AGE.  A FULL TABLE IS
001220* COUNTED AND NOTED RATHER THAN OVERFLOWED.
001230*****************************************************************
001240 77  WS-CLIENT-MAX              PIC 9(04) COMP  VALUE 5000.
001250 77  WS-CLIENT-COUNT            PIC 9(04) COMP  VALUE ZERO.
001260 77  WS-CLIENT-LOST-COUNT       PIC 9(07) COMP  VALUE ZERO.
001270 77  WS-CLIENT-IX               PIC 9(04) COMP  VALUE ZERO.
001280 77  WS-CLIENT-FOUND-SWITCH     PIC X(01)       VALUE "N".
001290     88  CLIENT-ENTRY-FOUND                     VALUE "Y".
001300     88  CLIENT-ENTRY-NOT-FOUND                 VALUE "N".
001310 01  WS-CLIENT-TABLE.
001320     05  WS-CLIENT-ENTRY        OCCURS 5000 TIMES.
001330         10  WS-CLI-CLIENT-ID       PIC X(10).
001340         10  WS-CLI-NAME            PIC X(30).
001350         10  WS-CLI-ADVISOR         PIC X(05).
001360         10  WS-CLI-AGE             PIC 9(03).
001370         10  WS-CLI-MONEY           PIC 9(07)V99.
001380         10  WS-CLI-PLAN-KEY.
001390             15  WS-CLI-PLAN-DATE   PIC 9(08).
001400             15  WS-CLI-PLAN-TIME   PIC 9(08).
001410         10  WS-CLI-PLAN-BALANCE    PIC 9(09)V99.
001420         10  WS-CLI-LOW-AGE         PIC 9(03).
001430         10  WS-CLI-HIGH-AGE        PIC 9(03).
001440         10  WS-CLI-PLAN-SWITCH     PIC X(01).
001450             88  CLI-NO-PLAN                    VALUE "N".
001460             88  CLI-AGE-NOT-COVERED            VALUE "B".
001470             88  CLI-PLAN-FOUND                 VALUE "Y".
001480*****************************************************************
001490* THE ADVISOR CODES OF THE CLIENTS COMPARED AGAINST PLAN,
001500* SORTED ASCENDING SO THE REPORT PRINTS IN ADVISOR ORDER.
001510*****************************************************************
001520 77  WS-ADVISOR-MAX             PIC 9(04) COMP  VALUE 500.
001530 77  WS-ADVISOR-COUNT           PIC 9(04) COMP  VALUE ZERO.
001540 77  WS-ADVISOR-LOST-COUNT      PIC 9(07) COMP  VALUE ZERO.
001550 77  WS-ADVISOR-IX              PIC 9(04) COMP  VALUE ZERO.
001560 77  WS-ADVISOR-JX              PIC 9(04) COMP  VALUE ZERO.
001570 77  WS-ADVISOR-SORT-LIMIT      PIC 9(04) COMP  VALUE ZERO.
001580 77  WS-ADVISOR-SWAP            PIC X(05)       VALUE SPACES.
001590 77  WS-ADVISOR-FOUND-SWITCH    PIC X(01)       VALUE "N".
001600     88  ADVISOR-ENTRY-FOUND                    VALUE "Y".
001610     88  ADVISOR-ENTRY-NOT-FOUND                VALUE "N".
001620 01  WS-ADVISOR-TABLE.
001630     05  WS-ADV-CODE            PIC X(05) OCCURS 500 TIMES.
001640*****************************************************************
001650* ADVISOR SUBTOTALS AND THE GRAND TOTALS.  THE BALANCES AND GAP
001660* SUM THE CLIENTS LISTED (BEHIND OR AHEAD); ON-PLAN CLIENTS ARE
001670* ONLY COUNTED.
001680*****************************************************************
001690 77  WS-SUB-BEHIND              PIC 9(07) COMP  VALUE ZERO.
001700 77  WS-SUB-AHEAD               PIC 9(07) COMP  VALUE ZERO.
001710 77  WS-SUB-ON-PLAN             PIC 9(07) COMP  VALUE ZERO.
001720 77  WS-SUB-PLAN-BALANCE        PIC 9(13)V99    VALUE ZERO.
001730 77  WS-SUB-ACTUAL-BALANCE      PIC 9(13)V99    VALUE ZERO.
001740 77  WS-SUB-GAP-AMOUNT          PIC S9(13)V99   VALUE ZERO.
001750 77  WS-TOT-BEHIND              PIC 9(07) COMP  VALUE ZERO.
001760 77  WS-TOT-AHEAD               PIC 9(07) COMP  VALUE ZERO.
001770 77  WS-TOT-ON-PLAN             PIC 9(07) COMP  VALUE ZERO.
001780 77  WS-TOT-PLAN-BALANCE        PIC 9(13)V99    VALUE ZERO.
001790 77  WS-TOT-ACTUAL-BALANCE      PIC 9(13)V99    VALUE ZERO.
001800 77  WS-TOT-GAP-AMOUNT          PIC S9(13)V99   VALUE ZERO.
001810*****************************************************************
001820* THE REPORT SECTION BEING PRINTED, SO A PAGE BREAK REPRINTS
001830* THE RIGHT COLUMN HEADINGS.
001840*****************************************************************
001850 77  WS-REPORT-SECTION          PIC 9(01)       VALUE ZERO.
001860     88  GAP-SECTION                            VALUE 1.
001870     88  AGE-SECTION                            VALUE 2.
001880 77  WS-NEXT-SECTION            PIC 9(01)       VALUE ZERO.
001890*****************************************************************
001900* PLAN TRACKING REPORT LINE LAYOUTS
001910*****************************************************************
001920 COPY TRKLIN.
001930 PROCEDURE DIVISION.
001940*****************************************************************
001950* 0000-MAINLINE
001960*    LOADS THE MASTER AND THE BASELINES, THEN PRINTS ONE GROUP
001970*    PER ADVISOR, THE GRAND TOTAL, THE CLIENTS WHOSE BASELINE
001980*    DOES NOT COVER THEIR AGE, AND THE RUN TOTALS.
001990*****************************************************************
002000 0000-MAINLINE.
002010     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002020     MOVE ZERO TO WS-ADVISOR-IX.
002030     PERFORM 2000-PRINT-ADVISOR-GROUP THRU 2000-EXIT
002040         WS-ADVISOR-COUNT TIMES.
002050     PERFORM 2900-PRINT-GRAND-TOTAL THRU 2900-EXIT.
002060     PERFORM 8000-PRINT-AGE-NOT-COVERED THRU 8000-EXIT.
002070     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002080     STOP RUN.
002090*****************************************************************
002100* 1000-INITIALIZE
002110*    LOADS THE TOLERANCE, LOADS EVERY DETAIL CLIENT FROM THE
002120*    MASTER, APPLIES THE BASELINE FILE TO THEM, BUILDS THE
002130*    SORTED ADVISOR LIST, AND STARTS THE REPORT.
002140*****************************************************************
002150 1000-INITIALIZE.
002160     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002170     PERFORM 1100-LOAD-PARAMETERS THRU 1100-EXIT.
002180     COMPUTE WS-NEG-TRACKING-PCT = ZERO - WS-TRACKING-PCT.
002190     OPEN INPUT CLIENT-MASTER-FILE.
002200     IF WS-MASTER-STATUS NOT = "00"
002210         DISPLAY "**ERROR** UNABLE TO OPEN CLIENT MASTER, "
002220             "STATUS " WS-MASTER-STATUS
002230         MOVE 16 TO RETURN-CODE
002240         STOP RUN
002250     END-IF.
002260     PERFORM 1200-LOAD-CLIENTS THRU 1200-EXIT.
002270     CLOSE CLIENT-MASTER-FILE.
002280     PERFORM 1300-LOAD-BASELINES THRU 1300-EXIT.
002290     MOVE ZERO TO WS-CLIENT-IX.
002300     PERFORM 1400-COUNT-CLIENT-PLAN THRU 1400-EXIT
002310         WS-CLIENT-COUNT TIMES.
002320     PERFORM 1500-SORT-ADVISORS THRU 1500-EXIT.
002330     OPEN OUTPUT TRACKING-REPORT-FILE.
002340     PERFORM 3000-PRINT-HEADERS THRU 3000-EXIT.
002350     MOVE WS-TRACKING-PCT TO TRK-TOLERANCE-PCT.
002360     WRITE TRACKING-REPORT-LINE FROM TRK-TOLERANCE-LINE.
002370     ADD 1 TO WS-LINE-COUNT.
002380     IF BASELINE-FILE-MISSING
002390         MOVE "**NO PLAN BASELINE FILE - NO CLIENT TRACKED**"
002400             TO TRK-MESSAGE
002410         PERFORM 3300-WRITE-MESSAGE THRU 3300-EXIT
002420     END-IF.
002430     MOVE "SECTION 1 - CLIENTS BEHIND OR AHEAD OF PLAN BY ADVISOR"
002440         TO TRK-SECTION-TITLE.
002450     MOVE 1 TO WS-NEXT-SECTION.
002460     PERFORM 3200-START-SECTION THRU 3200-EXIT.
002470     IF WS-ADVISOR-COUNT = ZERO
002480         MOVE "NO CLIENT HAS A PLANNED BALANCE FOR THEIR AGE"
002490             TO TRK-MESSAGE
002500         PERFORM 3300-WRITE-MESSAGE THRU 3300-EXIT
002510     END-IF.
002520 1000-EXIT.
002530     EXIT.
002540*****************************************************************
002550* 1100-LOAD-PARAMETERS
002560*    READS THE PARAMETER FILE FOR THE TRACKING-PCT KEYWORD.  AN
002570*    UNKNOWN KEYWORD OR A BAD VALUE IS WARNED ABOUT AND
002580*    IGNORED, LEAVING THE DEFAULT IN FORCE.
002590*****************************************************************
002600 1100-LOAD-PARAMETERS.
002610     OPEN INPUT TRACKING-PARM-FILE.
002620     IF WS-PARM-STATUS NOT = "00"
002630         GO TO 1100-EXIT
002640     END-IF.
002650     PERFORM 1110-PROCESS-PARM-RECORD THRU 1110-EXIT
002660         UNTIL END-OF-PARM-FILE.
002670     CLOSE TRACKING-PARM-FILE.
002680 1100-EXIT.
002690     EXIT.
002700*****************************************************************
002710* 1110-PROCESS-PARM-RECORD
002720*    READS AND APPLIES ONE PARAMETER RECORD.
002730*****************************************************************
002740 1110-PROCESS-PARM-RECORD.
002750     READ TRACKING-PARM-FILE
002760         AT END
002770             SET END-OF-PARM-FILE TO TRUE
002780             GO TO 1110-EXIT
002790     END-READ.
002800     IF PRM-KEYWORD = SPACES
002810         GO TO 1110-EXIT
002820     END-IF.
002830     IF PRM-KEYWORD = "TRACKING-PCT"
002840         IF PRM-VALUE NUMERIC
002850             MOVE PRM-VALUE TO WS-PARM-VALUE-NUM
002860         ELSE
002870             MOVE ZERO TO WS-PARM-VALUE-NUM
002880         END-IF
002890         IF WS-PARM-VALUE-NUM > ZERO
002900             AND WS-PARM-VALUE-NUM < 1000
002910             MOVE WS-PARM-VALUE-NUM TO WS-TRACKING-PCT
002920         ELSE
002930             DISPLAY "**WARNING** TRACKING-PCT VALUE "
002940                 PRM-VALUE " IS NOT 1-999 - IGNORED"
002950         END-IF
002960         GO TO 1110-EXIT
002970     END-IF.
002980     DISPLAY "**WARNING** UNKNOWN PARAMETER " PRM-KEYWORD
002990         " - IGNORED".
003000 1110-EXIT.
003010     EXIT.
003020*****************************************************************
003030* 1200-LOAD-CLIENTS
003040*    SWEEPS THE MASTER IN KEY SEQUENCE AND LOADS EVERY DETAIL
003050*    CLIENT INTO THE CLIENT TABLE WITH NO PLAN YET.
003060*****************************************************************
003070 1200-LOAD-CLIENTS.
003080     MOVE LOW-VALUES TO CLM-CLIENT-ID.
003090     START CLIENT-MASTER-FILE
003100         KEY NOT LESS THAN CLM-CLIENT-ID
003110         INVALID KEY
003120             SET END-OF-MASTER-FILE TO TRUE
003130     END-START.
003140     PERFORM 1210-LOAD-CLIENT THRU 1210-EXIT
003150         UNTIL END-OF-MASTER-FILE.
003160 1200-EXIT.
003170     EXIT.
003180*****************************************************************
003190* 1210-LOAD-CLIENT
003200*    READS THE NEXT MASTER RECORD AND LOADS IT IF IT IS A
003210*    DETAIL CLIENT.
003220*****************************************************************
003230 1210-LOAD-CLIENT.
003240     READ CLIENT-MASTER-FILE NEXT RECORD
003250         AT END
003260             SET END-OF-MASTER-FILE TO TRUE
003270             GO TO 1210-EXIT
003280     END-READ.
003290     IF CLM-HEADER-RECORD OR CLM-TRAILER-RECORD
003300         GO TO 1210-EXIT
003310     END-IF.
003320     ADD 1 TO WS-MASTER-CLIENTS.
003330     IF WS-CLIENT-COUNT NOT < WS-CLIENT-MAX
003340         ADD 1 TO WS-CLIENT-LOST-COUNT
003350         GO TO 1210-EXIT
003360     END-IF.
003370     ADD 1 TO WS-CLIENT-COUNT.
003380     MOVE WS-CLIENT-COUNT      TO WS-CLIENT-IX.
003390     MOVE CLM-CLIENT-ID        TO WS-CLI-CLIENT-ID (WS-CLIENT-IX).
003400     MOVE CLM-CLIENT-NAME      TO WS-CLI-NAME (WS-CLIENT-IX).
003410     MOVE CLM-ADVISOR-CODE     TO WS-CLI-ADVISOR (WS-CLIENT-IX).
003420     MOVE CLM-AGE              TO WS-CLI-AGE (WS-CLIENT-IX).
003430     MOVE CLM-MONEY            TO WS-CLI-MONEY (WS-CLIENT-IX).
003440     MOVE ZERO                 TO WS-CLI-PLAN-DATE (WS-CLIENT-IX)
003450                                  WS-CLI-PLAN-TIME (WS-CLIENT-IX)
003460                                  WS-CLI-PLAN-BALANCE
003470                                      (WS-CLIENT-IX)
003480                                  WS-CLI-LOW-AGE (WS-CLIENT-IX)
003490                                  WS-CLI-HIGH-AGE (WS-CLIENT-IX).
003500     SET CLI-NO-PLAN (WS-CLIENT-IX) TO TRUE.
003510 1210-EXIT.
003520     EXIT.
003530*****************************************************************
003540* 1300-LOAD-BASELINES
003550*    READS THE WHOLE PLAN BASELINE FILE AND APPLIES EACH ROW TO
003560*    ITS CLIENT.  A MISSING FILE MEANS NO PLAN HAS BEEN SAVED
003570*    YET: EVERY CLIENT IS REPORTED AS HAVING NO BASELINE AND
003580*    THE RUN ENDS WITH RETURN CODE 4.
003590*****************************************************************
003600 1300-LOAD-BASELINES.
003610     OPEN INPUT PLAN-BASELINE-FILE.
003620     IF WS-BASELINE-STATUS NOT = "00"
003630         SET BASELINE-FILE-MISSING TO TRUE
003640         DISPLAY "**WARNING** NO PLAN BASELINE FILE, STATUS "
003650             WS-BASELINE-STATUS
003660         GO TO 1300-EXIT
003670     END-IF.
003680     MOVE ZERO TO WS-CLIENT-IX.
003690     PERFORM 1310-APPLY-BASELINE-ROW THRU 1310-EXIT
003700         UNTIL END-OF-BASELINE-FILE.
003710     CLOSE PLAN-BASELINE-FILE.
003720 1300-EXIT.
003730     EXIT.
003740*****************************************************************
003750* 1310-APPLY-BASELINE-ROW
003760*    APPLIES ONE BASELINE ROW.  A ROW FROM A LATER PLAN THAN
003770*    THE ONE HELD FOR THE CLIENT REPLACES IT; A ROW FROM AN
003780*    EARLIER PLAN IS IGNORED.  THE ROW FOR THE CLIENT'S CURRENT
003790*    AGE SUPPLIES THE PLANNED BALANCE.  A PLAN'S ROWS ARE
003800*    WRITTEN TOGETHER, SO THE CLIENT FOUND FOR THE LAST ROW IS
003810*    TRIED BEFORE THE TABLE IS SEARCHED.
003820*****************************************************************
003830 1310-APPLY-BASELINE-ROW.
003840     READ PLAN-BASELINE-FILE
003850         AT END
003860             SET END-OF-BASELINE-FILE TO TRUE
003870             GO TO 1310-EXIT
003880     END-READ.
003890     ADD 1 TO WS-BASELINE-ROWS-READ.
003900     IF WS-CLIENT-IX = ZERO
003910         PERFORM 1320-FIND-CLIENT-ENTRY THRU 1320-EXIT
003920     ELSE
003930         IF WS-CLI-CLIENT-ID (WS-CLIENT-IX) NOT = BSL-CLIENT-ID
003940             PERFORM 1320-FIND-CLIENT-ENTRY THRU 1320-EXIT
003950         END-IF
003960     END-IF.
003970     IF WS-CLIENT-IX = ZERO
003980         ADD 1 TO WS-BASELINE-ROWS-ORPHAN
003990         GO TO 1310-EXIT
004000     END-IF.
004010     MOVE BSL-BASELINE-DATE TO WS-ROW-DATE.
004020     MOVE BSL-BASELINE-TIME TO WS-ROW-TIME.
004030     IF WS-ROW-KEY < WS-CLI-PLAN-KEY (WS-CLIENT-IX)
004040         GO TO 1310-EXIT
004050     END-IF.
004060     IF WS-ROW-KEY > WS-CLI-PLAN-KEY (WS-CLIENT-IX)
004070         MOVE WS-ROW-KEY TO WS-CLI-PLAN-KEY (WS-CLIENT-IX)
004080         MOVE ZERO TO WS-CLI-PLAN-BALANCE (WS-CLIENT-IX)
004090         MOVE BSL-AGE TO WS-CLI-LOW-AGE (WS-CLIENT-IX)
004100                         WS-CLI-HIGH-AGE (WS-CLIENT-IX)
004110         SET CLI-AGE-NOT-COVERED (WS-CLIENT-IX) TO TRUE
004120     END-IF.
004130     IF BSL-AGE < WS-CLI-LOW-AGE (WS-CLIENT-IX)
004140         MOVE BSL-AGE TO WS-CLI-LOW-AGE (WS-CLIENT-IX)
004150     END-IF.
004160     IF BSL-AGE > WS-CLI-HIGH-AGE (WS-CLIENT-IX)
004170         MOVE BSL-AGE TO WS-CLI-HIGH-AGE (WS-CLIENT-IX)
004180     END-IF.
004190     IF BSL-AGE = WS-CLI-AGE (WS-CLIENT-IX)
004200         MOVE BSL-BALANCE TO WS-CLI-PLAN-BALANCE (WS-CLIENT-IX)
004210         SET CLI-PLAN-FOUND (WS-CLIENT-IX) TO TRUE
004220     END-IF.
004230 1310-EXIT.
004240     EXIT.
004250*****************************************************************
004260* 1320-FIND-CLIENT-ENTRY
004270*    SERIAL SEARCH OF THE CLIENT TABLE FOR BSL-CLIENT-ID.
004280*    LEAVES WS-CLIENT-IX AT THE MATCHING ENTRY, OR AT ZERO WHEN
004290*    THE CLIENT IS NOT ON THE MASTER.
004300*****************************************************************
004310 1320-FIND-CLIENT-ENTRY.
004320     SET CLIENT-ENTRY-NOT-FOUND TO TRUE.
004330     MOVE ZERO TO WS-CLIENT-IX.
004340     PERFORM 1330-SCAN-CLIENT-ENTRY THRU 1330-EXIT
004350         UNTIL CLIENT-ENTRY-FOUND
004360            OR WS-CLIENT-IX NOT < WS-CLIENT-COUNT.
004370     IF CLIENT-ENTRY-NOT-FOUND
004380         MOVE ZERO TO WS-CLIENT-IX
004390     END-IF.
004400 1320-EXIT.
004410     EXIT.
004420*****************************************************************
004430* 1330-SCAN-CLIENT-ENTRY
004440*    ONE STEP OF THE CLIENT TABLE SERIAL SEARCH.
004450*****************************************************************
004460 1330-SCAN-CLIENT-ENTRY.
004470     ADD 1 TO WS-CLIENT-IX.
004480     IF WS-CLI-CLIENT-ID (WS-CLIENT-IX) = BSL-CLIENT-ID
004490         SET CLIENT-ENTRY-FOUND TO TRUE
004500     END-IF.
004510 1330-EXIT.
004520     EXIT.
004530*****************************************************************
004540* 1400-COUNT-CLIENT-PLAN
004550*    COUNTS ONE CLIENT BY WHAT THE BASELINE FILE HAD FOR THEM
004560*    AND, WHEN THEY CAN BE COMPARED AGAINST PLAN, ADDS THEIR
004570*    ADVISOR TO THE ADVISOR LIST.
004580*****************************************************************
004590 1400-COUNT-CLIENT-PLAN.
004600     ADD 1 TO WS-CLIENT-IX.
004610     IF CLI-NO-PLAN (WS-CLIENT-IX)
004620         ADD 1 TO WS-CLIENTS-NO-PLAN
004630         GO TO 1400-EXIT
004640     END-IF.
004650     ADD 1 TO WS-CLIENTS-WITH-PLAN.
004660     IF CLI-AGE-NOT-COVERED (WS-CLIENT-IX)
004670         ADD 1 TO WS-CLIENTS-AGE-UNCOVERED
004680         GO TO 1400-EXIT
004690     END-IF.
004700     PERFORM 1410-FIND-ADVISOR THRU 1410-EXIT.
004710     IF ADVISOR-ENTRY-FOUND
004720         GO TO 1400-EXIT
004730     END-IF.
004740     IF WS-ADVISOR-COUNT NOT < WS-ADVISOR-MAX
004750         ADD 1 TO WS-ADVISOR-LOST-COUNT
004760         GO TO 1400-EXIT
004770     END-IF.
004780     ADD 1 TO WS-ADVISOR-COUNT.
004790     MOVE WS-CLI-ADVISOR (WS-CLIENT-IX)
004800         TO WS-ADV-CODE (WS-ADVISOR-COUNT).
004810 1400-EXIT.
004820     EXIT.
004830*****************************************************************
004840* 1410-FIND-ADVISOR
004850*    SERIAL SEARCH OF THE ADVISOR LIST FOR THE CURRENT CLIENT'S
004860*    ADVISOR CODE.
004870*****************************************************************
004880 1410-FIND-ADVISOR.
004890     SET ADVISOR-ENTRY-NOT-FOUND TO TRUE.
004900     MOVE ZERO TO WS-ADVISOR-IX.
004910     PERFORM 1420-SCAN-ADVISOR THRU 1420-EXIT
004920         UNTIL ADVISOR-ENTRY-FOUND
004930            OR WS-ADVISOR-IX NOT < WS-ADVISOR-COUNT.
004940 1410-EXIT.
004950     EXIT.
004960*****************************************************************
004970* 1420-SCAN-ADVISOR
004980*    ONE STEP OF THE ADVISOR LIST SERIAL SEARCH.
004990*****************************************************************
005000 1420-SCAN-ADVISOR.
005010     ADD 1 TO WS-ADVISOR-IX.
005020     IF WS-ADV-CODE (WS-ADVISOR-IX) =
005030         WS-CLI-ADVISOR (WS-CLIENT-IX)
005040         SET ADVISOR-ENTRY-FOUND TO TRUE
005050     END-IF.
005060 1420-EXIT.
005070     EXIT.
005080*****************************************************************
005090* 1500-SORT-ADVISORS
005100*    SORTS THE ADVISOR LIST ASCENDING WITH A SIMPLE EXCHANGE
005110*    PASS PER SLOT, THE SAME WAY THE PLANNER SORTS ITS MONTE
005120*    CARLO TRIALS.  A FEW HUNDRED CODES SORT IN A BLINK.
005130*****************************************************************
005140 1500-SORT-ADVISORS.
005150     IF WS-ADVISOR-COUNT < 2
005160         GO TO 1500-EXIT
005170     END-IF.
005180     COMPUTE WS-ADVISOR-SORT-LIMIT = WS-ADVISOR-COUNT - 1.
005190     MOVE ZERO TO WS-ADVISOR-IX.
005200     PERFORM 1510-SORT-PASS THRU 1510-EXIT
005210         WS-ADVISOR-SORT-LIMIT TIMES.
005220 1500-EXIT.
005230     EXIT.
005240*****************************************************************
005250* 1510-SORT-PASS
005260*    ONE OUTER PASS OF THE EXCHANGE SORT: LEAVES THE LOWEST
005270*    REMAINING CODE IN THE CURRENT SLOT.
005280*****************************************************************
005290 1510-SORT-PASS.
005300     ADD 1 TO WS-ADVISOR-IX.
005310     MOVE WS-ADVISOR-IX TO WS-ADVISOR-JX.
005320     PERFORM 1520-SORT-COMPARE THRU 1520-EXIT
005330         UNTIL WS-ADVISOR-JX NOT < WS-ADVISOR-COUNT.
005340 1510-EXIT.
005350     EXIT.
005360*****************************************************************
005370* 1520-SORT-COMPARE
005380*    ONE COMPARE-AND-SWAP STEP OF THE EXCHANGE SORT.
005390*****************************************************************
005400 1520-SORT-COMPARE.
005410     ADD 1 TO WS-ADVISOR-JX.
005420     IF WS-ADV-CODE (WS-ADVISOR-JX) < WS-ADV-CODE (WS-ADVISOR-IX)
005430         MOVE WS-ADV-CODE (WS-ADVISOR-IX) TO WS-ADVISOR-SWAP
005440         MOVE WS-ADV-CODE (WS-ADVISOR-JX)
005450             TO WS-ADV-CODE (WS-ADVISOR-IX)
005460         MOVE WS-ADVISOR-SWAP TO WS-ADV-CODE (WS-ADVISOR-JX)
005470     END-IF.
005480 1520-EXIT.
005490     EXIT.
005500*****************************************************************
005510* 2000-PRINT-ADVISOR-GROUP
005520*    PRINTS ONE ADVISOR'S GROUP: THE ADVISOR LINE, EVERY CLIENT
005530*    OF THE ADVISOR WHO IS BEHIND OR AHEAD OF PLAN BY MORE THAN
005540*    THE TOLERANCE, AND THE ADVISOR SUBTOTAL.
005550*****************************************************************
005560 2000-PRINT-ADVISOR-GROUP.
005570     ADD 1 TO WS-ADVISOR-IX.
005580     MOVE ZERO TO WS-SUB-BEHIND
005590                  WS-SUB-AHEAD
005600                  WS-SUB-ON-PLAN
005610                  WS-SUB-PLAN-BALANCE
005620                  WS-SUB-ACTUAL-BALANCE
005630                  WS-SUB-GAP-AMOUNT.
005640     IF WS-LINE-COUNT + 4 > WS-MAX-LINES-PER-PAGE
005650         MOVE SPACES TO TRK-ADVISOR-CODE
005660         PERFORM 3000-PRINT-HEADERS THRU 3000-EXIT
005670     END-IF.
005680     MOVE WS-ADV-CODE (WS-ADVISOR-IX) TO TRK-ADVISOR-CODE.
005690     WRITE TRACKING-REPORT-LINE FROM TRK-BLANK-LINE.
005700     WRITE TRACKING-REPORT-LINE FROM TRK-ADVISOR-LINE.
005710     ADD 2 TO WS-LINE-COUNT.
005720     MOVE ZERO TO WS-CLIENT-IX.
005730     PERFORM 2100-CHECK-CLIENT THRU 2100-EXIT
005740         WS-CLIENT-COUNT TIMES.
005750     MOVE SPACES TO TRK-SUB-LABEL.
005760     STRING "ADVISOR " WS-ADV-CODE (WS-ADVISOR-IX)
005770         DELIMITED BY SIZE INTO TRK-SUB-LABEL.
005780     MOVE WS-SUB-BEHIND         TO TRK-SUB-BEHIND.
005790     MOVE WS-SUB-AHEAD          TO TRK-SUB-AHEAD.
005800     MOVE WS-SUB-ON-PLAN        TO TRK-SUB-ON-PLAN.
005810     MOVE WS-SUB-PLAN-BALANCE   TO TRK-SUB-PLAN-BALANCE.
005820     MOVE WS-SUB-ACTUAL-BALANCE TO TRK-SUB-ACTUAL-BALANCE.
005830     MOVE WS-SUB-GAP-AMOUNT     TO TRK-SUB-GAP-AMOUNT.
005840     MOVE WS-SUB-GAP-AMOUNT     TO WS-GAP-AMOUNT.
005850     MOVE WS-SUB-PLAN-BALANCE   TO WS-GAP-BASE.
005860     PERFORM 2150-COMPUTE-GAP-PCT THRU 2150-EXIT.
005870     MOVE WS-GAP-PCT            TO TRK-SUB-GAP-PCT.
005880     PERFORM 3100-CHECK-PAGE-BREAK THRU 3100-EXIT.
005890     WRITE TRACKING-REPORT-LINE FROM TRK-SUBTOTAL-LINE.
005900     ADD 1 TO WS-LINE-COUNT.
005910     ADD WS-SUB-BEHIND         TO WS-TOT-BEHIND.
005920     ADD WS-SUB-AHEAD          TO WS-TOT-AHEAD.
005930     ADD WS-SUB-ON-PLAN        TO WS-TOT-ON-PLAN.
005940     ADD WS-SUB-PLAN-BALANCE   TO WS-TOT-PLAN-BALANCE.
005950     ADD WS-SUB-ACTUAL-BALANCE TO WS-TOT-ACTUAL-BALANCE.
005960     ADD WS-SUB-GAP-AMOUNT     TO WS-TOT-GAP-AMOUNT.
005970 2000-EXIT.
005980     EXIT.
005990*****************************************************************
006000* 2100-CHECK-CLIENT
006010*    COMPARES ONE CLIENT OF THE CURRENT ADVISOR AGAINST PLAN
006020*    AND LISTS THEM WHEN THE GAP IS OUTSIDE THE TOLERANCE.
006030*    CLIENTS OF OTHER ADVISORS, AND CLIENTS WITH NO PLANNED
006040*    BALANCE FOR THEIR AGE, ARE PASSED OVER.
006050*****************************************************************
006060 2100-CHECK-CLIENT.
006070     ADD 1 TO WS-CLIENT-IX.
006080     IF WS-CLI-ADVISOR (WS-CLIENT-IX) NOT =
006090         WS-ADV-CODE (WS-ADVISOR-IX)
006100         GO TO 2100-EXIT
006110     END-IF.
006120     IF NOT CLI-PLAN-FOUND (WS-CLIENT-IX)
006130         GO TO 2100-EXIT
006140     END-IF.
006150     ADD 1 TO WS-CLIENTS-COMPARED.
006160     COMPUTE WS-GAP-AMOUNT =
006170         WS-CLI-MONEY (WS-CLIENT-IX)
006180         - WS-CLI-PLAN-BALANCE (WS-CLIENT-IX).
006190     MOVE WS-CLI-PLAN-BALANCE (WS-CLIENT-IX) TO WS-GAP-BASE.
006200     PERFORM 2150-COMPUTE-GAP-PCT THRU 2150-EXIT.
006210     IF WS-GAP-PCT > WS-TRACKING-PCT
006220         MOVE "AHEAD" TO WS-GAP-STATUS
006230         ADD 1 TO WS-SUB-AHEAD
006240     ELSE
006250         IF WS-GAP-PCT < WS-NEG-TRACKING-PCT
006260             MOVE "BEHIND" TO WS-GAP-STATUS
006270             ADD 1 TO WS-SUB-BEHIND
006280         ELSE
006290             ADD 1 TO WS-SUB-ON-PLAN
006300             GO TO 2100-EXIT
006310         END-IF
006320     END-IF.
006330     ADD WS-CLI-PLAN-BALANCE (WS-CLIENT-IX)
006340         TO WS-SUB-PLAN-BALANCE.
006350     ADD WS-CLI-MONEY (WS-CLIENT-IX) TO WS-SUB-ACTUAL-BALANCE.
006360     ADD WS-GAP-AMOUNT TO WS-SUB-GAP-AMOUNT.
006370     PERFORM 3100-CHECK-PAGE-BREAK THRU 3100-EXIT.
006380     MOVE WS-CLI-CLIENT-ID (WS-CLIENT-IX)    TO TRK-CLIENT-ID.
006390     MOVE WS-CLI-NAME (WS-CLIENT-IX)         TO TRK-CLIENT-NAME.
006400     MOVE WS-CLI-AGE (WS-CLIENT-IX)          TO TRK-AGE.
006410     MOVE WS-CLI-PLAN-DATE (WS-CLIENT-IX)    TO TRK-PLAN-DATE.
006420     MOVE WS-CLI-PLAN-BALANCE (WS-CLIENT-IX) TO TRK-PLAN-BALANCE.
006430     MOVE WS-CLI-MONEY (WS-CLIENT-IX)       TO TRK-ACTUAL-BALANCE.
006440     MOVE WS-GAP-AMOUNT                      TO TRK-GAP-AMOUNT.
006450     MOVE WS-GAP-PCT                         TO TRK-GAP-PCT.
006460     MOVE WS-GAP-STATUS                      TO TRK-STATUS.
006470     WRITE TRACKING-REPORT-LINE FROM TRK-GAP-DETAIL.
006480     ADD 1 TO WS-LINE-COUNT.
006490 2100-EXIT.
006500     EXIT.
006510*****************************************************************
006520* 2150-COMPUTE-GAP-PCT
006530*    THE GAP IN WS-GAP-AMOUNT AS A PERCENT OF THE PLANNED
006540*    BALANCE IN WS-GAP-BASE.  A GAP AGAINST A ZERO PLAN, OR ONE
006550*    TOO LARGE FOR THE FIELD, SHOWS AS 9999.99.
006560*****************************************************************
006570 2150-COMPUTE-GAP-PCT.
006580     IF WS-GAP-AMOUNT = ZERO
006590         MOVE ZERO TO WS-GAP-PCT
006600         GO TO 2150-EXIT
006610     END-IF.
006620     IF WS-GAP-BASE = ZERO
006630         MOVE 9999.99 TO WS-GAP-PCT
006640         GO TO 2150-EXIT
006650     END-IF.
006660     COMPUTE WS-GAP-PCT ROUNDED =
006670         (WS-GAP-AMOUNT * 100) / WS-GAP-BASE
006680         ON SIZE ERROR
006690             MOVE 9999.99 TO WS-GAP-PCT
006700     END-COMPUTE.
006710 2150-EXIT.
006720     EXIT.
006730*****************************************************************
006740* 2900-PRINT-GRAND-TOTAL
006750*    PRINTS THE ALL-ADVISOR TOTAL LINE UNDER THE LAST GROUP.
006760*****************************************************************
006770 2900-PRINT-GRAND-TOTAL.
006780     IF WS-ADVISOR-COUNT = ZERO
006790         GO TO 2900-EXIT
006800     END-IF.
006810     IF WS-LINE-COUNT + 2 > WS-MAX-LINES-PER-PAGE
006820         MOVE SPACES TO TRK-ADVISOR-CODE
006830         PERFORM 3000-PRINT-HEADERS THRU 3000-EXIT
006840     END-IF.
006850     MOVE "ALL ADVISORS"        TO TRK-SUB-LABEL.
006860     MOVE WS-TOT-BEHIND         TO TRK-SUB-BEHIND.
006870     MOVE WS-TOT-AHEAD          TO TRK-SUB-AHEAD.
006880     MOVE WS-TOT-ON-PLAN        TO TRK-SUB-ON-PLAN.
006890     MOVE WS-TOT-PLAN-BALANCE   TO TRK-SUB-PLAN-BALANCE.
006900     MOVE WS-TOT-ACTUAL-BALANCE TO TRK-SUB-ACTUAL-BALANCE.
006910     MOVE WS-TOT-GAP-AMOUNT     TO TRK-SUB-GAP-AMOUNT.
006920     MOVE WS-TOT-GAP-AMOUNT     TO WS-GAP-AMOUNT.
006930     MOVE WS-TOT-PLAN-BALANCE   TO WS-GAP-BASE.
006940     PERFORM 2150-COMPUTE-GAP-PCT THRU 2150-EXIT.
006950     MOVE WS-GAP-PCT            TO TRK-SUB-GAP-PCT.
006960     WRITE TRACKING-REPORT-LINE FROM TRK-BLANK-LINE.
006970     WRITE TRACKING-REPORT-LINE FROM TRK-SUBTOTAL-LINE.
006980     ADD 2 TO WS-LINE-COUNT.
006990     IF WS-ADVISOR-LOST-COUNT > ZERO
007000         MOVE "**WARNING** ADVISOR LIST FULL - CLIENTS OMITTED"
007010             TO TRK-MESSAGE
007020         PERFORM 3300-WRITE-MESSAGE THRU 3300-EXIT
007030     END-IF.
007040 2900-EXIT.
007050     EXIT.
007060*****************************************************************
007070* 3000-PRINT-HEADERS
007080*    STARTS A NEW PAGE.  IN SECTION 1 THE ADVISOR LINE OF THE
007090*    GROUP BEING PRINTED IS REPEATED UNDER THE COLUMN HEADINGS.
007100*****************************************************************
007110 3000-PRINT-HEADERS.
007120     ADD 1 TO WS-PAGE-COUNT.
007130     MOVE WS-PAGE-COUNT TO TRK-PAGE-NO.
007140     MOVE WS-RUN-DATE   TO TRK-RUN-DATE.
007150     WRITE TRACKING-REPORT-LINE FROM TRK-HEADING-1.
007160     WRITE TRACKING-REPORT-LINE FROM TRK-BLANK-LINE.
007170     MOVE ZERO TO WS-LINE-COUNT.
007180     PERFORM 3050-PRINT-COLUMNS THRU 3050-EXIT.
007190     IF GAP-SECTION AND TRK-ADVISOR-CODE NOT = SPACES
007200         WRITE TRACKING-REPORT-LINE FROM TRK-ADVISOR-LINE
007210         ADD 1 TO WS-LINE-COUNT
007220     END-IF.
007230 3000-EXIT.
007240     EXIT.
007250*****************************************************************
007260* 3050-PRINT-COLUMNS
007270*    PRINTS THE COLUMN HEADINGS OF THE CURRENT SECTION.
007280*****************************************************************
007290 3050-PRINT-COLUMNS.
007300     IF GAP-SECTION
007310         WRITE TRACKING-REPORT-LINE FROM TRK-GAP-COLUMNS
007320         ADD 1 TO WS-LINE-COUNT
007330     END-IF.
007340     IF AGE-SECTION
007350         WRITE TRACKING-REPORT-LINE FROM TRK-AGE-COLUMNS
007360         ADD 1 TO WS-LINE-COUNT
007370     END-IF.
007380 3050-EXIT.
007390     EXIT.
007400*****************************************************************
007410* 3100-CHECK-PAGE-BREAK
007420*    STARTS A NEW PAGE WHEN THE CURRENT ONE IS FULL.
007430*****************************************************************
007440 3100-CHECK-PAGE-BREAK.
007450     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
007460         PERFORM 3000-PRINT-HEADERS THRU 3000-EXIT
007470     END-IF.
007480 3100-EXIT.
007490     EXIT.
007500*****************************************************************
007510* 3200-START-SECTION
007520*    PRINTS A SECTION TITLE (ALREADY IN TRK-SECTION-TITLE) AND
007530*    THE COLUMN HEADINGS OF THE SECTION NUMBERED IN
007540*    WS-NEXT-SECTION, STARTING A NEW PAGE FIRST WHEN THE TITLE
007550*    WOULD OTHERWISE BE STRANDED AT THE FOOT OF THIS ONE.
007560*****************************************************************
007570 3200-START-SECTION.
007580     MOVE ZERO TO WS-REPORT-SECTION.
007590     MOVE SPACES TO TRK-ADVISOR-CODE.
007600     IF WS-LINE-COUNT + 5 > WS-MAX-LINES-PER-PAGE
007610         PERFORM 3000-PRINT-HEADERS THRU 3000-EXIT
007620     END-IF.
007630     WRITE TRACKING-REPORT-LINE FROM TRK-BLANK-LINE.
007640     WRITE TRACKING-REPORT-LINE FROM TRK-SECTION-LINE.
007650     WRITE TRACKING-REPORT-LINE FROM TRK-BLANK-LINE.
007660     ADD 3 TO WS-LINE-COUNT.
007670     MOVE WS-NEXT-SECTION TO WS-REPORT-SECTION.
007680     PERFORM 3050-PRINT-COLUMNS THRU 3050-EXIT.
007690 3200-EXIT.
007700     EXIT.
007710*****************************************************************
007720* 3300-WRITE-MESSAGE
007730*    WRITES ONE WARNING OR INFORMATION LINE.  THE MESSAGE IS
007740*    ALREADY IN TRK-MESSAGE.
007750*****************************************************************
007760 3300-WRITE-MESSAGE.
007770     PERFORM 3100-CHECK-PAGE-BREAK THRU 3100-EXIT.
007780     WRITE TRACKING-REPORT-LINE FROM TRK-MESSAGE-LINE.
007790     ADD 1 TO WS-LINE-COUNT.
007800 3300-EXIT.
007810     EXIT.
007820*****************************************************************
007830* 8000-PRINT-AGE-NOT-COVERED
007840*    PRINTS SECTION 2: EVERY CLIENT WHOSE LATEST BASELINE HAS NO
007850*    ROW FOR THEIR CURRENT AGE -- USUALLY A CLIENT PAST THE
007860*    RETIREMENT AGE THE PLAN RAN TO, OR A MASTER AGE KEYED
007870*    BELOW THE AGE AT ACCEPTANCE -- SO THE ADVISOR KNOWS A NEW
007880*    BASELINE IS DUE.
007890*****************************************************************
007900 8000-PRINT-AGE-NOT-COVERED.
007910     MOVE "SECTION 2 - BASELINE DOES NOT COVER THE CLIENT'S AGE"
007920         TO TRK-SECTION-TITLE.
007930     MOVE 2 TO WS-NEXT-SECTION.
007940     PERFORM 3200-START-SECTION THRU 3200-EXIT.
007950     IF WS-CLIENTS-AGE-UNCOVERED = ZERO
007960         MOVE "EVERY BASELINE COVERS ITS CLIENT'S CURRENT AGE"
007970             TO TRK-MESSAGE
007980         PERFORM 3300-WRITE-MESSAGE THRU 3300-EXIT
007990         GO TO 8000-EXIT
008000     END-IF.
008010     MOVE ZERO TO WS-CLIENT-IX.
008020     PERFORM 8010-PRINT-AGE-LINE THRU 8010-EXIT
008030         WS-CLIENT-COUNT TIMES.
008040 8000-EXIT.
008050     EXIT.
008060*****************************************************************
008070* 8010-PRINT-AGE-LINE
008080*    PRINTS ONE CLIENT TABLE ENTRY IF ITS BASELINE DOES NOT
008090*    COVER ITS AGE.
008100*****************************************************************
008110 8010-PRINT-AGE-LINE.
008120     ADD 1 TO WS-CLIENT-IX.
008130     IF NOT CLI-AGE-NOT-COVERED (WS-CLIENT-IX)
008140         GO TO 8010-EXIT
008150     END-IF.
008160     PERFORM 3100-CHECK-PAGE-BREAK THRU 3100-EXIT.
008170     MOVE WS-CLI-CLIENT-ID (WS-CLIENT-IX) TO TRK-AGE-CLIENT-ID.
008180     MOVE WS-CLI-NAME (WS-CLIENT-IX)      TO TRK-AGE-CLIENT-NAME.
008190     MOVE WS-CLI-ADVISOR (WS-CLIENT-IX)   TO TRK-AGE-ADVISOR.
008200     MOVE WS-CLI-AGE (WS-CLIENT-IX)       TO TRK-AGE-AGE.
008210     MOVE WS-CLI-PLAN-DATE (WS-CLIENT-IX) TO TRK-AGE-PLAN-DATE.
008220     MOVE WS-CLI-LOW-AGE (WS-CLIENT-IX)   TO TRK-AGE-LOW.
008230     MOVE WS-CLI-HIGH-AGE (WS-CLIENT-IX)  TO TRK-AGE-HIGH.
008240     WRITE TRACKING-REPORT-LINE FROM TRK-AGE-DETAIL.
008250     ADD 1 TO WS-LINE-COUNT.
008260 8010-EXIT.
008270     EXIT.
008280*****************************************************************
008290* 9000-TERMINATE
008300*    PRINTS THE RUN TOTALS, CLOSES THE REPORT, AND SETS THE
008310*    RETURN CODE: 4 WHEN THE BASELINE FILE WAS MISSING OR A
008320*    TABLE FILLED, SO THE REPORT IS KNOWN TO BE INCOMPLETE.
008330*****************************************************************
008340 9000-TERMINATE.
008350     MOVE "RUN TOTALS" TO TRK-SECTION-TITLE.
008360     MOVE ZERO TO WS-NEXT-SECTION.
008370     PERFORM 3200-START-SECTION THRU 3200-EXIT.
008380     MOVE "MASTER CLIENTS READ:" TO TRK-TOTAL-LABEL.
008390     MOVE WS-MASTER-CLIENTS TO TRK-TOTAL-VALUE.
008400     WRITE TRACKING-REPORT-LINE FROM TRK-TOTAL-LINE.
008410     MOVE "BASELINE ROWS READ:" TO TRK-TOTAL-LABEL.
008420     MOVE WS-BASELINE-ROWS-READ TO TRK-TOTAL-VALUE.
008430     WRITE TRACKING-REPORT-LINE FROM TRK-TOTAL-LINE.
008440     MOVE "BASELINE ROWS FOR NO MASTER CLIENT:"
008450         TO TRK-TOTAL-LABEL.
008460     MOVE WS-BASELINE-ROWS-ORPHAN TO TRK-TOTAL-VALUE.
008470     WRITE TRACKING-REPORT-LINE FROM TRK-TOTAL-LINE.
008480     MOVE "CLIENTS WITH NO BASELINE:" TO TRK-TOTAL-LABEL.
008490     MOVE WS-CLIENTS-NO-PLAN TO TRK-TOTAL-VALUE.
008500     WRITE TRACKING-REPORT-LINE FROM TRK-TOTAL-LINE.
008510     MOVE "CLIENTS WITH A BASELINE:" TO TRK-TOTAL-LABEL.
008520     MOVE WS-CLIENTS-WITH-PLAN TO TRK-TOTAL-VALUE.
008530     WRITE TRACKING-REPORT-LINE FROM TRK-TOTAL-LINE.
008540     MOVE "BASELINE DOES NOT COVER AGE:" TO TRK-TOTAL-LABEL.
008550     MOVE WS-CLIENTS-AGE-UNCOVERED TO TRK-TOTAL-VALUE.
008560     WRITE TRACKING-REPORT-LINE FROM TRK-TOTAL-LINE.
008570     MOVE "CLIENTS COMPARED AGAINST PLAN:" TO TRK-TOTAL-LABEL.
008580     MOVE WS-CLIENTS-COMPARED TO TRK-TOTAL-VALUE.
008590     WRITE TRACKING-REPORT-LINE FROM TRK-TOTAL-LINE.
008600     MOVE "CLIENTS BEHIND PLAN:" TO TRK-TOTAL-LABEL.
008610     MOVE WS-TOT-BEHIND TO TRK-TOTAL-VALUE.
008620     WRITE TRACKING-REPORT-LINE FROM TRK-TOTAL-LINE.
008630     MOVE "CLIENTS AHEAD OF PLAN:" TO TRK-TOTAL-LABEL.
008640     MOVE WS-TOT-AHEAD TO TRK-TOTAL-VALUE.
008650     WRITE TRACKING-REPORT-LINE FROM TRK-TOTAL-LINE.
008660     MOVE "CLIENTS ON PLAN:" TO TRK-TOTAL-LABEL.
008670     MOVE WS-TOT-ON-PLAN TO TRK-TOTAL-VALUE.
008680     WRITE TRACKING-REPORT-LINE FROM TRK-TOTAL-LINE.
008690     IF WS-CLIENT-LOST-COUNT > ZERO
008700         MOVE "CLIENTS NOT LOADED - TABLE FULL:"
008710             TO TRK-TOTAL-LABEL
008720         MOVE WS-CLIENT-LOST-COUNT TO TRK-TOTAL-VALUE
008730         WRITE TRACKING-REPORT-LINE FROM TRK-TOTAL-LINE
008740     END-IF.
008750     CLOSE TRACKING-REPORT-FILE.
008760     DISPLAY "MASTER CLIENTS READ:   " WS-MASTER-CLIENTS.
008770     DISPLAY "CLIENTS COMPARED:      " WS-CLIENTS-COMPARED.
008780     DISPLAY "CLIENTS BEHIND PLAN:   " WS-TOT-BEHIND.
008790     DISPLAY "CLIENTS AHEAD OF PLAN: " WS-TOT-AHEAD.
008800     IF BASELINE-FILE-MISSING
008810         OR WS-CLIENT-LOST-COUNT > ZERO
008820         OR WS-ADVISOR-LOST-COUNT > ZERO
008830         MOVE 4 TO RETURN-CODE
008840     END-IF.
008850 9000-EXIT.
008860     EXIT.
008870 END PROGRAM PLAN-TRACKING.
