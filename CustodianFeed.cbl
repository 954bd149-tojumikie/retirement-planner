000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CUSTODIAN-FEED.
000030 AUTHOR.        TORITSEJU MIKIE.
000040 INSTALLATION.  RETIREMENT PLANNING GROUP.
000050 DATE-WRITTEN.  2026-10-05.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100*---------- ----  ----------------------------------------------
000110* 2026-10-05  TM   ORIGINAL VERSION.  CLM-MONEY AND THE
000120*                  ACCOUNT-TYPE SPLITS ON THE CLIENT MASTER ONLY
000130*                  CHANGED WHEN SOMEBODY KEYED A CLIENT-MAINT
000140*                  CHANGE, SO MOST CLIENTS WERE PROJECTED OFF
000150*                  BALANCES MONTHS OLD.  THIS NIGHTLY STEP RUNS
000160*                  AHEAD OF THE PLANNER: IT MATCHES THE
000170*                  CUSTODIAN'S POSITION FILE (SORTED BY CLIENT
000180*                  ID) AGAINST THE MASTER IN ONE KEY-SEQUENCE
000190*                  PASS, TOTALS EACH CLIENT'S ACCOUNTS INTO THE
000200*                  TAXABLE, TAX-DEFERRED, AND ROTH POTS, AND
000210*                  REWRITES CLM-MONEY AND THE SPLITS IN PLACE,
000220*                  CARRYING THE TRAILER HASH FORWARD BY DELTA THE
000230*                  SAME WAY CLIENT-MAINT DOES.  THE VARIANCE
000240*                  REPORT LISTS CLIENTS WHOSE BALANCE MOVED MORE
000250*                  THAN THE TOLERANCE, CUSTODIAN ACCOUNTS THAT
000260*                  COULD NOT BE APPLIED, AND MASTER CLIENTS THE
000270*                  FEED DID NOT COVER.  A MISSING, EMPTY, OR
000280*                  UNSORTED FEED STOPS THE RUN WITH RETURN CODE
000290*                  16 BEFORE THE MASTER IS TOUCHED.
000300* 2026-10-15  TM   EVERY REFRESHED CLIENT IS NOW JOURNALED TO THE
000310*                  CLIENT-MAINT CHANGE JOURNAL AS A CHANGE WITH
000320*                  ITS BEFORE AND AFTER IMAGES, SO CLIENT-ASOF
000330*                  SEES FEED BALANCES AS WELL AS KEYED CHANGES.
000340*****************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.   IBM-370.
000380 OBJECT-COMPUTER.   IBM-370.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT POSITION-FILE ASSIGN TO CUSTPOS
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-POSITION-STATUS.
000440     SELECT CLIENT-MASTER-FILE ASSIGN TO CLIENTIN
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CLM-CLIENT-ID
000480         FILE STATUS IS WS-MASTER-STATUS.
000490     SELECT FEED-PARM-FILE ASSIGN TO FEEDPARM
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-PARM-STATUS.
000520     SELECT VARIANCE-REPORT-FILE ASSIGN TO VARRPT
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540     SELECT CLIENT-JOURNAL-FILE ASSIGN TO CLNTJRNL
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-JOURNAL-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  POSITION-FILE
000600     RECORDING MODE IS F.
000610 COPY POSNREC.
000620 FD  CLIENT-MASTER-FILE.
000630 COPY CLIENTREC.
000640 FD  FEED-PARM-FILE
000650     RECORDING MODE IS F.
000660*****************************************************************
000670* ONE PARAMETER PER RECORD, KEYWORD AND VALUE, THE SAME SHAPE
000680* AS THE PLANNER'S RUN PARAMETER FILE.  THE ONLY KEYWORD IS
000690* VARIANCE-PCT, A WHOLE PERCENT (15 MEANS 15 PCT): A CLIENT
000700* WHOSE BALANCE MOVES BY MORE THAN THAT IS LISTED ON THE
000710* VARIANCE REPORT.  NO PARAMETER FILE LEAVES THE DEFAULT.
000720*****************************************************************
000730 01  FEED-PARM-RECORD.
000740     05  PRM-KEYWORD            PIC X(20).
000750     05  PRM-VALUE              PIC X(08).
000760 FD  VARIANCE-REPORT-FILE
000770     RECORDING MODE IS F.
000780 01  VARIANCE-REPORT-LINE       PIC X(132).
000790 FD  CLIENT-JOURNAL-FILE
000800     RECORDING MODE IS F.
000810 COPY JRNLREC.
000820 WORKING-STORAGE SECTION.
000830*****************************************************************
000840* SWITCHES AND COUNTERS
000850*****************************************************************
000860 77  WS-POSITION-STATUS         PIC X(02)       VALUE SPACES.
000870 77  WS-POSITION-EOF-SWITCH     PIC X(01)       VALUE "N".
000880     88  END-OF-POSITION-FILE                   VALUE "Y".
000890 77  WS-MASTER-STATUS           PIC X(02)       VALUE SPACES.
000900 77  WS-MASTER-EOF-SWITCH       PIC X(01)       VALUE "N".
000910     88  END-OF-MASTER-FILE                     VALUE "Y".
000920 77  WS-PARM-STATUS             PIC X(02)       VALUE SPACES.
000930 77  WS-PARM-EOF-SWITCH         PIC X(01)       VALUE "N".
000940     88  END-OF-PARM-FILE                       VALUE "Y".
000950 77  WS-PARM-VALUE-NUM          PIC 9(08)       VALUE ZERO.
000960 77  WS-RUN-DATE                PIC 9(08)       VALUE ZERO.
000970 77  WS-LINE-COUNT              PIC 9(03) COMP  VALUE ZERO.
000980 77  WS-PAGE-COUNT              PIC 9(03) COMP  VALUE ZERO.
000990 77  WS-MAX-LINES-PER-PAGE      PIC 9(03) COMP  VALUE 50.
001000 77  WS-VERIFY-COUNT            PIC 9(07) COMP  VALUE ZERO.
001010 77  WS-SEQUENCE-ERRORS         PIC 9(07) COMP  VALUE ZERO.
001020 77  WS-POSITIONS-READ          PIC 9(07) COMP  VALUE ZERO.
001030 77  WS-POSITIONS-MATCHED       PIC 9(07) COMP  VALUE ZERO.
001040 77  WS-CLIENTS-REFRESHED       PIC 9(07) COMP  VALUE ZERO.
001050 77  WS-CLIENTS-NOT-UPDATED     PIC 9(07) COMP  VALUE ZERO.
001060 77  WS-VARIANCE-COUNT          PIC 9(07) COMP  VALUE ZERO.
001070*****************************************************************
001080* THE MOVE TOLERANCE IN FORCE, AS A WHOLE PERCENT EITHER WAY.
001090*****************************************************************
001100 77  WS-VARIANCE-PCT            PIC 9(03)V99    VALUE 10.00.
001110 77  WS-NEG-VARIANCE-PCT        PIC S9(03)V99   VALUE ZERO.
001120*****************************************************************
001130* MATCH KEYS.  EACH SIDE'S KEY GOES TO HIGH-VALUES AT END OF
001140* FILE SO THE OTHER SIDE'S REMAINING RECORDS DRAIN THROUGH THE
001150* SAME COMPARE.  THE PRIOR KEY DRIVES THE FEED SEQUENCE CHECK.
001160*****************************************************************
001170 77  WS-POSITION-KEY            PIC X(10)       VALUE LOW-VALUES.
001180 77  WS-MASTER-KEY              PIC X(10)       VALUE LOW-VALUES.
001190 77  WS-PRIOR-POSITION-KEY      PIC X(10)       VALUE LOW-VALUES.
001200*****************************************************************
001210* ONE CLIENT'S POSITIONS AS THEY ARE TOTALED, AND THE RESULTING
001220* MOVE AGAINST THE MASTER BALANCE.
001230*****************************************************************
001240 77  WS-NEW-TAXABLE             PIC 9(11)V99    VALUE ZERO.
001250 77  WS-NEW-DEFERRED            PIC 9(11)V99    VALUE ZERO.
001260 77  WS-NEW-ROTH                PIC 9(11)V99    VALUE ZERO.
001270 77  WS-NEW-TOTAL               PIC 9(11)V99    VALUE ZERO.
001280 77  WS-OLD-MONEY               PIC 9(07)V99    VALUE ZERO.
001290 77  WS-DEP-SPLIT-TOTAL         PIC 9(09)V99    VALUE ZERO.
001300 77  WS-CHANGE-AMOUNT           PIC S9(11)V99   VALUE ZERO.
001310 77  WS-CHANGE-PCT              PIC S9(04)V99   VALUE ZERO.
001320 77  WS-CLIENT-AS-OF-DATE       PIC 9(08)       VALUE ZERO.
001330 77  WS-REJECT-REASON           PIC X(40)       VALUE SPACES.
001340 77  WS-CLIENT-REJECT-SWITCH    PIC X(01)       VALUE "N".
001350     88  CLIENT-POSITION-REJECTED               VALUE "Y".
001360     88  CLIENT-POSITIONS-CLEAN                 VALUE "N".
001370*****************************************************************
001380* CHANGE JOURNAL.  THE JOURNAL IS CLIENT-MAINT'S, APPEND-ONLY
001390* AND OPENED EXTEND; EVERY REFRESHED CLIENT IS JOURNALED AS A
001400* CHANGE SOURCED FROM THE FEED.  THE BEFORE IMAGE IS SAVED HERE
001410* BEFORE THE REFRESH TOUCHES THE RECORD AREA.
001420*****************************************************************
001430 77  WS-JOURNAL-STATUS          PIC X(02)       VALUE SPACES.
001440 77  WS-JOURNAL-COUNT           PIC 9(07) COMP  VALUE ZERO.
001450 77  WS-JOURNAL-SEQ             PIC 9(07)       VALUE ZERO.
001460 77  WS-RUN-TIME                PIC 9(08)       VALUE ZERO.
001470 77  WS-FEED-OPERATOR-ID        PIC X(08)       VALUE "CUSTFEED".
001480 01  WS-JOURNAL-BEFORE          PIC X(334)      VALUE SPACES.
001490*****************************************************************
001500* THE MASTER'S CONTROL TOTALS.  THE TRAILER'S COUNT AND HASH
001510* ARE LOADED AT INITIALIZE TIME AND THE HASH IS CARRIED FORWARD
001520* BY DELTA AS CLIENTS ARE REFRESHED.  THE PASS ALSO SWEEPS
001530* EVERY DETAIL, SO THE TRAILER AS LOADED IS PROVED AGAINST THE
001540* SWEPT BEFORE-REFRESH TOTALS, AND A MASTER WITH NO TRAILER
001550* GETS ONE BUILT FROM THE SWEPT AFTER-REFRESH TOTALS.
001560*****************************************************************
001570 77  WS-TRAILER-COUNT           PIC 9(07)       VALUE ZERO.
001580 77  WS-TRAILER-HASH            PIC 9(13)V99    VALUE ZERO.
001590 77  WS-TRAILER-HASH-IN         PIC 9(13)V99    VALUE ZERO.
001600 77  WS-SWEEP-COUNT             PIC 9(07)       VALUE ZERO.
001610 77  WS-SWEEP-HASH-BEFORE       PIC 9(13)V99    VALUE ZERO.
001620 77  WS-SWEEP-HASH-AFTER        PIC 9(13)V99    VALUE ZERO.
001630 77  WS-TRAILER-FOUND-SWITCH    PIC X(01)       VALUE "N".
001640     88  TRAILER-FOUND                          VALUE "Y".
001650 77  WS-HEADER-FOUND-SWITCH     PIC X(01)       VALUE "N".
001660     88  HEADER-FOUND                           VALUE "Y".
001670 77  WS-BALANCE-SWITCH          PIC X(01)       VALUE "Y".
001680     88  MASTER-IN-BALANCE                      VALUE "Y".
001690     88  MASTER-OUT-OF-BALANCE                  VALUE "N".
001700*****************************************************************
001710* THE REPORT SECTION BEING PRINTED, SO A PAGE BREAK REPRINTS
001720* THE RIGHT COLUMN HEADINGS.
001730*****************************************************************
001740 77  WS-REPORT-SECTION          PIC 9(01)       VALUE ZERO.
001750     88  MOVES-SECTION                          VALUE 1.
001760     88  ACCOUNTS-SECTION                       VALUE 2.
001770     88  CLIENTS-SECTION                        VALUE 3.
001780 77  WS-NEXT-SECTION            PIC 9(01)       VALUE ZERO.
001790*****************************************************************
001800* CUSTODIAN ACCOUNTS THAT COULD NOT BE APPLIED AND MASTER
001810* CLIENTS THE FEED DID NOT COVER, HELD UNTIL THE PASS IS DONE
001820* SO EACH PRINTS AS ITS OWN SECTION.  A FULL TABLE IS COUNTED
001830* AND NOTED RATHER THAN OVERFLOWED.
001840*****************************************************************
001850 77  WS-TABLE-MAX               PIC 9(04) COMP  VALUE 1000.
001860 77  WS-UNAPPLIED-COUNT         PIC 9(04) COMP  VALUE ZERO.
001870 77  WS-UNAPPLIED-LOST-COUNT    PIC 9(07) COMP  VALUE ZERO.
001880 77  WS-UNAPPLIED-IX            PIC 9(04) COMP  VALUE ZERO.
001890 77  WS-UNCOVERED-COUNT         PIC 9(04) COMP  VALUE ZERO.
001900 77  WS-UNCOVERED-LOST-COUNT    PIC 9(07) COMP  VALUE ZERO.
001910 77  WS-UNCOVERED-IX            PIC 9(04) COMP  VALUE ZERO.
001920 77  WS-EXCEPTION-TOTAL         PIC 9(07) COMP  VALUE ZERO.
001930 01  WS-UNAPPLIED-TABLE.
001940     05  WS-UNAPPLIED-ENTRY     OCCURS 1000 TIMES.
001950         10  WS-UNA-CLIENT-ID       PIC X(10).
001960         10  WS-UNA-ACCOUNT-NUMBER  PIC X(12).
001970         10  WS-UNA-ACCOUNT-TYPE    PIC X(01).
001980         10  WS-UNA-MARKET-VALUE    PIC 9(09)V99.
001990         10  WS-UNA-AS-OF-DATE      PIC X(08).
002000         10  WS-UNA-REASON          PIC X(40).
002010 01  WS-UNCOVERED-TABLE.
002020     05  WS-UNCOVERED-ENTRY     OCCURS 1000 TIMES.
002030         10  WS-UNC-CLIENT-ID       PIC X(10).
002040         10  WS-UNC-CLIENT-NAME     PIC X(30).
002050         10  WS-UNC-ADVISOR-CODE    PIC X(05).
002060         10  WS-UNC-MONEY           PIC 9(07)V99.
002070*****************************************************************
002080* VARIANCE REPORT LINE LAYOUTS
002090*****************************************************************
002100 COPY VARLIN.
002110 PROCEDURE DIVISION.
002120*****************************************************************
002130* 0000-MAINLINE
002140*    DRIVES THE REFRESH: ONE MATCHED PASS OF THE POSITION FILE
002150*    AGAINST THE MASTER IN CLIENT ID ORDER, THEN THE
002160*    UNAPPLIED-ACCOUNT AND UNCOVERED-CLIENT SECTIONS AND THE
002170*    TOTALS.
002180*****************************************************************
002190 0000-MAINLINE.
002200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002210     PERFORM 2000-MATCH-STEP THRU 2000-EXIT
002220         UNTIL END-OF-POSITION-FILE
002230             AND END-OF-MASTER-FILE.
002240     PERFORM 2900-END-MOVES-SECTION THRU 2900-EXIT.
002250     PERFORM 8000-PRINT-UNAPPLIED THRU 8000-EXIT.
002260     PERFORM 8100-PRINT-UNCOVERED THRU 8100-EXIT.
002270     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002280     STOP RUN.
002290*****************************************************************
002300* 1000-INITIALIZE
002310*    LOADS THE TOLERANCE, PROVES THE FEED IS PRESENT AND IN
002320*    CLIENT ID ORDER BEFORE ANYTHING IS UPDATED, OPENS THE
002330*    FILES (THE CHANGE JOURNAL EXTEND, CREATING IT THE FIRST
002340*    TIME), LOADS THE MASTER'S CONTROL TOTALS, PRINTS THE FIRST
002350*    PAGE HEADING, AND PRIMES BOTH SIDES OF THE MATCH.
002360*****************************************************************
002370 1000-INITIALIZE.
002380     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002390     ACCEPT WS-RUN-TIME FROM TIME.
002400     PERFORM 1100-LOAD-PARAMETERS THRU 1100-EXIT.
002410     COMPUTE WS-NEG-VARIANCE-PCT = ZERO - WS-VARIANCE-PCT.
002420     PERFORM 1200-VERIFY-FEED-SEQUENCE THRU 1200-EXIT.
002430     OPEN INPUT  POSITION-FILE
002440          I-O    CLIENT-MASTER-FILE
002450          OUTPUT VARIANCE-REPORT-FILE.
002460     IF WS-MASTER-STATUS NOT = "00"
002470         DISPLAY "**ERROR** UNABLE TO OPEN CLIENT MASTER, "
002480             "STATUS " WS-MASTER-STATUS
002490         MOVE 16 TO RETURN-CODE
002500         STOP RUN
002510     END-IF.
002520     OPEN EXTEND CLIENT-JOURNAL-FILE.
002530     IF WS-JOURNAL-STATUS = "35"
002540         OPEN OUTPUT CLIENT-JOURNAL-FILE
002550     END-IF.
002560     IF WS-JOURNAL-STATUS NOT = "00"
002570         DISPLAY "**ERROR** UNABLE TO OPEN CHANGE JOURNAL, "
002580             "STATUS " WS-JOURNAL-STATUS
002590         MOVE 16 TO RETURN-CODE
002600         STOP RUN
002610     END-IF.
002620     PERFORM 3000-PRINT-HEADERS THRU 3000-EXIT.
002630     MOVE WS-VARIANCE-PCT TO VAR-TOLERANCE-PCT.
002640     WRITE VARIANCE-REPORT-LINE FROM VAR-TOLERANCE-LINE.
002650     ADD 1 TO WS-LINE-COUNT.
002660     PERFORM 1300-LOAD-CONTROL-TOTALS THRU 1300-EXIT.
002670     MOVE "SECTION 1 - BALANCES MOVED MORE THAN THE TOLERANCE"
002680         TO VAR-SECTION-TITLE.
002690     MOVE 1 TO WS-NEXT-SECTION.
002700     PERFORM 3200-START-SECTION THRU 3200-EXIT.
002710     PERFORM 1350-START-MASTER THRU 1350-EXIT.
002720     PERFORM 2100-READ-POSITION THRU 2100-EXIT.
002730     PERFORM 2200-READ-MASTER THRU 2200-EXIT.
002740 1000-EXIT.
002750     EXIT.
002760*****************************************************************
002770* 1100-LOAD-PARAMETERS
002780*    READS THE PARAMETER FILE FOR THE VARIANCE-PCT KEYWORD.  AN
002790*    UNKNOWN KEYWORD OR A BAD VALUE IS WARNED ABOUT AND
002800*    IGNORED, LEAVING THE DEFAULT IN FORCE.
002810*****************************************************************
002820 1100-LOAD-PARAMETERS.
002830     OPEN INPUT FEED-PARM-FILE.
002840     IF WS-PARM-STATUS NOT = "00"
002850         GO TO 1100-EXIT
002860     END-IF.
002870     PERFORM 1110-PROCESS-PARM-RECORD THRU 1110-EXIT
002880         UNTIL END-OF-PARM-FILE.
002890     CLOSE FEED-PARM-FILE.
002900 1100-EXIT.
002910     EXIT.
002920*****************************************************************
002930* 1110-PROCESS-PARM-RECORD
002940*    READS AND APPLIES ONE PARAMETER RECORD.
002950*****************************************************************
002960 1110-PROCESS-PARM-RECORD.
002970     READ FEED-PARM-FILE
002980         AT END
002990             SET END-OF-PARM-FILE TO TRUE
003000             GO TO 1110-EXIT
003010     END-READ.
003020     IF PRM-KEYWORD = SPACES
003030         GO TO 1110-EXIT
003040     END-IF.
003050     IF PRM-KEYWORD = "VARIANCE-PCT"
003060         IF PRM-VALUE NUMERIC
003070             MOVE PRM-VALUE TO WS-PARM-VALUE-NUM
003080         ELSE
003090             MOVE ZERO TO WS-PARM-VALUE-NUM
003100         END-IF
003110         IF WS-PARM-VALUE-NUM > ZERO
003120             AND WS-PARM-VALUE-NUM < 1000
003130             MOVE WS-PARM-VALUE-NUM TO WS-VARIANCE-PCT
003140         ELSE
003150             DISPLAY "**WARNING** VARIANCE-PCT VALUE "
003160                 PRM-VALUE " IS NOT 1-999 - IGNORED"
003170         END-IF
003180         GO TO 1110-EXIT
003190     END-IF.
003200     DISPLAY "**WARNING** UNKNOWN PARAMETER " PRM-KEYWORD
003210         " - IGNORED".
003220 1110-EXIT.
003230     EXIT.
003240*****************************************************************
003250* 1200-VERIFY-FEED-SEQUENCE
003260*    READS THE WHOLE POSITION FILE ONCE BEFORE THE MASTER IS
003270*    OPENED.  THE MATCH ONLY WORKS ON A FEED IN CLIENT ID
003280*    ORDER, AND A SORT PROBLEM FOUND HALFWAY THROUGH THE
003290*    UPDATE PASS WOULD LEAVE HALF THE BOOK REFRESHED, SO A
003300*    MISSING, EMPTY, OR OUT-OF-SEQUENCE FEED STOPS THE RUN
003310*    HERE WITH RETURN CODE 16 AND THE MASTER UNTOUCHED.
003320*****************************************************************
003330 1200-VERIFY-FEED-SEQUENCE.
003340     OPEN INPUT POSITION-FILE.
003350     IF WS-POSITION-STATUS NOT = "00"
003360         DISPLAY "**ERROR** NO CUSTODIAN POSITION FILE, STATUS "
003370             WS-POSITION-STATUS " - FEED RUN STOPPED"
003380         MOVE 16 TO RETURN-CODE
003390         STOP RUN
003400     END-IF.
003410     PERFORM 1210-CHECK-POSITION-SEQUENCE THRU 1210-EXIT
003420         UNTIL END-OF-POSITION-FILE.
003430     CLOSE POSITION-FILE.
003440     IF WS-VERIFY-COUNT = ZERO
003450         DISPLAY "**ERROR** CUSTODIAN POSITION FILE IS EMPTY - "
003460             "FEED RUN STOPPED"
003470         MOVE 16 TO RETURN-CODE
003480         STOP RUN
003490     END-IF.
003500     IF WS-SEQUENCE-ERRORS > ZERO
003510         DISPLAY "**ERROR** " WS-SEQUENCE-ERRORS
003520             " POSITION RECORDS OUT OF CLIENT ID SEQUENCE - "
003530             "FEED RUN STOPPED"
003540         MOVE 16 TO RETURN-CODE
003550         STOP RUN
003560     END-IF.
003570     MOVE "N" TO WS-POSITION-EOF-SWITCH.
003580 1200-EXIT.
003590     EXIT.
003600*****************************************************************
003610* 1210-CHECK-POSITION-SEQUENCE
003620*    READS ONE POSITION RECORD AND CHECKS ITS CLIENT ID IS NOT
003630*    LOWER THAN THE ONE BEFORE IT.
003640*****************************************************************
003650 1210-CHECK-POSITION-SEQUENCE.
003660     READ POSITION-FILE
003670         AT END
003680             SET END-OF-POSITION-FILE TO TRUE
003690             GO TO 1210-EXIT
003700     END-READ.
003710     ADD 1 TO WS-VERIFY-COUNT.
003720     IF POS-CLIENT-ID < WS-PRIOR-POSITION-KEY
003730         DISPLAY "**ERROR** POSITION RECORD " WS-VERIFY-COUNT
003740             " CLIENT " POS-CLIENT-ID " IS OUT OF SEQUENCE"
003750         ADD 1 TO WS-SEQUENCE-ERRORS
003760     END-IF.
003770     MOVE POS-CLIENT-ID TO WS-PRIOR-POSITION-KEY.
003780 1210-EXIT.
003790     EXIT.
003800*****************************************************************
003810* 1300-LOAD-CONTROL-TOTALS
003820*    READS THE HEADER AND TRAILER CONTROL RECORDS BY THEIR
003830*    RESERVED KEYS.  THE TRAILER'S COUNT AND HASH SEED THE
003840*    CARRIED-FORWARD TOTALS; A COPY OF THE HASH IS KEPT TO
003850*    PROVE AGAINST THE SWEEP.  A MASTER WITH NO TRAILER IS
003860*    WARNED ABOUT ON THE REPORT.
003870*****************************************************************
003880 1300-LOAD-CONTROL-TOTALS.
003890     MOVE "0000000000" TO CLM-CLIENT-ID.
003900     READ CLIENT-MASTER-FILE
003910         INVALID KEY
003920             MOVE "**WARNING** MASTER HAS NO HEADER RECORD"
003930                 TO VAR-MESSAGE
003940             PERFORM 3300-WRITE-MESSAGE THRU 3300-EXIT
003950         NOT INVALID KEY
003960             SET HEADER-FOUND TO TRUE
003970     END-READ.
003980     MOVE "9999999999" TO CLM-CLIENT-ID.
003990     READ CLIENT-MASTER-FILE
004000         INVALID KEY
004010             MOVE "**WARNING** NO TRAILER - BUILT FROM THIS PASS"
004020                 TO VAR-MESSAGE
004030             PERFORM 3300-WRITE-MESSAGE THRU 3300-EXIT
004040         NOT INVALID KEY
004050             SET TRAILER-FOUND TO TRUE
004060             MOVE CLT-RECORD-COUNT TO WS-TRAILER-COUNT
004070             MOVE CLT-MONEY-HASH   TO WS-TRAILER-HASH
004080             MOVE CLT-MONEY-HASH   TO WS-TRAILER-HASH-IN
004090     END-READ.
004100 1300-EXIT.
004110     EXIT.
004120*****************************************************************
004130* 1350-START-MASTER
004140*    POSITIONS THE MASTER AT ITS FIRST KEY FOR THE KEY-SEQUENCE
004150*    PASS.  AN EMPTY MASTER JUST ENDS THE MASTER SIDE AT ONCE.
004160*****************************************************************
004170 1350-START-MASTER.
004180     MOVE LOW-VALUES TO CLM-CLIENT-ID.
004190     START CLIENT-MASTER-FILE
004200         KEY NOT LESS THAN CLM-CLIENT-ID
004210         INVALID KEY
004220             SET END-OF-MASTER-FILE TO TRUE
004230             MOVE HIGH-VALUES TO WS-MASTER-KEY
004240     END-START.
004250 1350-EXIT.
004260     EXIT.
004270*****************************************************************
004280* 2000-MATCH-STEP
004290*    ONE STEP OF THE MATCH.  A POSITION KEY BELOW THE MASTER
004300*    KEY IS A CUSTODIAN ACCOUNT WITH NO CLIENT ON THE MASTER; A
004310*    MASTER KEY BELOW THE POSITION KEY IS A CLIENT THE FEED DID
004320*    NOT COVER; EQUAL KEYS REFRESH THE CLIENT FROM ALL OF ITS
004330*    POSITIONS.
004340*****************************************************************
004350 2000-MATCH-STEP.
004360     IF WS-POSITION-KEY < WS-MASTER-KEY
004370         MOVE "NO CLIENT ON MASTER WITH THIS ID"
004380             TO WS-REJECT-REASON
004390         PERFORM 2500-SAVE-UNAPPLIED THRU 2500-EXIT
004400         PERFORM 2100-READ-POSITION THRU 2100-EXIT
004410         GO TO 2000-EXIT
004420     END-IF.
004430     IF WS-POSITION-KEY > WS-MASTER-KEY
004440         PERFORM 2300-SAVE-UNCOVERED THRU 2300-EXIT
004450         PERFORM 2200-READ-MASTER THRU 2200-EXIT
004460         GO TO 2000-EXIT
004470     END-IF.
004480     PERFORM 2400-REFRESH-CLIENT THRU 2400-EXIT.
004490     PERFORM 2200-READ-MASTER THRU 2200-EXIT.
004500 2000-EXIT.
004510     EXIT.
004520*****************************************************************
004530* 2100-READ-POSITION
004540*    READS THE NEXT POSITION RECORD.  AT END OF FILE THE
004550*    POSITION KEY GOES TO HIGH-VALUES.
004560*****************************************************************
004570 2100-READ-POSITION.
004580     READ POSITION-FILE
004590         AT END
004600             SET END-OF-POSITION-FILE TO TRUE
004610             MOVE HIGH-VALUES TO WS-POSITION-KEY
004620             GO TO 2100-EXIT
004630     END-READ.
004640     ADD 1 TO WS-POSITIONS-READ.
004650     MOVE POS-CLIENT-ID TO WS-POSITION-KEY.
004660 2100-EXIT.
004670     EXIT.
004680*****************************************************************
004690* 2200-READ-MASTER
004700*    READS THE NEXT MASTER DETAIL RECORD IN KEY SEQUENCE.  THE
004710*    HEADER AND TRAILER ARE SKIPPED; EVERY DETAIL IS COUNTED
004720*    AND ITS BEFORE-REFRESH CLM-MONEY ADDED TO THE SWEPT HASH.
004730*    AT END OF FILE THE MASTER KEY GOES TO HIGH-VALUES.
004740*****************************************************************
004750 2200-READ-MASTER.
004760     IF END-OF-MASTER-FILE
004770         GO TO 2200-EXIT
004780     END-IF.
004790     READ CLIENT-MASTER-FILE NEXT RECORD
004800         AT END
004810             SET END-OF-MASTER-FILE TO TRUE
004820             MOVE HIGH-VALUES TO WS-MASTER-KEY
004830             GO TO 2200-EXIT
004840     END-READ.
004850     IF CLM-HEADER-RECORD OR CLM-TRAILER-RECORD
004860         GO TO 2200-READ-MASTER
004870     END-IF.
004880     ADD 1 TO WS-SWEEP-COUNT.
004890     ADD CLM-MONEY TO WS-SWEEP-HASH-BEFORE.
004900     MOVE CLM-CLIENT-ID TO WS-MASTER-KEY.
004910 2200-EXIT.
004920     EXIT.
004930*****************************************************************
004940* 2300-SAVE-UNCOVERED
004950*    REMEMBERS A MASTER CLIENT THE FEED HAD NO POSITION FOR.
004960*    ITS BALANCE IS LEFT AS IT WAS.
004970*****************************************************************
004980 2300-SAVE-UNCOVERED.
004990     ADD CLM-MONEY TO WS-SWEEP-HASH-AFTER.
005000     IF WS-UNCOVERED-COUNT >= WS-TABLE-MAX
005010         ADD 1 TO WS-UNCOVERED-LOST-COUNT
005020         GO TO 2300-EXIT
005030     END-IF.
005040     ADD 1 TO WS-UNCOVERED-COUNT.
005050     MOVE CLM-CLIENT-ID TO
005060         WS-UNC-CLIENT-ID (WS-UNCOVERED-COUNT).
005070     MOVE CLM-CLIENT-NAME TO
005080         WS-UNC-CLIENT-NAME (WS-UNCOVERED-COUNT).
005090     MOVE CLM-ADVISOR-CODE TO
005100         WS-UNC-ADVISOR-CODE (WS-UNCOVERED-COUNT).
005110     MOVE CLM-MONEY TO
005120         WS-UNC-MONEY (WS-UNCOVERED-COUNT).
005130 2300-EXIT.
005140     EXIT.
005150*****************************************************************
005160* 2400-REFRESH-CLIENT
005170*    TOTALS EVERY POSITION FOR THE CURRENT CLIENT INTO THE
005180*    THREE ACCOUNT-TYPE POTS AND REWRITES THE CLIENT WITH THE
005190*    NEW BALANCE, ADJUSTING THE TRAILER HASH BY THE MOVE.  THE
005200*    REFRESHED RECORD MUST STILL PASS THE PLANNER'S SPLIT
005210*    RULES, SO:
005220*      - A CLIENT WITH A REJECTED POSITION, OR WHOSE TOTAL WILL
005230*        NOT FIT CLM-MONEY, IS NOT UPDATED AT ALL;
005240*      - A CLIENT WITH SPLIT DEPOSITS BUT A ZERO FEED TOTAL IS
005250*        NOT UPDATED, SINCE DEPOSIT SPLITS WITHOUT BALANCES
005260*        WOULD BE REJECTED;
005270*      - A CLIENT DEPOSITING WITH NO DEPOSIT SPLIT ON FILE GETS
005280*        THE NEW TOTAL ONLY, SINCE BALANCE SPLITS WITHOUT
005290*        DEPOSIT SPLITS WOULD BE REJECTED.
005300*    EVERY CLIENT NOT UPDATED IS LISTED WHATEVER ITS MOVE.  EVERY
005310*    CLIENT REWRITTEN IS JOURNALED, WHETHER OR NOT IT MOVED.
005320*****************************************************************
005330 2400-REFRESH-CLIENT.
005340     MOVE ZERO TO WS-NEW-TAXABLE.
005350     MOVE ZERO TO WS-NEW-DEFERRED.
005360     MOVE ZERO TO WS-NEW-ROTH.
005370     MOVE ZERO TO WS-CLIENT-AS-OF-DATE.
005380     SET CLIENT-POSITIONS-CLEAN TO TRUE.
005390     PERFORM 2410-ADD-CLIENT-POSITION THRU 2410-EXIT
005400         UNTIL WS-POSITION-KEY NOT = WS-MASTER-KEY.
005410     MOVE CLIENT-RECORD TO WS-JOURNAL-BEFORE.
005420     MOVE CLM-MONEY TO WS-OLD-MONEY.
005430     COMPUTE WS-NEW-TOTAL =
005440         WS-NEW-TAXABLE + WS-NEW-DEFERRED + WS-NEW-ROTH.
005450     COMPUTE WS-DEP-SPLIT-TOTAL = CLM-TAXABLE-DEPOSIT +
005460         CLM-DEFERRED-DEPOSIT + CLM-ROTH-DEPOSIT.
005470     PERFORM 2450-COMPUTE-CHANGE THRU 2450-EXIT.
005480     MOVE SPACES TO VAR-NOTE.
005490     IF CLIENT-POSITION-REJECTED
005500         MOVE "NOT UPDATED - REJECTED POSITION" TO VAR-NOTE
005510         GO TO 2400-NOT-UPDATED
005520     END-IF.
005530     IF WS-NEW-TOTAL > 9999999.99
005540         MOVE "NOT UPDATED - TOTAL TOO LARGE" TO VAR-NOTE
005550         GO TO 2400-NOT-UPDATED
005560     END-IF.
005570     IF WS-NEW-TOTAL = ZERO
005580         AND WS-DEP-SPLIT-TOTAL NOT = ZERO
005590         MOVE "NOT UPDATED - ZERO FEED, SPLIT DEPOSIT"
005600             TO VAR-NOTE
005610         GO TO 2400-NOT-UPDATED
005620     END-IF.
005630     IF WS-DEP-SPLIT-TOTAL = ZERO
005640         AND CLM-YEARLY-DEPOSIT-AMOUNT NOT = ZERO
005650         MOVE ZERO TO CLM-TAXABLE-BALANCE
005660         MOVE ZERO TO CLM-DEFERRED-BALANCE
005670         MOVE ZERO TO CLM-ROTH-BALANCE
005680         MOVE "TOTAL ONLY - NO DEPOSIT SPLIT ON FILE"
005690             TO VAR-NOTE
005700     ELSE
005710         MOVE WS-NEW-TAXABLE  TO CLM-TAXABLE-BALANCE
005720         MOVE WS-NEW-DEFERRED TO CLM-DEFERRED-BALANCE
005730         MOVE WS-NEW-ROTH     TO CLM-ROTH-BALANCE
005740     END-IF.
005750     MOVE WS-NEW-TOTAL TO CLM-MONEY.
005760     REWRITE CLIENT-RECORD.
005770     IF WS-MASTER-STATUS NOT = "00"
005780         DISPLAY "**ERROR** REWRITE FAILED FOR CLIENT "
005790             CLM-CLIENT-ID ", STATUS " WS-MASTER-STATUS
005800         MOVE 16 TO RETURN-CODE
005810         STOP RUN
005820     END-IF.
005830     PERFORM 2470-WRITE-JOURNAL THRU 2470-EXIT.
005840     SUBTRACT WS-OLD-MONEY FROM WS-TRAILER-HASH.
005850     ADD CLM-MONEY TO WS-TRAILER-HASH.
005860     ADD 1 TO WS-CLIENTS-REFRESHED.
005870     IF WS-CHANGE-PCT > WS-VARIANCE-PCT
005880         OR WS-CHANGE-PCT < WS-NEG-VARIANCE-PCT
005890         PERFORM 2460-PRINT-VARIANCE-LINE THRU 2460-EXIT
005900     END-IF.
005910     GO TO 2400-TALLY.
005920 2400-NOT-UPDATED.
005930     ADD 1 TO WS-CLIENTS-NOT-UPDATED.
005940     PERFORM 2460-PRINT-VARIANCE-LINE THRU 2460-EXIT.
005950 2400-TALLY.
005960     ADD CLM-MONEY TO WS-SWEEP-HASH-AFTER.
005970 2400-EXIT.
005980     EXIT.
005990*****************************************************************
006000* 2410-ADD-CLIENT-POSITION
006010*    ADDS ONE POSITION TO ITS ACCOUNT-TYPE POT AND READS THE
006020*    NEXT.  A POSITION WITH A BAD ACCOUNT TYPE, MARKET VALUE,
006030*    OR AS-OF DATE IS LISTED AS UNAPPLIED AND HOLDS THE WHOLE
006040*    CLIENT BACK, SINCE A PARTIAL TOTAL WOULD UNDERSTATE THE
006050*    BALANCE.
006060*****************************************************************
006070 2410-ADD-CLIENT-POSITION.
006080     IF POS-MARKET-VALUE NOT NUMERIC
006090         MOVE "REJECTED - MARKET VALUE NOT NUMERIC"
006100             TO WS-REJECT-REASON
006110         GO TO 2410-REJECT
006120     END-IF.
006130     IF NOT POS-VALID-ACCOUNT-TYPE
006140         MOVE "REJECTED - ACCOUNT TYPE NOT T, D, OR R"
006150             TO WS-REJECT-REASON
006160         GO TO 2410-REJECT
006170     END-IF.
006180     IF POS-AS-OF-DATE NOT NUMERIC
006190         MOVE "REJECTED - AS-OF DATE NOT NUMERIC"
006200             TO WS-REJECT-REASON
006210         GO TO 2410-REJECT
006220     END-IF.
006230     IF POS-TAXABLE-ACCOUNT
006240         ADD POS-MARKET-VALUE TO WS-NEW-TAXABLE
006250     END-IF.
006260     IF POS-DEFERRED-ACCOUNT
006270         ADD POS-MARKET-VALUE TO WS-NEW-DEFERRED
006280     END-IF.
006290     IF POS-ROTH-ACCOUNT
006300         ADD POS-MARKET-VALUE TO WS-NEW-ROTH
006310     END-IF.
006320     IF POS-AS-OF-DATE-N > WS-CLIENT-AS-OF-DATE
006330         MOVE POS-AS-OF-DATE-N TO WS-CLIENT-AS-OF-DATE
006340     END-IF.
006350     ADD 1 TO WS-POSITIONS-MATCHED.
006360     GO TO 2410-NEXT.
006370 2410-REJECT.
006380     SET CLIENT-POSITION-REJECTED TO TRUE.
006390     PERFORM 2500-SAVE-UNAPPLIED THRU 2500-EXIT.
006400 2410-NEXT.
006410     PERFORM 2100-READ-POSITION THRU 2100-EXIT.
006420 2410-EXIT.
006430     EXIT.
006440*****************************************************************
006450* 2450-COMPUTE-CHANGE
006460*    WORKS OUT THE CLIENT'S MOVE FROM THE MASTER BALANCE TO THE
006470*    FEED TOTAL IN DOLLARS AND PERCENT.  A CLIENT WHO HAD NO
006480*    BALANCE AND NOW HAS ONE IS AN UNBOUNDED MOVE AND ALWAYS
006490*    REPORTS.
006500*****************************************************************
006510 2450-COMPUTE-CHANGE.
006520     COMPUTE WS-CHANGE-AMOUNT = WS-NEW-TOTAL - WS-OLD-MONEY.
006530     IF WS-CHANGE-AMOUNT = ZERO
006540         MOVE ZERO TO WS-CHANGE-PCT
006550         GO TO 2450-EXIT
006560     END-IF.
006570     IF WS-OLD-MONEY = ZERO
006580         MOVE 9999.99 TO WS-CHANGE-PCT
006590         GO TO 2450-EXIT
006600     END-IF.
006610     COMPUTE WS-CHANGE-PCT ROUNDED =
006620         (WS-CHANGE-AMOUNT * 100) / WS-OLD-MONEY
006630         ON SIZE ERROR
006640             MOVE 9999.99 TO WS-CHANGE-PCT
006650     END-COMPUTE.
006660 2450-EXIT.
006670     EXIT.
006680*****************************************************************
006690* 2460-PRINT-VARIANCE-LINE
006700*    PRINTS ONE SECTION 1 LINE.  THE NOTE IS SET BY THE CALLER.
006710*****************************************************************
006720 2460-PRINT-VARIANCE-LINE.
006730     PERFORM 3100-CHECK-PAGE-BREAK THRU 3100-EXIT.
006740     MOVE CLM-CLIENT-ID        TO VAR-CLIENT-ID.
006750     MOVE CLM-ADVISOR-CODE     TO VAR-ADVISOR.
006760     MOVE WS-OLD-MONEY         TO VAR-OLD-BALANCE.
006770     MOVE WS-NEW-TOTAL         TO VAR-NEW-BALANCE.
006780     MOVE WS-CHANGE-AMOUNT     TO VAR-CHANGE-AMOUNT.
006790     MOVE WS-CHANGE-PCT        TO VAR-CHANGE-PCT.
006800     MOVE WS-CLIENT-AS-OF-DATE TO VAR-AS-OF-DATE.
006810     WRITE VARIANCE-REPORT-LINE FROM VAR-MOVE-DETAIL.
006820     ADD 1 TO WS-LINE-COUNT.
006830     ADD 1 TO WS-VARIANCE-COUNT.
006840 2460-EXIT.
006850     EXIT.
006860*****************************************************************
006870* 2470-WRITE-JOURNAL
006880*    APPENDS ONE CHANGE RECORD TO THE CHANGE JOURNAL FOR THE
006890*    CLIENT JUST REWRITTEN, WITH THE WHOLE RECORD AS IT STOOD
006900*    BEFORE AND AFTER THE REFRESH.  THE EFFECTIVE DATE IS THE
006910*    LATEST AS-OF DATE OF THE CLIENT'S POSITIONS, OR THE RUN
006920*    DATE WHEN THE FEED CARRIED NONE.  THE MASTER HAS ALREADY
006930*    BEEN UPDATED, SO A JOURNAL THAT CANNOT BE WRITTEN STOPS THE
006940*    RUN WITH RETURN CODE 16, AS IN CLIENT-MAINT.
006950*****************************************************************
006960 2470-WRITE-JOURNAL.
006970     MOVE SPACES TO CLIENT-JOURNAL-RECORD.
006980     ADD 1 TO WS-JOURNAL-SEQ.
006990     MOVE WS-RUN-DATE        TO JRN-RUN-DATE.
007000     MOVE WS-RUN-TIME        TO JRN-RUN-TIME.
007010     MOVE WS-JOURNAL-SEQ     TO JRN-SEQUENCE.
007020     MOVE CLM-CLIENT-ID      TO JRN-CLIENT-ID.
007030     SET JRN-CHANGE          TO TRUE.
007040     SET JRN-CUSTODIAN-FEED  TO TRUE.
007050     IF WS-CLIENT-AS-OF-DATE > ZERO
007060         MOVE WS-CLIENT-AS-OF-DATE TO JRN-EFFECTIVE-DATE
007070     ELSE
007080         MOVE WS-RUN-DATE TO JRN-EFFECTIVE-DATE
007090     END-IF.
007100     MOVE WS-FEED-OPERATOR-ID TO JRN-OPERATOR-ID.
007110     MOVE WS-JOURNAL-BEFORE  TO JRN-BEFORE-IMAGE.
007120     MOVE CLIENT-RECORD      TO JRN-AFTER-IMAGE.
007130     WRITE CLIENT-JOURNAL-RECORD.
007140     IF WS-JOURNAL-STATUS NOT = "00"
007150         DISPLAY "**ERROR** CHANGE JOURNAL WRITE FAILED FOR "
007160             "CLIENT " CLM-CLIENT-ID ", STATUS " WS-JOURNAL-STATUS
007170         MOVE 16 TO RETURN-CODE
007180         STOP RUN
007190     END-IF.
007200     ADD 1 TO WS-JOURNAL-COUNT.
007210 2470-EXIT.
007220     EXIT.
007230*****************************************************************
007240* 2500-SAVE-UNAPPLIED
007250*    REMEMBERS A CUSTODIAN ACCOUNT THAT COULD NOT BE APPLIED,
007260*    WITH THE REASON ALREADY IN WS-REJECT-REASON.
007270*****************************************************************
007280 2500-SAVE-UNAPPLIED.
007290     IF WS-UNAPPLIED-COUNT >= WS-TABLE-MAX
007300         ADD 1 TO WS-UNAPPLIED-LOST-COUNT
007310         GO TO 2500-EXIT
007320     END-IF.
007330     ADD 1 TO WS-UNAPPLIED-COUNT.
007340     MOVE POS-CLIENT-ID TO
007350         WS-UNA-CLIENT-ID (WS-UNAPPLIED-COUNT).
007360     MOVE POS-ACCOUNT-NUMBER TO
007370         WS-UNA-ACCOUNT-NUMBER (WS-UNAPPLIED-COUNT).
007380     MOVE POS-ACCOUNT-TYPE TO
007390         WS-UNA-ACCOUNT-TYPE (WS-UNAPPLIED-COUNT).
007400     IF POS-MARKET-VALUE NUMERIC
007410         MOVE POS-MARKET-VALUE TO
007420             WS-UNA-MARKET-VALUE (WS-UNAPPLIED-COUNT)
007430     ELSE
007440         MOVE ZERO TO
007450             WS-UNA-MARKET-VALUE (WS-UNAPPLIED-COUNT)
007460     END-IF.
007470     MOVE POS-AS-OF-DATE TO
007480         WS-UNA-AS-OF-DATE (WS-UNAPPLIED-COUNT).
007490     MOVE WS-REJECT-REASON TO
007500         WS-UNA-REASON (WS-UNAPPLIED-COUNT).
007510 2500-EXIT.
007520     EXIT.
007530*****************************************************************
007540* 2900-END-MOVES-SECTION
007550*    CLOSES SECTION 1, SAYING SO OUTRIGHT WHEN NO CLIENT MOVED
007560*    BEYOND THE TOLERANCE.
007570*****************************************************************
007580 2900-END-MOVES-SECTION.
007590     IF WS-VARIANCE-COUNT = ZERO
007600         MOVE "NO CLIENT BALANCE MOVED MORE THAN THE TOLERANCE"
007610             TO VAR-MESSAGE
007620         PERFORM 3300-WRITE-MESSAGE THRU 3300-EXIT
007630     END-IF.
007640 2900-EXIT.
007650     EXIT.
007660*****************************************************************
007670* 3000-PRINT-HEADERS
007680*    STARTS A NEW REPORT PAGE: PAGE HEADING AND THE COLUMN
007690*    HEADINGS OF THE SECTION BEING PRINTED.
007700*****************************************************************
007710 3000-PRINT-HEADERS.
007720     ADD 1 TO WS-PAGE-COUNT.
007730     MOVE WS-PAGE-COUNT TO VAR-PAGE-NO.
007740     MOVE WS-RUN-DATE   TO VAR-RUN-DATE.
007750     WRITE VARIANCE-REPORT-LINE FROM VAR-HEADING-1.
007760     WRITE VARIANCE-REPORT-LINE FROM VAR-BLANK-LINE.
007770     MOVE ZERO TO WS-LINE-COUNT.
007780     PERFORM 3050-PRINT-COLUMNS THRU 3050-EXIT.
007790 3000-EXIT.
007800     EXIT.
007810*****************************************************************
007820* 3050-PRINT-COLUMNS
007830*    PRINTS THE COLUMN HEADINGS OF THE CURRENT SECTION.
007840*****************************************************************
007850 3050-PRINT-COLUMNS.
007860     IF MOVES-SECTION
007870         WRITE VARIANCE-REPORT-LINE FROM VAR-MOVE-COLUMNS
007880         ADD 1 TO WS-LINE-COUNT
007890     END-IF.
007900     IF ACCOUNTS-SECTION
007910         WRITE VARIANCE-REPORT-LINE FROM VAR-ACCOUNT-COLUMNS
007920         ADD 1 TO WS-LINE-COUNT
007930     END-IF.
007940     IF CLIENTS-SECTION
007950         WRITE VARIANCE-REPORT-LINE FROM VAR-CLIENT-COLUMNS
007960         ADD 1 TO WS-LINE-COUNT
007970     END-IF.
007980 3050-EXIT.
007990     EXIT.
008000*****************************************************************
008010* 3100-CHECK-PAGE-BREAK
008020*    STARTS A NEW PAGE WHEN THE CURRENT ONE IS FULL.
008030*****************************************************************
008040 3100-CHECK-PAGE-BREAK.
008050     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
008060         PERFORM 3000-PRINT-HEADERS THRU 3000-EXIT
008070     END-IF.
008080 3100-EXIT.
008090     EXIT.
008100*****************************************************************
008110* 3200-START-SECTION
008120*    PRINTS A SECTION TITLE (ALREADY IN VAR-SECTION-TITLE) AND
008130*    THE COLUMN HEADINGS OF THE SECTION NUMBERED IN
008140*    WS-NEXT-SECTION, STARTING A NEW PAGE FIRST WHEN THE TITLE
008150*    WOULD OTHERWISE BE STRANDED AT THE FOOT OF THIS ONE.
008160*****************************************************************
008170 3200-START-SECTION.
008180     MOVE ZERO TO WS-REPORT-SECTION.
008190     IF WS-LINE-COUNT + 5 > WS-MAX-LINES-PER-PAGE
008200         PERFORM 3000-PRINT-HEADERS THRU 3000-EXIT
008210     END-IF.
008220     WRITE VARIANCE-REPORT-LINE FROM VAR-BLANK-LINE.
008230     WRITE VARIANCE-REPORT-LINE FROM VAR-SECTION-LINE.
008240     WRITE VARIANCE-REPORT-LINE FROM VAR-BLANK-LINE.
008250     ADD 3 TO WS-LINE-COUNT.
008260     MOVE WS-NEXT-SECTION TO WS-REPORT-SECTION.
008270     PERFORM 3050-PRINT-COLUMNS THRU 3050-EXIT.
008280 3200-EXIT.
008290     EXIT.
008300*****************************************************************
008310* 3300-WRITE-MESSAGE
008320*    WRITES ONE WARNING OR INFORMATION LINE.  THE MESSAGE IS
008330*    ALREADY IN VAR-MESSAGE.
008340*****************************************************************
008350 3300-WRITE-MESSAGE.
008360     PERFORM 3100-CHECK-PAGE-BREAK THRU 3100-EXIT.
008370     WRITE VARIANCE-REPORT-LINE FROM VAR-MESSAGE-LINE.
008380     ADD 1 TO WS-LINE-COUNT.
008390 3300-EXIT.
008400     EXIT.
008410*****************************************************************
008420* 8000-PRINT-UNAPPLIED
008430*    PRINTS SECTION 2: EVERY CUSTODIAN ACCOUNT THAT MATCHED NO
008440*    CLIENT ON THE MASTER OR WAS REJECTED, WITH THE REASON.
008450*****************************************************************
008460 8000-PRINT-UNAPPLIED.
008470     MOVE "SECTION 2 - CUSTODIAN ACCOUNTS NOT APPLIED"
008480         TO VAR-SECTION-TITLE.
008490     MOVE 2 TO WS-NEXT-SECTION.
008500     PERFORM 3200-START-SECTION THRU 3200-EXIT.
008510     IF WS-UNAPPLIED-COUNT = ZERO
008520         MOVE "EVERY CUSTODIAN ACCOUNT MATCHED A CLIENT"
008530             TO VAR-MESSAGE
008540         PERFORM 3300-WRITE-MESSAGE THRU 3300-EXIT
008550         GO TO 8000-EXIT
008560     END-IF.
008570     MOVE ZERO TO WS-UNAPPLIED-IX.
008580     PERFORM 8010-PRINT-UNAPPLIED-LINE THRU 8010-EXIT
008590         WS-UNAPPLIED-COUNT TIMES.
008600     IF WS-UNAPPLIED-LOST-COUNT > ZERO
008610         MOVE "**WARNING** ACCOUNT TABLE FULL - SOME OMITTED"
008620             TO VAR-MESSAGE
008630         PERFORM 3300-WRITE-MESSAGE THRU 3300-EXIT
008640     END-IF.
008650 8000-EXIT.
008660     EXIT.
008670*****************************************************************
008680* 8010-PRINT-UNAPPLIED-LINE
008690*    PRINTS ONE UNAPPLIED ACCOUNT TABLE ENTRY.
008700*****************************************************************
008710 8010-PRINT-UNAPPLIED-LINE.
008720     ADD 1 TO WS-UNAPPLIED-IX.
008730     PERFORM 3100-CHECK-PAGE-BREAK THRU 3100-EXIT.
008740     MOVE WS-UNA-CLIENT-ID (WS-UNAPPLIED-IX)
008750         TO VAR-ACC-CLIENT-ID.
008760     MOVE WS-UNA-ACCOUNT-NUMBER (WS-UNAPPLIED-IX)
008770         TO VAR-ACC-NUMBER.
008780     MOVE WS-UNA-ACCOUNT-TYPE (WS-UNAPPLIED-IX)
008790         TO VAR-ACC-TYPE.
008800     MOVE WS-UNA-MARKET-VALUE (WS-UNAPPLIED-IX)
008810         TO VAR-ACC-VALUE.
008820     MOVE WS-UNA-AS-OF-DATE (WS-UNAPPLIED-IX)
008830         TO VAR-ACC-AS-OF-DATE.
008840     MOVE WS-UNA-REASON (WS-UNAPPLIED-IX)
008850         TO VAR-ACC-REASON.
008860     WRITE VARIANCE-REPORT-LINE FROM VAR-ACCOUNT-DETAIL.
008870     ADD 1 TO WS-LINE-COUNT.
008880 8010-EXIT.
008890     EXIT.
008900*****************************************************************
008910* 8100-PRINT-UNCOVERED
008920*    PRINTS SECTION 3: EVERY MASTER CLIENT THE FEED HAD NO
008930*    POSITION FOR, WHOSE BALANCE IS THEREFORE STILL THE OLD ONE.
008940*****************************************************************
008950 8100-PRINT-UNCOVERED.
008960     MOVE "SECTION 3 - MASTER CLIENTS NOT COVERED BY THE FEED"
008970         TO VAR-SECTION-TITLE.
008980     MOVE 3 TO WS-NEXT-SECTION.
008990     PERFORM 3200-START-SECTION THRU 3200-EXIT.
009000     IF WS-UNCOVERED-COUNT = ZERO
009010         MOVE "THE FEED COVERED EVERY CLIENT ON THE MASTER"
009020             TO VAR-MESSAGE
009030         PERFORM 3300-WRITE-MESSAGE THRU 3300-EXIT
009040         GO TO 8100-EXIT
009050     END-IF.
009060     MOVE ZERO TO WS-UNCOVERED-IX.
009070     PERFORM 8110-PRINT-UNCOVERED-LINE THRU 8110-EXIT
009080         WS-UNCOVERED-COUNT TIMES.
009090     IF WS-UNCOVERED-LOST-COUNT > ZERO
009100         MOVE "**WARNING** CLIENT TABLE FULL - SOME OMITTED"
009110             TO VAR-MESSAGE
009120         PERFORM 3300-WRITE-MESSAGE THRU 3300-EXIT
009130     END-IF.
009140 8100-EXIT.
009150     EXIT.
009160*****************************************************************
009170* 8110-PRINT-UNCOVERED-LINE
009180*    PRINTS ONE UNCOVERED CLIENT TABLE ENTRY.
009190*****************************************************************
009200 8110-PRINT-UNCOVERED-LINE.
009210     ADD 1 TO WS-UNCOVERED-IX.
009220     PERFORM 3100-CHECK-PAGE-BREAK THRU 3100-EXIT.
009230     MOVE WS-UNC-CLIENT-ID (WS-UNCOVERED-IX)
009240         TO VAR-CLI-CLIENT-ID.
009250     MOVE WS-UNC-CLIENT-NAME (WS-UNCOVERED-IX)
009260         TO VAR-CLI-NAME.
009270     MOVE WS-UNC-ADVISOR-CODE (WS-UNCOVERED-IX)
009280         TO VAR-CLI-ADVISOR.
009290     MOVE WS-UNC-MONEY (WS-UNCOVERED-IX)
009300         TO VAR-CLI-BALANCE.
009310     WRITE VARIANCE-REPORT-LINE FROM VAR-CLIENT-DETAIL.
009320     ADD 1 TO WS-LINE-COUNT.
009330 8110-EXIT.
009340     EXIT.
009350*****************************************************************
009360* 9000-TERMINATE
009370*    PROVES THE TRAILER AS LOADED AGAINST THE SWEPT
009380*    BEFORE-REFRESH TOTALS, REWRITES THE CONTROL RECORDS, PRINTS
009390*    THE RUN TOTALS, CLOSES THE FILES, AND SETS THE RETURN
009400*    CODE: 8 WHEN THE MASTER WAS ALREADY OUT OF BALANCE COMING
009410*    IN, 4 WHEN ANY ACCOUNT OR CLIENT NEEDS OPERATIONS TO LOOK
009420*    AT IT BEFORE THE PROJECTIONS ARE TRUSTED.
009430*****************************************************************
009440 9000-TERMINATE.
009450     IF TRAILER-FOUND
009460         IF WS-SWEEP-COUNT NOT = WS-TRAILER-COUNT
009470             OR WS-SWEEP-HASH-BEFORE NOT = WS-TRAILER-HASH-IN
009480             SET MASTER-OUT-OF-BALANCE TO TRUE
009490         END-IF
009500     ELSE
009510         MOVE WS-SWEEP-COUNT      TO WS-TRAILER-COUNT
009520         MOVE WS-SWEEP-HASH-AFTER TO WS-TRAILER-HASH
009530     END-IF.
009540     PERFORM 9100-UPDATE-CONTROL-RECORDS THRU 9100-EXIT.
009550     COMPUTE WS-EXCEPTION-TOTAL =
009560         WS-UNAPPLIED-COUNT + WS-UNAPPLIED-LOST-COUNT.
009570     MOVE "RUN TOTALS" TO VAR-SECTION-TITLE.
009580     MOVE ZERO TO WS-NEXT-SECTION.
009590     PERFORM 3200-START-SECTION THRU 3200-EXIT.
009600     MOVE "POSITION RECORDS READ:" TO VAR-TOTAL-LABEL.
009610     MOVE WS-POSITIONS-READ TO VAR-TOTAL-VALUE.
009620     WRITE VARIANCE-REPORT-LINE FROM VAR-TOTAL-LINE.
009630     MOVE "POSITIONS MATCHED TO A CLIENT:" TO VAR-TOTAL-LABEL.
009640     MOVE WS-POSITIONS-MATCHED TO VAR-TOTAL-VALUE.
009650     WRITE VARIANCE-REPORT-LINE FROM VAR-TOTAL-LINE.
009660     MOVE "ACCOUNTS NOT APPLIED:" TO VAR-TOTAL-LABEL.
009670     MOVE WS-EXCEPTION-TOTAL TO VAR-TOTAL-VALUE.
009680     WRITE VARIANCE-REPORT-LINE FROM VAR-TOTAL-LINE.
009690     MOVE "MASTER CLIENTS READ:" TO VAR-TOTAL-LABEL.
009700     MOVE WS-SWEEP-COUNT TO VAR-TOTAL-VALUE.
009710     WRITE VARIANCE-REPORT-LINE FROM VAR-TOTAL-LINE.
009720     MOVE "CLIENTS REFRESHED:" TO VAR-TOTAL-LABEL.
009730     MOVE WS-CLIENTS-REFRESHED TO VAR-TOTAL-VALUE.
009740     WRITE VARIANCE-REPORT-LINE FROM VAR-TOTAL-LINE.
009750     MOVE "CLIENTS NOT UPDATED:" TO VAR-TOTAL-LABEL.
009760     MOVE WS-CLIENTS-NOT-UPDATED TO VAR-TOTAL-VALUE.
009770     WRITE VARIANCE-REPORT-LINE FROM VAR-TOTAL-LINE.
009780     MOVE "CHANGE JOURNAL RECORDS WRITTEN:" TO VAR-TOTAL-LABEL.
009790     MOVE WS-JOURNAL-COUNT TO VAR-TOTAL-VALUE.
009800     WRITE VARIANCE-REPORT-LINE FROM VAR-TOTAL-LINE.
009810     COMPUTE WS-EXCEPTION-TOTAL =
009820         WS-UNCOVERED-COUNT + WS-UNCOVERED-LOST-COUNT.
009830     MOVE "CLIENTS NOT COVERED BY THE FEED:" TO VAR-TOTAL-LABEL.
009840     MOVE WS-EXCEPTION-TOTAL TO VAR-TOTAL-VALUE.
009850     WRITE VARIANCE-REPORT-LINE FROM VAR-TOTAL-LINE.
009860     MOVE "LINES IN SECTION 1:" TO VAR-TOTAL-LABEL.
009870     MOVE WS-VARIANCE-COUNT TO VAR-TOTAL-VALUE.
009880     WRITE VARIANCE-REPORT-LINE FROM VAR-TOTAL-LINE.
009890     WRITE VARIANCE-REPORT-LINE FROM VAR-BLANK-LINE.
009900     MOVE "MONEY HASH BEFORE REFRESH:" TO VAR-AMOUNT-LABEL.
009910     MOVE WS-SWEEP-HASH-BEFORE TO VAR-AMOUNT-VALUE.
009920     WRITE VARIANCE-REPORT-LINE FROM VAR-AMOUNT-LINE.
009930     MOVE "MONEY HASH AFTER REFRESH:" TO VAR-AMOUNT-LABEL.
009940     MOVE WS-SWEEP-HASH-AFTER TO VAR-AMOUNT-VALUE.
009950     WRITE VARIANCE-REPORT-LINE FROM VAR-AMOUNT-LINE.
009960     MOVE "MONEY HASH ON TRAILER NOW:" TO VAR-AMOUNT-LABEL.
009970     MOVE WS-TRAILER-HASH TO VAR-AMOUNT-VALUE.
009980     WRITE VARIANCE-REPORT-LINE FROM VAR-AMOUNT-LINE.
009990     WRITE VARIANCE-REPORT-LINE FROM VAR-BLANK-LINE.
010000     IF MASTER-IN-BALANCE
010010         MOVE "MASTER CONTROL TOTALS IN BALANCE"
010020             TO VAR-MESSAGE
010030     ELSE
010040         MOVE "**MASTER WAS OUT OF BALANCE BEFORE THE REFRESH**"
010050             TO VAR-MESSAGE
010060     END-IF.
010070     WRITE VARIANCE-REPORT-LINE FROM VAR-MESSAGE-LINE.
010080     CLOSE POSITION-FILE
010090           CLIENT-MASTER-FILE
010100           VARIANCE-REPORT-FILE
010110           CLIENT-JOURNAL-FILE.
010120     DISPLAY "POSITION RECORDS READ: " WS-POSITIONS-READ.
010130     DISPLAY "CLIENTS REFRESHED:     " WS-CLIENTS-REFRESHED.
010140     DISPLAY "CLIENTS NOT UPDATED:   " WS-CLIENTS-NOT-UPDATED.
010150     DISPLAY "JOURNAL RECORDS:       " WS-JOURNAL-COUNT.
010160     DISPLAY "ACCOUNTS NOT APPLIED:  " WS-UNAPPLIED-COUNT.
010170     DISPLAY "CLIENTS NOT COVERED:   " WS-UNCOVERED-COUNT.
010180     IF WS-UNAPPLIED-COUNT > ZERO
010190         OR WS-UNCOVERED-COUNT > ZERO
010200         OR WS-CLIENTS-NOT-UPDATED > ZERO
010210         MOVE 4 TO RETURN-CODE
010220     END-IF.
010230     IF MASTER-OUT-OF-BALANCE
010240         DISPLAY "**ERROR** MASTER WAS OUT OF BALANCE BEFORE THE "
010250             "REFRESH - SEE THE VARIANCE REPORT"
010260         MOVE 8 TO RETURN-CODE
010270     END-IF.
010280 9000-EXIT.
010290     EXIT.
010300*****************************************************************
010310* 9100-UPDATE-CONTROL-RECORDS
010320*    PUTS THE RUN DATE ON THE HEADER AND THE CARRIED-FORWARD
010330*    RECORD COUNT AND MONEY HASH ON THE TRAILER, REWRITING THE
010340*    CONTROL RECORDS IN PLACE OR WRITING THEM FRESH WHEN THE
010350*    MASTER DID NOT HAVE THEM YET.  A CONTROL UPDATE THAT FAILS
010360*    STOPS THE RUN WITH RETURN CODE 16, AS IN CLIENT-MAINT.
010370*****************************************************************
010380 9100-UPDATE-CONTROL-RECORDS.
010390     MOVE SPACES       TO CLIENT-RECORD.
010400     MOVE "0000000000" TO CLH-RECORD-KEY.
010410     MOVE WS-RUN-DATE  TO CLH-RUN-DATE.
010420     IF HEADER-FOUND
010430         REWRITE CLIENT-RECORD
010440     ELSE
010450         WRITE CLIENT-RECORD
010460             INVALID KEY
010470                 DISPLAY "**ERROR** UNABLE TO WRITE MASTER "
010480                     "HEADER, STATUS " WS-MASTER-STATUS
010490         END-WRITE
010500     END-IF.
010510     IF WS-MASTER-STATUS NOT = "00"
010520         DISPLAY "**ERROR** MASTER HEADER UPDATE FAILED, "
010530             "STATUS " WS-MASTER-STATUS
010540         MOVE 16 TO RETURN-CODE
010550         STOP RUN
010560     END-IF.
010570     MOVE SPACES           TO CLIENT-RECORD.
010580     MOVE "9999999999"     TO CLT-RECORD-KEY.
010590     MOVE WS-TRAILER-COUNT TO CLT-RECORD-COUNT.
010600     MOVE WS-TRAILER-HASH  TO CLT-MONEY-HASH.
010610     IF TRAILER-FOUND
010620         REWRITE CLIENT-RECORD
010630     ELSE
010640         WRITE CLIENT-RECORD
010650             INVALID KEY
010660                 DISPLAY "**ERROR** UNABLE TO WRITE MASTER "
010670                     "TRAILER, STATUS " WS-MASTER-STATUS
010680         END-WRITE
010690     END-IF.
010700     IF WS-MASTER-STATUS NOT = "00"
010710         DISPLAY "**ERROR** MASTER TRAILER UPDATE FAILED, "
010720             "STATUS " WS-MASTER-STATUS
010730         MOVE 16 TO RETURN-CODE
010740         STOP RUN
010750     END-IF.
010760 9100-EXIT.
010770     EXIT.
010780 END PROGRAM CUSTODIAN-FEED.
