000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RUN-LEDGER.
000030 AUTHOR.        TORITSEJU MIKIE.
000040 INSTALLATION.  RETIREMENT PLANNING GROUP.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100*---------- ----  ----------------------------------------------
000110* 2026-10-15  TM   ORIGINAL VERSION.  READS THE SHARED RUN
000120*                  LEDGER THAT CLIENT-MAINT, RETIREMENT-PLANNER,
000130*                  AUDIT-ARCHIVE AND AUDIT-INQUIRY APPEND THEIR
000140*                  START AND END RECORDS TO, PAIRS EACH STEP'S
000150*                  START WITH ITS END, AND PRINTS EACH NIGHT'S
000160*                  JOB STREAM IN THE ORDER THE STEPS STARTED,
000170*                  WITH THE OPERATOR, TIMES, RETURN CODE AND KEY
000180*                  COUNTS OF EVERY STEP.  A STEP THAT NEVER
000190*                  WROTE ITS END RECORD, OR ENDED IN ERROR, IS
000200*                  FLAGGED SO THE MORNING CHECK SEES IT FIRST.
000210*                  THE LEDGER IS READ ONLY.
000220*****************************************************************
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.   IBM-370.
000260 OBJECT-COMPUTER.   IBM-370.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDGR
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-LEDGER-STATUS.
000320     SELECT LEDGER-PARM-FILE ASSIGN TO LEDGPARM
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-PARM-STATUS.
000350     SELECT LEDGER-REPORT-FILE ASSIGN TO LEDGRPT
000360         ORGANIZATION IS LINE SEQUENTIAL.
000370 DATA DIVISION.
000380 FILE SECTION.
000390*****************************************************************
000400* THE RUN LEDGER CARRIES RUN-LEDGER-RECORD IMAGES (RUNLREC),
000410* READ INTO THE WORKING-STORAGE COPY OF THE RECORD.
000420*****************************************************************
000430 FD  RUN-LEDGER-FILE
000440     RECORDING MODE IS F.
000450 01  RUN-LEDGER-LINE            PIC X(184).
000460 FD  LEDGER-PARM-FILE
000470     RECORDING MODE IS F.
000480*****************************************************************
000490* ONE PARAMETER PER RECORD, KEYWORD AND VALUE, THE SAME SHAPE
000500* AS THE PLANNER'S RUN PARAMETER FILE.  THE KEYWORDS ARE:
000510*    FROM-DATE  YYYYMMDD, FIRST RUN DATE TO REPORT.
000520*    TO-DATE    YYYYMMDD, LAST RUN DATE TO REPORT.
000530* EITHER DATE OMITTED OR ZERO MEANS NO LIMIT ON THAT SIDE.  WITH
000540* NEITHER DATE (OR NO PARAMETER FILE) ONLY THE LATEST RUN DATE
000550* ON THE LEDGER IS REPORTED, WHICH IS THE MORNING CHECK OF LAST
000560* NIGHT'S JOB STREAM.
000570*****************************************************************
000580 01  LEDGER-PARM-RECORD.
000590     05  PRM-KEYWORD            PIC X(20).
000600     05  PRM-VALUE              PIC X(08).
000610 FD  LEDGER-REPORT-FILE
000620     RECORDING MODE IS F.
000630 01  LEDGER-REPORT-LINE         PIC X(132).
000640 WORKING-STORAGE SECTION.
000650*****************************************************************
000660* SWITCHES AND COUNTERS
000670*****************************************************************
000680 77  WS-LEDGER-STATUS           PIC X(02)       VALUE SPACES.
000690 77  WS-LEDGER-EOF-SWITCH       PIC X(01)       VALUE "N".
000700     88  END-OF-RUN-LEDGER                      VALUE "Y".
000710 77  WS-PARM-STATUS             PIC X(02)       VALUE SPACES.
000720 77  WS-PARM-EOF-SWITCH         PIC X(01)       VALUE "N".
000730     88  END-OF-PARM-FILE                       VALUE "Y".
000740 77  WS-LATEST-SWITCH           PIC X(01)       VALUE "N".
000750     88  LATEST-NIGHT-ONLY                      VALUE "Y".
000760 77  WS-STEP-FOUND-SWITCH       PIC X(01)       VALUE "N".
000770     88  STEP-FOUND                             VALUE "Y".
000780     88  STEP-NOT-FOUND                         VALUE "N".
000790 77  WS-RUN-DATE                PIC 9(08)       VALUE ZERO.
000800 77  WS-DATE-FROM               PIC 9(08)       VALUE ZERO.
000810 77  WS-DATE-TO                 PIC 9(08)       VALUE ZERO.
000820 77  WS-LATEST-DATE             PIC 9(08)       VALUE ZERO.
000830 77  WS-NIGHT-DATE              PIC 9(08)       VALUE ZERO.
000840 77  WS-LEDGER-READ-COUNT       PIC 9(07) COMP  VALUE ZERO.
000850 77  WS-SELECTED-COUNT          PIC 9(07) COMP  VALUE ZERO.
000860 77  WS-UNKNOWN-COUNT           PIC 9(07) COMP  VALUE ZERO.
000870 77  WS-STEP-COUNT              PIC 9(04) COMP  VALUE ZERO.
000880 77  WS-STEP-MAX                PIC 9(04) COMP  VALUE 1000.
000890 77  WS-STEP-IX                 PIC 9(04) COMP  VALUE ZERO.
000900 77  WS-STEP-LOST-COUNT         PIC 9(07) COMP  VALUE ZERO.
000910 77  WS-COUNT-IX                PIC 9(01) COMP  VALUE ZERO.
000920 77  WS-COUNTS-SHOWN            PIC 9(01) COMP  VALUE ZERO.
000930 77  WS-LINE-COUNT              PIC 9(03) COMP  VALUE ZERO.
000940 77  WS-PAGE-COUNT              PIC 9(03) COMP  VALUE ZERO.
000950 77  WS-MAX-LINES-PER-PAGE      PIC 9(03) COMP  VALUE 40.
000960 77  WS-RC-EDIT                 PIC ZZZ9.
000970*****************************************************************
000980* TOTALS FOR THE NIGHT BEING PRINTED AND FOR THE WHOLE REPORT.
000990* A STEP THAT ENDED IS ONE WITH AN END RECORD, WHATEVER ITS
001000* RETURN CODE; IN ERROR IS RETURN CODE 16 OR MORE; NO START IS
001010* AN END RECORD WHOSE START RECORD IS NOT ON THE LEDGER.
001020*****************************************************************
001030 77  WS-NIGHT-STEPS             PIC 9(04) COMP  VALUE ZERO.
001040 77  WS-NIGHT-ENDED             PIC 9(04) COMP  VALUE ZERO.
001050 77  WS-NIGHT-NOT-ENDED         PIC 9(04) COMP  VALUE ZERO.
001060 77  WS-NIGHT-IN-ERROR          PIC 9(04) COMP  VALUE ZERO.
001070 77  WS-NIGHT-NO-START          PIC 9(04) COMP  VALUE ZERO.
001080 77  WS-TOTAL-NIGHTS            PIC 9(07) COMP  VALUE ZERO.
001090 77  WS-TOTAL-STEPS             PIC 9(07) COMP  VALUE ZERO.
001100 77  WS-TOTAL-NOT-ENDED         PIC 9(07) COMP  VALUE ZERO.
001110 77  WS-TOTAL-IN-ERROR          PIC 9(07) COMP  VALUE ZERO.
001120 77  WS-TOTAL-NO-START          PIC 9(07) COMP  VALUE ZERO.
001130*****************************************************************
001140* RUN LEDGER RECORD
001150*****************************************************************
001160 COPY RUNLREC.
001170*****************************************************************
001180* ONE ENTRY PER STEP RUN IN THE SELECTION, IN THE ORDER ITS
001190* START RECORD IS ON THE LEDGER.  THE END RECORD IS MATCHED TO
001200* THE OPEN ENTRY WITH THE SAME RUN DATE, RUN TIME AND STEP NAME;
001210* AN END RECORD WITH NO OPEN ENTRY IS ADDED WHERE IT FALLS.
001220*****************************************************************
001230 01  WS-STEP-TABLE.
001240     05  WS-STEP-ENTRY          OCCURS 1000 TIMES.
001250         10  WS-STP-RUN-DATE        PIC 9(08).
001260         10  WS-STP-RUN-TIME        PIC 9(08).
001270         10  WS-STP-STEP-NAME       PIC X(20).
001280         10  WS-STP-RUN-MODE        PIC X(01).
001290             88  STP-FULL-BATCH         VALUE "B".
001300             88  STP-KEYED-RERUN        VALUE "K".
001310             88  STP-WHATIF             VALUE "W".
001320             88  STP-REPLAY             VALUE "R".
001330         10  WS-STP-OPERATOR-ID     PIC X(08).
001340         10  WS-STP-STATE           PIC X(01).
001350             88  STEP-NOT-ENDED         VALUE "S".
001360             88  STEP-ENDED             VALUE "E".
001370             88  STEP-NO-START          VALUE "N".
001380         10  WS-STP-END-DATE        PIC 9(08).
001390         10  WS-STP-END-TIME        PIC 9(08).
001400         10  WS-STP-RETURN-CODE     PIC 9(04).
001410         10  WS-STP-COUNT-ENTRY     OCCURS 4 TIMES.
001420             15  WS-STP-COUNT-LABEL PIC X(10).
001430             15  WS-STP-COUNT-VALUE PIC 9(07).
001440         10  WS-STP-MESSAGE         PIC X(40).
001450*****************************************************************
001460* WORK AREA FOR PRINTING A LEDGER TIME (HHMMSSHH FROM THE
001470* SYSTEM CLOCK) AS HH:MM:SS.
001480*****************************************************************
001490 01  WS-TIME-WORK               PIC 9(08)       VALUE ZERO.
001500 01  WS-TIME-VIEW               REDEFINES WS-TIME-WORK.
001510     05  WS-TIME-HH             PIC 9(02).
001520     05  WS-TIME-MM             PIC 9(02).
001530     05  WS-TIME-SS             PIC 9(02).
001540     05  FILLER                 PIC 9(02).
001550 01  WS-TIME-PRINT.
001560     05  WS-TPR-HH              PIC 9(02).
001570     05  FILLER                 PIC X(01)       VALUE ":".
001580     05  WS-TPR-MM              PIC 9(02).
001590     05  FILLER                 PIC X(01)       VALUE ":".
001600     05  WS-TPR-SS              PIC 9(02).
001610*****************************************************************
001620* JOB STREAM REPORT LINE LAYOUTS
001630*****************************************************************
001640 COPY RUNLLIN.
001650 PROCEDURE DIVISION.
001660*****************************************************************
001670* 0000-MAINLINE
001680*    DRIVES THE REPORT: ONE PASS OF THE LEDGER LOADING THE STEPS
001690*    IN THE SELECTION, THEN THE JOB STREAM PRINTED NIGHT BY
001700*    NIGHT, THEN THE TOTALS.
001710*****************************************************************
001720 0000-MAINLINE.
001730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001740     PERFORM 2000-LOAD-LEDGER-RECORD THRU 2000-EXIT
001750         UNTIL END-OF-RUN-LEDGER.
001760     PERFORM 8000-PRINT-JOB-STREAM THRU 8000-EXIT.
001770     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001780     STOP RUN.
001790*****************************************************************
001800* 1000-INITIALIZE
001810*    OPENS THE LEDGER (A MISSING LEDGER STOPS THE RUN), OPENS
001820*    THE REPORT, LOADS THE DATE SELECTION, FALLS BACK TO THE
001830*    LATEST NIGHT ON THE LEDGER WHEN NO DATES ARE GIVEN OR THE
001840*    RANGE IS REVERSED, AND ECHOES THE SELECTION IN FORCE.
001850*****************************************************************
001860 1000-INITIALIZE.
001870     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001880     OPEN INPUT RUN-LEDGER-FILE.
001890     IF WS-LEDGER-STATUS NOT = "00"
001900         DISPLAY "**ERROR** UNABLE TO OPEN RUN LEDGER, "
001910             "STATUS " WS-LEDGER-STATUS
001920         MOVE 16 TO RETURN-CODE
001930         STOP RUN
001940     END-IF.
001950     OPEN OUTPUT LEDGER-REPORT-FILE.
001960     PERFORM 3000-PRINT-HEADERS THRU 3000-EXIT.
001970     PERFORM 1100-LOAD-PARAMETERS THRU 1100-EXIT.
001980     IF WS-DATE-FROM > ZERO AND WS-DATE-TO > ZERO
001990         AND WS-DATE-FROM > WS-DATE-TO
002000         MOVE "**WARNING** DATE RANGE REVERSED - LATEST NIGHT"
002010             TO RLR-MESSAGE-TEXT
002020         PERFORM 3200-WRITE-MESSAGE THRU 3200-EXIT
002030         MOVE ZERO TO WS-DATE-FROM
002040         MOVE ZERO TO WS-DATE-TO
002050     END-IF.
002060     IF WS-DATE-FROM = ZERO AND WS-DATE-TO = ZERO
002070         PERFORM 1200-FIND-LATEST-NIGHT THRU 1200-EXIT
002080     END-IF.
002090     PERFORM 1300-ECHO-SELECTION THRU 1300-EXIT.
002100 1000-EXIT.
002110     EXIT.
002120*****************************************************************
002130* 1100-LOAD-PARAMETERS
002140*    READS THE PARAMETER FILE FOR THE DATE KEYWORDS.  NO FILE IS
002150*    NOT AN ERROR -- IT IS THE USUAL MORNING RUN.  AN UNKNOWN
002160*    KEYWORD OR A NON-NUMERIC DATE IS WARNED ABOUT AND IGNORED.
002170*****************************************************************
002180 1100-LOAD-PARAMETERS.
002190     OPEN INPUT LEDGER-PARM-FILE.
002200     IF WS-PARM-STATUS NOT = "00"
002210         GO TO 1100-EXIT
002220     END-IF.
002230     PERFORM 1110-PROCESS-PARM-RECORD THRU 1110-EXIT
002240         UNTIL END-OF-PARM-FILE.
002250     CLOSE LEDGER-PARM-FILE.
002260 1100-EXIT.
002270     EXIT.
002280*****************************************************************
002290* 1110-PROCESS-PARM-RECORD
002300*    READS AND APPLIES ONE PARAMETER RECORD.
002310*****************************************************************
002320 1110-PROCESS-PARM-RECORD.
002330     READ LEDGER-PARM-FILE
002340         AT END
002350             SET END-OF-PARM-FILE TO TRUE
002360             GO TO 1110-EXIT
002370     END-READ.
002380     IF PRM-KEYWORD = SPACES
002390         GO TO 1110-EXIT
002400     END-IF.
002410     IF PRM-KEYWORD = "FROM-DATE"
002420         IF PRM-VALUE NUMERIC
002430             MOVE PRM-VALUE TO WS-DATE-FROM
002440         ELSE
002450             DISPLAY "**WARNING** FROM-DATE VALUE "
002460                 PRM-VALUE " IS NOT NUMERIC - IGNORED"
002470         END-IF
002480         GO TO 1110-EXIT
002490     END-IF.
002500     IF PRM-KEYWORD = "TO-DATE"
002510         IF PRM-VALUE NUMERIC
002520             MOVE PRM-VALUE TO WS-DATE-TO
002530         ELSE
002540             DISPLAY "**WARNING** TO-DATE VALUE "
002550                 PRM-VALUE " IS NOT NUMERIC - IGNORED"
002560         END-IF
002570         GO TO 1110-EXIT
002580     END-IF.
002590     DISPLAY "**WARNING** UNKNOWN PARAMETER " PRM-KEYWORD
002600         " - IGNORED".
002610 1110-EXIT.
002620     EXIT.
002630*****************************************************************
002640* 1200-FIND-LATEST-NIGHT
002650*    A FIRST PASS OF THE LEDGER FOR ITS LATEST RUN DATE, WHICH
002660*    BECOMES BOTH ENDS OF THE SELECTION.  THE LEDGER IS THEN
002670*    REOPENED FOR THE LOADING PASS.  AN EMPTY LEDGER LEAVES NO
002680*    LIMITS, AND THE LOADING PASS FINDS NOTHING.
002690*****************************************************************
002700 1200-FIND-LATEST-NIGHT.
002710     SET LATEST-NIGHT-ONLY TO TRUE.
002720     PERFORM 1210-SCAN-LATEST-DATE THRU 1210-EXIT
002730         UNTIL END-OF-RUN-LEDGER.
002740     CLOSE RUN-LEDGER-FILE.
002750     OPEN INPUT RUN-LEDGER-FILE.
002760     MOVE "N" TO WS-LEDGER-EOF-SWITCH.
002770     MOVE WS-LATEST-DATE TO WS-DATE-FROM.
002780     MOVE WS-LATEST-DATE TO WS-DATE-TO.
002790 1200-EXIT.
002800     EXIT.
002810*****************************************************************
002820* 1210-SCAN-LATEST-DATE
002830*    ONE STEP OF THE LATEST RUN DATE SCAN.
002840*****************************************************************
002850 1210-SCAN-LATEST-DATE.
002860     READ RUN-LEDGER-FILE INTO RUN-LEDGER-RECORD
002870         AT END
002880             SET END-OF-RUN-LEDGER TO TRUE
002890             GO TO 1210-EXIT
002900     END-READ.
002910     IF RLG-RUN-DATE NUMERIC
002920         AND RLG-RUN-DATE > WS-LATEST-DATE
002930         MOVE RLG-RUN-DATE TO WS-LATEST-DATE
002940     END-IF.
002950 1210-EXIT.
002960     EXIT.
002970*****************************************************************
002980* 1300-ECHO-SELECTION
002990*    PRINTS THE DATE SELECTION IN FORCE AT THE TOP OF THE REPORT.
003000*****************************************************************
003010 1300-ECHO-SELECTION.
003020     IF LATEST-NIGHT-ONLY
003030         MOVE "SELECTION:" TO RLR-SELECT-LABEL
003040         MOVE "LATEST NIGHT" TO RLR-SELECT-VALUE
003050         PERFORM 3300-WRITE-SELECT-LINE THRU 3300-EXIT
003060     END-IF.
003070     MOVE "DATE FROM:" TO RLR-SELECT-LABEL.
003080     IF WS-DATE-FROM = ZERO
003090         MOVE "(NO LIMIT)" TO RLR-SELECT-VALUE
003100     ELSE
003110         MOVE WS-DATE-FROM TO RLR-SELECT-VALUE
003120     END-IF.
003130     PERFORM 3300-WRITE-SELECT-LINE THRU 3300-EXIT.
003140     MOVE "DATE TO:" TO RLR-SELECT-LABEL.
003150     IF WS-DATE-TO = ZERO
003160         MOVE "(NO LIMIT)" TO RLR-SELECT-VALUE
003170     ELSE
003180         MOVE WS-DATE-TO TO RLR-SELECT-VALUE
003190     END-IF.
003200     PERFORM 3300-WRITE-SELECT-LINE THRU 3300-EXIT.
003210 1300-EXIT.
003220     EXIT.
003230*****************************************************************
003240* 2000-LOAD-LEDGER-RECORD
003250*    READS ONE LEDGER RECORD AND, WHEN ITS RUN DATE IS IN THE
003260*    SELECTION, ADDS A STEP FOR A START RECORD OR CLOSES THE
003270*    STEP OFF FOR AN END RECORD.  A RECORD OF NEITHER TYPE IS
003280*    COUNTED AND SKIPPED.
003290*****************************************************************
003300 2000-LOAD-LEDGER-RECORD.
003310     READ RUN-LEDGER-FILE INTO RUN-LEDGER-RECORD
003320         AT END
003330             SET END-OF-RUN-LEDGER TO TRUE
003340             GO TO 2000-EXIT
003350     END-READ.
003360     ADD 1 TO WS-LEDGER-READ-COUNT.
003370     IF WS-DATE-FROM > ZERO
003380         AND RLG-RUN-DATE < WS-DATE-FROM
003390         GO TO 2000-EXIT
003400     END-IF.
003410     IF WS-DATE-TO > ZERO
003420         AND RLG-RUN-DATE > WS-DATE-TO
003430         GO TO 2000-EXIT
003440     END-IF.
003450     ADD 1 TO WS-SELECTED-COUNT.
003460     IF RLG-START
003470         PERFORM 2100-ADD-STEP THRU 2100-EXIT
003480         GO TO 2000-EXIT
003490     END-IF.
003500     IF RLG-END
003510         PERFORM 2200-CLOSE-STEP THRU 2200-EXIT
003520         GO TO 2000-EXIT
003530     END-IF.
003540     ADD 1 TO WS-UNKNOWN-COUNT.
003550 2000-EXIT.
003560     EXIT.
003570*****************************************************************
003580* 2100-ADD-STEP
003590*    ADDS A NOT-YET-ENDED STEP TO THE TABLE FROM THE LEDGER
003600*    RECORD.  A FULL TABLE COUNTS THE STEP AS OMITTED.
003610*****************************************************************
003620 2100-ADD-STEP.
003630     IF WS-STEP-COUNT >= WS-STEP-MAX
003640         ADD 1 TO WS-STEP-LOST-COUNT
003650         GO TO 2100-EXIT
003660     END-IF.
003670     ADD 1 TO WS-STEP-COUNT.
003680     INITIALIZE WS-STEP-ENTRY (WS-STEP-COUNT).
003690     MOVE RLG-RUN-DATE    TO WS-STP-RUN-DATE (WS-STEP-COUNT).
003700     MOVE RLG-RUN-TIME    TO WS-STP-RUN-TIME (WS-STEP-COUNT).
003710     MOVE RLG-STEP-NAME   TO WS-STP-STEP-NAME (WS-STEP-COUNT).
003720     MOVE RLG-RUN-MODE    TO WS-STP-RUN-MODE (WS-STEP-COUNT).
003730     MOVE RLG-OPERATOR-ID TO WS-STP-OPERATOR-ID (WS-STEP-COUNT).
003740     SET STEP-NOT-ENDED (WS-STEP-COUNT) TO TRUE.
003750 2100-EXIT.
003760     EXIT.
003770*****************************************************************
003780* 2200-CLOSE-STEP
003790*    FINDS THE OPEN STEP THIS END RECORD BELONGS TO AND MARKS IT
003800*    ENDED WITH THE END TIME, RETURN CODE, COUNTS AND MESSAGE.
003810*    THE PLANNER'S MODE IS ONLY KNOWN AT THE END, SO IT IS TAKEN
003820*    FROM THE END RECORD.  AN END RECORD WITH NO OPEN STEP IS
003830*    ADDED AS A STEP OF ITS OWN WITH NO START.
003840*****************************************************************
003850 2200-CLOSE-STEP.
003860     PERFORM 2210-FIND-OPEN-STEP THRU 2210-EXIT.
003870     IF STEP-FOUND
003880         SET STEP-ENDED (WS-STEP-IX) TO TRUE
003890     ELSE
003900         IF WS-STEP-COUNT >= WS-STEP-MAX
003910             ADD 1 TO WS-STEP-LOST-COUNT
003920             GO TO 2200-EXIT
003930         END-IF
003940         PERFORM 2100-ADD-STEP THRU 2100-EXIT
003950         MOVE WS-STEP-COUNT TO WS-STEP-IX
003960         SET STEP-NO-START (WS-STEP-IX) TO TRUE
003970     END-IF.
003980     IF RLG-RUN-MODE NOT = SPACE
003990         MOVE RLG-RUN-MODE TO WS-STP-RUN-MODE (WS-STEP-IX)
004000     END-IF.
004010     MOVE RLG-STAMP-DATE  TO WS-STP-END-DATE (WS-STEP-IX).
004020     MOVE RLG-STAMP-TIME  TO WS-STP-END-TIME (WS-STEP-IX).
004030     MOVE RLG-RETURN-CODE TO WS-STP-RETURN-CODE (WS-STEP-IX).
004040     MOVE RLG-COUNT-ENTRY (1)
004050         TO WS-STP-COUNT-ENTRY (WS-STEP-IX, 1).
004060     MOVE RLG-COUNT-ENTRY (2)
004070         TO WS-STP-COUNT-ENTRY (WS-STEP-IX, 2).
004080     MOVE RLG-COUNT-ENTRY (3)
004090         TO WS-STP-COUNT-ENTRY (WS-STEP-IX, 3).
004100     MOVE RLG-COUNT-ENTRY (4)
004110         TO WS-STP-COUNT-ENTRY (WS-STEP-IX, 4).
004120     MOVE RLG-MESSAGE     TO WS-STP-MESSAGE (WS-STEP-IX).
004130 2200-EXIT.
004140     EXIT.
004150*****************************************************************
004160* 2210-FIND-OPEN-STEP
004170*    SERIAL SEARCH OF THE STEP TABLE FOR THE NOT-YET-ENDED STEP
004180*    WITH THE END RECORD'S RUN DATE, RUN TIME AND STEP NAME.
004190*****************************************************************
004200 2210-FIND-OPEN-STEP.
004210     SET STEP-NOT-FOUND TO TRUE.
004220     MOVE ZERO TO WS-STEP-IX.
004230     PERFORM 2220-SCAN-OPEN-STEP THRU 2220-EXIT
004240         UNTIL STEP-FOUND
004250            OR WS-STEP-IX NOT < WS-STEP-COUNT.
004260 2210-EXIT.
004270     EXIT.
004280*****************************************************************
004290* 2220-SCAN-OPEN-STEP
004300*    ONE STEP OF THE OPEN STEP SERIAL SEARCH.
004310*****************************************************************
004320 2220-SCAN-OPEN-STEP.
004330     ADD 1 TO WS-STEP-IX.
004340     IF STEP-NOT-ENDED (WS-STEP-IX)
004350         AND WS-STP-RUN-DATE (WS-STEP-IX) = RLG-RUN-DATE
004360         AND WS-STP-RUN-TIME (WS-STEP-IX) = RLG-RUN-TIME
004370         AND WS-STP-STEP-NAME (WS-STEP-IX) = RLG-STEP-NAME
004380         SET STEP-FOUND TO TRUE
004390     END-IF.
004400 2220-EXIT.
004410     EXIT.
004420*****************************************************************
004430* 3000-PRINT-HEADERS
004440*****************************************************************
004450 3000-PRINT-HEADERS.
004460     ADD 1 TO WS-PAGE-COUNT.
004470     MOVE WS-PAGE-COUNT TO RLR-PAGE-NO.
004480     MOVE WS-RUN-DATE   TO RLR-RUN-DATE.
004490     WRITE LEDGER-REPORT-LINE FROM RLR-HEADING-1.
004500     WRITE LEDGER-REPORT-LINE FROM RLR-BLANK-LINE.
004510     MOVE ZERO TO WS-LINE-COUNT.
004520 3000-EXIT.
004530     EXIT.
004540*****************************************************************
004550* 3100-CHECK-PAGE-BREAK
004560*****************************************************************
004570 3100-CHECK-PAGE-BREAK.
004580     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
004590         PERFORM 3000-PRINT-HEADERS THRU 3000-EXIT
004600     END-IF.
004610 3100-EXIT.
004620     EXIT.
004630*****************************************************************
004640* 3200-WRITE-MESSAGE
004650*    WRITES THE TEXT IN RLR-MESSAGE-TEXT AS A REPORT LINE.
004660*****************************************************************
004670 3200-WRITE-MESSAGE.
004680     PERFORM 3100-CHECK-PAGE-BREAK THRU 3100-EXIT.
004690     WRITE LEDGER-REPORT-LINE FROM RLR-MESSAGE-LINE.
004700     ADD 1 TO WS-LINE-COUNT.
004710 3200-EXIT.
004720     EXIT.
004730*****************************************************************
004740* 3300-WRITE-SELECT-LINE
004750*****************************************************************
004760 3300-WRITE-SELECT-LINE.
004770     PERFORM 3100-CHECK-PAGE-BREAK THRU 3100-EXIT.
004780     WRITE LEDGER-REPORT-LINE FROM RLR-SELECT-LINE.
004790     ADD 1 TO WS-LINE-COUNT.
004800 3300-EXIT.
004810     EXIT.
004820*****************************************************************
004830* 8000-PRINT-JOB-STREAM
004840*    PRINTS THE STEP TABLE IN ORDER, STARTING A NEW BLOCK EACH
004850*    TIME THE RUN DATE CHANGES AND CLOSING THE LAST BLOCK WITH
004860*    ITS NIGHT TOTALS.
004870*****************************************************************
004880 8000-PRINT-JOB-STREAM.
004890     IF WS-STEP-COUNT = ZERO
004900         MOVE "NO JOB STEPS ON THE RUN LEDGER FOR THE SELECTION"
004910             TO RLR-MESSAGE-TEXT
004920         PERFORM 3200-WRITE-MESSAGE THRU 3200-EXIT
004930         GO TO 8000-EXIT
004940     END-IF.
004950     MOVE ZERO TO WS-STEP-IX.
004960     MOVE ZERO TO WS-NIGHT-DATE.
004970     PERFORM 8100-PRINT-STEP THRU 8100-EXIT
004980         WS-STEP-COUNT TIMES.
004990     PERFORM 8300-PRINT-NIGHT-TOTALS THRU 8300-EXIT.
005000     IF WS-STEP-LOST-COUNT > ZERO
005010         MOVE "**WARNING** STEP TABLE FULL - SOME STEPS OMITTED"
005020             TO RLR-MESSAGE-TEXT
005030         PERFORM 3200-WRITE-MESSAGE THRU 3200-EXIT
005040     END-IF.
005050 8000-EXIT.
005060     EXIT.
005070*****************************************************************
005080* 8100-PRINT-STEP
005090*    PRINTS ONE STEP: ITS DETAIL LINE, AND FOR A STEP THAT ENDED
005100*    A LINE OF ITS KEY COUNTS.  A STEP WITH NO END RECORD SHOWS
005110*    NO END TIME OR RETURN CODE AND IS FLAGGED NEVER ENDED.
005120*****************************************************************
005130 8100-PRINT-STEP.
005140     ADD 1 TO WS-STEP-IX.
005150     IF WS-STP-RUN-DATE (WS-STEP-IX) NOT = WS-NIGHT-DATE
005160         IF WS-NIGHT-DATE NOT = ZERO
005170             PERFORM 8300-PRINT-NIGHT-TOTALS THRU 8300-EXIT
005180         END-IF
005190         PERFORM 8200-START-NIGHT THRU 8200-EXIT
005200     END-IF.
005210     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
005220         PERFORM 3000-PRINT-HEADERS THRU 3000-EXIT
005230         PERFORM 8210-PRINT-NIGHT-HEADING THRU 8210-EXIT
005240     END-IF.
005250     ADD 1 TO WS-NIGHT-STEPS.
005260     MOVE WS-STP-STEP-NAME (WS-STEP-IX)   TO RLR-STEP-NAME.
005270     MOVE WS-STP-OPERATOR-ID (WS-STEP-IX) TO RLR-OPERATOR-ID.
005280     PERFORM 8150-SET-MODE-TEXT THRU 8150-EXIT.
005290     MOVE WS-STP-RUN-TIME (WS-STEP-IX) TO WS-TIME-WORK.
005300     PERFORM 8400-FORMAT-TIME THRU 8400-EXIT.
005310     MOVE WS-TIME-PRINT TO RLR-START-TIME.
005320     IF STEP-NOT-ENDED (WS-STEP-IX)
005330         ADD 1 TO WS-NIGHT-NOT-ENDED
005340         MOVE SPACES TO RLR-END-DATE
005350         MOVE SPACES TO RLR-END-TIME
005360         MOVE SPACES TO RLR-RETURN-CODE
005370         MOVE "**NEVER ENDED**" TO RLR-STATUS
005380         MOVE SPACES TO RLR-MESSAGE
005390         WRITE LEDGER-REPORT-LINE FROM RLR-DETAIL-LINE
005400         ADD 1 TO WS-LINE-COUNT
005410         GO TO 8100-EXIT
005420     END-IF.
005430     ADD 1 TO WS-NIGHT-ENDED.
005440     MOVE WS-STP-END-DATE (WS-STEP-IX) TO RLR-END-DATE.
005450     MOVE WS-STP-END-TIME (WS-STEP-IX) TO WS-TIME-WORK.
005460     PERFORM 8400-FORMAT-TIME THRU 8400-EXIT.
005470     MOVE WS-TIME-PRINT TO RLR-END-TIME.
005480     MOVE WS-STP-RETURN-CODE (WS-STEP-IX) TO WS-RC-EDIT.
005490     MOVE WS-RC-EDIT TO RLR-RETURN-CODE.
005500     MOVE WS-STP-MESSAGE (WS-STEP-IX) TO RLR-MESSAGE.
005510     IF WS-STP-RETURN-CODE (WS-STEP-IX) >= 16
005520         ADD 1 TO WS-NIGHT-IN-ERROR
005530         MOVE "**ENDED IN ERROR" TO RLR-STATUS
005540     ELSE
005550         IF WS-STP-RETURN-CODE (WS-STEP-IX) > ZERO
005560             MOVE "ENDED - WARNING" TO RLR-STATUS
005570         ELSE
005580             MOVE "ENDED" TO RLR-STATUS
005590         END-IF
005600     END-IF.
005610     IF STEP-NO-START (WS-STEP-IX)
005620         ADD 1 TO WS-NIGHT-NO-START
005630         MOVE "**NO START REC**" TO RLR-STATUS
005640     END-IF.
005650     WRITE LEDGER-REPORT-LINE FROM RLR-DETAIL-LINE.
005660     ADD 1 TO WS-LINE-COUNT.
005670     PERFORM 8250-PRINT-COUNTS THRU 8250-EXIT.
005680 8100-EXIT.
005690     EXIT.
005700*****************************************************************
005710* 8150-SET-MODE-TEXT
005720*    THE PLANNER'S RUN MODE IN WORDS; BLANK FOR THE OTHER STEPS.
005730*****************************************************************
005740 8150-SET-MODE-TEXT.
005750     MOVE SPACES TO RLR-RUN-MODE.
005760     IF STP-FULL-BATCH (WS-STEP-IX)
005770         MOVE "FULL" TO RLR-RUN-MODE
005780     END-IF.
005790     IF STP-KEYED-RERUN (WS-STEP-IX)
005800         MOVE "RERUN" TO RLR-RUN-MODE
005810     END-IF.
005820     IF STP-WHATIF (WS-STEP-IX)
005830         MOVE "WHAT-IF" TO RLR-RUN-MODE
005840     END-IF.
005850     IF STP-REPLAY (WS-STEP-IX)
005860         MOVE "REPLAY" TO RLR-RUN-MODE
005870     END-IF.
005880 8150-EXIT.
005890     EXIT.
005900*****************************************************************
005910* 8200-START-NIGHT
005920*    STARTS THE BLOCK FOR A NEW RUN DATE: RESETS THE NIGHT
005930*    TOTALS AND PRINTS THE NIGHT AND COLUMN HEADINGS.
005940*****************************************************************
005950 8200-START-NIGHT.
005960     MOVE WS-STP-RUN-DATE (WS-STEP-IX) TO WS-NIGHT-DATE.
005970     ADD 1 TO WS-TOTAL-NIGHTS.
005980     MOVE ZERO TO WS-NIGHT-STEPS.
005990     MOVE ZERO TO WS-NIGHT-ENDED.
006000     MOVE ZERO TO WS-NIGHT-NOT-ENDED.
006010     MOVE ZERO TO WS-NIGHT-IN-ERROR.
006020     MOVE ZERO TO WS-NIGHT-NO-START.
006030     PERFORM 3100-CHECK-PAGE-BREAK THRU 3100-EXIT.
006040     WRITE LEDGER-REPORT-LINE FROM RLR-BLANK-LINE.
006050     ADD 1 TO WS-LINE-COUNT.
006060     PERFORM 8210-PRINT-NIGHT-HEADING THRU 8210-EXIT.
006070 8200-EXIT.
006080     EXIT.
006090*****************************************************************
006100* 8210-PRINT-NIGHT-HEADING
006110*    THE RUN DATE AND COLUMN HEADINGS, AT THE START OF A NIGHT
006120*    AND AGAIN AT THE TOP OF EACH PAGE THE NIGHT RUNS ONTO.
006130*****************************************************************
006140 8210-PRINT-NIGHT-HEADING.
006150     MOVE WS-NIGHT-DATE TO RLR-NIGHT-DATE.
006160     WRITE LEDGER-REPORT-LINE FROM RLR-NIGHT-HEADING.
006170     WRITE LEDGER-REPORT-LINE FROM RLR-COLUMN-HEADING.
006180     ADD 2 TO WS-LINE-COUNT.
006190 8210-EXIT.
006200     EXIT.
006210*****************************************************************
006220* 8250-PRINT-COUNTS
006230*    PRINTS THE KEY COUNTS FROM THE STEP'S END RECORD UNDER ITS
006240*    DETAIL LINE.  A STEP WITH NO COUNTS GETS NO COUNTS LINE.
006250*****************************************************************
006260 8250-PRINT-COUNTS.
006270     MOVE SPACES TO RLR-COUNTS-LINE.
006280     MOVE ZERO TO WS-COUNT-IX.
006290     MOVE ZERO TO WS-COUNTS-SHOWN.
006300     PERFORM 8260-MOVE-COUNT THRU 8260-EXIT 4 TIMES.
006310     IF WS-COUNTS-SHOWN = ZERO
006320         GO TO 8250-EXIT
006330     END-IF.
006340     WRITE LEDGER-REPORT-LINE FROM RLR-COUNTS-LINE.
006350     ADD 1 TO WS-LINE-COUNT.
006360 8250-EXIT.
006370     EXIT.
006380*****************************************************************
006390* 8260-MOVE-COUNT
006400*    MOVES ONE LABELLED COUNT TO THE COUNTS LINE.
006410*****************************************************************
006420 8260-MOVE-COUNT.
006430     ADD 1 TO WS-COUNT-IX.
006440     IF WS-STP-COUNT-LABEL (WS-STEP-IX, WS-COUNT-IX) = SPACES
006450         GO TO 8260-EXIT
006460     END-IF.
006470     ADD 1 TO WS-COUNTS-SHOWN.
006480     MOVE WS-STP-COUNT-LABEL (WS-STEP-IX, WS-COUNT-IX)
006490         TO RLR-COUNT-LABEL (WS-COUNT-IX).
006500     MOVE WS-STP-COUNT-VALUE (WS-STEP-IX, WS-COUNT-IX)
006510         TO RLR-COUNT-VALUE (WS-COUNT-IX).
006520 8260-EXIT.
006530     EXIT.
006540*****************************************************************
006550* 8300-PRINT-NIGHT-TOTALS
006560*    CLOSES A NIGHT'S BLOCK WITH ITS TOTALS AND ADDS THEM TO THE
006570*    REPORT TOTALS.
006580*****************************************************************
006590 8300-PRINT-NIGHT-TOTALS.
006600     PERFORM 3100-CHECK-PAGE-BREAK THRU 3100-EXIT.
006610     MOVE WS-NIGHT-STEPS     TO RLR-NIGHT-STEPS.
006620     MOVE WS-NIGHT-ENDED     TO RLR-NIGHT-ENDED.
006630     MOVE WS-NIGHT-NOT-ENDED TO RLR-NIGHT-NOT-ENDED.
006640     MOVE WS-NIGHT-IN-ERROR  TO RLR-NIGHT-IN-ERROR.
006650     MOVE WS-NIGHT-NO-START  TO RLR-NIGHT-NO-START.
006660     WRITE LEDGER-REPORT-LINE FROM RLR-NIGHT-TOTAL-LINE.
006670     ADD 1 TO WS-LINE-COUNT.
006680     ADD WS-NIGHT-STEPS     TO WS-TOTAL-STEPS.
006690     ADD WS-NIGHT-NOT-ENDED TO WS-TOTAL-NOT-ENDED.
006700     ADD WS-NIGHT-IN-ERROR  TO WS-TOTAL-IN-ERROR.
006710     ADD WS-NIGHT-NO-START  TO WS-TOTAL-NO-START.
006720 8300-EXIT.
006730     EXIT.
006740*****************************************************************
006750* 8400-FORMAT-TIME
006760*    FORMATS THE TIME IN WS-TIME-WORK AS HH:MM:SS IN
006770*    WS-TIME-PRINT.
006780*****************************************************************
006790 8400-FORMAT-TIME.
006800     MOVE WS-TIME-HH TO WS-TPR-HH.
006810     MOVE WS-TIME-MM TO WS-TPR-MM.
006820     MOVE WS-TIME-SS TO WS-TPR-SS.
006830 8400-EXIT.
006840     EXIT.
006850*****************************************************************
006860* 9000-TERMINATE
006870*    PRINTS THE REPORT TOTALS, CLOSES THE FILES, AND REPORTS THE
006880*    TOTALS ON THE CONSOLE.  ANY STEP THAT NEVER ENDED, ENDED IN
006890*    ERROR OR HAS NO START RECORD, OR ANY STEP THE FULL TABLE
006900*    COULD NOT HOLD, LEAVES RETURN CODE 4 SO THE MORNING CHECK
006910*    CANNOT MISS IT.
006920*****************************************************************
006930 9000-TERMINATE.
006940     PERFORM 3100-CHECK-PAGE-BREAK THRU 3100-EXIT.
006950     WRITE LEDGER-REPORT-LINE FROM RLR-BLANK-LINE.
006960     MOVE "LEDGER RECORDS READ:" TO RLR-TOTAL-LABEL.
006970     MOVE WS-LEDGER-READ-COUNT TO RLR-TOTAL-VALUE.
006980     WRITE LEDGER-REPORT-LINE FROM RLR-TOTAL-LINE.
006990     MOVE "RECORDS IN SELECTION:" TO RLR-TOTAL-LABEL.
007000     MOVE WS-SELECTED-COUNT TO RLR-TOTAL-VALUE.
007010     WRITE LEDGER-REPORT-LINE FROM RLR-TOTAL-LINE.
007020     MOVE "NIGHTS REPORTED:" TO RLR-TOTAL-LABEL.
007030     MOVE WS-TOTAL-NIGHTS TO RLR-TOTAL-VALUE.
007040     WRITE LEDGER-REPORT-LINE FROM RLR-TOTAL-LINE.
007050     MOVE "STEPS REPORTED:" TO RLR-TOTAL-LABEL.
007060     MOVE WS-TOTAL-STEPS TO RLR-TOTAL-VALUE.
007070     WRITE LEDGER-REPORT-LINE FROM RLR-TOTAL-LINE.
007080     MOVE "STEPS NEVER ENDED:" TO RLR-TOTAL-LABEL.
007090     MOVE WS-TOTAL-NOT-ENDED TO RLR-TOTAL-VALUE.
007100     WRITE LEDGER-REPORT-LINE FROM RLR-TOTAL-LINE.
007110     MOVE "STEPS ENDED IN ERROR:" TO RLR-TOTAL-LABEL.
007120     MOVE WS-TOTAL-IN-ERROR TO RLR-TOTAL-VALUE.
007130     WRITE LEDGER-REPORT-LINE FROM RLR-TOTAL-LINE.
007140     MOVE "END RECORDS WITH NO START:" TO RLR-TOTAL-LABEL.
007150     MOVE WS-TOTAL-NO-START TO RLR-TOTAL-VALUE.
007160     WRITE LEDGER-REPORT-LINE FROM RLR-TOTAL-LINE.
007170     IF WS-UNKNOWN-COUNT > ZERO
007180         MOVE "UNRECOGNISED RECORDS:" TO RLR-TOTAL-LABEL
007190         MOVE WS-UNKNOWN-COUNT TO RLR-TOTAL-VALUE
007200         WRITE LEDGER-REPORT-LINE FROM RLR-TOTAL-LINE
007210     END-IF.
007220     IF WS-STEP-LOST-COUNT > ZERO
007230         MOVE "STEPS OMITTED:" TO RLR-TOTAL-LABEL
007240         MOVE WS-STEP-LOST-COUNT TO RLR-TOTAL-VALUE
007250         WRITE LEDGER-REPORT-LINE FROM RLR-TOTAL-LINE
007260     END-IF.
007270     CLOSE RUN-LEDGER-FILE
007280           LEDGER-REPORT-FILE.
007290     DISPLAY "LEDGER RECORDS READ:  " WS-LEDGER-READ-COUNT.
007300     DISPLAY "STEPS REPORTED:       " WS-TOTAL-STEPS.
007310     DISPLAY "STEPS NEVER ENDED:    " WS-TOTAL-NOT-ENDED.
007320     DISPLAY "STEPS ENDED IN ERROR: " WS-TOTAL-IN-ERROR.
007330     IF WS-TOTAL-NOT-ENDED > ZERO
007340         OR WS-TOTAL-IN-ERROR > ZERO
007350         OR WS-TOTAL-NO-START > ZERO
007360         OR WS-STEP-LOST-COUNT > ZERO
007370         DISPLAY "**WARNING** JOB STREAM HAS STEPS THAT NEED "
007380             "ATTENTION - SEE REPORT"
007390         MOVE 4 TO RETURN-CODE
007400     END-IF.
007410 9000-EXIT.
007420     EXIT.
007430 END PROGRAM RUN-LEDGER.
