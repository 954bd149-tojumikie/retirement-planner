000370*                  SPANNING THE RETENTION CUTOFF STILL REPORTS
000380*                  IN ONE PASS.  THE ARCHIVE TRAILER COUNT IS
000390*                  VERIFIED AGAINST THE DETAILS ACTUALLY READ.
000400* 2026-10-13  TM   THE DETAIL BLOCK NOW ALSO PRINTS THE FEE
000410*                  ASSUMPTIONS AND LIFETIME COST OF FEES ADDED TO
000420*                  THE AUDIT RECORD.  A RECORD WRITTEN BEFORE
000430*                  FEES WERE MODELLED SHOWS NO OVERRIDE AND ZERO
000440*                  FEES.  THE ARCHIVE INPUT RECORD GREW WITH THE
000450*                  AUDIT RECORD.
000460* 2026-10-14  TM   THE FEE ASSUMPTION LINE NOW ALSO SHOWS HOW MANY
000470*                  CASH FLOW EVENTS THE PROJECTION APPLIED (ZERO
000480*                  FOR A RECORD WRITTEN BEFORE EVENTS EXISTED).
000490* 2026-10-15  TM   THE FEE ASSUMPTION LINE NOW ALSO SHOWS THE
000500*                  CLIENT'S GLIDE-PATH CODE (BLANK FOR A FLAT-RATE
000510*                  PROJECTION OR A RECORD WRITTEN BEFORE GLIDE
000520*                  PATHS EXISTED).
000530* 2026-10-15  TM   EACH RUN NOW WRITES A START AND AN END RECORD
000540*                  TO THE SHARED RUN LEDGER WITH THE RUN DATE AND
000550*                  TIME, OPERATOR, RETURN CODE AND RECORD COUNTS.
000560* 2026-10-15  TM   A FAILED RUN LEDGER WRITE IS NO LONGER MASKED
000570*                  BY THE CLOSE THAT FOLLOWS IT.
000580*****************************************************************
000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 SOURCE-COMPUTER.   IBM-370.
000620 OBJECT-COMPUTER.   IBM-370.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
000660         ORGANIZATION IS LINE SEQUENTIAL.
000670     SELECT INQUIRY-PARM-FILE ASSIGN TO AUDPARMS
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-PARM-STATUS.
000700     SELECT INQUIRY-REPORT-FILE ASSIGN TO AUDQRPT
000710         ORGANIZATION IS LINE SEQUENTIAL.
000720     SELECT ARCHIVE-FILE ASSIGN TO AUDARCH
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-ARCHIVE-STATUS.
000750     SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDGR
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-LEDGER-STATUS.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  AUDIT-LOG-FILE
000810     RECORDING MODE IS F.
000820 COPY AUDITREC.
000830 FD  INQUIRY-PARM-FILE
000840     RECORDING MODE IS F.
000850 01  INQUIRY-PARM-RECORD.
000860     05  PRM-DATE-FROM          PIC 9(08).
000870     05  PRM-DATE-TO            PIC 9(08).
000880     05  PRM-CLIENT-ID          PIC X(10).
000890     05  PRM-OPERATOR-ID        PIC X(08).
000900 FD  INQUIRY-REPORT-FILE
000910     RECORDING MODE IS F.
000920 01  INQUIRY-REPORT-LINE        PIC X(132).
000930 FD  ARCHIVE-FILE
000940     RECORDING MODE IS F.
000950 01  ARCHIVE-INPUT-RECORD       PIC X(342).
000960*****************************************************************
000970* THE RUN LEDGER CARRIES RUN-LEDGER-RECORD IMAGES (RUNLREC),
000980* WRITTEN FROM THE WORKING-STORAGE COPY OF THE RECORD.
000990*****************************************************************
001000 FD  RUN-LEDGER-FILE
001010     RECORDING MODE IS F.
001020 01  RUN-LEDGER-LINE            PIC X(184).
001030 WORKING-STORAGE SECTION.
001040*****************************************************************
001050* SWITCHES AND COUNTERS
001060*****************************************************************
001070 77  WS-AUDIT-EOF-SWITCH        PIC X(01)      VALUE "N".
001080     88  END-OF-AUDIT-FILE                     VALUE "Y".
001090 77  WS-PARM-STATUS             PIC X(02)      VALUE SPACES.
001100 77  WS-SELECT-SWITCH           PIC X(01)      VALUE "Y".
001110     88  RECORD-SELECTED                       VALUE "Y".
001120     88  RECORD-NOT-SELECTED                   VALUE "N".
001130 77  WS-AUDIT-READ-COUNT        PIC 9(07) COMP  VALUE ZERO.
001140 77  WS-SELECTED-COUNT          PIC 9(07) COMP  VALUE ZERO.
001150 77  WS-EXCEPTION-COUNT         PIC 9(04) COMP  VALUE ZERO.
001160 77  WS-EXCEPTION-LOST-COUNT    PIC 9(07) COMP  VALUE ZERO.
001170 77  WS-EXCEPTION-MAX           PIC 9(04) COMP  VALUE 1000.
001180 77  WS-EXCEPTION-INDEX         PIC 9(04) COMP  VALUE ZERO.
001190 77  WS-EXCEPTION-TOTAL         PIC 9(07) COMP  VALUE ZERO.
001200 77  WS-LINE-COUNT              PIC 9(03) COMP  VALUE ZERO.
001210 77  WS-PAGE-COUNT              PIC 9(03) COMP  VALUE ZERO.
001220 77  WS-MAX-LINES-PER-PAGE      PIC 9(03) COMP  VALUE 40.
001230 77  WS-RUN-DATE                PIC 9(08)      VALUE ZERO.
001240 77  WS-ARCHIVE-STATUS          PIC X(02)      VALUE SPACES.
001250 77  WS-ARCHIVE-EOF-SWITCH      PIC X(01)      VALUE "N".
001260     88  END-OF-ARCHIVE-FILE                   VALUE "Y".
001270 77  WS-ARCHIVE-READ-COUNT      PIC 9(07) COMP  VALUE ZERO.
001280 77  WS-ARCHIVE-DETAIL-COUNT    PIC 9(07) COMP  VALUE ZERO.
001290 77  WS-ARCHIVE-TRAILER-COUNT   PIC 9(07)       VALUE ZERO.
001300 77  WS-ARCH-TRAILER-SWITCH     PIC X(01)       VALUE "N".
001310     88  ARCHIVE-TRAILER-SEEN                   VALUE "Y".
001320*****************************************************************
001330* RUN LEDGER.  THE LEDGER IS SHARED BY THE WHOLE NIGHTLY JOB
001340* STREAM AND IS OPENED EXTEND AND CLOSED AROUND EACH RECORD, SO
001350* THE START RECORD IS ON THE FILE EVEN WHEN THE RUN STOPS BEFORE
001360* ITS END RECORD IS WRITTEN.  THE FIRST STEP EVER CREATES IT.
001370*****************************************************************
001380 77  WS-LEDGER-STATUS           PIC X(02)       VALUE SPACES.
001390 77  WS-LEDGER-SAVE-STATUS      PIC X(02)       VALUE SPACES.
001400 77  WS-RUN-TIME                PIC 9(08)       VALUE ZERO.
001410 77  WS-OPERATOR-ID             PIC X(08)       VALUE "BATCH".
001420 COPY RUNLREC.
001430*****************************************************************
001440* ARCHIVE CONTROL RECORD IMAGES, USED TO RECOGNIZE AND CHECK
001450* THE HEADER AND TRAILER WHILE THE ARCHIVE DETAILS FLOW
001460* THROUGH THE SAME SELECTION AS THE CURRENT LOG.
001470*****************************************************************
001480 COPY AUDARCH.
001490*****************************************************************
001500* SELECTION PARAMETERS IN FORCE FOR THIS INQUIRY.  ZERO DATES
001510* AND SPACE IDS MEAN NO FILTERING ON THAT FIELD, SO AN EMPTY OR
001520* MISSING PARAMETER FILE REPORTS THE WHOLE LOG.
001530*****************************************************************
001540 77  WS-DATE-FROM               PIC 9(08)       VALUE ZERO.
001550 77  WS-DATE-TO                 PIC 9(08)       VALUE ZERO.
001560 77  WS-SELECT-CLIENT-ID        PIC X(10)       VALUE SPACES.
001570 77  WS-SELECT-OPERATOR-ID      PIC X(08)       VALUE SPACES.
001580*****************************************************************
001590* EXCEPTION TABLE: EVERY SELECTED RUN WHOSE DRAWDOWN PROJECTION
001600* DEPLETED, HELD UNTIL THE DETAIL PASS IS DONE SO THE EXCEPTION
001610* SECTION CAN PRINT TOGETHER AT THE END OF THE REPORT.
001620*****************************************************************
001630 01  WS-EXCEPTION-TABLE.
001640     05  WS-EXCEPTION-ENTRY     OCCURS 1000 TIMES.
001650         10  WS-EXC-CLIENT-ID       PIC X(10).
001660         10  WS-EXC-RUN-DATE        PIC 9(08).
001670         10  WS-EXC-DEPLETED-YEAR   PIC 9(03).
001680         10  WS-EXC-DEPLETED-AGE    PIC 9(03).
001690*****************************************************************
001700* COMPLIANCE REPORT LINE LAYOUTS
001710*****************************************************************
001720 COPY AUDQLIN.
001730 PROCEDURE DIVISION.
001740*****************************************************************
001750* 0000-MAINLINE
001760*    DRIVES THE INQUIRY: ONE PASS OF THE AUDIT LOG PRINTING THE
001770*    SELECTED RUNS, THEN THE EXCEPTION SECTION AND TOTALS.
001780*****************************************************************
001790 0000-MAINLINE.
001800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001810     PERFORM 2000-PROCESS-AUDIT-RECORD THRU 2000-EXIT
001820         UNTIL END-OF-AUDIT-FILE.
001830     PERFORM 8000-PRINT-EXCEPTIONS THRU 8000-EXIT.
001840     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001850     STOP RUN.
001860*****************************************************************
001870* 1000-INITIALIZE
001880*    LOGS THE START OF THE RUN ON THE RUN LEDGER, OPENS THE
001890*    FILES, LOADS THE SELECTION PARAMETERS (FALLING BACK TO NO
001900*    FILTERING WITH A WARNING WHEN THE PARAMETER FILE IS ABSENT),
001910*    ECHOES THE SELECTION IN FORCE AT THE TOP OF THE REPORT, AND
001920*    PRIMES THE FIRST AUDIT READ.
001930*****************************************************************
001940 1000-INITIALIZE.
001950     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001960     ACCEPT WS-RUN-TIME FROM TIME.
001970     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID"
001980         ON EXCEPTION
001990             MOVE "BATCH" TO WS-OPERATOR-ID
002000     END-ACCEPT.
002010     PERFORM 1010-WRITE-LEDGER-START THRU 1010-EXIT.
002020     OPEN INPUT  AUDIT-LOG-FILE
002030          OUTPUT INQUIRY-REPORT-FILE.
002040     PERFORM 3000-PRINT-HEADERS THRU 3000-EXIT.
002050     PERFORM 1100-LOAD-PARAMETERS THRU 1100-EXIT.
002060     PERFORM 1200-ECHO-SELECTION THRU 1200-EXIT.
002070     PERFORM 1300-PROCESS-ARCHIVE THRU 1300-EXIT.
002080     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
002090 1000-EXIT.
002100     EXIT.
002110*****************************************************************
002120* 1010-WRITE-LEDGER-START
002130*    LOGS THE START OF THIS RUN ON THE RUN LEDGER.  A LEDGER THAT
002140*    CANNOT BE WRITTEN STOPS THE RUN BEFORE THE LOG IS READ.
002150*****************************************************************
002160 1010-WRITE-LEDGER-START.
002170     INITIALIZE RUN-LEDGER-RECORD.
002180     MOVE WS-RUN-DATE     TO RLG-RUN-DATE.
002190     MOVE WS-RUN-TIME     TO RLG-RUN-TIME.
002200     MOVE "AUDIT-INQUIRY" TO RLG-STEP-NAME.
002210     SET RLG-START        TO TRUE.
002220     MOVE WS-OPERATOR-ID  TO RLG-OPERATOR-ID.
002230     PERFORM 9150-APPEND-RUN-LEDGER THRU 9150-EXIT.
002240     IF WS-LEDGER-STATUS NOT = "00"
002250         DISPLAY "**ERROR** UNABLE TO OPEN RUN LEDGER, "
002260             "STATUS " WS-LEDGER-STATUS
002270         MOVE 16 TO RETURN-CODE
002280         STOP RUN
002290     END-IF.
002300 1010-EXIT.
002310     EXIT.
002320*****************************************************************
002330* 1100-LOAD-PARAMETERS
002340*    READS THE ONE-RECORD PARAMETER FILE.  A MISSING OR EMPTY
002350*    FILE, OR NON-NUMERIC DATES, LEAVE THE MATCHING FILTER WIDE
002360*    OPEN SO THE INQUIRY STILL RUNS, WITH A WARNING ON THE
002370*    REPORT SO NOBODY MISTAKES AN UNFILTERED REPORT FOR A
002380*    FILTERED ONE.
002390*****************************************************************
002400 1100-LOAD-PARAMETERS.
002410     OPEN INPUT INQUIRY-PARM-FILE.
002420     IF WS-PARM-STATUS NOT = "00"
002430         MOVE "**WARNING** NO PARAMETER FILE - FULL LOG REPORT"
002440             TO AQ-MESSAGE
002450         PERFORM 3200-WRITE-MESSAGE THRU 3200-EXIT
002460         GO TO 1100-EXIT
002470     END-IF.
002480     READ INQUIRY-PARM-FILE
002490         AT END
002500             MOVE "**WARNING** EMPTY PARAMETER FILE - FULL LOG"
002510                 TO AQ-MESSAGE
002520             PERFORM 3200-WRITE-MESSAGE THRU 3200-EXIT
002530             CLOSE INQUIRY-PARM-FILE
002540             GO TO 1100-EXIT
002550     END-READ.
002560     IF PRM-DATE-FROM NUMERIC
002570         MOVE PRM-DATE-FROM TO WS-DATE-FROM
002580     END-IF.
002590     IF PRM-DATE-TO NUMERIC
002600         MOVE PRM-DATE-TO TO WS-DATE-TO
002610     END-IF.
002620     IF WS-DATE-FROM > ZERO AND WS-DATE-TO > ZERO
002630         AND WS-DATE-FROM > WS-DATE-TO
002640         MOVE "**WARNING** DATE RANGE REVERSED - IGNORED"
002650             TO AQ-MESSAGE
002660         PERFORM 3200-WRITE-MESSAGE THRU 3200-EXIT
002670         MOVE ZERO TO WS-DATE-FROM
002680         MOVE ZERO TO WS-DATE-TO
002690     END-IF.
002700     MOVE PRM-CLIENT-ID   TO WS-SELECT-CLIENT-ID.
002710     MOVE PRM-OPERATOR-ID TO WS-SELECT-OPERATOR-ID.
002720     CLOSE INQUIRY-PARM-FILE.
002730 1100-EXIT.
002740     EXIT.
002750*****************************************************************
002760* 1200-ECHO-SELECTION
002770*    PRINTS THE SELECTION CRITERIA IN FORCE SO THE REPORT IS
002780*    SELF-DESCRIBING FOR THE COMPLIANCE FILE.
002790*****************************************************************
002800 1200-ECHO-SELECTION.
002810     MOVE "DATE FROM:" TO AQ-SELECT-LABEL.
002820     IF WS-DATE-FROM = ZERO
002830         MOVE "(NO LIMIT)" TO AQ-SELECT-VALUE
002840     ELSE
002850         MOVE WS-DATE-FROM TO AQ-SELECT-VALUE
002860     END-IF.
002870     PERFORM 3300-WRITE-SELECT-LINE THRU 3300-EXIT.
002880     MOVE "DATE TO:" TO AQ-SELECT-LABEL.
002890     IF WS-DATE-TO = ZERO
002900         MOVE "(NO LIMIT)" TO AQ-SELECT-VALUE
002910     ELSE
002920         MOVE WS-DATE-TO TO AQ-SELECT-VALUE
002930     END-IF.
002940     PERFORM 3300-WRITE-SELECT-LINE THRU 3300-EXIT.
002950     MOVE "CLIENT ID:" TO AQ-SELECT-LABEL.
002960     IF WS-SELECT-CLIENT-ID = SPACES
002970         MOVE "(ALL CLIENTS)" TO AQ-SELECT-VALUE
002980     ELSE
002990         MOVE WS-SELECT-CLIENT-ID TO AQ-SELECT-VALUE
003000     END-IF.
003010     PERFORM 3300-WRITE-SELECT-LINE THRU 3300-EXIT.
003020     MOVE "OPERATOR ID:" TO AQ-SELECT-LABEL.
003030     IF WS-SELECT-OPERATOR-ID = SPACES
003040         MOVE "(ALL OPERATORS)" TO AQ-SELECT-VALUE
003050     ELSE
003060         MOVE WS-SELECT-OPERATOR-ID TO AQ-SELECT-VALUE
003070     END-IF.
003080     PERFORM 3300-WRITE-SELECT-LINE THRU 3300-EXIT.
003090     WRITE INQUIRY-REPORT-LINE FROM AQ-BLANK-LINE.
003100     ADD 1 TO WS-LINE-COUNT.
003110 1200-EXIT.
003120     EXIT.
003130*****************************************************************
003140* 1300-PROCESS-ARCHIVE
003150*    RUNS AN ARCHIVE FILE, WHEN ONE IS SUPPLIED, THROUGH THE
003160*    SAME SELECTION AS THE CURRENT LOG, AHEAD OF IT, SO A
003170*    SELECTION SPANNING THE RETENTION CUTOFF REPORTS IN ONE
003180*    PASS.  THE ARCHIVE'S TRAILER COUNT IS CHECKED AGAINST THE
003190*    DETAILS ACTUALLY READ AND ANY MISMATCH IS WARNED ABOUT ON
003200*    THE REPORT.  NO ARCHIVE FILE JUST MEANS THE SELECTION
003210*    COVERS THE CURRENT LOG ALONE, AND THE REPORT SAYS SO.
003220*****************************************************************
003230 1300-PROCESS-ARCHIVE.
003240     OPEN INPUT ARCHIVE-FILE.
003250     IF WS-ARCHIVE-STATUS NOT = "00"
003260         MOVE "NO ARCHIVE FILE - CURRENT LOG ONLY"
003270             TO AQ-MESSAGE
003280         PERFORM 3200-WRITE-MESSAGE THRU 3200-EXIT
003290         GO TO 1300-EXIT
003300     END-IF.
003310     MOVE "ARCHIVE FILE INCLUDED AHEAD OF CURRENT LOG"
003320         TO AQ-MESSAGE.
003330     PERFORM 3200-WRITE-MESSAGE THRU 3200-EXIT.
003340     PERFORM 1310-PROCESS-ARCHIVE-RECORD THRU 1310-EXIT
003350         UNTIL END-OF-ARCHIVE-FILE.
003360     CLOSE ARCHIVE-FILE.
003370     IF ARCHIVE-TRAILER-SEEN
003380         IF WS-ARCHIVE-TRAILER-COUNT
003390             NOT = WS-ARCHIVE-DETAIL-COUNT
003400             MOVE "**WARNING** ARCHIVE TRAILER COUNT MISMATCH"
003410                 TO AQ-MESSAGE
003420             PERFORM 3200-WRITE-MESSAGE THRU 3200-EXIT
003430         END-IF
003440     ELSE
003450         MOVE "**WARNING** ARCHIVE HAS NO TRAILER RECORD"
003460             TO AQ-MESSAGE
003470         PERFORM 3200-WRITE-MESSAGE THRU 3200-EXIT
003480     END-IF.
003490 1300-EXIT.
003500     EXIT.
003510*****************************************************************
003520* 1310-PROCESS-ARCHIVE-RECORD
003530*    ONE ARCHIVE RECORD: THE HEADER IS SKIPPED, THE TRAILER'S
003540*    COUNT IS SAVED FOR THE BALANCE CHECK, AND A DETAIL IMAGE
003550*    IS MOVED TO THE AUDIT RECORD AREA AND RUN THROUGH THE
003560*    SAME SELECTION, PRINT, AND EXCEPTION LOGIC AS THE
003570*    CURRENT LOG.
003580*****************************************************************
003590 1310-PROCESS-ARCHIVE-RECORD.
003600     READ ARCHIVE-FILE
003610         AT END
003620             SET END-OF-ARCHIVE-FILE TO TRUE
003630             GO TO 1310-EXIT
003640     END-READ.
003650     ADD 1 TO WS-ARCHIVE-READ-COUNT.
003660     MOVE ARCHIVE-INPUT-RECORD TO ARCHIVE-HEADER-RECORD.
003670     IF AAH-HEADER-RECORD
003680         GO TO 1310-EXIT
003690     END-IF.
003700     MOVE ARCHIVE-INPUT-RECORD TO ARCHIVE-TRAILER-RECORD.
003710     IF AAT-TRAILER-RECORD
003720         SET ARCHIVE-TRAILER-SEEN TO TRUE
003730         MOVE AAT-RECORD-COUNT TO WS-ARCHIVE-TRAILER-COUNT
003740         GO TO 1310-EXIT
003750     END-IF.
003760     ADD 1 TO WS-ARCHIVE-DETAIL-COUNT.
003770     MOVE ARCHIVE-INPUT-RECORD TO AUDIT-LOG-RECORD.
003780     PERFORM 2200-CHECK-SELECTION THRU 2200-EXIT.
003790     IF RECORD-SELECTED
003800         ADD 1 TO WS-SELECTED-COUNT
003810         PERFORM 2300-PRINT-AUDIT-DETAIL THRU 2300-EXIT
003820         IF AUD-DECUM-DEPLETED
003830             PERFORM 2400-ADD-EXCEPTION THRU 2400-EXIT
003840         END-IF
003850     END-IF.
003860 1310-EXIT.
003870     EXIT.
003880*****************************************************************
003890* 2000-PROCESS-AUDIT-RECORD
003900*    APPLIES THE SELECTION TO THE CURRENT AUDIT RECORD, PRINTS
003910*    IT IF SELECTED, REMEMBERS A DEPLETION EXCEPTION, AND READS
003920*    THE NEXT RECORD.
003930*****************************************************************
003940 2000-PROCESS-AUDIT-RECORD.
003950     PERFORM 2200-CHECK-SELECTION THRU 2200-EXIT.
003960     IF RECORD-SELECTED
003970         ADD 1 TO WS-SELECTED-COUNT
003980         PERFORM 2300-PRINT-AUDIT-DETAIL THRU 2300-EXIT
003990         IF AUD-DECUM-DEPLETED
004000             PERFORM 2400-ADD-EXCEPTION THRU 2400-EXIT
004010         END-IF
004020     END-IF.
004030     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
004040 2000-EXIT.
004050     EXIT.
004060*****************************************************************
004070* 2100-READ-AUDIT-RECORD
004080*    READS THE NEXT AUDIT LOG RECORD, SETTING THE END-OF-FILE
004090*    SWITCH WHEN THE LOG IS EXHAUSTED.
004100*****************************************************************
004110 2100-READ-AUDIT-RECORD.
004120     READ AUDIT-LOG-FILE
004130         AT END
004140             SET END-OF-AUDIT-FILE TO TRUE
004150             GO TO 2100-EXIT
004160     END-READ.
004170     ADD 1 TO WS-AUDIT-READ-COUNT.
004180 2100-EXIT.
004190     EXIT.
004200*****************************************************************
004210* 2200-CHECK-SELECTION
004220*    MARKS THE CURRENT AUDIT RECORD SELECTED OR NOT PER THE
004230*    PARAMETERS IN FORCE.  EVERY FILTER LEFT WIDE OPEN MATCHES
004240*    EVERYTHING.
004250*****************************************************************
004260 2200-CHECK-SELECTION.
004270     SET RECORD-SELECTED TO TRUE.
004280     IF WS-DATE-FROM > ZERO
004290         AND AUD-RUN-DATE < WS-DATE-FROM
004300         SET RECORD-NOT-SELECTED TO TRUE
004310     END-IF.
004320     IF WS-DATE-TO > ZERO
004330         AND AUD-RUN-DATE > WS-DATE-TO
004340         SET RECORD-NOT-SELECTED TO TRUE
004350     END-IF.
004360     IF WS-SELECT-CLIENT-ID NOT = SPACES
004370         AND AUD-CLIENT-ID NOT = WS-SELECT-CLIENT-ID
004380         SET RECORD-NOT-SELECTED TO TRUE
004390     END-IF.
004400     IF WS-SELECT-OPERATOR-ID NOT = SPACES
004410         AND AUD-OPERATOR-ID NOT = WS-SELECT-OPERATOR-ID
004420         SET RECORD-NOT-SELECTED TO TRUE
004430     END-IF.
004440 2200-EXIT.
004450     EXIT.
004460*****************************************************************
004470* 2300-PRINT-AUDIT-DETAIL
004480*    PRINTS ONE SELECTED AUDIT RECORD AS A BLOCK OF LINES: THE
004490*    RUN IDENTIFICATION, THE ASSUMPTIONS ON FILE FOR IT, AND
004500*    THE PROJECTED RESULT AND DRAWDOWN OUTCOME.  THE PAGE BREAK
004510*    IS CHECKED ONCE UP FRONT SO THE BLOCK IS NOT SPLIT ACROSS
004520*    PAGES.
004530*****************************************************************
004540 2300-PRINT-AUDIT-DETAIL.
004550     IF WS-LINE-COUNT >= 30
004560         PERFORM 3000-PRINT-HEADERS THRU 3000-EXIT
004570     END-IF.
004580     MOVE AUD-CLIENT-ID    TO AQ-CLIENT-ID.
004590     MOVE AUD-RUN-DATE     TO AQ-AUD-RUN-DATE.
004600     MOVE AUD-RUN-TIME     TO AQ-AUD-RUN-TIME.
004610     MOVE AUD-OPERATOR-ID  TO AQ-OPERATOR-ID.
004620     WRITE INQUIRY-REPORT-LINE FROM AQ-CLIENT-LINE.
004630     MOVE AUD-AGE              TO AQ-AGE.
004640     MOVE AUD-RETIREMENT-AGE   TO AQ-RETIREMENT-AGE.
004650     MOVE AUD-MONEY            TO AQ-MONEY.
004660     MOVE AUD-ANNUAL-RETURN    TO AQ-ANNUAL-RETURN.
004670     MOVE AUD-ESCALATION-RATE  TO AQ-ESCALATION-RATE.
004680     WRITE INQUIRY-REPORT-LINE FROM AQ-ASSUMPTION-LINE-1.
004690     MOVE AUD-YEARLY-DEPOSIT-AMOUNT TO AQ-YEARLY-DEPOSIT.
004700     MOVE AUD-SCENARIO-LOW-RETURN   TO AQ-SCENARIO-LOW.
004710     MOVE AUD-SCENARIO-MED-RETURN   TO AQ-SCENARIO-MED.
004720     MOVE AUD-SCENARIO-HIGH-RETURN  TO AQ-SCENARIO-HIGH.
004730     WRITE INQUIRY-REPORT-LINE FROM AQ-ASSUMPTION-LINE-2.
004740     MOVE AUD-SS-ANNUAL-BENEFIT      TO AQ-SS-BENEFIT.
004750     MOVE AUD-SS-START-AGE           TO AQ-SS-START-AGE.
004760     MOVE AUD-PENSION-ANNUAL-BENEFIT TO AQ-PENSION-BENEFIT.
004770     MOVE AUD-PENSION-START-AGE      TO AQ-PENSION-START-AGE.
004780     WRITE INQUIRY-REPORT-LINE FROM AQ-INCOME-LINE.
004790     MOVE AUD-TAXABLE-BALANCE   TO AQ-TAXABLE-BALANCE.
004800     MOVE AUD-DEFERRED-BALANCE  TO AQ-DEFERRED-BALANCE.
004810     MOVE AUD-ROTH-BALANCE      TO AQ-ROTH-BALANCE.
004820     MOVE AUD-RETIRE-TAX-RATE   TO AQ-RETIRE-TAX-RATE.
004830     WRITE INQUIRY-REPORT-LINE FROM AQ-TAX-LINE.
004840     MOVE AUD-SPOUSE-AGE            TO AQ-SPOUSE-AGE.
004850     MOVE AUD-SPOUSE-RETIRE-AGE     TO AQ-SPOUSE-RET-AGE.
004860     MOVE AUD-SPOUSE-SS-BENEFIT     TO AQ-SPOUSE-SS-BENEFIT.
004870     MOVE AUD-SPOUSE-SS-START-AGE   TO AQ-SPOUSE-SS-START-AGE.
004880     MOVE AUD-SPOUSE-PENSION-BENEFIT TO AQ-SPOUSE-PENSION.
004890     MOVE AUD-SURVIVOR-PCT          TO AQ-SURVIVOR-PCT.
004900     WRITE INQUIRY-REPORT-LINE FROM AQ-SPOUSE-LINE.
004910     IF AUD-EVENT-COUNT NUMERIC
004920         MOVE AUD-EVENT-COUNT        TO AQ-EVENT-COUNT
004930     ELSE
004940         MOVE ZERO                   TO AQ-EVENT-COUNT
004950     END-IF.
004960     MOVE AUD-GLIDE-PATH-CODE       TO AQ-GLIDE-PATH-CODE.
004970     IF AUD-FEE-BAND-COUNT NUMERIC
004980         MOVE AUD-FEE-OVERRIDE-FLAG  TO AQ-FEE-OVERRIDE-FLAG
004990         MOVE AUD-FEE-OVERRIDE-RATE  TO AQ-FEE-OVERRIDE-RATE
005000         MOVE AUD-FUND-EXPENSE-RATE  TO AQ-FUND-EXPENSE-RATE
005010         MOVE AUD-FEE-BAND-COUNT     TO AQ-FEE-BAND-COUNT
005020         MOVE AUD-TOTAL-FEES         TO AQ-TOTAL-FEES
005030     ELSE
005040         MOVE SPACE TO AQ-FEE-OVERRIDE-FLAG
005050         MOVE ZERO  TO AQ-FEE-OVERRIDE-RATE
005060         MOVE ZERO  TO AQ-FUND-EXPENSE-RATE
005070         MOVE ZERO  TO AQ-FEE-BAND-COUNT
005080         MOVE ZERO  TO AQ-TOTAL-FEES
005090     END-IF.
005100     WRITE INQUIRY-REPORT-LINE FROM AQ-FEE-LINE.
005110     MOVE AUD-WITHDRAWAL-AMOUNT TO AQ-WITHDRAWAL.
005120     MOVE AUD-RETIREMENT-LENGTH TO AQ-RETIREMENT-LENGTH.
005130     WRITE INQUIRY-REPORT-LINE FROM AQ-DRAWDOWN-LINE.
005140     MOVE AUD-FINAL-RESULT TO AQ-FINAL-RESULT.
005150     PERFORM 2350-SET-OUTCOME-TEXT THRU 2350-EXIT.
005160     WRITE INQUIRY-REPORT-LINE FROM AQ-RESULT-LINE.
005170     WRITE INQUIRY-REPORT-LINE FROM AQ-BLANK-LINE.
005180     ADD 10 TO WS-LINE-COUNT.
005190 2300-EXIT.
005200     EXIT.
005210*****************************************************************
005220* 2350-SET-OUTCOME-TEXT
005230*    TURNS THE ONE-BYTE DRAWDOWN OUTCOME CODE INTO THE WORDS
005240*    THE COMPLIANCE REVIEWERS ASKED FOR.
005250*****************************************************************
005260 2350-SET-OUTCOME-TEXT.
005270     IF AUD-DECUM-DEPLETED
005280         MOVE SPACES TO AQ-OUTCOME-TEXT
005290         STRING "DEPLETED AT AGE " AUD-DEPLETED-AGE
005300             DELIMITED BY SIZE INTO AQ-OUTCOME-TEXT
005310     ELSE
005320         IF AUD-DECUM-LASTED
005330             MOVE "FUNDS LAST THE RETIREMENT LENGTH"
005340                 TO AQ-OUTCOME-TEXT
005350         ELSE
005360             MOVE "NO DRAWDOWN PROJECTION REQUESTED"
005370                 TO AQ-OUTCOME-TEXT
005380         END-IF
005390     END-IF.
005400 2350-EXIT.
005410     EXIT.
005420*****************************************************************
005430* 2400-ADD-EXCEPTION
005440*    REMEMBERS A DEPLETION EXCEPTION FOR THE SECTION AT THE END
005450*    OF THE REPORT.  A FULL TABLE IS COUNTED AND NOTED RATHER
005460*    THAN OVERFLOWED.
005470*****************************************************************
005480 2400-ADD-EXCEPTION.
005490     IF WS-EXCEPTION-COUNT >= WS-EXCEPTION-MAX
005500         ADD 1 TO WS-EXCEPTION-LOST-COUNT
005510         GO TO 2400-EXIT
005520     END-IF.
005530     ADD 1 TO WS-EXCEPTION-COUNT.
005540     MOVE AUD-CLIENT-ID TO
005550         WS-EXC-CLIENT-ID (WS-EXCEPTION-COUNT).
005560     MOVE AUD-RUN-DATE TO
005570         WS-EXC-RUN-DATE (WS-EXCEPTION-COUNT).
005580     MOVE AUD-DEPLETED-YEAR TO
005590         WS-EXC-DEPLETED-YEAR (WS-EXCEPTION-COUNT).
005600     MOVE AUD-DEPLETED-AGE TO
005610         WS-EXC-DEPLETED-AGE (WS-EXCEPTION-COUNT).
005620 2400-EXIT.
005630     EXIT.
005640*****************************************************************
005650* 3000-PRINT-HEADERS
005660*    STARTS A NEW REPORT PAGE.
005670*****************************************************************
005680 3000-PRINT-HEADERS.
005690     ADD 1 TO WS-PAGE-COUNT.
005700     MOVE WS-PAGE-COUNT TO AQ-PAGE-NO.
005710     MOVE WS-RUN-DATE   TO AQ-RUN-DATE.
005720     WRITE INQUIRY-REPORT-LINE FROM AQ-HEADING-1.
005730     WRITE INQUIRY-REPORT-LINE FROM AQ-BLANK-LINE.
005740     MOVE ZERO TO WS-LINE-COUNT.
005750 3000-EXIT.
005760     EXIT.
005770*****************************************************************
005780* 3100-CHECK-PAGE-BREAK
005790*    STARTS A NEW PAGE WHEN THE CURRENT ONE IS FULL.
005800*****************************************************************
005810 3100-CHECK-PAGE-BREAK.
005820     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
005830         PERFORM 3000-PRINT-HEADERS THRU 3000-EXIT
005840     END-IF.
005850 3100-EXIT.
005860     EXIT.
005870*****************************************************************
005880* 3200-WRITE-MESSAGE
005890*    WRITES ONE WARNING OR INFORMATION LINE.  THE MESSAGE IS
005900*    ALREADY IN AQ-MESSAGE.
005910*****************************************************************
005920 3200-WRITE-MESSAGE.
005930     PERFORM 3100-CHECK-PAGE-BREAK THRU 3100-EXIT.
005940     WRITE INQUIRY-REPORT-LINE FROM AQ-MESSAGE-LINE.
005950     ADD 1 TO WS-LINE-COUNT.
005960 3200-EXIT.
005970     EXIT.
005980*****************************************************************
005990* 3300-WRITE-SELECT-LINE
006000*    WRITES ONE SELECTION ECHO LINE.  LABEL AND VALUE ARE SET
006010*    BY THE CALLER.
006020*****************************************************************
006030 3300-WRITE-SELECT-LINE.
006040     PERFORM 3100-CHECK-PAGE-BREAK THRU 3100-EXIT.
006050     WRITE INQUIRY-REPORT-LINE FROM AQ-SELECT-LINE.
006060     ADD 1 TO WS-LINE-COUNT.
006070 3300-EXIT.
006080     EXIT.
006090*****************************************************************
006100* 8000-PRINT-EXCEPTIONS
006110*    PRINTS THE EXCEPTION SECTION: EVERY SELECTED RUN WHOSE
006120*    DRAWDOWN PROJECTION DEPLETED, WITH THE DRAWDOWN YEAR AND
006130*    THE CLIENT'S AGE AT DEPLETION.
006140*****************************************************************
006150 8000-PRINT-EXCEPTIONS.
006160     PERFORM 3100-CHECK-PAGE-BREAK THRU 3100-EXIT.
006170     WRITE INQUIRY-REPORT-LINE FROM AQ-BLANK-LINE.
006180     WRITE INQUIRY-REPORT-LINE FROM AQ-EXCEPT-HEADING.
006190     ADD 2 TO WS-LINE-COUNT.
006200     IF WS-EXCEPTION-COUNT = ZERO
006210         MOVE "NO PROJECTED DEPLETIONS IN THE SELECTED RUNS"
006220             TO AQ-MESSAGE
006230         PERFORM 3200-WRITE-MESSAGE THRU 3200-EXIT
006240         GO TO 8000-EXIT
006250     END-IF.
006260     WRITE INQUIRY-REPORT-LINE FROM AQ-EXCEPT-COLUMNS.
006270     ADD 1 TO WS-LINE-COUNT.
006280     MOVE ZERO TO WS-EXCEPTION-INDEX.
006290     PERFORM 8100-PRINT-EXCEPTION-LINE THRU 8100-EXIT
006300         WS-EXCEPTION-COUNT TIMES.
006310     IF WS-EXCEPTION-LOST-COUNT > ZERO
006320         MOVE "**WARNING** EXCEPTION TABLE FULL - SOME OMITTED"
006330             TO AQ-MESSAGE
006340         PERFORM 3200-WRITE-MESSAGE THRU 3200-EXIT
006350     END-IF.
006360 8000-EXIT.
006370     EXIT.
006380*****************************************************************
006390* 8100-PRINT-EXCEPTION-LINE
006400*    PRINTS ONE EXCEPTION TABLE ENTRY.
006410*****************************************************************
006420 8100-PRINT-EXCEPTION-LINE.
006430     ADD 1 TO WS-EXCEPTION-INDEX.
006440     PERFORM 3100-CHECK-PAGE-BREAK THRU 3100-EXIT.
006450     MOVE WS-EXC-CLIENT-ID (WS-EXCEPTION-INDEX)
006460         TO AQ-EXC-CLIENT-ID.
006470     MOVE WS-EXC-RUN-DATE (WS-EXCEPTION-INDEX)
006480         TO AQ-EXC-RUN-DATE.
006490     MOVE WS-EXC-DEPLETED-YEAR (WS-EXCEPTION-INDEX)
006500         TO AQ-EXC-DEPLETED-YEAR.
006510     MOVE WS-EXC-DEPLETED-AGE (WS-EXCEPTION-INDEX)
006520         TO AQ-EXC-DEPLETED-AGE.
006530     WRITE INQUIRY-REPORT-LINE FROM AQ-EXCEPT-DETAIL.
006540     ADD 1 TO WS-LINE-COUNT.
006550 8100-EXIT.
006560     EXIT.
006570*****************************************************************
006580* 9000-TERMINATE
006590*    PRINTS THE INQUIRY TOTALS, CLOSES THE FILES, AND REPORTS
006600*    THE TOTALS ON THE CONSOLE.  THE DEPLETION EXCEPTION TOTAL
006610*    COUNTS EVERY DEPLETION SELECTED, INCLUDING ANY THE FULL
006620*    EXCEPTION TABLE COULD NOT HOLD, WHICH GET THEIR OWN
006630*    OMITTED LINE.  THE END OF THE RUN IS LOGGED ON THE RUN
006640*    LEDGER LAST.
006650*****************************************************************
006660 9000-TERMINATE.
006670     COMPUTE WS-EXCEPTION-TOTAL =
006680         WS-EXCEPTION-COUNT + WS-EXCEPTION-LOST-COUNT.
006690     PERFORM 3100-CHECK-PAGE-BREAK THRU 3100-EXIT.
006700     WRITE INQUIRY-REPORT-LINE FROM AQ-BLANK-LINE.
006710     MOVE "AUDIT RECORDS READ:" TO AQ-TOTAL-LABEL.
006720     MOVE WS-AUDIT-READ-COUNT TO AQ-TOTAL-VALUE.
006730     WRITE INQUIRY-REPORT-LINE FROM AQ-TOTAL-LINE.
006740     MOVE "ARCHIVE RECORDS READ:" TO AQ-TOTAL-LABEL.
006750     MOVE WS-ARCHIVE-READ-COUNT TO AQ-TOTAL-VALUE.
006760     WRITE INQUIRY-REPORT-LINE FROM AQ-TOTAL-LINE.
006770     MOVE "RECORDS SELECTED:" TO AQ-TOTAL-LABEL.
006780     MOVE WS-SELECTED-COUNT TO AQ-TOTAL-VALUE.
006790     WRITE INQUIRY-REPORT-LINE FROM AQ-TOTAL-LINE.
006800     MOVE "DEPLETION EXCEPTIONS:" TO AQ-TOTAL-LABEL.
006810     MOVE WS-EXCEPTION-TOTAL TO AQ-TOTAL-VALUE.
006820     WRITE INQUIRY-REPORT-LINE FROM AQ-TOTAL-LINE.
006830     IF WS-EXCEPTION-LOST-COUNT > ZERO
006840         MOVE "EXCEPTIONS OMITTED:" TO AQ-TOTAL-LABEL
006850         MOVE WS-EXCEPTION-LOST-COUNT TO AQ-TOTAL-VALUE
006860         WRITE INQUIRY-REPORT-LINE FROM AQ-TOTAL-LINE
006870     END-IF.
006880     CLOSE AUDIT-LOG-FILE
006890           INQUIRY-REPORT-FILE.
006900     DISPLAY "AUDIT RECORDS READ:   " WS-AUDIT-READ-COUNT.
006910     DISPLAY "RECORDS SELECTED:     " WS-SELECTED-COUNT.
006920     DISPLAY "DEPLETION EXCEPTIONS: " WS-EXCEPTION-TOTAL.
006930     PERFORM 9100-WRITE-LEDGER-END THRU 9100-EXIT.
006940 9000-EXIT.
006950     EXIT.
006960*****************************************************************
006970* 9100-WRITE-LEDGER-END
006980*    LOGS THE END OF THIS RUN ON THE RUN LEDGER WITH THE RETURN
006990*    CODE AND THE RECORD COUNTS.  THE REPORT IS ALREADY WRITTEN
007000*    BY NOW, SO A LEDGER THAT CANNOT BE WRITTEN IS WARNED ABOUT
007010*    AND LEAVES RETURN CODE 4 RATHER THAN STOPPING THE RUN.
007020*****************************************************************
007030 9100-WRITE-LEDGER-END.
007040     INITIALIZE RUN-LEDGER-RECORD.
007050     MOVE WS-RUN-DATE     TO RLG-RUN-DATE.
007060     MOVE WS-RUN-TIME     TO RLG-RUN-TIME.
007070     MOVE "AUDIT-INQUIRY" TO RLG-STEP-NAME.
007080     SET RLG-END          TO TRUE.
007090     MOVE WS-OPERATOR-ID  TO RLG-OPERATOR-ID.
007100     MOVE RETURN-CODE     TO RLG-RETURN-CODE.
007110     MOVE "READ"          TO RLG-COUNT-LABEL (1).
007120     MOVE WS-AUDIT-READ-COUNT TO RLG-COUNT-VALUE (1).
007130     MOVE "ARCH READ"     TO RLG-COUNT-LABEL (2).
007140     MOVE WS-ARCHIVE-READ-COUNT TO RLG-COUNT-VALUE (2).
007150     MOVE "SELECTED"      TO RLG-COUNT-LABEL (3).
007160     MOVE WS-SELECTED-COUNT TO RLG-COUNT-VALUE (3).
007170     MOVE "DEPLETIONS"    TO RLG-COUNT-LABEL (4).
007180     MOVE WS-EXCEPTION-TOTAL TO RLG-COUNT-VALUE (4).
007190     PERFORM 9150-APPEND-RUN-LEDGER THRU 9150-EXIT.
007200     IF WS-LEDGER-STATUS NOT = "00"
007210         DISPLAY "**WARNING** UNABLE TO WRITE RUN LEDGER END "
007220             "RECORD, STATUS " WS-LEDGER-STATUS
007230         IF RETURN-CODE < 4
007240             MOVE 4 TO RETURN-CODE
007250         END-IF
007260     END-IF.
007270 9100-EXIT.
007280     EXIT.
007290*****************************************************************
007300* 9150-APPEND-RUN-LEDGER
007310*    STAMPS THE RECORD BUILT IN RUN-LEDGER-RECORD WITH THE TIME
007320*    IT IS WRITTEN AND APPENDS IT TO THE RUN LEDGER, OPENING AND
007330*    CLOSING THE LEDGER AROUND THE ONE RECORD.  THE CALLER CHECKS
007340*    WS-LEDGER-STATUS, WHICH CARRIES THE STATUS OF A FAILED OPEN
007350*    OR WRITE RATHER THAN THAT OF THE CLOSE THAT FOLLOWS IT.
007360*****************************************************************
007370 9150-APPEND-RUN-LEDGER.
007380     ACCEPT RLG-STAMP-DATE FROM DATE YYYYMMDD.
007390     ACCEPT RLG-STAMP-TIME FROM TIME.
007400     OPEN EXTEND RUN-LEDGER-FILE.
007410     IF WS-LEDGER-STATUS = "35"
007420         OPEN OUTPUT RUN-LEDGER-FILE
007430     END-IF.
007440     IF WS-LEDGER-STATUS NOT = "00"
007450         GO TO 9150-EXIT
007460     END-IF.
007470     WRITE RUN-LEDGER-LINE FROM RUN-LEDGER-RECORD.
007480     MOVE WS-LEDGER-STATUS TO WS-LEDGER-SAVE-STATUS.
007490     CLOSE RUN-LEDGER-FILE.
007500     IF WS-LEDGER-SAVE-STATUS NOT = "00"
007510         MOVE WS-LEDGER-SAVE-STATUS TO WS-LEDGER-STATUS
007520     END-IF.
007530 9150-EXIT.
007540     EXIT.
007550 END PROGRAM AUDIT-INQUIRY.
