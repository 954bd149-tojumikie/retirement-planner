000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    EVENT-MAINT.
000030 AUTHOR.        TORITSEJU MIKIE.
000040 INSTALLATION.  RETIREMENT PLANNING GROUP.
000050 DATE-WRITTEN.  2026-10-14.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100*---------- ----  ----------------------------------------------
000110* 2026-10-14  TM   ORIGINAL VERSION.  APPLIES A FILE OF
000120*                  ADD/CHANGE/DELETE TRANSACTIONS AGAINST THE
000130*                  INDEXED CLIENT CASH FLOW EVENT FILE -- THE
000140*                  INHERITANCES, HOME SALES, TUITION BILLS AND
000150*                  OTHER LUMP SUMS THE PLANNER NOW PROJECTS --
000160*                  AND PRINTS AN EVENT REGISTER WITH THE BEFORE
000170*                  AND AFTER IMAGE OF EVERY EVENT TOUCHED PLUS
000180*                  EVERY REJECTED TRANSACTION, THE SAME WAY
000190*                  CLIENT-MAINT DOES FOR THE MASTER.  AN ADD OR
000200*                  CHANGE MUST NAME A CLIENT ON THE CLIENT
000210*                  MASTER.  THE EVENT FILE IS CREATED ON THE
000220*                  FIRST RUN THAT FINDS NONE.
000230* 2026-10-15  TM   AN ADD, CHANGE OR DELETE WITH A BLANK OPERATOR
000240*                  ID IS NOW REJECTED, SO EVERY EVENT ON FILE
000250*                  SAYS WHO LAST TOUCHED IT.
000260*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-370.
000300 OBJECT-COMPUTER.   IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT EVENT-TRAN-FILE ASSIGN TO EVNTTRAN
000340         ORGANIZATION IS LINE SEQUENTIAL.
000350     SELECT CLIENT-EVENT-FILE ASSIGN TO CLNTEVNT
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS EVT-KEY
000390         FILE STATUS IS WS-EVENT-STATUS.
000400     SELECT CLIENT-MASTER-FILE ASSIGN TO CLIENTIN
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS CLM-CLIENT-ID
000440         FILE STATUS IS WS-MASTER-STATUS.
000450     SELECT EVENT-REGISTER-FILE ASSIGN TO EVNTRPT
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  EVENT-TRAN-FILE
000500     RECORDING MODE IS F.
000510 COPY EVNTTRN.
000520 FD  CLIENT-EVENT-FILE.
000530 COPY EVNTREC.
000540 FD  CLIENT-MASTER-FILE.
000550 COPY CLIENTREC.
000560 FD  EVENT-REGISTER-FILE
000570     RECORDING MODE IS F.
000580 01  EVENT-REGISTER-LINE        PIC X(132).
000590 WORKING-STORAGE SECTION.
000600*****************************************************************
000610* SWITCHES AND COUNTERS
000620*****************************************************************
000630 77  WS-TRAN-EOF-SWITCH         PIC X(01)      VALUE "N".
000640     88  END-OF-TRAN-FILE                      VALUE "Y".
000650 77  WS-EVENT-STATUS            PIC X(02)      VALUE SPACES.
000660 77  WS-MASTER-STATUS           PIC X(02)      VALUE SPACES.
000670 77  WS-TRAN-COUNT              PIC 9(07) COMP  VALUE ZERO.
000680 77  WS-ADD-COUNT               PIC 9(07) COMP  VALUE ZERO.
000690 77  WS-CHANGE-COUNT            PIC 9(07) COMP  VALUE ZERO.
000700 77  WS-DELETE-COUNT            PIC 9(07) COMP  VALUE ZERO.
000710 77  WS-REJECT-COUNT            PIC 9(07) COMP  VALUE ZERO.
000720 77  WS-LINE-COUNT              PIC 9(03) COMP  VALUE ZERO.
000730 77  WS-PAGE-COUNT              PIC 9(03) COMP  VALUE ZERO.
000740 77  WS-MAX-LINES-PER-PAGE      PIC 9(03) COMP  VALUE 40.
000750 77  WS-RUN-DATE                PIC 9(08)      VALUE ZERO.
000760 77  WS-TRAN-VALID-SWITCH       PIC X(01)      VALUE "Y".
000770     88  VALID-TRANSACTION                     VALUE "Y".
000780     88  INVALID-TRANSACTION                   VALUE "N".
000790*****************************************************************
000800* EVENT EDIT LIMITS.  AN EVENT AGE MUST FALL IN THE SAME RANGE
000810* THE PLANNER ACCEPTS FOR A CLIENT'S AGES BY DEFAULT.
000820*****************************************************************
000830 77  WS-MAXIMUM-EVENT-AGE       PIC 9(03)      VALUE 110.
000840 77  WS-POT-TOTAL               PIC 9(09)V99   VALUE ZERO.
000850*****************************************************************
000860* REGISTER IMAGE WORK AREA.  THE EVENT RECORD AND THE
000870* TRANSACTION EACH FIT ON ONE 116-BYTE IMAGE LINE.
000880*****************************************************************
000890 01  WS-IMAGE-WORK              PIC X(116)     VALUE SPACES.
000900 COPY EVNTLIN.
000910 PROCEDURE DIVISION.
000920*****************************************************************
000930* 0000-MAINLINE
000940*    APPLIES EVERY EVENT TRANSACTION, THEN PRINTS THE TOTALS.
000950*****************************************************************
000960 0000-MAINLINE.
000970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000980     PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
000990         UNTIL END-OF-TRAN-FILE.
001000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001010     STOP RUN.
001020*****************************************************************
001030* 1000-INITIALIZE
001040*    OPENS THE FILES AND PRIMES THE FIRST TRANSACTION.  AN EVENT
001050*    FILE THAT DOES NOT EXIST YET IS CREATED EMPTY AND REOPENED
001060*    FOR UPDATE; ANY OTHER OPEN FAILURE, ON IT OR ON THE CLIENT
001070*    MASTER, STOPS THE RUN WITH RETURN CODE 16.
001080*****************************************************************
001090 1000-INITIALIZE.
001100     OPEN INPUT  EVENT-TRAN-FILE
001110          INPUT  CLIENT-MASTER-FILE
001120          OUTPUT EVENT-REGISTER-FILE.
001130     IF WS-MASTER-STATUS NOT = "00"
001140         DISPLAY "**ERROR** UNABLE TO OPEN CLIENT MASTER, "
001150             "STATUS " WS-MASTER-STATUS
001160         MOVE 16 TO RETURN-CODE
001170         STOP RUN
001180     END-IF.
001190     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001200     PERFORM 3000-PRINT-HEADERS THRU 3000-EXIT.
001210     OPEN I-O CLIENT-EVENT-FILE.
001220     IF WS-EVENT-STATUS = "35"
001230         OPEN OUTPUT CLIENT-EVENT-FILE
001240         CLOSE CLIENT-EVENT-FILE
001250         OPEN I-O CLIENT-EVENT-FILE
001260         MOVE "NO EVENT FILE FOUND - NEW EVENT FILE CREATED"
001270             TO ERG-MESSAGE
001280         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
001290     END-IF.
001300     IF WS-EVENT-STATUS NOT = "00"
001310         DISPLAY "**ERROR** UNABLE TO OPEN CLIENT EVENT FILE, "
001320             "STATUS " WS-EVENT-STATUS
001330         MOVE 16 TO RETURN-CODE
001340         STOP RUN
001350     END-IF.
001360     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
001370 1000-EXIT.
001380     EXIT.
001390*****************************************************************
001400* 2000-APPLY-TRANSACTION
001410*    APPLIES ONE TRANSACTION BY ITS ACTION CODE, THEN READS THE
001420*    NEXT ONE.
001430*****************************************************************
001440 2000-APPLY-TRANSACTION.
001450     IF ETR-ADD
001460         PERFORM 2300-APPLY-ADD THRU 2300-EXIT
001470     ELSE
001480         IF ETR-CHANGE
001490             PERFORM 2400-APPLY-CHANGE THRU 2400-EXIT
001500         ELSE
001510             IF ETR-DELETE
001520                 PERFORM 2500-APPLY-DELETE THRU 2500-EXIT
001530             ELSE
001540                 MOVE "REJECTED - INVALID ACTION CODE"
001550                     TO ERG-DISPOSITION
001560                 PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
001570             END-IF
001580         END-IF
001590     END-IF.
001600     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
001610 2000-EXIT.
001620     EXIT.
001630*****************************************************************
001640* 2100-READ-TRANSACTION
001650*    READS THE NEXT EVENT TRANSACTION.
001660*****************************************************************
001670 2100-READ-TRANSACTION.
001680     READ EVENT-TRAN-FILE
001690         AT END
001700             SET END-OF-TRAN-FILE TO TRUE
001710             GO TO 2100-EXIT
001720     END-READ.
001730     ADD 1 TO WS-TRAN-COUNT.
001740 2100-EXIT.
001750     EXIT.
001760*****************************************************************
001770* 2300-APPLY-ADD
001780*    VALIDATES AND WRITES A NEW EVENT.  AN EVENT ALREADY ON FILE
001790*    UNDER THE SAME CLIENT AND SEQUENCE IS REJECTED.
001800*****************************************************************
001810 2300-APPLY-ADD.
001820     PERFORM 2600-VALIDATE-TRANSACTION THRU 2600-EXIT.
001830     IF INVALID-TRANSACTION
001840         GO TO 2300-EXIT
001850     END-IF.
001860     MOVE SPACES TO CLIENT-EVENT-RECORD.
001870     MOVE ETR-CLIENT-ID TO EVT-CLIENT-ID.
001880     MOVE ETR-SEQUENCE  TO EVT-SEQUENCE.
001890     PERFORM 2700-MOVE-TRAN-FIELDS THRU 2700-EXIT.
001900     WRITE CLIENT-EVENT-RECORD
001910         INVALID KEY
001920             MOVE "REJECTED - EVENT ALREADY ON FILE"
001930                 TO ERG-DISPOSITION
001940             PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
001950             GO TO 2300-EXIT
001960     END-WRITE.
001970     IF WS-EVENT-STATUS NOT = "00"
001980         DISPLAY "**ERROR** WRITE FAILED FOR CLIENT EVENT "
001990             ETR-CLIENT-ID "-" ETR-SEQUENCE ", STATUS "
002000             WS-EVENT-STATUS
002010         MOVE 16 TO RETURN-CODE
002020         STOP RUN
002030     END-IF.
002040     ADD 1 TO WS-ADD-COUNT.
002050     MOVE "ADD"   TO ERG-ACTION.
002060     MOVE "ADDED" TO ERG-DISPOSITION.
002070     PERFORM 3200-WRITE-ACTION THRU 3200-EXIT.
002080     MOVE CLIENT-EVENT-RECORD TO WS-IMAGE-WORK.
002090     MOVE "AFTER:" TO ERG-IMAGE-LABEL.
002100     PERFORM 3300-WRITE-IMAGE THRU 3300-EXIT.
002110 2300-EXIT.
002120     EXIT.
002130*****************************************************************
002140* 2400-APPLY-CHANGE
002150*    VALIDATES THE TRANSACTION, READS THE EVENT BY KEY, AND
002160*    REWRITES IT WITH THE TRANSACTION'S FIELDS, PRINTING THE
002170*    BEFORE AND AFTER IMAGES.
002180*****************************************************************
002190 2400-APPLY-CHANGE.
002200     PERFORM 2600-VALIDATE-TRANSACTION THRU 2600-EXIT.
002210     IF INVALID-TRANSACTION
002220         GO TO 2400-EXIT
002230     END-IF.
002240     MOVE ETR-CLIENT-ID TO EVT-CLIENT-ID.
002250     MOVE ETR-SEQUENCE  TO EVT-SEQUENCE.
002260     READ CLIENT-EVENT-FILE
002270         INVALID KEY
002280             MOVE "REJECTED - EVENT NOT ON FILE"
002290                 TO ERG-DISPOSITION
002300             PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
002310             GO TO 2400-EXIT
002320     END-READ.
002330     MOVE "CHANGE"  TO ERG-ACTION.
002340     MOVE "CHANGED" TO ERG-DISPOSITION.
002350     PERFORM 3200-WRITE-ACTION THRU 3200-EXIT.
002360     MOVE CLIENT-EVENT-RECORD TO WS-IMAGE-WORK.
002370     MOVE "BEFORE:" TO ERG-IMAGE-LABEL.
002380     PERFORM 3300-WRITE-IMAGE THRU 3300-EXIT.
002390     PERFORM 2700-MOVE-TRAN-FIELDS THRU 2700-EXIT.
002400     REWRITE CLIENT-EVENT-RECORD.
002410     IF WS-EVENT-STATUS NOT = "00"
002420         DISPLAY "**ERROR** REWRITE FAILED FOR CLIENT EVENT "
002430             ETR-CLIENT-ID "-" ETR-SEQUENCE ", STATUS "
002440             WS-EVENT-STATUS
002450         MOVE 16 TO RETURN-CODE
002460         STOP RUN
002470     END-IF.
002480     ADD 1 TO WS-CHANGE-COUNT.
002490     MOVE CLIENT-EVENT-RECORD TO WS-IMAGE-WORK.
002500     MOVE "AFTER:" TO ERG-IMAGE-LABEL.
002510     PERFORM 3300-WRITE-IMAGE THRU 3300-EXIT.
002520 2400-EXIT.
002530     EXIT.
002540*****************************************************************
002550* 2500-APPLY-DELETE
002560*    DELETES ONE EVENT BY KEY, PRINTING ITS BEFORE IMAGE.  THE
002570*    CLIENT NEED NOT STILL BE ON THE MASTER, SO THE EVENTS OF A
002580*    CLIENT WHO HAS BEEN DELETED CAN BE CLEARED AWAY.
002590*****************************************************************
002600 2500-APPLY-DELETE.
002610     SET VALID-TRANSACTION TO TRUE.
002620     PERFORM 2610-VALIDATE-KEY THRU 2610-EXIT.
002630     IF INVALID-TRANSACTION
002640         GO TO 2500-EXIT
002650     END-IF.
002660     MOVE ETR-CLIENT-ID TO EVT-CLIENT-ID.
002670     MOVE ETR-SEQUENCE  TO EVT-SEQUENCE.
002680     READ CLIENT-EVENT-FILE
002690         INVALID KEY
002700             MOVE "REJECTED - EVENT NOT ON FILE"
002710                 TO ERG-DISPOSITION
002720             PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
002730             GO TO 2500-EXIT
002740     END-READ.
002750     MOVE "DELETE"  TO ERG-ACTION.
002760     MOVE "DELETED" TO ERG-DISPOSITION.
002770     PERFORM 3200-WRITE-ACTION THRU 3200-EXIT.
002780     MOVE CLIENT-EVENT-RECORD TO WS-IMAGE-WORK.
002790     MOVE "BEFORE:" TO ERG-IMAGE-LABEL.
002800     PERFORM 3300-WRITE-IMAGE THRU 3300-EXIT.
002810     DELETE CLIENT-EVENT-FILE RECORD.
002820     IF WS-EVENT-STATUS NOT = "00"
002830         DISPLAY "**ERROR** DELETE FAILED FOR CLIENT EVENT "
002840             ETR-CLIENT-ID "-" ETR-SEQUENCE ", STATUS "
002850             WS-EVENT-STATUS
002860         MOVE 16 TO RETURN-CODE
002870         STOP RUN
002880     END-IF.
002890     ADD 1 TO WS-DELETE-COUNT.
002900 2500-EXIT.
002910     EXIT.
002920*****************************************************************
002930* 2600-VALIDATE-TRANSACTION
002940*    REJECTS AN ADD OR CHANGE WITH A BAD KEY, A NON-NUMERIC
002950*    FIELD, AN ILLEGAL CODE, AN AMOUNT OR AGE THE PLANNER COULD
002960*    NEVER USE, OR A CLIENT NOT ON THE CLIENT MASTER, SO A
002970*    MISPUNCHED FORM CAN NEVER PUT A BAD EVENT ON FILE.  A POT
002980*    OTHER THAN TAXABLE IS ONLY ACCEPTED FOR A CLIENT WHOSE
002990*    ACCOUNT-TYPE SPLIT IS ON THE MASTER, SINCE THE PLANNER HAS
003000*    NO SEPARATE POTS TO PUT IT IN OTHERWISE.
003010*****************************************************************
003020 2600-VALIDATE-TRANSACTION.
003030     SET VALID-TRANSACTION TO TRUE.
003040     PERFORM 2610-VALIDATE-KEY THRU 2610-EXIT.
003050     IF INVALID-TRANSACTION
003060         GO TO 2600-EXIT
003070     END-IF.
003080     IF ETR-AGE NOT NUMERIC
003090         OR ETR-AMOUNT NOT NUMERIC
003100         OR ETR-REPEAT-YEARS NOT NUMERIC
003110         OR ETR-END-AGE NOT NUMERIC
003120         MOVE "REJECTED - NON-NUMERIC DATA FIELD"
003130             TO ERG-DISPOSITION
003140         PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
003150         GO TO 2600-EXIT
003160     END-IF.
003170     IF NOT ETR-VALID-DIRECTION
003180         MOVE "REJECTED - DIRECTION NOT I (INFLOW) OR O (OUTFLOW)"
003190             TO ERG-DISPOSITION
003200         PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
003210         GO TO 2600-EXIT
003220     END-IF.
003230     IF NOT ETR-VALID-POT
003240         MOVE "REJECTED - POT NOT T, D, R, BLANK"
003250             TO ERG-DISPOSITION
003260         PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
003270         GO TO 2600-EXIT
003280     END-IF.
003290     IF ETR-AMOUNT = ZERO
003300         MOVE "REJECTED - EVENT AMOUNT IS ZERO"
003310             TO ERG-DISPOSITION
003320         PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
003330         GO TO 2600-EXIT
003340     END-IF.
003350     IF ETR-AGE = ZERO
003360         OR ETR-AGE > WS-MAXIMUM-EVENT-AGE
003370         MOVE "REJECTED - EVENT AGE NOT 1 TO 110"
003380             TO ERG-DISPOSITION
003390         PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
003400         GO TO 2600-EXIT
003410     END-IF.
003420     IF ETR-END-AGE NOT = ZERO
003430         AND ETR-REPEAT-YEARS = ZERO
003440         MOVE "REJECTED - END AGE GIVEN WITHOUT A REPEAT INTERVAL"
003450             TO ERG-DISPOSITION
003460         PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
003470         GO TO 2600-EXIT
003480     END-IF.
003490     IF ETR-END-AGE NOT = ZERO
003500         AND (ETR-END-AGE < ETR-AGE
003510             OR ETR-END-AGE > WS-MAXIMUM-EVENT-AGE)
003520         MOVE "REJECTED - END AGE BEFORE EVENT AGE OR OVER 110"
003530             TO ERG-DISPOSITION
003540         PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
003550         GO TO 2600-EXIT
003560     END-IF.
003570     MOVE ETR-CLIENT-ID TO CLM-CLIENT-ID.
003580     READ CLIENT-MASTER-FILE
003590         INVALID KEY
003600             MOVE "REJECTED - CLIENT NOT ON MASTER"
003610                 TO ERG-DISPOSITION
003620             PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
003630             GO TO 2600-EXIT
003640     END-READ.
003650     IF ETR-AGE < CLM-AGE
003660         AND ETR-REPEAT-YEARS = ZERO
003670         MOVE "REJECTED - EVENT AGE IS BEFORE THE CLIENT'S AGE"
003680             TO ERG-DISPOSITION
003690         PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
003700         GO TO 2600-EXIT
003710     END-IF.
003720     COMPUTE WS-POT-TOTAL = CLM-TAXABLE-BALANCE +
003730         CLM-DEFERRED-BALANCE + CLM-ROTH-BALANCE.
003740     IF NOT ETR-TAXABLE-POT
003750         AND WS-POT-TOTAL = ZERO
003760         MOVE "REJECTED - POT GIVEN, CLIENT HAS NO ACCOUNT SPLIT"
003770             TO ERG-DISPOSITION
003780         PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
003790         GO TO 2600-EXIT
003800     END-IF.
003810 2600-EXIT.
003820     EXIT.
003830*****************************************************************
003840* 2610-VALIDATE-KEY
003850*    REJECTS A TRANSACTION WHOSE CLIENT ID IS BLANK OR ONE OF
003860*    THE CLIENT MASTER'S RESERVED CONTROL KEYS, WHOSE EVENT
003870*    SEQUENCE IS NOT 001 TO 999, OR THAT DOES NOT SAY WHICH
003880*    OPERATOR SUBMITTED IT.  ADD, CHANGE AND DELETE ALL COME
003890*    THROUGH HERE.
003900*****************************************************************
003910 2610-VALIDATE-KEY.
003920     IF ETR-CLIENT-ID = SPACES
003930         OR ETR-CLIENT-ID = LOW-VALUES
003940         MOVE "REJECTED - CLIENT ID IS BLANK"
003950             TO ERG-DISPOSITION
003960         PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
003970         GO TO 2610-EXIT
003980     END-IF.
003990     IF ETR-CLIENT-ID = "0000000000"
004000         OR ETR-CLIENT-ID = "9999999999"
004010         MOVE "REJECTED - CLIENT ID IS A RESERVED CONTROL KEY"
004020             TO ERG-DISPOSITION
004030         PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
004040         GO TO 2610-EXIT
004050     END-IF.
004060     IF ETR-SEQUENCE NOT NUMERIC
004070         OR ETR-SEQUENCE = ZERO
004080         MOVE "REJECTED - EVENT SEQUENCE NOT 001 TO 999"
004090             TO ERG-DISPOSITION
004100         PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
004110         GO TO 2610-EXIT
004120     END-IF.
004130     IF ETR-OPERATOR-ID = SPACES
004140         OR ETR-OPERATOR-ID = LOW-VALUES
004150         MOVE "REJECTED - OPERATOR ID IS BLANK"
004160             TO ERG-DISPOSITION
004170         PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
004180         GO TO 2610-EXIT
004190     END-IF.
004200 2610-EXIT.
004210     EXIT.
004220*****************************************************************
004230* 2700-MOVE-TRAN-FIELDS
004240*    MOVES THE TRANSACTION'S DATA FIELDS TO THE EVENT RECORD
004250*    AND STAMPS IT WITH THE RUN DATE AND THE OPERATOR.
004260*****************************************************************
004270 2700-MOVE-TRAN-FIELDS.
004280     MOVE ETR-DESCRIPTION    TO EVT-DESCRIPTION.
004290     MOVE ETR-AGE            TO EVT-AGE.
004300     MOVE ETR-AMOUNT         TO EVT-AMOUNT.
004310     MOVE ETR-DIRECTION      TO EVT-DIRECTION.
004320     MOVE ETR-REPEAT-YEARS   TO EVT-REPEAT-YEARS.
004330     MOVE ETR-END-AGE        TO EVT-END-AGE.
004340     MOVE ETR-POT            TO EVT-POT.
004350     MOVE WS-RUN-DATE        TO EVT-LAST-CHANGED-DATE.
004360     MOVE ETR-OPERATOR-ID    TO EVT-OPERATOR-ID.
004370 2700-EXIT.
004380     EXIT.
004390*****************************************************************
004400* 3000-PRINT-HEADERS
004410*    STARTS A NEW REGISTER PAGE: PAGE HEADING AND COLUMN
004420*    HEADINGS.
004430*****************************************************************
004440 3000-PRINT-HEADERS.
004450     ADD 1 TO WS-PAGE-COUNT.
004460     MOVE WS-PAGE-COUNT TO ERG-PAGE-NO.
004470     MOVE WS-RUN-DATE   TO ERG-RUN-DATE.
004480     WRITE EVENT-REGISTER-LINE FROM ERG-HEADING-1.
004490     WRITE EVENT-REGISTER-LINE FROM ERG-COLUMN-HEADING.
004500     WRITE EVENT-REGISTER-LINE FROM ERG-BLANK-LINE.
004510     MOVE ZERO TO WS-LINE-COUNT.
004520 3000-EXIT.
004530     EXIT.
004540*****************************************************************
004550* 3100-CHECK-PAGE-BREAK
004560*    STARTS A NEW REGISTER PAGE WHEN THE CURRENT ONE IS FULL.
004570*****************************************************************
004580 3100-CHECK-PAGE-BREAK.
004590     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
004600         PERFORM 3000-PRINT-HEADERS THRU 3000-EXIT
004610     END-IF.
004620 3100-EXIT.
004630     EXIT.
004640*****************************************************************
004650* 3200-WRITE-ACTION
004660*    WRITES ONE ACTION LINE TO THE REGISTER.  ERG-ACTION AND
004670*    ERG-DISPOSITION ARE SET BY THE CALLER.
004680*****************************************************************
004690 3200-WRITE-ACTION.
004700     PERFORM 3100-CHECK-PAGE-BREAK THRU 3100-EXIT.
004710     MOVE ETR-CLIENT-ID TO ERG-ACT-CLIENT-ID.
004720     MOVE ETR-SEQUENCE  TO ERG-ACT-SEQUENCE.
004730     WRITE EVENT-REGISTER-LINE FROM ERG-ACTION-LINE.
004740     ADD 1 TO WS-LINE-COUNT.
004750 3200-EXIT.
004760     EXIT.
004770*****************************************************************
004780* 3300-WRITE-IMAGE
004790*    WRITES ONE BEFORE OR AFTER IMAGE LINE FROM WS-IMAGE-WORK.
004800*    THE IMAGE AND ITS LABEL ARE SET BY THE CALLER.
004810*****************************************************************
004820 3300-WRITE-IMAGE.
004830     PERFORM 3100-CHECK-PAGE-BREAK THRU 3100-EXIT.
004840     MOVE WS-IMAGE-WORK TO ERG-IMAGE.
004850     WRITE EVENT-REGISTER-LINE FROM ERG-IMAGE-LINE.
004860     ADD 1 TO WS-LINE-COUNT.
004870 3300-EXIT.
004880     EXIT.
004890*****************************************************************
004900* 3600-WRITE-REJECT-LINE
004910*    WRITES THE REJECT ACTION LINE AND THE TRANSACTION IMAGE SO
004920*    THE PLANNER CAN SEE EXACTLY WHAT WAS SUBMITTED.  THE REASON
004930*    IS ALREADY IN ERG-DISPOSITION.
004940*****************************************************************
004950 3600-WRITE-REJECT-LINE.
004960     SET INVALID-TRANSACTION TO TRUE.
004970     MOVE ETR-ACTION-CODE TO ERG-ACTION.
004980     PERFORM 3200-WRITE-ACTION THRU 3200-EXIT.
004990     MOVE EVENT-TRANSACTION TO WS-IMAGE-WORK.
005000     MOVE "TRAN:" TO ERG-IMAGE-LABEL.
005010     PERFORM 3300-WRITE-IMAGE THRU 3300-EXIT.
005020     ADD 1 TO WS-REJECT-COUNT.
005030 3600-EXIT.
005040     EXIT.
005050*****************************************************************
005060* 9000-TERMINATE
005070*    PRINTS THE REGISTER TOTALS, CLOSES THE FILES, AND REPORTS
005080*    THE RUN TOTALS ON THE CONSOLE.  ANY REJECTED TRANSACTION
005090*    SETS RETURN CODE 4.
005100*****************************************************************
005110 9000-TERMINATE.
005120     PERFORM 3100-CHECK-PAGE-BREAK THRU 3100-EXIT.
005130     WRITE EVENT-REGISTER-LINE FROM ERG-BLANK-LINE.
005140     MOVE "TRANSACTIONS READ:" TO ERG-TOTAL-LABEL.
005150     MOVE WS-TRAN-COUNT TO ERG-TOTAL-VALUE.
005160     WRITE EVENT-REGISTER-LINE FROM ERG-TOTAL-LINE.
005170     MOVE "EVENTS ADDED:" TO ERG-TOTAL-LABEL.
005180     MOVE WS-ADD-COUNT TO ERG-TOTAL-VALUE.
005190     WRITE EVENT-REGISTER-LINE FROM ERG-TOTAL-LINE.
005200     MOVE "EVENTS CHANGED:" TO ERG-TOTAL-LABEL.
005210     MOVE WS-CHANGE-COUNT TO ERG-TOTAL-VALUE.
005220     WRITE EVENT-REGISTER-LINE FROM ERG-TOTAL-LINE.
005230     MOVE "EVENTS DELETED:" TO ERG-TOTAL-LABEL.
005240     MOVE WS-DELETE-COUNT TO ERG-TOTAL-VALUE.
005250     WRITE EVENT-REGISTER-LINE FROM ERG-TOTAL-LINE.
005260     MOVE "TRANSACTIONS REJECTED:" TO ERG-TOTAL-LABEL.
005270     MOVE WS-REJECT-COUNT TO ERG-TOTAL-VALUE.
005280     WRITE EVENT-REGISTER-LINE FROM ERG-TOTAL-LINE.
005290     CLOSE EVENT-TRAN-FILE
005300           CLIENT-EVENT-FILE
005310           CLIENT-MASTER-FILE
005320           EVENT-REGISTER-FILE.
005330     DISPLAY "TRANSACTIONS READ:     " WS-TRAN-COUNT.
005340     DISPLAY "EVENTS ADDED:          " WS-ADD-COUNT.
005350     DISPLAY "EVENTS CHANGED:        " WS-CHANGE-COUNT.
005360     DISPLAY "EVENTS DELETED:        " WS-DELETE-COUNT.
005370     DISPLAY "TRANSACTIONS REJECTED: " WS-REJECT-COUNT.
005380     IF WS-REJECT-COUNT > ZERO
005390         MOVE 4 TO RETURN-CODE
005400     END-IF.
005410 9000-EXIT.
005420     EXIT.
005430*****************************************************************
005440* 9200-WRITE-MESSAGE
005450*    WRITES ONE CONTROL MESSAGE LINE TO THE REGISTER.  THE
005460*    MESSAGE IS ALREADY IN ERG-MESSAGE.
005470*****************************************************************
005480 9200-WRITE-MESSAGE.
005490     PERFORM 3100-CHECK-PAGE-BREAK THRU 3100-EXIT.
005500     WRITE EVENT-REGISTER-LINE FROM ERG-MESSAGE-LINE.
005510     ADD 1 TO WS-LINE-COUNT.
005520 9200-EXIT.
005530     EXIT.
005540 END PROGRAM EVENT-MAINT.
