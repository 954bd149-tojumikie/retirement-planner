000970*                  DUE.  THE REGISTER SHOWS RELEASED, HELD,
000980*                  AND STILL-PENDING COUNTS SO NOTHING CAN SIT
000990*                  FORGOTTEN.
001000* 2026-10-07  TM   DUAL CONTROL ON SENSITIVE CHANGES.  AN
001010*                  ADDRESS CHANGE, A DELIVERY PREFERENCE CHANGE,
001020*                  A DELETE, OR A BALANCE CHANGE ABOVE THE
001030*                  APPROVAL-AMOUNT PARAMETER IS NO LONGER
001040*                  APPLIED WHEN KEYED: IT IS WRITTEN TO THE
001050*                  APPROVAL QUEUE UNDER THE MAKER'S OPERATOR ID.
001060*                  THE NEXT RUN READS A SECOND OPERATOR'S
001070*                  DECISIONS FROM THE APPROVAL TRANSACTION FILE,
001080*                  APPLIES THE APPROVED ITEMS THROUGH THE NORMAL
001090*                  DISPATCH, DROPS THE REJECTED ONES, REFUSES
001100*                  ANY DECISION BY THE MAKER THEMSELVES, AND
001110*                  CARRIES THE REST FORWARD.  EVERY ITEM PRINTS
001120*                  ON THE NEW APPROVALS REGISTER WITH MAKER,
001130*                  CHECKER, AND BEFORE/AFTER IMAGES.
001140* 2026-10-08  TM   THE ADVISOR CODE IS NOW CHECKED AGAINST THE
001150*                  NEW ADVISOR MASTER FILE: AN ADD OR CHANGE
001160*                  CARRYING A CODE THAT IS NOT ON THE FILE, OR
001170*                  ONE MARKED INACTIVE, IS REJECTED, SO A TYPO
001180*                  NO LONGER OPENS A NEW ADVISOR LINE ON THE
001190*                  MANAGEMENT SUMMARY.  A BLANK CODE IS STILL
001200*                  ACCEPTED FOR A CLIENT WITH NO ADVISOR.
001210* 2026-10-09  TM   EVERY ADD, CHANGE AND DELETE APPLIED TO THE
001220*                  MASTER -- KEYED, RELEASED FROM PENDING, OR
001230*                  APPLIED AFTER APPROVAL -- NOW APPENDS A
001240*                  RECORD TO THE CLIENT CHANGE JOURNAL WITH THE
001250*                  BEFORE AND AFTER IMAGES, THE OPERATOR (AND
001260*                  CHECKER), THE RUN DATE AND TIME, AND THE
001270*                  EFFECTIVE DATE, SO CLIENT-ASOF CAN REBUILD
001280*                  ANY CLIENT'S RECORD AS OF A PAST DATE.  A
001290*                  JOURNAL THAT CANNOT BE OPENED OR WRITTEN
001300*                  STOPS THE RUN: A MASTER CHANGE WITH NO
001310*                  JOURNAL RECORD WOULD MAKE EVERY LATER
001320*                  RECONSTRUCTION QUIETLY WRONG.
001330* 2026-10-13  TM   THE CLIENT FEE OVERRIDE FLAG AND RATE ARE
001340*                  CARRIED ON THE TRANSACTION, VALIDATED (FLAG
001350*                  Y, N, OR BLANK; RATE NO MORE THAN FIVE
001360*                  PERCENT), AND APPLIED LIKE THE OTHER FIELDS.
001370*                  THE JOURNAL BEFORE IMAGE GREW WITH THE CLIENT
001380*                  RECORD.
001390* 2026-10-15  TM   THE GLIDE-PATH CODE IS CARRIED ON THE
001400*                  TRANSACTION, CHECKED AGAINST THE NEW
001410*                  GLIDE-PATH FILE (A CODE WITH NO BANDS ON THE
001420*                  FILE IS REJECTED; A BLANK CODE KEEPS THE FLAT
001430*                  RATE), AND APPLIED LIKE THE OTHER FIELDS.  THE
001440*                  TRANSACTION NOW OUTGROWS THREE IMAGE LINES, SO
001450*                  A FOURTH IS PRINTED WHEN IT HAS ANYTHING ON IT.
001460*                  THE JOURNAL BEFORE IMAGE GREW WITH THE CLIENT
001470*                  RECORD.
001480* 2026-10-15  TM   EACH RUN NOW WRITES A START AND AN END RECORD
001490*                  TO THE SHARED RUN LEDGER WITH THE RUN DATE AND
001500*                  TIME, OPERATOR, RETURN CODE AND KEY COUNTS.
001510*                  THE PLANNER WILL NOT START A FULL RUN UNTIL THE
001520*                  NIGHT'S MAINTENANCE HAS ENDED ON THE LEDGER.
001530*                  THE RUN DATE, TIME AND OPERATOR ARE NOW TAKEN
001540*                  BEFORE ANY FILE IS OPENED SO A RUN THAT STOPS
001550*                  EARLY STILL LEAVES ITS START RECORD.
001560* 2026-10-15  TM   EVERY FATAL STOP NOW LOGS THE END OF THE RUN
001570*                  ON THE RUN LEDGER WITH RETURN CODE 16 BEFORE
001580*                  STOPPING, SO FAILED MAINTENANCE SHOWS ON THE
001590*                  LEDGER AS ENDED IN ERROR.  A FAILED LEDGER
001600*                  WRITE IS NO LONGER MASKED BY THE CLOSE.
001610* 2026-10-15  TM   AN APPROVED ITEM IS NO LONGER APPLIED OVER A
001620*                  MASTER RECORD THAT CHANGED AFTER IT WAS QUEUED
001630*                  (A LATER KEYED CHANGE OR THE CUSTODIAN FEED'S
001640*                  BALANCE REFRESH): THE QUEUE NOW CARRIES THE
001650*                  MASTER IMAGE AT QUEUE TIME, AND A MISMATCH
001660*                  DROPS THE ITEM FOR RE-KEYING INSTEAD OF
001670*                  SILENTLY UNDOING THE LATER CHANGE.  A JOURNAL
001680*                  RECORD FOR A TRANSACTION WITH NO OPERATOR ID
001690*                  NOW CARRIES THE RUN'S OPERATOR.
001700*****************************************************************
001710 ENVIRONMENT DIVISION.
001720 CONFIGURATION SECTION.
001730 SOURCE-COMPUTER.   IBM-370.
001740 OBJECT-COMPUTER.   IBM-370.
001750 INPUT-OUTPUT SECTION.
001760 FILE-CONTROL.
001770     SELECT MAINT-TRAN-FILE ASSIGN TO TRANFILE
001780         ORGANIZATION IS LINE SEQUENTIAL.
001790     SELECT CLIENT-MASTER-FILE ASSIGN TO CLIENTIN
001800         ORGANIZATION IS INDEXED
001810         ACCESS MODE IS DYNAMIC
001820         RECORD KEY IS CLM-CLIENT-ID
001830         FILE STATUS IS WS-MASTER-STATUS.
001840     SELECT MAINT-REGISTER-FILE ASSIGN TO MAINTRPT
001850         ORGANIZATION IS LINE SEQUENTIAL.
001860     SELECT PENDING-IN-FILE ASSIGN TO PENDIN
001870         ORGANIZATION IS LINE SEQUENTIAL
001880         FILE STATUS IS WS-PENDING-IN-STATUS.
001890     SELECT PENDING-OUT-FILE ASSIGN TO PENDOUT
001900         ORGANIZATION IS LINE SEQUENTIAL.
001910     SELECT MAINT-PARM-FILE ASSIGN TO MAINTPRM
001920         ORGANIZATION IS LINE SEQUENTIAL
001930         FILE STATUS IS WS-PARM-STATUS.
001940     SELECT APPROVAL-TRAN-FILE ASSIGN TO APPRTRAN
001950         ORGANIZATION IS LINE SEQUENTIAL
001960         FILE STATUS IS WS-APPRTRAN-STATUS.
001970     SELECT APPROVAL-QUEUE-IN-FILE ASSIGN TO APPRQIN
001980         ORGANIZATION IS LINE SEQUENTIAL
001990         FILE STATUS IS WS-QUEUE-IN-STATUS.
002000     SELECT APPROVAL-QUEUE-OUT-FILE ASSIGN TO APPRQOUT
002010         ORGANIZATION IS LINE SEQUENTIAL.
002020     SELECT APPROVAL-REGISTER-FILE ASSIGN TO APPRRPT
002030         ORGANIZATION IS LINE SEQUENTIAL.
002040     SELECT ADVISOR-MASTER-FILE ASSIGN TO ADVMAST
002050         ORGANIZATION IS LINE SEQUENTIAL
002060         FILE STATUS IS WS-ADVMAST-STATUS.
002070     SELECT GLIDE-PATH-FILE ASSIGN TO GLIDPATH
002080         ORGANIZATION IS LINE SEQUENTIAL
002090         FILE STATUS IS WS-GLIDPATH-STATUS.
002100     SELECT CLIENT-JOURNAL-FILE ASSIGN TO CLNTJRNL
002110         ORGANIZATION IS LINE SEQUENTIAL
002120         FILE STATUS IS WS-JOURNAL-STATUS.
002130     SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDGR
002140         ORGANIZATION IS LINE SEQUENTIAL
002150         FILE STATUS IS WS-LEDGER-STATUS.
002160 DATA DIVISION.
002170 FILE SECTION.
002180 FD  MAINT-TRAN-FILE
002190     RECORDING MODE IS F.
002200 COPY MAINTTRN.
002210 FD  CLIENT-MASTER-FILE.
002220 COPY CLIENTREC.
002230 FD  MAINT-REGISTER-FILE
002240     RECORDING MODE IS F.
002250 01  MAINT-REGISTER-LINE        PIC X(132).
002260*****************************************************************
002270* THE PENDING FILES CARRY WHOLE MAINT-TRANSACTION IMAGES, SO
002280* THEIR RECORDS MUST BE AT LEAST AS LONG AS THE TRANSACTION
002290* LAYOUT IN MAINTTRN.  READS AND WRITES GO THROUGH THE
002300* TRANSACTION RECORD AREA (READ INTO / WRITE FROM).
002310*****************************************************************
002320 FD  PENDING-IN-FILE
002330     RECORDING MODE IS F.
002340 01  PENDING-IN-RECORD          PIC X(400).
002350 FD  PENDING-OUT-FILE
002360     RECORDING MODE IS F.
002370 01  PENDING-OUT-RECORD         PIC X(400).
002380*****************************************************************
002390* ONE PARAMETER PER RECORD, KEYWORD AND VALUE, THE SAME SHAPE
002400* AS THE PLANNER'S RUN PARAMETER FILE.  THE ONLY KEYWORD IS
002410* APPROVAL-AMOUNT, IN WHOLE DOLLARS: A CHANGE THAT MOVES
002420* CLM-MONEY BY MORE THAN THAT NEEDS A SECOND OPERATOR'S
002430* APPROVAL.  NO PARAMETER FILE LEAVES THE DEFAULT.
002440*****************************************************************
002450 FD  MAINT-PARM-FILE
002460     RECORDING MODE IS F.
002470 01  MAINT-PARM-RECORD.
002480     05  PRM-KEYWORD            PIC X(20).
002490     05  PRM-VALUE              PIC X(08).
002500 FD  APPROVAL-TRAN-FILE
002510     RECORDING MODE IS F.
002520 COPY APPRTRN.
002530*****************************************************************
002540* THE APPROVAL QUEUE FILES CARRY APPROVAL-QUEUE-RECORD IMAGES
002550* (APPRQUE).  READS AND WRITES GO THROUGH THE WORKING-STORAGE
002560* COPY OF THE RECORD (READ INTO / WRITE FROM).
002570*****************************************************************
002580 FD  APPROVAL-QUEUE-IN-FILE
002590     RECORDING MODE IS F.
002600 01  APPROVAL-QUEUE-IN-RECORD   PIC X(775).
002610 FD  APPROVAL-QUEUE-OUT-FILE
002620     RECORDING MODE IS F.
002630 01  APPROVAL-QUEUE-OUT-RECORD  PIC X(775).
002640 FD  APPROVAL-REGISTER-FILE
002650     RECORDING MODE IS F.
002660 01  APPROVAL-REGISTER-LINE     PIC X(132).
002670 FD  ADVISOR-MASTER-FILE
002680     RECORDING MODE IS F.
002690 COPY ADVMAST.
002700 FD  GLIDE-PATH-FILE
002710     RECORDING MODE IS F.
002720 COPY GLIDREC.
002730 FD  CLIENT-JOURNAL-FILE
002740     RECORDING MODE IS F.
002750 COPY JRNLREC.
002760*****************************************************************
002770* THE RUN LEDGER CARRIES RUN-LEDGER-RECORD IMAGES (RUNLREC),
002780* WRITTEN FROM THE WORKING-STORAGE COPY OF THE RECORD.
002790*****************************************************************
002800 FD  RUN-LEDGER-FILE
002810     RECORDING MODE IS F.
002820 01  RUN-LEDGER-LINE            PIC X(184).
002830 WORKING-STORAGE SECTION.
002840*****************************************************************
002850* SWITCHES AND COUNTERS
002860*****************************************************************
002870 77  WS-TRAN-EOF-SWITCH         PIC X(01)      VALUE "N".
002880     88  END-OF-TRAN-FILE                      VALUE "Y".
002890 77  WS-MASTER-STATUS           PIC X(02)      VALUE SPACES.
002900 77  WS-TRAN-COUNT              PIC 9(07) COMP  VALUE ZERO.
002910 77  WS-ADD-COUNT               PIC 9(07) COMP  VALUE ZERO.
002920 77  WS-CHANGE-COUNT            PIC 9(07) COMP  VALUE ZERO.
002930 77  WS-DELETE-COUNT            PIC 9(07) COMP  VALUE ZERO.
002940 77  WS-REJECT-COUNT            PIC 9(07) COMP  VALUE ZERO.
002950 77  WS-LINE-COUNT              PIC 9(03) COMP  VALUE ZERO.
002960 77  WS-PAGE-COUNT              PIC 9(03) COMP  VALUE ZERO.
002970 77  WS-MAX-LINES-PER-PAGE      PIC 9(03) COMP  VALUE 40.
002980 77  WS-RUN-DATE                PIC 9(08)      VALUE ZERO.
002990 77  WS-TRAN-VALID-SWITCH       PIC X(01)      VALUE "Y".
003000     88  VALID-TRANSACTION                     VALUE "Y".
003010     88  INVALID-TRANSACTION                   VALUE "N".
003020 77  WS-OLD-MONEY               PIC 9(07)V99    VALUE ZERO.
003030 77  WS-POT-TOTAL               PIC 9(09)V99    VALUE ZERO.
003040 77  WS-POT-DEP-TOTAL           PIC 9(09)V99    VALUE ZERO.
003050 77  WS-MAXIMUM-FEE-RATE        PIC 9(01)V9(04) VALUE .0500.
003060 77  WS-PENDING-IN-STATUS       PIC X(02)       VALUE SPACES.
003070 77  WS-PENDING-EOF-SWITCH      PIC X(01)       VALUE "N".
003080     88  END-OF-PENDING-FILE                    VALUE "Y".
003090 77  WS-RELEASED-COUNT          PIC 9(07) COMP  VALUE ZERO.
003100 77  WS-DEFERRED-COUNT          PIC 9(07) COMP  VALUE ZERO.
003110 77  WS-STILL-PENDING-COUNT     PIC 9(07) COMP  VALUE ZERO.
003120 77  WS-PARM-STATUS             PIC X(02)       VALUE SPACES.
003130 77  WS-PARM-EOF-SWITCH         PIC X(01)       VALUE "N".
003140     88  END-OF-PARM-FILE                       VALUE "Y".
003150 77  WS-PARM-VALUE-NUM          PIC 9(08)       VALUE ZERO.
003160*****************************************************************
003170* DUAL CONTROL.  A CHANGE THAT MOVES CLM-MONEY BY MORE THAN
003180* WS-APPROVAL-AMOUNT, OR TOUCHES THE ADDRESS OR DELIVERY
003190* PREFERENCE, AND EVERY DELETE, IS QUEUED FOR APPROVAL.  WHILE
003200* AN APPROVED ITEM IS BEING APPLIED THE SENSITIVITY CHECK IS
003210* OFF, SO THE ITEM IS NOT QUEUED A SECOND TIME.
003220*****************************************************************
003230 77  WS-APPROVAL-AMOUNT         PIC 9(07)V99    VALUE 25000.00.
003240 77  WS-EDIT-AMOUNT             PIC Z,ZZZ,ZZ9.99.
003250 77  WS-MONEY-CHANGE            PIC 9(07)V99    VALUE ZERO.
003260 77  WS-APPROVAL-REASON         PIC X(20)       VALUE SPACES.
003270 77  WS-SENSITIVE-SWITCH        PIC X(01)       VALUE "N".
003280     88  SENSITIVE-CHANGE                       VALUE "Y".
003290     88  NOT-SENSITIVE-CHANGE                   VALUE "N".
003300 77  WS-APPROVAL-MODE-SWITCH    PIC X(01)       VALUE "N".
003310     88  APPLYING-APPROVED-ITEM                 VALUE "Y".
003320     88  NOT-APPLYING-APPROVED-ITEM             VALUE "N".
003330 77  WS-ITEM-MASTER-SWITCH      PIC X(01)       VALUE "N".
003340     88  ITEM-MASTER-CHANGED                    VALUE "Y".
003350     88  ITEM-MASTER-UNCHANGED                  VALUE "N".
003360 77  WS-APPRTRAN-STATUS         PIC X(02)       VALUE SPACES.
003370 77  WS-APPRTRAN-EOF-SWITCH     PIC X(01)       VALUE "N".
003380     88  END-OF-APPROVAL-TRAN-FILE              VALUE "Y".
003390 77  WS-QUEUE-IN-STATUS         PIC X(02)       VALUE SPACES.
003400 77  WS-QUEUE-EOF-SWITCH        PIC X(01)       VALUE "N".
003410     88  END-OF-QUEUE-FILE                      VALUE "Y".
003420 77  WS-QUEUE-SEQ               PIC 9(05)       VALUE ZERO.
003430 77  WS-QUEUED-COUNT            PIC 9(07) COMP  VALUE ZERO.
003440 77  WS-APPROVED-COUNT          PIC 9(07) COMP  VALUE ZERO.
003450 77  WS-APPROVED-FAILED-COUNT   PIC 9(07) COMP  VALUE ZERO.
003460 77  WS-CHECKER-REJECT-COUNT    PIC 9(07) COMP  VALUE ZERO.
003470 77  WS-REFUSED-COUNT           PIC 9(07) COMP  VALUE ZERO.
003480 77  WS-AWAITING-COUNT          PIC 9(07) COMP  VALUE ZERO.
003490 77  WS-DECISION-ERROR-COUNT    PIC 9(07) COMP  VALUE ZERO.
003500 77  WS-APR-LINE-COUNT          PIC 9(03) COMP  VALUE ZERO.
003510 77  WS-APR-PAGE-COUNT          PIC 9(03) COMP  VALUE ZERO.
003520*****************************************************************
003530* TONIGHT'S APPROVAL DECISIONS, LOADED BEFORE THE QUEUE IS
003540* SWEPT.  A DECISION LEFT UNUSED AT THE END OF THE SWEEP
003550* MATCHED NO QUEUED ITEM AND IS LISTED AS AN ERROR.
003560*****************************************************************
003570 77  WS-DECISION-MAX            PIC 9(04) COMP  VALUE 2000.
003580 77  WS-DECISION-COUNT          PIC 9(04) COMP  VALUE ZERO.
003590 77  WS-DECISION-IX             PIC 9(04) COMP  VALUE ZERO.
003600 77  WS-DECISION-FOUND-SWITCH   PIC X(01)       VALUE "N".
003610     88  DECISION-FOUND                         VALUE "Y".
003620     88  DECISION-NOT-FOUND                     VALUE "N".
003630 01  WS-LOOKUP-QUEUE-ID         PIC X(13)       VALUE SPACES.
003640 01  WS-DECISION-TABLE.
003650     05  WS-DECISION-ENTRY      OCCURS 2000 TIMES.
003660         10  WS-DEC-QUEUE-ID.
003670             15  WS-DEC-QUEUE-DATE  PIC 9(08).
003680             15  WS-DEC-QUEUE-SEQ   PIC 9(05).
003690         10  WS-DEC-CLIENT-ID       PIC X(10).
003700         10  WS-DEC-DECISION        PIC X(01).
003710             88  DEC-REJECTED                   VALUE "R".
003720         10  WS-DEC-CHECKER-ID      PIC X(08).
003730         10  WS-DEC-USED-SWITCH     PIC X(01).
003740             88  DECISION-USED                  VALUE "Y".
003750*****************************************************************
003760* THE ADVISOR MASTER, LOADED AT START OF RUN SO EVERY ADD AND
003770* CHANGE CAN HAVE ITS ADVISOR CODE LOOKED UP.  THE FILE IS
003780* REQUIRED: WITHOUT IT EVERY CODE WOULD LOOK UNKNOWN, SO A
003790* MISSING OR OVERSIZED FILE STOPS THE RUN BEFORE ANY
003800* TRANSACTION IS APPLIED.
003810*****************************************************************
003820 77  WS-ADVMAST-STATUS          PIC X(02)       VALUE SPACES.
003830 77  WS-ADVMAST-EOF-SWITCH      PIC X(01)       VALUE "N".
003840     88  END-OF-ADVISOR-MASTER                  VALUE "Y".
003850 77  WS-ADVISOR-MAX             PIC 9(04) COMP  VALUE 500.
003860 77  WS-ADVISOR-COUNT           PIC 9(04) COMP  VALUE ZERO.
003870 77  WS-ADVISOR-IX              PIC 9(04) COMP  VALUE ZERO.
003880 77  WS-ADVISOR-FOUND-SWITCH    PIC X(01)       VALUE "N".
003890     88  ADVISOR-FOUND                          VALUE "Y".
003900     88  ADVISOR-NOT-FOUND                      VALUE "N".
003910 01  WS-ADVISOR-TABLE.
003920     05  WS-ADVISOR-ENTRY       OCCURS 500 TIMES.
003930         10  WS-ADV-CODE            PIC X(05).
003940         10  WS-ADV-STATUS          PIC X(01).
003950             88  ADV-ACTIVE                     VALUE "A".
003960*****************************************************************
003970* THE GLIDE-PATH CODES, ONE ENTRY PER BAND RECORD ON THE
003980* GLIDE-PATH FILE, LOADED AT START OF RUN SO EVERY ADD AND CHANGE
003990* CAN HAVE ITS GLIDE-PATH CODE LOOKED UP.  THE FILE IS REQUIRED
004000* FOR THE SAME REASON AS THE ADVISOR MASTER.
004010*****************************************************************
004020 77  WS-GLIDPATH-STATUS         PIC X(02)       VALUE SPACES.
004030 77  WS-GLIDPATH-EOF-SWITCH     PIC X(01)       VALUE "N".
004040     88  END-OF-GLIDE-PATH-FILE                 VALUE "Y".
004050 77  WS-GLIDE-MAX               PIC 9(04) COMP  VALUE 500.
004060 77  WS-GLIDE-COUNT             PIC 9(04) COMP  VALUE ZERO.
004070 77  WS-GLIDE-IX                PIC 9(04) COMP  VALUE ZERO.
004080 77  WS-GLIDE-FOUND-SWITCH      PIC X(01)       VALUE "N".
004090     88  GLIDE-PATH-FOUND                       VALUE "Y".
004100     88  GLIDE-PATH-NOT-FOUND                   VALUE "N".
004110 01  WS-GLIDE-TABLE.
004120     05  WS-GLIDE-ENTRY         OCCURS 500 TIMES.
004130         10  WS-GLD-CODE            PIC X(04).
004140*****************************************************************
004150* THE MASTER'S CONTROL TOTALS, LOADED FROM THE TRAILER RECORD AT
004160* INITIALIZE TIME, CARRIED FORWARD BY DELTA AS TRANSACTIONS
004170* APPLY, AND REWRITTEN TO THE TRAILER AT END OF RUN.  A MASTER
004180* WITH NO TRAILER YET (A FRESHLY LOADED FILE) HAS ITS TRUE
004190* TOTALS REBUILT BY A FULL SWEEP OF THE FILE FIRST, WITH A
004200* WARNING ON THE REGISTER, SO THE TRAILER THIS RUN WRITES
004210* COVERS EVERY PRE-EXISTING RECORD AND NOT JUST THE DELTAS.
004220*****************************************************************
004230 77  WS-TRAILER-COUNT           PIC 9(07)       VALUE ZERO.
004240 77  WS-TRAILER-HASH            PIC 9(13)V99    VALUE ZERO.
004250 77  WS-TRAILER-FOUND-SWITCH    PIC X(01)       VALUE "N".
004260     88  TRAILER-FOUND                          VALUE "Y".
004270 77  WS-HEADER-FOUND-SWITCH     PIC X(01)       VALUE "N".
004280     88  HEADER-FOUND                           VALUE "Y".
004290 77  WS-SWEEP-EOF-SWITCH        PIC X(01)       VALUE "N".
004300     88  END-OF-MASTER-SWEEP                    VALUE "Y".
004310*****************************************************************
004320* WORK AREA FOR THE REGISTER'S BEFORE/AFTER IMAGES.  THE CLIENT
004330* RECORD OUTGREW ONE 132-COLUMN LINE, AND THE ACCOUNT-TYPE
004340* SPLIT FIELDS THEN OUTGREW TWO, SO EACH IMAGE PRINTS AS THREE
004350* LINES FROM THESE PARTS.  A TRANSACTION IMAGE RUNS INTO THE
004360* FOURTH PART, WHICH PRINTS ONLY WHEN IT IS NOT BLANK.
004370*****************************************************************
004380 01  WS-IMAGE-WORK.
004390     05  WS-IMAGE-PART-1        PIC X(116).
004400     05  WS-IMAGE-PART-2        PIC X(116).
004410     05  WS-IMAGE-PART-3        PIC X(116).
004420     05  WS-IMAGE-PART-4        PIC X(116).
004430*****************************************************************
004440* THE MASTER RECORD AS IT STOOD BEFORE AN APPROVED ITEM WAS
004450* APPLIED, KEPT FOR THE APPROVALS REGISTER'S BEFORE IMAGE.
004460*****************************************************************
004470 01  WS-APPROVAL-BEFORE         PIC X(348)      VALUE SPACES.
004480*****************************************************************
004490* CHANGE JOURNAL.  THE JOURNAL IS APPEND-ONLY AND OPENED EXTEND
004500* LIKE THE PLANNER'S AUDIT LOG; THE FIRST RUN EVER CREATES IT.
004510* THE SOURCE SWITCH SAYS HOW THE ITEM BEING APPLIED REACHED
004520* THE MASTER AND IS SET BY THE PENDING SWEEP AND THE APPROVAL
004530* SWEEP AROUND THEIR DISPATCH.  THE BEFORE IMAGE IS SAVED HERE
004540* BEFORE A CHANGE OR DELETE TOUCHES THE RECORD AREA.
004550*****************************************************************
004560 77  WS-JOURNAL-STATUS          PIC X(02)       VALUE SPACES.
004570 77  WS-JOURNAL-COUNT           PIC 9(07) COMP  VALUE ZERO.
004580 77  WS-JOURNAL-SEQ             PIC 9(07)       VALUE ZERO.
004590 77  WS-RUN-TIME                PIC 9(08)       VALUE ZERO.
004600 77  WS-JOURNAL-SOURCE          PIC X(01)       VALUE "K".
004610     88  SOURCE-KEYED                           VALUE "K".
004620     88  SOURCE-RELEASED                        VALUE "P".
004630     88  SOURCE-APPROVED                        VALUE "Q".
004640 01  WS-JOURNAL-BEFORE          PIC X(334)      VALUE SPACES.
004650*****************************************************************
004660* RUN LEDGER.  THE LEDGER IS SHARED BY THE WHOLE NIGHTLY JOB
004670* STREAM AND IS OPENED EXTEND AND CLOSED AROUND EACH RECORD, SO
004680* THE START RECORD IS ON THE FILE EVEN WHEN THE RUN STOPS BEFORE
004690* ITS END RECORD IS WRITTEN.  THE FIRST STEP EVER CREATES IT.
004700*****************************************************************
004710 77  WS-LEDGER-STATUS           PIC X(02)       VALUE SPACES.
004720 77  WS-LEDGER-SAVE-STATUS      PIC X(02)       VALUE SPACES.
004730 77  WS-OPERATOR-ID             PIC X(08)       VALUE "BATCH".
004740 COPY RUNLREC.
004750*****************************************************************
004760* THE APPROVAL QUEUE RECORD, READ INTO AND WRITTEN FROM HERE.
004770*****************************************************************
004780 COPY APPRQUE.
004790*****************************************************************
004800* MAINTENANCE REGISTER LINE LAYOUTS
004810*****************************************************************
004820 COPY MAINTLIN.
004830*****************************************************************
004840* APPROVALS REGISTER LINE LAYOUTS
004850*****************************************************************
004860 COPY APPRLIN.
004870 PROCEDURE DIVISION.
004880*****************************************************************
004890* 0000-MAINLINE
004900*    DRIVES THE KEYED MAINTENANCE PASS: ONE DIRECT READ AND
004910*    WRITE/REWRITE/DELETE PER TRANSACTION AGAINST THE INDEXED
004920*    CLIENT MASTER, WITH EVERY ACTION ON THE REGISTER.
004930*****************************************************************
004940 0000-MAINLINE.
004950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004960     PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
004970         UNTIL END-OF-TRAN-FILE.
004980     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004990     STOP RUN.
005000*****************************************************************
005010* 1000-INITIALIZE
005020*    LOGS THE START OF THE RUN ON THE RUN LEDGER, OPENS THE
005030*    FILES, LOADS THE MASTER'S CONTROL TOTALS FROM ITS TRAILER
005040*    RECORD, PRINTS THE FIRST REGISTER PAGE HEADING, AND PRIMES
005050*    THE FIRST TRANSACTION READ.
005060*****************************************************************
005070 1000-INITIALIZE.
005080     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005090     ACCEPT WS-RUN-TIME FROM TIME.
005100     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID"
005110         ON EXCEPTION
005120             MOVE "BATCH" TO WS-OPERATOR-ID
005130     END-ACCEPT.
005140     PERFORM 1010-WRITE-LEDGER-START THRU 1010-EXIT.
005150     OPEN INPUT  MAINT-TRAN-FILE
005160          I-O    CLIENT-MASTER-FILE
005170          OUTPUT MAINT-REGISTER-FILE
005180          OUTPUT PENDING-OUT-FILE
005190          OUTPUT APPROVAL-QUEUE-OUT-FILE
005200          OUTPUT APPROVAL-REGISTER-FILE.
005210     IF WS-MASTER-STATUS NOT = "00"
005220         DISPLAY "**ERROR** UNABLE TO OPEN CLIENT MASTER, "
005230             "STATUS " WS-MASTER-STATUS
005240         PERFORM 9900-ABORT-RUN THRU 9900-EXIT
005250     END-IF.
005260     OPEN EXTEND CLIENT-JOURNAL-FILE.
005270     IF WS-JOURNAL-STATUS = "35"
005280         OPEN OUTPUT CLIENT-JOURNAL-FILE
005290     END-IF.
005300     IF WS-JOURNAL-STATUS NOT = "00"
005310         DISPLAY "**ERROR** UNABLE TO OPEN CHANGE JOURNAL, "
005320             "STATUS " WS-JOURNAL-STATUS
005330         PERFORM 9900-ABORT-RUN THRU 9900-EXIT
005340     END-IF.
005350     PERFORM 1050-LOAD-PARAMETERS THRU 1050-EXIT.
005360     PERFORM 1400-LOAD-ADVISOR-MASTER THRU 1400-EXIT.
005370     PERFORM 1450-LOAD-GLIDE-PATHS THRU 1450-EXIT.
005380     PERFORM 3000-PRINT-HEADERS THRU 3000-EXIT.
005390     PERFORM 3700-PRINT-APPROVAL-HEADERS THRU 3700-EXIT.
005400     MOVE WS-APPROVAL-AMOUNT TO WS-EDIT-AMOUNT.
005410     MOVE SPACES TO APL-MESSAGE.
005420     STRING "BALANCE CHANGES OVER " WS-EDIT-AMOUNT
005430         " NEED APPROVAL" DELIMITED BY SIZE INTO APL-MESSAGE.
005440     PERFORM 3740-WRITE-APPROVAL-MESSAGE THRU 3740-EXIT.
005450     PERFORM 1100-LOAD-CONTROL-TOTALS THRU 1100-EXIT.
005460     PERFORM 1300-PROCESS-APPROVAL-QUEUE THRU 1300-EXIT.
005470     PERFORM 1200-SWEEP-PENDING THRU 1200-EXIT.
005480     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
005490 1000-EXIT.
005500     EXIT.
005510*****************************************************************
005520* 1010-WRITE-LEDGER-START
005530*    LOGS THE START OF THIS RUN ON THE RUN LEDGER.  A LEDGER THAT
005540*    CANNOT BE WRITTEN STOPS THE RUN BEFORE ANYTHING IS TOUCHED:
005550*    WITHOUT IT THE PLANNER COULD NEVER SEE THAT MAINTENANCE RAN.
005560*****************************************************************
005570 1010-WRITE-LEDGER-START.
005580     INITIALIZE RUN-LEDGER-RECORD.
005590     MOVE WS-RUN-DATE     TO RLG-RUN-DATE.
005600     MOVE WS-RUN-TIME     TO RLG-RUN-TIME.
005610     MOVE "CLIENT-MAINT"  TO RLG-STEP-NAME.
005620     SET RLG-START        TO TRUE.
005630     MOVE WS-OPERATOR-ID  TO RLG-OPERATOR-ID.
005640     PERFORM 9350-APPEND-RUN-LEDGER THRU 9350-EXIT.
005650     IF WS-LEDGER-STATUS NOT = "00"
005660         DISPLAY "**ERROR** UNABLE TO OPEN RUN LEDGER, "
005670             "STATUS " WS-LEDGER-STATUS
005680         MOVE 16 TO RETURN-CODE
005690         STOP RUN
005700     END-IF.
005710 1010-EXIT.
005720     EXIT.
005730*****************************************************************
005740* 1050-LOAD-PARAMETERS
005750*    READS THE PARAMETER FILE FOR THE APPROVAL-AMOUNT KEYWORD.
005760*    AN UNKNOWN KEYWORD OR A BAD VALUE IS WARNED ABOUT AND
005770*    IGNORED, LEAVING THE DEFAULT IN FORCE.
005780*****************************************************************
005790 1050-LOAD-PARAMETERS.
005800     OPEN INPUT MAINT-PARM-FILE.
005810     IF WS-PARM-STATUS NOT = "00"
005820         GO TO 1050-EXIT
005830     END-IF.
005840     PERFORM 1060-PROCESS-PARM-RECORD THRU 1060-EXIT
005850         UNTIL END-OF-PARM-FILE.
005860     CLOSE MAINT-PARM-FILE.
005870 1050-EXIT.
005880     EXIT.
005890*****************************************************************
005900* 1060-PROCESS-PARM-RECORD
005910*    READS AND APPLIES ONE PARAMETER RECORD.  THE VALUE MUST BE
005920*    RIGHT-JUSTIFIED AND ZERO FILLED.  ZERO IS ALLOWED AND
005930*    SENDS EVERY BALANCE CHANGE FOR APPROVAL.
005940*****************************************************************
005950 1060-PROCESS-PARM-RECORD.
005960     READ MAINT-PARM-FILE
005970         AT END
005980             SET END-OF-PARM-FILE TO TRUE
005990             GO TO 1060-EXIT
006000     END-READ.
006010     IF PRM-KEYWORD = SPACES
006020         GO TO 1060-EXIT
006030     END-IF.
006040     IF PRM-KEYWORD = "APPROVAL-AMOUNT"
006050         IF PRM-VALUE NUMERIC
006060             MOVE PRM-VALUE TO WS-PARM-VALUE-NUM
006070         ELSE
006080             MOVE 99999999 TO WS-PARM-VALUE-NUM
006090         END-IF
006100         IF WS-PARM-VALUE-NUM < 10000000
006110             MOVE WS-PARM-VALUE-NUM TO WS-APPROVAL-AMOUNT
006120         ELSE
006130             DISPLAY "**WARNING** APPROVAL-AMOUNT VALUE "
006140                 PRM-VALUE " IS NOT 0-9999999 - IGNORED"
006150         END-IF
006160         GO TO 1060-EXIT
006170     END-IF.
006180     DISPLAY "**WARNING** UNKNOWN PARAMETER " PRM-KEYWORD
006190         " - IGNORED".
006200 1060-EXIT.
006210     EXIT.
006220*****************************************************************
006230* 1100-LOAD-CONTROL-TOTALS
006240*    READS THE HEADER AND TRAILER CONTROL RECORDS BY THEIR
006250*    RESERVED KEYS.  THE TRAILER'S COUNT AND HASH SEED THE
006260*    RUNNING TOTALS THAT EVERY APPLIED TRANSACTION ADJUSTS.  A
006270*    MASTER WITH NO CONTROL RECORDS YET IS WARNED ABOUT AND THE
006280*    TOTALS START FROM ZERO, SO THE CONTROLS THIS RUN WRITES
006290*    COVER ONLY WHAT IT CAN VOUCH FOR -- THE PLANNER'S NIGHTLY
006300*    SWEEP WILL FLAG THE DIFFERENCE IF THAT WAS WRONG.
006310*****************************************************************
006320 1100-LOAD-CONTROL-TOTALS.
006330     MOVE "0000000000" TO CLM-CLIENT-ID.
006340     READ CLIENT-MASTER-FILE
006350         INVALID KEY
006360             MOVE "**WARNING** MASTER HAS NO HEADER RECORD"
006370                 TO MRG-MESSAGE
006380             PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
006390         NOT INVALID KEY
006400             SET HEADER-FOUND TO TRUE
006410     END-READ.
006420     MOVE "9999999999" TO CLM-CLIENT-ID.
006430     READ CLIENT-MASTER-FILE
006440         INVALID KEY
006450             MOVE "**WARNING** NO TRAILER - REBUILT BY SWEEP"
006460                 TO MRG-MESSAGE
006470             PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
006480             PERFORM 1150-SWEEP-MASTER-TOTALS THRU 1150-EXIT
006490         NOT INVALID KEY
006500             SET TRAILER-FOUND TO TRUE
006510             MOVE CLT-RECORD-COUNT TO WS-TRAILER-COUNT
006520             MOVE CLT-MONEY-HASH   TO WS-TRAILER-HASH
006530     END-READ.
006540 1100-EXIT.
006550     EXIT.
006560*****************************************************************
006570* 1150-SWEEP-MASTER-TOTALS
006580*    READS THE WHOLE MASTER IN KEY SEQUENCE TO BUILD THE TRUE
006590*    DETAIL COUNT AND CLM-MONEY HASH WHEN THE MASTER HAS NO
006600*    TRAILER YET (A FRESHLY LOADED OR CONVERTED FILE).  WITHOUT
006610*    THIS SWEEP THE TRAILER THIS RUN WRITES WOULD COVER ONLY
006620*    ITS OWN DELTAS AND WRONGLY OMIT EVERY PRE-EXISTING RECORD,
006630*    FAILING THE PLANNER'S NIGHTLY BALANCING WITH NO WAY TO
006640*    REPAIR IT.
006650*****************************************************************
006660 1150-SWEEP-MASTER-TOTALS.
006670     MOVE LOW-VALUES TO CLM-CLIENT-ID.
006680     START CLIENT-MASTER-FILE
006690         KEY NOT LESS THAN CLM-CLIENT-ID
006700         INVALID KEY
006710             GO TO 1150-EXIT
006720     END-START.
006730     PERFORM 1160-SWEEP-MASTER-RECORD THRU 1160-EXIT
006740         UNTIL END-OF-MASTER-SWEEP.
006750 1150-EXIT.
006760     EXIT.
006770*****************************************************************
006780* 1160-SWEEP-MASTER-RECORD
006790*    ONE RECORD OF THE FULL-FILE SWEEP: CONTROL RECORDS ARE
006800*    SKIPPED, EVERY DETAIL ADDS TO THE TRUE COUNT AND HASH.
006810*****************************************************************
006820 1160-SWEEP-MASTER-RECORD.
006830     READ CLIENT-MASTER-FILE NEXT RECORD
006840         AT END
006850             SET END-OF-MASTER-SWEEP TO TRUE
006860             GO TO 1160-EXIT
006870     END-READ.
006880     IF CLM-HEADER-RECORD OR CLM-TRAILER-RECORD
006890         GO TO 1160-EXIT
006900     END-IF.
006910     ADD 1 TO WS-TRAILER-COUNT.
006920     ADD CLM-MONEY TO WS-TRAILER-HASH.
006930 1160-EXIT.
006940     EXIT.
006950*****************************************************************
006960* 1200-SWEEP-PENDING
006970*    SWEEPS THE PENDING TRANSACTION FILE LEFT BY THE PRIOR RUN:
006980*    TRANSACTIONS WHOSE EFFECTIVE DATE HAS COME DUE ARE
006990*    RELEASED AND APPLIED THROUGH THE SAME DISPATCH EVERY
007000*    KEYED TRANSACTION USES, AND THE REST ARE CARRIED FORWARD
007010*    TO THE NEW PENDING FILE.  A MISSING PENDING FILE JUST
007020*    MEANS NOTHING WAS WAITING.
007030*****************************************************************
007040 1200-SWEEP-PENDING.
007050     OPEN INPUT PENDING-IN-FILE.
007060     IF WS-PENDING-IN-STATUS NOT = "00"
007070         MOVE "NO PENDING TRANSACTION FILE - NOTHING WAITING"
007080             TO MRG-MESSAGE
007090         PERFORM 9200-WRITE-MESSAGE THRU 9200-EXIT
007100         GO TO 1200-EXIT
007110     END-IF.
007120     PERFORM 1210-PROCESS-PENDING-RECORD THRU 1210-EXIT
007130         UNTIL END-OF-PENDING-FILE.
007140     CLOSE PENDING-IN-FILE.
007150 1200-EXIT.
007160     EXIT.
007170*****************************************************************
007180* 1210-PROCESS-PENDING-RECORD
007190*    ONE PENDING TRANSACTION: STILL FUTURE-DATED GOES FORWARD
007200*    TO THE NEW PENDING FILE, COME-DUE IS RELEASED AND APPLIED.
007210*****************************************************************
007220 1210-PROCESS-PENDING-RECORD.
007230     READ PENDING-IN-FILE INTO MAINT-TRANSACTION
007240         AT END
007250             SET END-OF-PENDING-FILE TO TRUE
007260             GO TO 1210-EXIT
007270     END-READ.
007280     IF TRN-EFFECTIVE-DATE NUMERIC
007290         AND TRN-EFFECTIVE-DATE-N > WS-RUN-DATE
007300         WRITE PENDING-OUT-RECORD FROM MAINT-TRANSACTION
007310         ADD 1 TO WS-STILL-PENDING-COUNT
007320         GO TO 1210-EXIT
007330     END-IF.
007340     ADD 1 TO WS-RELEASED-COUNT.
007350     MOVE "RELEASE" TO MRG-ACTION.
007360     MOVE SPACES TO MRG-DISPOSITION.
007370     STRING "RELEASED FROM PENDING - EFFECTIVE "
007380         TRN-EFFECTIVE-DATE
007390         DELIMITED BY SIZE INTO MRG-DISPOSITION.
007400     PERFORM 3200-WRITE-ACTION THRU 3200-EXIT.
007410     SET SOURCE-RELEASED TO TRUE.
007420     PERFORM 2050-DISPATCH-TRANSACTION THRU 2050-EXIT.
007430     SET SOURCE-KEYED TO TRUE.
007440 1210-EXIT.
007450     EXIT.
007460*****************************************************************
007470* 1300-PROCESS-APPROVAL-QUEUE
007480*    LOADS TONIGHT'S APPROVAL DECISIONS, THEN SWEEPS THE
007490*    APPROVAL QUEUE LEFT BY THE PRIOR RUN: APPROVED ITEMS ARE
007500*    APPLIED, REJECTED ONES ARE DROPPED, AND THE REST ARE
007510*    CARRIED FORWARD TO THE NEW QUEUE.  A DECISION THAT MATCHED
007520*    NO QUEUED ITEM IS LISTED AT THE END.  A MISSING QUEUE FILE
007530*    JUST MEANS NOTHING WAS WAITING.
007540*****************************************************************
007550 1300-PROCESS-APPROVAL-QUEUE.
007560     PERFORM 1310-LOAD-DECISIONS THRU 1310-EXIT.
007570     OPEN INPUT APPROVAL-QUEUE-IN-FILE.
007580     IF WS-QUEUE-IN-STATUS NOT = "00"
007590         MOVE "NO APPROVAL QUEUE FILE - NOTHING AWAITING APPROVAL"
007600             TO APL-MESSAGE
007610         PERFORM 3740-WRITE-APPROVAL-MESSAGE THRU 3740-EXIT
007620     ELSE
007630         PERFORM 1340-PROCESS-QUEUED-ITEM THRU 1340-EXIT
007640             UNTIL END-OF-QUEUE-FILE
007650         CLOSE APPROVAL-QUEUE-IN-FILE
007660     END-IF.
007670     MOVE ZERO TO WS-DECISION-IX.
007680     PERFORM 1390-CHECK-DECISION-USED THRU 1390-EXIT
007690         WS-DECISION-COUNT TIMES.
007700 1300-EXIT.
007710     EXIT.
007720*****************************************************************
007730* 1310-LOAD-DECISIONS
007740*    LOADS THE APPROVAL TRANSACTION FILE INTO THE DECISION
007750*    TABLE.  A MISSING FILE MEANS NO DECISIONS TONIGHT, AND
007760*    EVERY QUEUED ITEM IS CARRIED FORWARD.
007770*****************************************************************
007780 1310-LOAD-DECISIONS.
007790     OPEN INPUT APPROVAL-TRAN-FILE.
007800     IF WS-APPRTRAN-STATUS NOT = "00"
007810         MOVE "NO APPROVAL TRANSACTION FILE - NO DECISIONS"
007820             TO APL-MESSAGE
007830         PERFORM 3740-WRITE-APPROVAL-MESSAGE THRU 3740-EXIT
007840         GO TO 1310-EXIT
007850     END-IF.
007860     PERFORM 1320-LOAD-DECISION THRU 1320-EXIT
007870         UNTIL END-OF-APPROVAL-TRAN-FILE.
007880     CLOSE APPROVAL-TRAN-FILE.
007890 1310-EXIT.
007900     EXIT.
007910*****************************************************************
007920* 1320-LOAD-DECISION
007930*    READS ONE DECISION AND ADDS IT TO THE TABLE.  A DECISION
007940*    CODE OTHER THAN A OR R, A SECOND DECISION FOR THE SAME
007950*    QUEUE ID, OR ONE THAT DOES NOT FIT IN THE TABLE IS LISTED
007960*    AS AN ERROR AND IGNORED.
007970*****************************************************************
007980 1320-LOAD-DECISION.
007990     READ APPROVAL-TRAN-FILE
008000         AT END
008010             SET END-OF-APPROVAL-TRAN-FILE TO TRUE
008020             GO TO 1320-EXIT
008030     END-READ.
008040     IF NOT APR-VALID-DECISION
008050         MOVE "ERROR - DECISION NOT A OR R - IGNORED"
008060             TO APL-DISPOSITION
008070         PERFORM 1380-WRITE-DECISION-ERROR THRU 1380-EXIT
008080         GO TO 1320-EXIT
008090     END-IF.
008100     MOVE APR-QUEUE-ID TO WS-LOOKUP-QUEUE-ID.
008110     PERFORM 1330-FIND-DECISION THRU 1330-EXIT.
008120     IF DECISION-FOUND
008130         MOVE "ERROR - SECOND DECISION FOR THIS ITEM - IGNORED"
008140             TO APL-DISPOSITION
008150         PERFORM 1380-WRITE-DECISION-ERROR THRU 1380-EXIT
008160         GO TO 1320-EXIT
008170     END-IF.
008180     IF WS-DECISION-COUNT NOT < WS-DECISION-MAX
008190         MOVE "ERROR - DECISION TABLE FULL - NOT LOADED"
008200             TO APL-DISPOSITION
008210         PERFORM 1380-WRITE-DECISION-ERROR THRU 1380-EXIT
008220         GO TO 1320-EXIT
008230     END-IF.
008240     ADD 1 TO WS-DECISION-COUNT.
008250     MOVE APR-QUEUE-ID    TO WS-DEC-QUEUE-ID (WS-DECISION-COUNT).
008260     MOVE APR-CLIENT-ID   TO WS-DEC-CLIENT-ID (WS-DECISION-COUNT).
008270     MOVE APR-DECISION    TO WS-DEC-DECISION (WS-DECISION-COUNT).
008280     MOVE APR-CHECKER-ID  TO WS-DEC-CHECKER-ID
008290                                 (WS-DECISION-COUNT).
008300     MOVE "N"             TO WS-DEC-USED-SWITCH
008310                                 (WS-DECISION-COUNT).
008320 1320-EXIT.
008330     EXIT.
008340*****************************************************************
008350* 1330-FIND-DECISION
008360*    SERIAL SEARCH OF THE DECISION TABLE FOR THE QUEUE ID IN
008370*    WS-LOOKUP-QUEUE-ID.  LEAVES WS-DECISION-IX AT THE MATCH.
008380*****************************************************************
008390 1330-FIND-DECISION.
008400     SET DECISION-NOT-FOUND TO TRUE.
008410     MOVE ZERO TO WS-DECISION-IX.
008420     PERFORM 1335-SCAN-DECISION THRU 1335-EXIT
008430         UNTIL DECISION-FOUND
008440            OR WS-DECISION-IX NOT < WS-DECISION-COUNT.
008450 1330-EXIT.
008460     EXIT.
008470*****************************************************************
008480* 1335-SCAN-DECISION
008490*    ONE STEP OF THE DECISION TABLE SERIAL SEARCH.
008500*****************************************************************
008510 1335-SCAN-DECISION.
008520     ADD 1 TO WS-DECISION-IX.
008530     IF WS-DEC-QUEUE-ID (WS-DECISION-IX) = WS-LOOKUP-QUEUE-ID
008540         SET DECISION-FOUND TO TRUE
008550     END-IF.
008560 1335-EXIT.
008570     EXIT.
008580*****************************************************************
008590* 1340-PROCESS-QUEUED-ITEM
008600*    ONE ITEM FROM THE PRIOR RUN'S APPROVAL QUEUE.  WITH NO
008610*    DECISION IT STAYS QUEUED.  A DECISION FOR ANOTHER CLIENT,
008620*    WITH NO CHECKER, OR BY THE MAKER THEMSELVES IS REFUSED AND
008630*    THE ITEM STAYS QUEUED FOR A PROPER CHECKER.  A REJECTED
008640*    ITEM IS DROPPED AND AN APPROVED ONE IS APPLIED.
008650*****************************************************************
008660 1340-PROCESS-QUEUED-ITEM.
008670     READ APPROVAL-QUEUE-IN-FILE INTO APPROVAL-QUEUE-RECORD
008680         AT END
008690             SET END-OF-QUEUE-FILE TO TRUE
008700             GO TO 1340-EXIT
008710     END-READ.
008720     IF APQ-QUEUE-DATE = WS-RUN-DATE
008730         AND APQ-QUEUE-SEQ > WS-QUEUE-SEQ
008740         MOVE APQ-QUEUE-SEQ TO WS-QUEUE-SEQ
008750     END-IF.
008760     MOVE APQ-TRANSACTION-IMAGE TO MAINT-TRANSACTION.
008770     PERFORM 3710-SET-QUEUE-ITEM-FIELDS THRU 3710-EXIT.
008780     MOVE APQ-QUEUE-ID TO WS-LOOKUP-QUEUE-ID.
008790     PERFORM 1330-FIND-DECISION THRU 1330-EXIT.
008800     IF DECISION-NOT-FOUND
008810         ADD 1 TO WS-AWAITING-COUNT
008820         MOVE "AWAITING APPROVAL" TO APL-DISPOSITION
008830         PERFORM 1370-REQUEUE-ITEM THRU 1370-EXIT
008840         GO TO 1340-EXIT
008850     END-IF.
008860     SET DECISION-USED (WS-DECISION-IX) TO TRUE.
008870     MOVE WS-DEC-CHECKER-ID (WS-DECISION-IX) TO APL-CHECKER.
008880     IF WS-DEC-CLIENT-ID (WS-DECISION-IX) NOT = TRN-CLIENT-ID
008890         ADD 1 TO WS-REFUSED-COUNT
008900         MOVE "REFUSED - DECISION NAMES ANOTHER CLIENT"
008910             TO APL-DISPOSITION
008920         PERFORM 1370-REQUEUE-ITEM THRU 1370-EXIT
008930         GO TO 1340-EXIT
008940     END-IF.
008950     IF WS-DEC-CHECKER-ID (WS-DECISION-IX) = SPACES
008960         ADD 1 TO WS-REFUSED-COUNT
008970         MOVE "REFUSED - NO CHECKER OPERATOR ID"
008980             TO APL-DISPOSITION
008990         PERFORM 1370-REQUEUE-ITEM THRU 1370-EXIT
009000         GO TO 1340-EXIT
009010     END-IF.
009020     IF WS-DEC-CHECKER-ID (WS-DECISION-IX) = APQ-MAKER-ID
009030         ADD 1 TO WS-REFUSED-COUNT
009040         MOVE "REFUSED - CHECKER IS THE MAKER"
009050             TO APL-DISPOSITION
009060         PERFORM 1370-REQUEUE-ITEM THRU 1370-EXIT
009070         GO TO 1340-EXIT
009080     END-IF.
009090     IF DEC-REJECTED (WS-DECISION-IX)
009100         ADD 1 TO WS-CHECKER-REJECT-COUNT
009110         MOVE "REJECTED BY CHECKER - DROPPED FROM QUEUE"
009120             TO APL-DISPOSITION
009130         PERFORM 3720-WRITE-APPROVAL-ITEM THRU 3720-EXIT
009140         GO TO 1340-EXIT
009150     END-IF.
009160     PERFORM 1350-APPLY-APPROVED-ITEM THRU 1350-EXIT.
009170 1340-EXIT.
009180     EXIT.
009190*****************************************************************
009200* 1350-APPLY-APPROVED-ITEM
009210*    APPLIES ONE APPROVED ITEM THROUGH THE SAME DISPATCH EVERY
009220*    KEYED TRANSACTION USES, WITH THE SENSITIVITY CHECK OFF.
009230*    THE MASTER RECORD IS READ FIRST FOR THE BEFORE IMAGE, AND
009240*    MUST STILL MATCH THE IMAGE SAVED WHEN THE ITEM WAS QUEUED:
009250*    THE TRANSACTION REPLACES THE WHOLE RECORD, SO APPLYING IT
009260*    OVER A LATER CHANGE WOULD QUIETLY UNDO THAT CHANGE.  AN
009270*    ITEM WHOSE CLIENT HAS CHANGED SINCE, OR THAT THE DISPATCH
009280*    REJECTS (THE CLIENT WAS DELETED SINCE, SAY), IS DROPPED
009290*    WITH THE REASON ON BOTH REGISTERS; A CHANGED CLIENT ALSO
009300*    GETS ITS QUEUED AND CURRENT IMAGES LISTED SO THE MAKER CAN
009310*    RE-KEY AGAINST THE RECORD AS IT NOW STANDS.
009320*****************************************************************
009330 1350-APPLY-APPROVED-ITEM.
009340     MOVE TRN-CLIENT-ID TO CLM-CLIENT-ID.
009350     READ CLIENT-MASTER-FILE
009360         INVALID KEY
009370             MOVE SPACES TO WS-APPROVAL-BEFORE
009380         NOT INVALID KEY
009390             MOVE CLIENT-RECORD TO WS-APPROVAL-BEFORE
009400     END-READ.
009410     MOVE "APPROVED" TO MRG-ACTION.
009420     MOVE SPACES TO MRG-DISPOSITION.
009430     STRING "APPROVED BY " WS-DEC-CHECKER-ID (WS-DECISION-IX)
009440         " - QUEUE ID " APQ-QUEUE-DATE "-" APQ-QUEUE-SEQ
009450         DELIMITED BY SIZE INTO MRG-DISPOSITION.
009460     PERFORM 3200-WRITE-ACTION THRU 3200-EXIT.
009470     SET VALID-TRANSACTION TO TRUE.
009480     SET ITEM-MASTER-UNCHANGED TO TRUE.
009490     IF WS-APPROVAL-BEFORE NOT = SPACES
009500         AND WS-APPROVAL-BEFORE NOT = APQ-MASTER-IMAGE
009510         SET ITEM-MASTER-CHANGED TO TRUE
009520         MOVE "REJECTED - CLIENT CHANGED SINCE QUEUED - RE-KEY"
009530             TO MRG-DISPOSITION
009540         PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
009550         GO TO 1350-CHECK-APPLIED
009560     END-IF.
009570     SET APPLYING-APPROVED-ITEM TO TRUE.
009580     SET SOURCE-APPROVED TO TRUE.
009590     PERFORM 2050-DISPATCH-TRANSACTION THRU 2050-EXIT.
009600     SET NOT-APPLYING-APPROVED-ITEM TO TRUE.
009610     SET SOURCE-KEYED TO TRUE.
009620 1350-CHECK-APPLIED.
009630     IF INVALID-TRANSACTION
009640         ADD 1 TO WS-APPROVED-FAILED-COUNT
009650         MOVE "APPROVED - NOT APPLIED" TO APL-DISPOSITION
009660         PERFORM 3720-WRITE-APPROVAL-ITEM THRU 3720-EXIT
009670         MOVE MRG-DISPOSITION TO APL-MESSAGE
009680         PERFORM 3740-WRITE-APPROVAL-MESSAGE THRU 3740-EXIT
009690         IF ITEM-MASTER-CHANGED
009700             MOVE APQ-MASTER-IMAGE TO WS-IMAGE-WORK
009710             MOVE "QUEUED:" TO APL-IMAGE-LABEL
009720             PERFORM 3730-WRITE-APPROVAL-IMAGE THRU 3730-EXIT
009730             MOVE WS-APPROVAL-BEFORE TO WS-IMAGE-WORK
009740             MOVE "CURRENT:" TO APL-IMAGE-LABEL
009750             PERFORM 3730-WRITE-APPROVAL-IMAGE THRU 3730-EXIT
009760         END-IF
009770         GO TO 1350-EXIT
009780     END-IF.
009790     ADD 1 TO WS-APPROVED-COUNT.
009800     MOVE "APPROVED - APPLIED" TO APL-DISPOSITION.
009810     PERFORM 3720-WRITE-APPROVAL-ITEM THRU 3720-EXIT.
009820     IF NOT TRN-ADD
009830         MOVE WS-APPROVAL-BEFORE TO WS-IMAGE-WORK
009840         MOVE "BEFORE:" TO APL-IMAGE-LABEL
009850         PERFORM 3730-WRITE-APPROVAL-IMAGE THRU 3730-EXIT
009860     END-IF.
009870     IF NOT TRN-DELETE
009880         MOVE CLIENT-RECORD TO WS-IMAGE-WORK
009890         MOVE "AFTER:" TO APL-IMAGE-LABEL
009900         PERFORM 3730-WRITE-APPROVAL-IMAGE THRU 3730-EXIT
009910     END-IF.
009920 1350-EXIT.
009930     EXIT.
009940*****************************************************************
009950* 1370-REQUEUE-ITEM
009960*    CARRIES ONE QUEUED ITEM FORWARD TO THE NEW QUEUE UNDER ITS
009970*    ORIGINAL QUEUE ID AND LISTS IT.  THE DISPOSITION IS SET
009980*    BY THE CALLER.
009990*****************************************************************
010000 1370-REQUEUE-ITEM.
010010     WRITE APPROVAL-QUEUE-OUT-RECORD FROM APPROVAL-QUEUE-RECORD.
010020     PERFORM 3720-WRITE-APPROVAL-ITEM THRU 3720-EXIT.
010030 1370-EXIT.
010040     EXIT.
010050*****************************************************************
010060* 1380-WRITE-DECISION-ERROR
010070*    LISTS ONE DECISION RECORD THAT COULD NOT BE LOADED.  THE
010080*    REASON IS ALREADY IN APL-DISPOSITION.
010090*****************************************************************
010100 1380-WRITE-DECISION-ERROR.
010110     MOVE APR-QUEUE-DATE  TO APL-QUEUE-DATE.
010120     MOVE APR-QUEUE-SEQ   TO APL-QUEUE-SEQ.
010130     MOVE APR-CLIENT-ID   TO APL-CLIENT-ID.
010140     MOVE APR-DECISION    TO APL-ACTION.
010150     MOVE SPACES          TO APL-REASON
010160                             APL-MAKER.
010170     MOVE APR-CHECKER-ID  TO APL-CHECKER.
010180     PERFORM 3720-WRITE-APPROVAL-ITEM THRU 3720-EXIT.
010190     ADD 1 TO WS-DECISION-ERROR-COUNT.
010200 1380-EXIT.
010210     EXIT.
010220*****************************************************************
010230* 1390-CHECK-DECISION-USED
010240*    LISTS ONE DECISION TABLE ENTRY IF NO QUEUED ITEM USED IT.
010250*****************************************************************
010260 1390-CHECK-DECISION-USED.
010270     ADD 1 TO WS-DECISION-IX.
010280     IF DECISION-USED (WS-DECISION-IX)
010290         GO TO 1390-EXIT
010300     END-IF.
010310     MOVE WS-DEC-QUEUE-DATE (WS-DECISION-IX) TO APL-QUEUE-DATE.
010320     MOVE WS-DEC-QUEUE-SEQ (WS-DECISION-IX)  TO APL-QUEUE-SEQ.
010330     MOVE WS-DEC-CLIENT-ID (WS-DECISION-IX)  TO APL-CLIENT-ID.
010340     MOVE WS-DEC-DECISION (WS-DECISION-IX)   TO APL-ACTION.
010350     MOVE SPACES                             TO APL-REASON
010360                                                APL-MAKER.
010370     MOVE WS-DEC-CHECKER-ID (WS-DECISION-IX) TO APL-CHECKER.
010380     MOVE "ERROR - NO SUCH ITEM IN THE APPROVAL QUEUE"
010390         TO APL-DISPOSITION.
010400     PERFORM 3720-WRITE-APPROVAL-ITEM THRU 3720-EXIT.
010410     ADD 1 TO WS-DECISION-ERROR-COUNT.
010420 1390-EXIT.
010430     EXIT.
010440*****************************************************************
010450* 1400-LOAD-ADVISOR-MASTER
010460*    LOADS EVERY ADVISOR CODE AND ITS ACTIVE/INACTIVE STATUS
010470*    FROM THE ADVISOR MASTER.  THE RUN STOPS WITH RETURN CODE
010480*    16 WHEN THE FILE CANNOT BE OPENED OR HOLDS MORE ADVISORS
010490*    THAN THE TABLE, SINCE EITHER WAY GOOD CODES WOULD BE
010500*    REJECTED.
010510*****************************************************************
010520 1400-LOAD-ADVISOR-MASTER.
010530     OPEN INPUT ADVISOR-MASTER-FILE.
010540     IF WS-ADVMAST-STATUS NOT = "00"
010550         DISPLAY "**ERROR** UNABLE TO OPEN ADVISOR MASTER, "
010560             "STATUS " WS-ADVMAST-STATUS
010570         PERFORM 9900-ABORT-RUN THRU 9900-EXIT
010580     END-IF.
010590     PERFORM 1410-LOAD-ADVISOR-RECORD THRU 1410-EXIT
010600         UNTIL END-OF-ADVISOR-MASTER.
010610     CLOSE ADVISOR-MASTER-FILE.
010620 1400-EXIT.
010630     EXIT.
010640*****************************************************************
010650* 1410-LOAD-ADVISOR-RECORD
010660*    READS ONE ADVISOR MASTER RECORD INTO THE TABLE.
010670*****************************************************************
010680 1410-LOAD-ADVISOR-RECORD.
010690     READ ADVISOR-MASTER-FILE
010700         AT END
010710             SET END-OF-ADVISOR-MASTER TO TRUE
010720             GO TO 1410-EXIT
010730     END-READ.
010740     IF AVM-ADVISOR-CODE = SPACES
010750         GO TO 1410-EXIT
010760     END-IF.
010770     IF WS-ADVISOR-COUNT NOT < WS-ADVISOR-MAX
010780         DISPLAY "**ERROR** ADVISOR MASTER HOLDS MORE THAN "
010790             WS-ADVISOR-MAX " ADVISORS"
010800         PERFORM 9900-ABORT-RUN THRU 9900-EXIT
010810     END-IF.
010820     ADD 1 TO WS-ADVISOR-COUNT.
010830     MOVE AVM-ADVISOR-CODE TO WS-ADV-CODE (WS-ADVISOR-COUNT).
010840     MOVE AVM-STATUS       TO WS-ADV-STATUS (WS-ADVISOR-COUNT).
010850 1410-EXIT.
010860     EXIT.
010870*****************************************************************
010880* 1450-LOAD-GLIDE-PATHS
010890*    LOADS THE GLIDE-PATH CODE OF EVERY BAND ON THE GLIDE-PATH
010900*    FILE.  THE RUN STOPS WITH RETURN CODE 16 WHEN THE FILE
010910*    CANNOT BE OPENED OR HOLDS MORE BANDS THAN THE TABLE, SINCE
010920*    EITHER WAY GOOD CODES WOULD BE REJECTED.
010930*****************************************************************
010940 1450-LOAD-GLIDE-PATHS.
010950     OPEN INPUT GLIDE-PATH-FILE.
010960     IF WS-GLIDPATH-STATUS NOT = "00"
010970         DISPLAY "**ERROR** UNABLE TO OPEN GLIDE-PATH FILE, "
010980             "STATUS " WS-GLIDPATH-STATUS
010990         PERFORM 9900-ABORT-RUN THRU 9900-EXIT
011000     END-IF.
011010     PERFORM 1460-LOAD-GLIDE-RECORD THRU 1460-EXIT
011020         UNTIL END-OF-GLIDE-PATH-FILE.
011030     CLOSE GLIDE-PATH-FILE.
011040 1450-EXIT.
011050     EXIT.
011060*****************************************************************
011070* 1460-LOAD-GLIDE-RECORD
011080*    READS ONE GLIDE-PATH BAND RECORD INTO THE TABLE.
011090*****************************************************************
011100 1460-LOAD-GLIDE-RECORD.
011110     READ GLIDE-PATH-FILE
011120         AT END
011130             SET END-OF-GLIDE-PATH-FILE TO TRUE
011140             GO TO 1460-EXIT
011150     END-READ.
011160     IF GLP-PATH-CODE = SPACES
011170         GO TO 1460-EXIT
011180     END-IF.
011190     IF WS-GLIDE-COUNT NOT < WS-GLIDE-MAX
011200         DISPLAY "**ERROR** GLIDE-PATH FILE HOLDS MORE THAN "
011210             WS-GLIDE-MAX " BANDS"
011220         PERFORM 9900-ABORT-RUN THRU 9900-EXIT
011230     END-IF.
011240     ADD 1 TO WS-GLIDE-COUNT.
011250     MOVE GLP-PATH-CODE TO WS-GLD-CODE (WS-GLIDE-COUNT).
011260 1460-EXIT.
011270     EXIT.
011280*****************************************************************
011290* 2000-APPLY-TRANSACTION
011300*    APPLIES ONE TRANSACTION FROM THE NIGHTLY FILE AND READS
011310*    THE NEXT ONE.  A TRANSACTION EFFECTIVE-DATED IN THE
011320*    FUTURE IS NOT APPLIED: IT GOES TO THE PENDING FILE FOR A
011330*    LATER RUN'S SWEEP TO RELEASE.  A SPACE-FILLED EFFECTIVE
011340*    DATE MEANS APPLY TONIGHT, THE WAY EVERY TRANSACTION DID
011350*    BEFORE THE DATE EXISTED.
011360*****************************************************************
011370 2000-APPLY-TRANSACTION.
011380     IF TRN-EFFECTIVE-DATE = SPACES
011390         MOVE ZERO TO TRN-EFFECTIVE-DATE-N
011400     END-IF.
011410     IF TRN-EFFECTIVE-DATE NOT NUMERIC
011420         MOVE "REJECTED - EFFECTIVE DATE NOT NUMERIC"
011430             TO MRG-DISPOSITION
011440         PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
011450         GO TO 2000-NEXT
011460     END-IF.
011470     IF TRN-EFFECTIVE-DATE-N > WS-RUN-DATE
011480         WRITE PENDING-OUT-RECORD FROM MAINT-TRANSACTION
011490         ADD 1 TO WS-DEFERRED-COUNT
011500         MOVE "HELD" TO MRG-ACTION
011510         MOVE SPACES TO MRG-DISPOSITION
011520         STRING "HELD FOR EFFECTIVE DATE "
011530             TRN-EFFECTIVE-DATE
011540             DELIMITED BY SIZE INTO MRG-DISPOSITION
011550         PERFORM 3200-WRITE-ACTION THRU 3200-EXIT
011560         GO TO 2000-NEXT
011570     END-IF.
011580     PERFORM 2050-DISPATCH-TRANSACTION THRU 2050-EXIT.
011590 2000-NEXT.
011600     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
011610 2000-EXIT.
011620     EXIT.
011630*****************************************************************
011640* 2050-DISPATCH-TRANSACTION
011650*    DISPATCHES ONE DUE TRANSACTION BY ACTION CODE.  SHARED BY
011660*    THE NIGHTLY TRANSACTION LOOP AND THE PENDING SWEEP.
011670*****************************************************************
011680 2050-DISPATCH-TRANSACTION.
011690     IF TRN-ADD
011700         PERFORM 2300-APPLY-ADD THRU 2300-EXIT
011710     ELSE
011720         IF TRN-CHANGE
011730             PERFORM 2400-APPLY-CHANGE THRU 2400-EXIT
011740         ELSE
011750             IF TRN-DELETE
011760                 PERFORM 2500-APPLY-DELETE THRU 2500-EXIT
011770             ELSE
011780                 MOVE "REJECTED - INVALID ACTION CODE"
011790                     TO MRG-DISPOSITION
011800                 PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
011810             END-IF
011820         END-IF
011830     END-IF.
011840 2050-EXIT.
011850     EXIT.
011860*****************************************************************
011870* 2100-READ-TRANSACTION
011880*    READS THE NEXT MAINTENANCE TRANSACTION, SETTING THE
011890*    END-OF-FILE SWITCH WHEN THE FILE IS EXHAUSTED.
011900*****************************************************************
011910 2100-READ-TRANSACTION.
011920     READ MAINT-TRAN-FILE
011930         AT END
011940             SET END-OF-TRAN-FILE TO TRUE
011950             GO TO 2100-EXIT
011960     END-READ.
011970     ADD 1 TO WS-TRAN-COUNT.
011980 2100-EXIT.
011990     EXIT.
012000*****************************************************************
012010* 2300-APPLY-ADD
012020*    BUILDS THE NEW CLIENT RECORD IN THE MASTER RECORD AREA AND
012030*    WRITES IT.  A DUPLICATE KEY MEANS THE CLIENT IS ALREADY ON
012040*    THE MASTER AND THE TRANSACTION IS REJECTED.
012050*****************************************************************
012060 2300-APPLY-ADD.
012070     PERFORM 2600-VALIDATE-TRANSACTION THRU 2600-EXIT.
012080     IF INVALID-TRANSACTION
012090         GO TO 2300-EXIT
012100     END-IF.
012110     MOVE TRN-CLIENT-ID TO CLM-CLIENT-ID.
012120     PERFORM 2700-MOVE-TRAN-FIELDS THRU 2700-EXIT.
012130     WRITE CLIENT-RECORD
012140         INVALID KEY
012150             MOVE "REJECTED - CLIENT ALREADY ON MASTER"
012160                 TO MRG-DISPOSITION
012170             PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
012180             GO TO 2300-EXIT
012190     END-WRITE.
012200     IF WS-MASTER-STATUS NOT = "00"
012210         DISPLAY "**ERROR** WRITE FAILED FOR CLIENT "
012220             TRN-CLIENT-ID ", STATUS " WS-MASTER-STATUS
012230         PERFORM 9900-ABORT-RUN THRU 9900-EXIT
012240     END-IF.
012250     ADD 1 TO WS-ADD-COUNT.
012260     ADD 1 TO WS-TRAILER-COUNT.
012270     ADD TRN-MONEY TO WS-TRAILER-HASH.
012280     MOVE "ADD"   TO MRG-ACTION.
012290     MOVE "ADDED" TO MRG-DISPOSITION.
012300     PERFORM 3200-WRITE-ACTION THRU 3200-EXIT.
012310     MOVE CLIENT-RECORD TO WS-IMAGE-WORK.
012320     MOVE "AFTER:" TO MRG-IMAGE-LABEL.
012330     PERFORM 3300-WRITE-IMAGE THRU 3300-EXIT.
012340     MOVE SPACES TO WS-JOURNAL-BEFORE.
012350     PERFORM 2900-WRITE-JOURNAL THRU 2900-EXIT.
012360 2300-EXIT.
012370     EXIT.
012380*****************************************************************
012390* 2400-APPLY-CHANGE
012400*    READS THE CLIENT BY KEY, PRINTS THE BEFORE IMAGE, APPLIES
012410*    THE TRANSACTION AS A FULL REPLACEMENT OF EVERY NON-KEY
012420*    FIELD, REWRITES THE RECORD, AND PRINTS THE AFTER IMAGE.
012430*    THE HASH TOTAL IS ADJUSTED BY THE CHANGE IN CLM-MONEY.
012440*****************************************************************
012450 2400-APPLY-CHANGE.
012460     PERFORM 2600-VALIDATE-TRANSACTION THRU 2600-EXIT.
012470     IF INVALID-TRANSACTION
012480         GO TO 2400-EXIT
012490     END-IF.
012500     MOVE TRN-CLIENT-ID TO CLM-CLIENT-ID.
012510     READ CLIENT-MASTER-FILE
012520         INVALID KEY
012530             MOVE "REJECTED - CLIENT NOT ON MASTER"
012540                 TO MRG-DISPOSITION
012550             PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
012560             GO TO 2400-EXIT
012570     END-READ.
012580     IF NOT-APPLYING-APPROVED-ITEM
012590         PERFORM 2450-CHECK-SENSITIVE-CHANGE THRU 2450-EXIT
012600         IF SENSITIVE-CHANGE
012610             PERFORM 2800-QUEUE-FOR-APPROVAL THRU 2800-EXIT
012620             GO TO 2400-EXIT
012630         END-IF
012640     END-IF.
012650     MOVE "CHANGE"  TO MRG-ACTION.
012660     MOVE "CHANGED" TO MRG-DISPOSITION.
012670     PERFORM 3200-WRITE-ACTION THRU 3200-EXIT.
012680     MOVE CLIENT-RECORD TO WS-IMAGE-WORK.
012690     MOVE "BEFORE:" TO MRG-IMAGE-LABEL.
012700     PERFORM 3300-WRITE-IMAGE THRU 3300-EXIT.
012710     MOVE CLM-MONEY TO WS-OLD-MONEY.
012720     MOVE CLIENT-RECORD TO WS-JOURNAL-BEFORE.
012730     PERFORM 2700-MOVE-TRAN-FIELDS THRU 2700-EXIT.
012740     REWRITE CLIENT-RECORD.
012750     IF WS-MASTER-STATUS NOT = "00"
012760         DISPLAY "**ERROR** REWRITE FAILED FOR CLIENT "
012770             TRN-CLIENT-ID ", STATUS " WS-MASTER-STATUS
012780         PERFORM 9900-ABORT-RUN THRU 9900-EXIT
012790     END-IF.
012800     SUBTRACT WS-OLD-MONEY FROM WS-TRAILER-HASH.
012810     ADD TRN-MONEY TO WS-TRAILER-HASH.
012820     ADD 1 TO WS-CHANGE-COUNT.
012830     MOVE CLIENT-RECORD TO WS-IMAGE-WORK.
012840     MOVE "AFTER:" TO MRG-IMAGE-LABEL.
012850     PERFORM 3300-WRITE-IMAGE THRU 3300-EXIT.
012860     PERFORM 2900-WRITE-JOURNAL THRU 2900-EXIT.
012870 2400-EXIT.
012880     EXIT.
012890*****************************************************************
012900* 2450-CHECK-SENSITIVE-CHANGE
012910*    DECIDES WHETHER A CHANGE NEEDS A SECOND OPERATOR'S
012920*    APPROVAL BY COMPARING THE TRANSACTION WITH THE MASTER
012930*    RECORD JUST READ: ANY ADDRESS FIELD OR THE DELIVERY
012940*    PREFERENCE DIFFERING, OR CLM-MONEY MOVING EITHER WAY BY
012950*    MORE THAN THE APPROVAL AMOUNT.  THE FIRST REASON FOUND IS
012960*    THE ONE RECORDED.
012970*****************************************************************
012980 2450-CHECK-SENSITIVE-CHANGE.
012990     SET NOT-SENSITIVE-CHANGE TO TRUE.
013000     IF TRN-ADDRESS-LINE-1 NOT = CLM-ADDRESS-LINE-1
013010         OR TRN-ADDRESS-LINE-2 NOT = CLM-ADDRESS-LINE-2
013020         OR TRN-CITY NOT = CLM-CITY
013030         OR TRN-STATE NOT = CLM-STATE
013040         OR TRN-ZIP-CODE NOT = CLM-ZIP-CODE
013050         MOVE "ADDRESS CHANGE" TO WS-APPROVAL-REASON
013060         SET SENSITIVE-CHANGE TO TRUE
013070         GO TO 2450-EXIT
013080     END-IF.
013090     IF TRN-DELIVERY-PREF NOT = CLM-DELIVERY-PREF
013100         MOVE "DELIVERY PREF CHANGE" TO WS-APPROVAL-REASON
013110         SET SENSITIVE-CHANGE TO TRUE
013120         GO TO 2450-EXIT
013130     END-IF.
013140     IF TRN-MONEY > CLM-MONEY
013150         COMPUTE WS-MONEY-CHANGE = TRN-MONEY - CLM-MONEY
013160     ELSE
013170         COMPUTE WS-MONEY-CHANGE = CLM-MONEY - TRN-MONEY
013180     END-IF.
013190     IF WS-MONEY-CHANGE > WS-APPROVAL-AMOUNT
013200         MOVE "BALANCE CHANGE" TO WS-APPROVAL-REASON
013210         SET SENSITIVE-CHANGE TO TRUE
013220     END-IF.
013230 2450-EXIT.
013240     EXIT.
013250*****************************************************************
013260* 2500-APPLY-DELETE
013270*    READS THE CLIENT BY KEY, PRINTS THE BEFORE IMAGE, AND
013280*    DELETES THE RECORD.  A DELETE FOR ONE OF THE RESERVED
013290*    CONTROL KEYS OR A CLIENT NOT ON THE MASTER IS REJECTED.
013300*****************************************************************
013310 2500-APPLY-DELETE.
013320     IF TRN-CLIENT-ID = SPACES
013330         OR TRN-CLIENT-ID = LOW-VALUES
013340         MOVE "REJECTED - CLIENT ID IS BLANK"
013350             TO MRG-DISPOSITION
013360         PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
013370         GO TO 2500-EXIT
013380     END-IF.
013390     IF TRN-CLIENT-ID = "0000000000"
013400         OR TRN-CLIENT-ID = "9999999999"
013410         MOVE "REJECTED - CLIENT ID IS A RESERVED CONTROL KEY"
013420             TO MRG-DISPOSITION
013430         PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
013440         GO TO 2500-EXIT
013450     END-IF.
013460     MOVE TRN-CLIENT-ID TO CLM-CLIENT-ID.
013470     READ CLIENT-MASTER-FILE
013480         INVALID KEY
013490             MOVE "REJECTED - CLIENT NOT ON MASTER"
013500                 TO MRG-DISPOSITION
013510             PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
013520             GO TO 2500-EXIT
013530     END-READ.
013540     IF NOT-APPLYING-APPROVED-ITEM
013550         MOVE "CLIENT DELETE" TO WS-APPROVAL-REASON
013560         PERFORM 2800-QUEUE-FOR-APPROVAL THRU 2800-EXIT
013570         GO TO 2500-EXIT
013580     END-IF.
013590     MOVE "DELETE"  TO MRG-ACTION.
013600     MOVE "DELETED" TO MRG-DISPOSITION.
013610     PERFORM 3200-WRITE-ACTION THRU 3200-EXIT.
013620     MOVE CLIENT-RECORD TO WS-IMAGE-WORK.
013630     MOVE "BEFORE:" TO MRG-IMAGE-LABEL.
013640     PERFORM 3300-WRITE-IMAGE THRU 3300-EXIT.
013650     MOVE CLIENT-RECORD TO WS-JOURNAL-BEFORE.
013660     DELETE CLIENT-MASTER-FILE RECORD.
013670     IF WS-MASTER-STATUS NOT = "00"
013680         DISPLAY "**ERROR** DELETE FAILED FOR CLIENT "
013690             TRN-CLIENT-ID ", STATUS " WS-MASTER-STATUS
013700         PERFORM 9900-ABORT-RUN THRU 9900-EXIT
013710     END-IF.
013720     SUBTRACT CLM-MONEY FROM WS-TRAILER-HASH.
013730     SUBTRACT 1 FROM WS-TRAILER-COUNT.
013740     ADD 1 TO WS-DELETE-COUNT.
013750     PERFORM 2900-WRITE-JOURNAL THRU 2900-EXIT.
013760 2500-EXIT.
013770     EXIT.
013780*****************************************************************
013790* 2600-VALIDATE-TRANSACTION
013800*    REJECTS AN ADD OR CHANGE WHOSE CLIENT ID IS BLANK OR ONE
013810*    OF THE RESERVED CONTROL RECORD KEYS, OR WHOSE NUMERIC
013820*    FIELDS ARE NOT NUMERIC, SO A MISPUNCHED FORM CAN NEVER PUT
013830*    A BAD COLUMN -- OR A BLANK-KEYED CLIENT OR BOGUS CONTROL
013840*    RECORD -- ON THE MASTER THE WAY HAND EDITS USED TO.
013850*****************************************************************
013860 2600-VALIDATE-TRANSACTION.
013870     SET VALID-TRANSACTION TO TRUE.
013880     IF TRN-CLIENT-ID = SPACES
013890         OR TRN-CLIENT-ID = LOW-VALUES
013900         MOVE "REJECTED - CLIENT ID IS BLANK"
013910             TO MRG-DISPOSITION
013920         PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
013930         GO TO 2600-EXIT
013940     END-IF.
013950     IF TRN-CLIENT-ID = "0000000000"
013960         OR TRN-CLIENT-ID = "9999999999"
013970         MOVE "REJECTED - CLIENT ID IS A RESERVED CONTROL KEY"
013980             TO MRG-DISPOSITION
013990         PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
014000         GO TO 2600-EXIT
014010     END-IF.
014020     IF TRN-AGE NOT NUMERIC
014030         OR TRN-MONEY NOT NUMERIC
014040         OR TRN-RETIREMENT-AGE NOT NUMERIC
014050         OR TRN-ANNUAL-RETURN NOT NUMERIC
014060         OR TRN-YEARLY-DEPOSIT-AMOUNT NOT NUMERIC
014070         OR TRN-ESCALATION-RATE NOT NUMERIC
014080         OR TRN-SCENARIO-LOW-RETURN NOT NUMERIC
014090         OR TRN-SCENARIO-MED-RETURN NOT NUMERIC
014100         OR TRN-SCENARIO-HIGH-RETURN NOT NUMERIC
014110         OR TRN-SS-ANNUAL-BENEFIT NOT NUMERIC
014120         OR TRN-SS-START-AGE NOT NUMERIC
014130         OR TRN-PENSION-ANNUAL-BENEFIT NOT NUMERIC
014140         OR TRN-PENSION-START-AGE NOT NUMERIC
014150         OR TRN-WITHDRAWAL-AMOUNT NOT NUMERIC
014160         OR TRN-RETIREMENT-LENGTH NOT NUMERIC
014170         OR TRN-TAXABLE-BALANCE NOT NUMERIC
014180         OR TRN-DEFERRED-BALANCE NOT NUMERIC
014190         OR TRN-ROTH-BALANCE NOT NUMERIC
014200         OR TRN-TAXABLE-DEPOSIT NOT NUMERIC
014210         OR TRN-DEFERRED-DEPOSIT NOT NUMERIC
014220         OR TRN-ROTH-DEPOSIT NOT NUMERIC
014230         OR TRN-RETIRE-TAX-RATE NOT NUMERIC
014240         OR TRN-TARGET-INCOME NOT NUMERIC
014250         OR TRN-TARGET-BALANCE NOT NUMERIC
014260         OR TRN-SPOUSE-AGE NOT NUMERIC
014270         OR TRN-SPOUSE-RETIRE-AGE NOT NUMERIC
014280         OR TRN-SPOUSE-SS-BENEFIT NOT NUMERIC
014290         OR TRN-SPOUSE-SS-START-AGE NOT NUMERIC
014300         OR TRN-SPOUSE-PENSION-BENEFIT NOT NUMERIC
014310         OR TRN-SPOUSE-PENS-START-AGE NOT NUMERIC
014320         OR TRN-SURVIVOR-PCT NOT NUMERIC
014330         OR TRN-FEE-OVERRIDE-RATE NOT NUMERIC
014340         MOVE "REJECTED - NON-NUMERIC DATA FIELD"
014350             TO MRG-DISPOSITION
014360         PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
014370         GO TO 2600-EXIT
014380     END-IF.
014390     IF NOT TRN-VALID-FREQUENCY
014400         MOVE "REJECTED - COMPOUNDING FREQUENCY NOT M, A, BLANK"
014410             TO MRG-DISPOSITION
014420         PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
014430         GO TO 2600-EXIT
014440     END-IF.
014450     IF NOT TRN-VALID-DELIVERY
014460         MOVE "REJECTED - DELIVERY PREFERENCE NOT M, E, H, BLANK"
014470             TO MRG-DISPOSITION
014480         PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
014490         GO TO 2600-EXIT
014500     END-IF.
014510     IF NOT TRN-VALID-FEE-FLAG
014520         MOVE "REJECTED - FEE OVERRIDE FLAG NOT Y, N, BLANK"
014530             TO MRG-DISPOSITION
014540         PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
014550         GO TO 2600-EXIT
014560     END-IF.
014570     IF TRN-FEE-OVERRIDE-RATE > WS-MAXIMUM-FEE-RATE
014580         MOVE "REJECTED - FEE OVERRIDE RATE OVER FIVE PERCENT"
014590             TO MRG-DISPOSITION
014600         PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
014610         GO TO 2600-EXIT
014620     END-IF.
014630     IF TRN-ADVISOR-CODE NOT = SPACES
014640         PERFORM 2650-FIND-ADVISOR THRU 2650-EXIT
014650         IF ADVISOR-NOT-FOUND
014660             MOVE "REJECTED - ADVISOR CODE NOT ON ADVISOR MASTER"
014670                 TO MRG-DISPOSITION
014680             PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
014690             GO TO 2600-EXIT
014700         END-IF
014710         IF NOT ADV-ACTIVE (WS-ADVISOR-IX)
014720             MOVE "REJECTED - ADVISOR CODE IS INACTIVE"
014730                 TO MRG-DISPOSITION
014740             PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
014750             GO TO 2600-EXIT
014760         END-IF
014770     END-IF.
014780     IF TRN-GLIDE-PATH-CODE NOT = SPACES
014790         PERFORM 2670-FIND-GLIDE-PATH THRU 2670-EXIT
014800         IF GLIDE-PATH-NOT-FOUND
014810             MOVE "REJECTED - GLIDE-PATH CODE NOT ON GLIDE FILE"
014820                 TO MRG-DISPOSITION
014830             PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
014840             GO TO 2600-EXIT
014850         END-IF
014860     END-IF.
014870     COMPUTE WS-POT-TOTAL = TRN-TAXABLE-BALANCE +
014880         TRN-DEFERRED-BALANCE + TRN-ROTH-BALANCE.
014890     COMPUTE WS-POT-DEP-TOTAL = TRN-TAXABLE-DEPOSIT +
014900         TRN-DEFERRED-DEPOSIT + TRN-ROTH-DEPOSIT.
014910     IF WS-POT-TOTAL NOT = ZERO
014920         AND WS-POT-TOTAL NOT = TRN-MONEY
014930         MOVE "REJECTED - ACCOUNT BALANCES DO NOT SUM TO MONEY"
014940             TO MRG-DISPOSITION
014950         PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
014960         GO TO 2600-EXIT
014970     END-IF.
014980     IF WS-POT-TOTAL NOT = ZERO
014990         IF WS-POT-DEP-TOTAL NOT = TRN-YEARLY-DEPOSIT-AMOUNT
015000             MOVE "REJECTED - DEPOSIT SPLITS DO NOT SUM"
015010                 TO MRG-DISPOSITION
015020             PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
015030         END-IF
015040     ELSE
015050         IF WS-POT-DEP-TOTAL NOT = ZERO
015060             MOVE "REJECTED - DEPOSIT SPLITS WITHOUT BALANCES"
015070                 TO MRG-DISPOSITION
015080             PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
015090         END-IF
015100     END-IF.
015110 2600-EXIT.
015120     EXIT.
015130*****************************************************************
015140* 2650-FIND-ADVISOR
015150*    SERIAL SEARCH OF THE ADVISOR TABLE FOR TRN-ADVISOR-CODE.
015160*    LEAVES WS-ADVISOR-IX AT THE MATCHING ENTRY WHEN FOUND.
015170*****************************************************************
015180 2650-FIND-ADVISOR.
015190     SET ADVISOR-NOT-FOUND TO TRUE.
015200     MOVE ZERO TO WS-ADVISOR-IX.
015210     PERFORM 2660-SCAN-ADVISOR THRU 2660-EXIT
015220         UNTIL ADVISOR-FOUND
015230            OR WS-ADVISOR-IX NOT < WS-ADVISOR-COUNT.
015240 2650-EXIT.
015250     EXIT.
015260*****************************************************************
015270* 2660-SCAN-ADVISOR
015280*    ONE STEP OF THE ADVISOR TABLE SERIAL SEARCH.
015290*****************************************************************
015300 2660-SCAN-ADVISOR.
015310     ADD 1 TO WS-ADVISOR-IX.
015320     IF WS-ADV-CODE (WS-ADVISOR-IX) = TRN-ADVISOR-CODE
015330         SET ADVISOR-FOUND TO TRUE
015340     END-IF.
015350 2660-EXIT.
015360     EXIT.
015370*****************************************************************
015380* 2670-FIND-GLIDE-PATH
015390*    SERIAL SEARCH OF THE GLIDE-PATH TABLE FOR
015400*    TRN-GLIDE-PATH-CODE.
015410*****************************************************************
015420 2670-FIND-GLIDE-PATH.
015430     SET GLIDE-PATH-NOT-FOUND TO TRUE.
015440     MOVE ZERO TO WS-GLIDE-IX.
015450     PERFORM 2680-SCAN-GLIDE-PATH THRU 2680-EXIT
015460         UNTIL GLIDE-PATH-FOUND
015470            OR WS-GLIDE-IX NOT < WS-GLIDE-COUNT.
015480 2670-EXIT.
015490     EXIT.
015500*****************************************************************
015510* 2680-SCAN-GLIDE-PATH
015520*    ONE STEP OF THE GLIDE-PATH TABLE SERIAL SEARCH.
015530*****************************************************************
015540 2680-SCAN-GLIDE-PATH.
015550     ADD 1 TO WS-GLIDE-IX.
015560     IF WS-GLD-CODE (WS-GLIDE-IX) = TRN-GLIDE-PATH-CODE
015570         SET GLIDE-PATH-FOUND TO TRUE
015580     END-IF.
015590 2680-EXIT.
015600     EXIT.
015610*****************************************************************
015620* 2700-MOVE-TRAN-FIELDS
015630*    MOVES EVERY NON-KEY FIELD FROM THE TRANSACTION TO THE
015640*    MASTER RECORD AREA, THE FULL REPLACEMENT IMAGE THE
015650*    PLANNER'S FORM CARRIES.
015660*****************************************************************
015670 2700-MOVE-TRAN-FIELDS.
015680     MOVE TRN-CLIENT-NAME            TO CLM-CLIENT-NAME.
015690     MOVE TRN-AGE                    TO CLM-AGE.
015700     MOVE TRN-MONEY                  TO CLM-MONEY.
015710     MOVE TRN-RETIREMENT-AGE         TO CLM-RETIREMENT-AGE.
015720     MOVE TRN-ANNUAL-RETURN          TO CLM-ANNUAL-RETURN.
015730     MOVE TRN-YEARLY-DEPOSIT-AMOUNT
015740         TO CLM-YEARLY-DEPOSIT-AMOUNT.
015750     MOVE TRN-ESCALATION-RATE        TO CLM-ESCALATION-RATE.
015760     MOVE TRN-SCENARIO-LOW-RETURN    TO CLM-SCENARIO-LOW-RETURN.
015770     MOVE TRN-SCENARIO-MED-RETURN    TO CLM-SCENARIO-MED-RETURN.
015780     MOVE TRN-SCENARIO-HIGH-RETURN   TO CLM-SCENARIO-HIGH-RETURN.
015790     MOVE TRN-SS-ANNUAL-BENEFIT      TO CLM-SS-ANNUAL-BENEFIT.
015800     MOVE TRN-SS-START-AGE           TO CLM-SS-START-AGE.
015810     MOVE TRN-PENSION-ANNUAL-BENEFIT
015820         TO CLM-PENSION-ANNUAL-BENEFIT.
015830     MOVE TRN-PENSION-START-AGE      TO CLM-PENSION-START-AGE.
015840     MOVE TRN-WITHDRAWAL-AMOUNT      TO CLM-WITHDRAWAL-AMOUNT.
015850     MOVE TRN-RETIREMENT-LENGTH      TO CLM-RETIREMENT-LENGTH.
015860     MOVE TRN-ADDRESS-LINE-1         TO CLM-ADDRESS-LINE-1.
015870     MOVE TRN-ADDRESS-LINE-2         TO CLM-ADDRESS-LINE-2.
015880     MOVE TRN-CITY                   TO CLM-CITY.
015890     MOVE TRN-STATE                  TO CLM-STATE.
015900     MOVE TRN-ZIP-CODE               TO CLM-ZIP-CODE.
015910     MOVE TRN-ADVISOR-CODE           TO CLM-ADVISOR-CODE.
015920     MOVE TRN-COMPOUND-FREQUENCY
015930         TO CLM-COMPOUND-FREQUENCY.
015940     MOVE TRN-TAXABLE-BALANCE        TO CLM-TAXABLE-BALANCE.
015950     MOVE TRN-DEFERRED-BALANCE       TO CLM-DEFERRED-BALANCE.
015960     MOVE TRN-ROTH-BALANCE           TO CLM-ROTH-BALANCE.
015970     MOVE TRN-TAXABLE-DEPOSIT        TO CLM-TAXABLE-DEPOSIT.
015980     MOVE TRN-DEFERRED-DEPOSIT       TO CLM-DEFERRED-DEPOSIT.
015990     MOVE TRN-ROTH-DEPOSIT           TO CLM-ROTH-DEPOSIT.
016000     MOVE TRN-RETIRE-TAX-RATE        TO CLM-RETIRE-TAX-RATE.
016010     MOVE TRN-TARGET-INCOME          TO CLM-TARGET-INCOME.
016020     MOVE TRN-TARGET-BALANCE         TO CLM-TARGET-BALANCE.
016030     MOVE TRN-DELIVERY-PREF          TO CLM-DELIVERY-PREF.
016040     MOVE TRN-SPOUSE-AGE             TO CLM-SPOUSE-AGE.
016050     MOVE TRN-SPOUSE-RETIRE-AGE      TO CLM-SPOUSE-RETIRE-AGE.
016060     MOVE TRN-SPOUSE-SS-BENEFIT      TO CLM-SPOUSE-SS-BENEFIT.
016070     MOVE TRN-SPOUSE-SS-START-AGE
016080         TO CLM-SPOUSE-SS-START-AGE.
016090     MOVE TRN-SPOUSE-PENSION-BENEFIT
016100         TO CLM-SPOUSE-PENSION-BENEFIT.
016110     MOVE TRN-SPOUSE-PENS-START-AGE
016120         TO CLM-SPOUSE-PENS-START-AGE.
016130     MOVE TRN-SURVIVOR-PCT           TO CLM-SURVIVOR-PCT.
016140     MOVE TRN-FEE-OVERRIDE-FLAG      TO CLM-FEE-OVERRIDE-FLAG.
016150     MOVE TRN-FEE-OVERRIDE-RATE      TO CLM-FEE-OVERRIDE-RATE.
016160     MOVE TRN-GLIDE-PATH-CODE        TO CLM-GLIDE-PATH-CODE.
016170 2700-EXIT.
016180     EXIT.
016190*****************************************************************
016200* 2800-QUEUE-FOR-APPROVAL
016210*    PUTS A SENSITIVE TRANSACTION ON THE APPROVAL QUEUE INSTEAD
016220*    OF APPLYING IT.  THE REASON IS IN WS-APPROVAL-REASON AND
016230*    THE CLIENT'S CURRENT MASTER RECORD IS IN THE RECORD AREA,
016240*    SO THE APPROVALS REGISTER CAN SHOW THE CHECKER BOTH THE
016250*    RECORD AS IT STANDS AND THE TRANSACTION THAT WOULD REPLACE
016260*    IT.  THE RECORD AS IT STANDS IS ALSO KEPT ON THE QUEUE, SO
016270*    THE APPROVAL RUN CAN TELL WHETHER THE CLIENT HAS CHANGED
016280*    SINCE.  A TRANSACTION THAT DOES NOT NAME ITS MAKER CANNOT BE
016290*    HELD TO DUAL CONTROL AND IS REJECTED.
016300*****************************************************************
016310 2800-QUEUE-FOR-APPROVAL.
016320     IF TRN-OPERATOR-ID = SPACES
016330         MOVE "REJECTED - NO OPERATOR ID FOR APPROVAL QUEUE"
016340             TO MRG-DISPOSITION
016350         PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
016360         GO TO 2800-EXIT
016370     END-IF.
016380     IF WS-QUEUE-SEQ NOT < 99999
016390         MOVE "REJECTED - APPROVAL QUEUE FULL FOR TODAY"
016400             TO MRG-DISPOSITION
016410         PERFORM 3600-WRITE-REJECT-LINE THRU 3600-EXIT
016420         GO TO 2800-EXIT
016430     END-IF.
016440     ADD 1 TO WS-QUEUE-SEQ.
016450     MOVE WS-RUN-DATE        TO APQ-QUEUE-DATE.
016460     MOVE WS-QUEUE-SEQ       TO APQ-QUEUE-SEQ.
016470     MOVE TRN-OPERATOR-ID    TO APQ-MAKER-ID.
016480     MOVE WS-APPROVAL-REASON TO APQ-REASON.
016490     MOVE MAINT-TRANSACTION  TO APQ-TRANSACTION-IMAGE.
016500     MOVE CLIENT-RECORD      TO APQ-MASTER-IMAGE.
016510     WRITE APPROVAL-QUEUE-OUT-RECORD FROM APPROVAL-QUEUE-RECORD.
016520     ADD 1 TO WS-QUEUED-COUNT.
016530     MOVE "QUEUED" TO MRG-ACTION.
016540     MOVE SPACES TO MRG-DISPOSITION.
016550     STRING "QUEUED FOR APPROVAL - " WS-APPROVAL-REASON
016560         " ID " APQ-QUEUE-DATE "-" APQ-QUEUE-SEQ
016570         DELIMITED BY SIZE INTO MRG-DISPOSITION.
016580     PERFORM 3200-WRITE-ACTION THRU 3200-EXIT.
016590     PERFORM 3710-SET-QUEUE-ITEM-FIELDS THRU 3710-EXIT.
016600     MOVE "QUEUED FOR APPROVAL" TO APL-DISPOSITION.
016610     PERFORM 3720-WRITE-APPROVAL-ITEM THRU 3720-EXIT.
016620     MOVE CLIENT-RECORD TO WS-IMAGE-WORK.
016630     MOVE "CURRENT:" TO APL-IMAGE-LABEL.
016640     PERFORM 3730-WRITE-APPROVAL-IMAGE THRU 3730-EXIT.
016650     IF NOT TRN-DELETE
016660         MOVE MAINT-TRANSACTION TO WS-IMAGE-WORK
016670         MOVE "TRAN:" TO APL-IMAGE-LABEL
016680         PERFORM 3730-WRITE-APPROVAL-IMAGE THRU 3730-EXIT
016690     END-IF.
016700 2800-EXIT.
016710     EXIT.
016720*****************************************************************
016730* 2900-WRITE-JOURNAL
016740*    APPENDS ONE CHANGE JOURNAL RECORD FOR THE TRANSACTION JUST
016750*    APPLIED.  THE BEFORE IMAGE IS IN WS-JOURNAL-BEFORE (SPACES
016760*    FOR AN ADD); THE AFTER IMAGE IS THE MASTER RECORD AREA, OR
016770*    SPACES FOR A DELETE.  AN APPROVED ITEM CARRIES ITS CHECKER
016780*    AS WELL AS ITS MAKER.  A TRANSACTION THAT DID NOT NAME ITS
016790*    OPERATOR IS JOURNALED UNDER THE OPERATOR RUNNING THE STEP,
016800*    SO EVERY JOURNAL RECORD SAYS WHO MADE THE CHANGE.  A FAILED
016810*    WRITE STOPS THE RUN WITH RETURN CODE 16, THE SAME AS A
016820*    FAILED MASTER UPDATE, SINCE THE MASTER HAS ALREADY CHANGED.
016830*****************************************************************
016840 2900-WRITE-JOURNAL.
016850     MOVE SPACES            TO CLIENT-JOURNAL-RECORD.
016860     ADD 1 TO WS-JOURNAL-SEQ.
016870     MOVE WS-RUN-DATE       TO JRN-RUN-DATE.
016880     MOVE WS-RUN-TIME       TO JRN-RUN-TIME.
016890     MOVE WS-JOURNAL-SEQ    TO JRN-SEQUENCE.
016900     MOVE TRN-CLIENT-ID     TO JRN-CLIENT-ID.
016910     MOVE TRN-ACTION-CODE   TO JRN-ACTION.
016920     MOVE WS-JOURNAL-SOURCE TO JRN-SOURCE.
016930     IF TRN-EFFECTIVE-DATE NUMERIC
016940         AND TRN-EFFECTIVE-DATE-N > ZERO
016950         MOVE TRN-EFFECTIVE-DATE-N TO JRN-EFFECTIVE-DATE
016960     ELSE
016970         MOVE WS-RUN-DATE TO JRN-EFFECTIVE-DATE
016980     END-IF.
016990     IF TRN-OPERATOR-ID = SPACES
017000         OR TRN-OPERATOR-ID = LOW-VALUES
017010         MOVE WS-OPERATOR-ID TO JRN-OPERATOR-ID
017020     ELSE
017030         MOVE TRN-OPERATOR-ID TO JRN-OPERATOR-ID
017040     END-IF.
017050     IF SOURCE-APPROVED
017060         MOVE WS-DEC-CHECKER-ID (WS-DECISION-IX)
017070             TO JRN-CHECKER-ID
017080     END-IF.
017090     MOVE WS-JOURNAL-BEFORE TO JRN-BEFORE-IMAGE.
017100     IF NOT TRN-DELETE
017110         MOVE CLIENT-RECORD TO JRN-AFTER-IMAGE
017120     END-IF.
017130     WRITE CLIENT-JOURNAL-RECORD.
017140     IF WS-JOURNAL-STATUS NOT = "00"
017150         DISPLAY "**ERROR** CHANGE JOURNAL WRITE FAILED FOR "
017160             "CLIENT " TRN-CLIENT-ID ", STATUS "
017170             WS-JOURNAL-STATUS
017180         PERFORM 9900-ABORT-RUN THRU 9900-EXIT
017190     END-IF.
017200     ADD 1 TO WS-JOURNAL-COUNT.
017210 2900-EXIT.
017220     EXIT.
017230*****************************************************************
017240* 3000-PRINT-HEADERS
017250*    STARTS A NEW REGISTER PAGE: PAGE HEADING AND COLUMN
017260*    HEADINGS.
017270*****************************************************************
017280 3000-PRINT-HEADERS.
017290     ADD 1 TO WS-PAGE-COUNT.
017300     MOVE WS-PAGE-COUNT TO MRG-PAGE-NO.
017310     MOVE WS-RUN-DATE   TO MRG-RUN-DATE.
017320     WRITE MAINT-REGISTER-LINE FROM MRG-HEADING-1.
017330     WRITE MAINT-REGISTER-LINE FROM MRG-COLUMN-HEADING.
017340     WRITE MAINT-REGISTER-LINE FROM MRG-BLANK-LINE.
017350     MOVE ZERO TO WS-LINE-COUNT.
017360 3000-EXIT.
017370     EXIT.
017380*****************************************************************
017390* 3100-CHECK-PAGE-BREAK
017400*    STARTS A NEW REGISTER PAGE WHEN THE CURRENT ONE IS FULL.
017410*****************************************************************
017420 3100-CHECK-PAGE-BREAK.
017430     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
017440         PERFORM 3000-PRINT-HEADERS THRU 3000-EXIT
017450     END-IF.
017460 3100-EXIT.
017470     EXIT.
017480*****************************************************************
017490* 3200-WRITE-ACTION
017500*    WRITES ONE ACTION LINE TO THE REGISTER.  MRG-ACTION AND
017510*    MRG-DISPOSITION ARE SET BY THE CALLER.
017520*****************************************************************
017530 3200-WRITE-ACTION.
017540     PERFORM 3100-CHECK-PAGE-BREAK THRU 3100-EXIT.
017550     MOVE TRN-CLIENT-ID TO MRG-ACT-CLIENT-ID.
017560     WRITE MAINT-REGISTER-LINE FROM MRG-ACTION-LINE.
017570     ADD 1 TO WS-LINE-COUNT.
017580 3200-EXIT.
017590     EXIT.
017600*****************************************************************
017610* 3300-WRITE-IMAGE
017620*    WRITES ONE BEFORE OR AFTER RECORD IMAGE AS THREE LINES FROM
017630*    WS-IMAGE-WORK, AND A FOURTH WHEN THE LAST PART IS NOT
017640*    BLANK.  THE IMAGE AND ITS LABEL ARE SET BY THE CALLER; THE
017650*    LATER LINES ARE LABELED AS CONTINUATIONS.
017660*****************************************************************
017670 3300-WRITE-IMAGE.
017680     PERFORM 3100-CHECK-PAGE-BREAK THRU 3100-EXIT.
017690     MOVE WS-IMAGE-PART-1 TO MRG-IMAGE.
017700     WRITE MAINT-REGISTER-LINE FROM MRG-IMAGE-LINE.
017710     MOVE "(CONT):" TO MRG-IMAGE-LABEL.
017720     MOVE WS-IMAGE-PART-2 TO MRG-IMAGE.
017730     WRITE MAINT-REGISTER-LINE FROM MRG-IMAGE-LINE.
017740     MOVE WS-IMAGE-PART-3 TO MRG-IMAGE.
017750     WRITE MAINT-REGISTER-LINE FROM MRG-IMAGE-LINE.
017760     ADD 3 TO WS-LINE-COUNT.
017770     IF WS-IMAGE-PART-4 NOT = SPACES
017780         MOVE WS-IMAGE-PART-4 TO MRG-IMAGE
017790         WRITE MAINT-REGISTER-LINE FROM MRG-IMAGE-LINE
017800         ADD 1 TO WS-LINE-COUNT
017810     END-IF.
017820 3300-EXIT.
017830     EXIT.
017840*****************************************************************
017850* 3600-WRITE-REJECT-LINE
017860*    WRITES THE REJECT ACTION LINE AND THE TRANSACTION IMAGE SO
017870*    THE PLANNER CAN SEE EXACTLY WHAT WAS SUBMITTED.  THE REASON
017880*    IS ALREADY IN MRG-DISPOSITION.
017890*****************************************************************
017900 3600-WRITE-REJECT-LINE.
017910     SET INVALID-TRANSACTION TO TRUE.
017920     MOVE TRN-ACTION-CODE TO MRG-ACTION.
017930     PERFORM 3100-CHECK-PAGE-BREAK THRU 3100-EXIT.
017940     MOVE TRN-CLIENT-ID TO MRG-ACT-CLIENT-ID.
017950     WRITE MAINT-REGISTER-LINE FROM MRG-ACTION-LINE.
017960     ADD 1 TO WS-LINE-COUNT.
017970     MOVE MAINT-TRANSACTION TO WS-IMAGE-WORK.
017980     MOVE "TRAN:" TO MRG-IMAGE-LABEL.
017990     PERFORM 3300-WRITE-IMAGE THRU 3300-EXIT.
018000     ADD 1 TO WS-REJECT-COUNT.
018010 3600-EXIT.
018020     EXIT.
018030*****************************************************************
018040* 3700-PRINT-APPROVAL-HEADERS
018050*    STARTS A NEW APPROVALS REGISTER PAGE: PAGE HEADING AND
018060*    COLUMN HEADINGS.
018070*****************************************************************
018080 3700-PRINT-APPROVAL-HEADERS.
018090     ADD 1 TO WS-APR-PAGE-COUNT.
018100     MOVE WS-APR-PAGE-COUNT TO APL-PAGE-NO.
018110     MOVE WS-RUN-DATE       TO APL-RUN-DATE.
018120     WRITE APPROVAL-REGISTER-LINE FROM APL-HEADING-1.
018130     WRITE APPROVAL-REGISTER-LINE FROM APL-COLUMN-HEADING.
018140     WRITE APPROVAL-REGISTER-LINE FROM APL-BLANK-LINE.
018150     MOVE ZERO TO WS-APR-LINE-COUNT.
018160 3700-EXIT.
018170     EXIT.
018180*****************************************************************
018190* 3705-CHECK-APPROVAL-PAGE-BREAK
018200*    STARTS A NEW APPROVALS REGISTER PAGE WHEN THE CURRENT ONE
018210*    IS FULL.
018220*****************************************************************
018230 3705-CHECK-APPROVAL-PAGE-BREAK.
018240     IF WS-APR-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
018250         PERFORM 3700-PRINT-APPROVAL-HEADERS THRU 3700-EXIT
018260     END-IF.
018270 3705-EXIT.
018280     EXIT.
018290*****************************************************************
018300* 3710-SET-QUEUE-ITEM-FIELDS
018310*    FILLS THE APPROVALS REGISTER ITEM LINE FROM THE QUEUE
018320*    RECORD AND THE TRANSACTION IT CARRIES.  THE CHECKER IS
018330*    LEFT BLANK UNTIL A DECISION SUPPLIES ONE.
018340*****************************************************************
018350 3710-SET-QUEUE-ITEM-FIELDS.
018360     MOVE APQ-QUEUE-DATE  TO APL-QUEUE-DATE.
018370     MOVE APQ-QUEUE-SEQ   TO APL-QUEUE-SEQ.
018380     MOVE TRN-CLIENT-ID   TO APL-CLIENT-ID.
018390     MOVE APQ-REASON      TO APL-REASON.
018400     MOVE APQ-MAKER-ID    TO APL-MAKER.
018410     MOVE SPACES          TO APL-CHECKER.
018420     IF TRN-ADD
018430         MOVE "ADD" TO APL-ACTION
018440     ELSE
018450         IF TRN-CHANGE
018460             MOVE "CHANGE" TO APL-ACTION
018470         ELSE
018480             IF TRN-DELETE
018490                 MOVE "DELETE" TO APL-ACTION
018500             ELSE
018510                 MOVE TRN-ACTION-CODE TO APL-ACTION
018520             END-IF
018530         END-IF
018540     END-IF.
018550 3710-EXIT.
018560     EXIT.
018570*****************************************************************
018580* 3720-WRITE-APPROVAL-ITEM
018590*    WRITES ONE ITEM LINE TO THE APPROVALS REGISTER.  THE
018600*    FIELDS AND DISPOSITION ARE SET BY THE CALLER.
018610*****************************************************************
018620 3720-WRITE-APPROVAL-ITEM.
018630     PERFORM 3705-CHECK-APPROVAL-PAGE-BREAK THRU 3705-EXIT.
018640     WRITE APPROVAL-REGISTER-LINE FROM APL-ITEM-LINE.
018650     ADD 1 TO WS-APR-LINE-COUNT.
018660 3720-EXIT.
018670     EXIT.
018680*****************************************************************
018690* 3730-WRITE-APPROVAL-IMAGE
018700*    WRITES ONE RECORD IMAGE TO THE APPROVALS REGISTER AS THREE
018710*    OR FOUR LINES FROM WS-IMAGE-WORK, THE SAME WAY 3300 DOES FOR
018720*    THE MAINTENANCE REGISTER.  THE IMAGE AND ITS LABEL ARE SET
018730*    BY THE CALLER.
018740*****************************************************************
018750 3730-WRITE-APPROVAL-IMAGE.
018760     PERFORM 3705-CHECK-APPROVAL-PAGE-BREAK THRU 3705-EXIT.
018770     MOVE WS-IMAGE-PART-1 TO APL-IMAGE.
018780     WRITE APPROVAL-REGISTER-LINE FROM APL-IMAGE-LINE.
018790     MOVE "(CONT):" TO APL-IMAGE-LABEL.
018800     MOVE WS-IMAGE-PART-2 TO APL-IMAGE.
018810     WRITE APPROVAL-REGISTER-LINE FROM APL-IMAGE-LINE.
018820     MOVE WS-IMAGE-PART-3 TO APL-IMAGE.
018830     WRITE APPROVAL-REGISTER-LINE FROM APL-IMAGE-LINE.
018840     ADD 3 TO WS-APR-LINE-COUNT.
018850     IF WS-IMAGE-PART-4 NOT = SPACES
018860         MOVE WS-IMAGE-PART-4 TO APL-IMAGE
018870         WRITE APPROVAL-REGISTER-LINE FROM APL-IMAGE-LINE
018880         ADD 1 TO WS-APR-LINE-COUNT
018890     END-IF.
018900 3730-EXIT.
018910     EXIT.
018920*****************************************************************
018930* 3740-WRITE-APPROVAL-MESSAGE
018940*    WRITES ONE MESSAGE LINE TO THE APPROVALS REGISTER.  THE
018950*    MESSAGE IS ALREADY IN APL-MESSAGE.
018960*****************************************************************
018970 3740-WRITE-APPROVAL-MESSAGE.
018980     PERFORM 3705-CHECK-APPROVAL-PAGE-BREAK THRU 3705-EXIT.
018990     WRITE APPROVAL-REGISTER-LINE FROM APL-MESSAGE-LINE.
019000     ADD 1 TO WS-APR-LINE-COUNT.
019010 3740-EXIT.
019020     EXIT.
019030*****************************************************************
019040* 9000-TERMINATE
019050*    REWRITES THE HEADER AND TRAILER CONTROL RECORDS WITH THE
019060*    RUN DATE AND THE CARRIED-FORWARD COUNT AND HASH, PRINTS THE
019070*    REGISTER TOTALS, CLOSES THE FILES, REPORTS THE RUN TOTALS
019080*    ON THE CONSOLE, AND LOGS THE END OF THE RUN ON THE RUN
019090*    LEDGER ONCE THE RETURN CODE IS SETTLED.
019100*****************************************************************
019110 9000-TERMINATE.
019120     PERFORM 9100-UPDATE-CONTROL-RECORDS THRU 9100-EXIT.
019130     PERFORM 3100-CHECK-PAGE-BREAK THRU 3100-EXIT.
019140     WRITE MAINT-REGISTER-LINE FROM MRG-BLANK-LINE.
019150     MOVE "TRANSACTIONS READ:" TO MRG-TOTAL-LABEL.
019160     MOVE WS-TRAN-COUNT TO MRG-TOTAL-VALUE.
019170     WRITE MAINT-REGISTER-LINE FROM MRG-TOTAL-LINE.
019180     MOVE "CLIENTS ADDED:" TO MRG-TOTAL-LABEL.
019190     MOVE WS-ADD-COUNT TO MRG-TOTAL-VALUE.
019200     WRITE MAINT-REGISTER-LINE FROM MRG-TOTAL-LINE.
019210     MOVE "CLIENTS CHANGED:" TO MRG-TOTAL-LABEL.
019220     MOVE WS-CHANGE-COUNT TO MRG-TOTAL-VALUE.
019230     WRITE MAINT-REGISTER-LINE FROM MRG-TOTAL-LINE.
019240     MOVE "CLIENTS DELETED:" TO MRG-TOTAL-LABEL.
019250     MOVE WS-DELETE-COUNT TO MRG-TOTAL-VALUE.
019260     WRITE MAINT-REGISTER-LINE FROM MRG-TOTAL-LINE.
019270     MOVE "TRANSACTIONS REJECTED:" TO MRG-TOTAL-LABEL.
019280     MOVE WS-REJECT-COUNT TO MRG-TOTAL-VALUE.
019290     WRITE MAINT-REGISTER-LINE FROM MRG-TOTAL-LINE.
019300     MOVE "RELEASED FROM PENDING:" TO MRG-TOTAL-LABEL.
019310     MOVE WS-RELEASED-COUNT TO MRG-TOTAL-VALUE.
019320     WRITE MAINT-REGISTER-LINE FROM MRG-TOTAL-LINE.
019330     MOVE "HELD FOR FUTURE DATE:" TO MRG-TOTAL-LABEL.
019340     MOVE WS-DEFERRED-COUNT TO MRG-TOTAL-VALUE.
019350     WRITE MAINT-REGISTER-LINE FROM MRG-TOTAL-LINE.
019360     MOVE "STILL PENDING:" TO MRG-TOTAL-LABEL.
019370     COMPUTE WS-STILL-PENDING-COUNT =
019380         WS-STILL-PENDING-COUNT + WS-DEFERRED-COUNT.
019390     MOVE WS-STILL-PENDING-COUNT TO MRG-TOTAL-VALUE.
019400     WRITE MAINT-REGISTER-LINE FROM MRG-TOTAL-LINE.
019410     MOVE "MASTER RECORD COUNT NOW:" TO MRG-TOTAL-LABEL.
019420     MOVE WS-TRAILER-COUNT TO MRG-TOTAL-VALUE.
019430     WRITE MAINT-REGISTER-LINE FROM MRG-TOTAL-LINE.
019440     MOVE "QUEUED FOR APPROVAL:" TO MRG-TOTAL-LABEL.
019450     MOVE WS-QUEUED-COUNT TO MRG-TOTAL-VALUE.
019460     WRITE MAINT-REGISTER-LINE FROM MRG-TOTAL-LINE.
019470     MOVE "APPLIED FROM APPROVAL:" TO MRG-TOTAL-LABEL.
019480     MOVE WS-APPROVED-COUNT TO MRG-TOTAL-VALUE.
019490     WRITE MAINT-REGISTER-LINE FROM MRG-TOTAL-LINE.
019500     MOVE "JOURNAL RECORDS WRITTEN:" TO MRG-TOTAL-LABEL.
019510     MOVE WS-JOURNAL-COUNT TO MRG-TOTAL-VALUE.
019520     WRITE MAINT-REGISTER-LINE FROM MRG-TOTAL-LINE.
019530     PERFORM 9050-PRINT-APPROVAL-TOTALS THRU 9050-EXIT.
019540     CLOSE MAINT-TRAN-FILE
019550           CLIENT-MASTER-FILE
019560           MAINT-REGISTER-FILE
019570           PENDING-OUT-FILE
019580           APPROVAL-QUEUE-OUT-FILE
019590           APPROVAL-REGISTER-FILE
019600           CLIENT-JOURNAL-FILE.
019610     DISPLAY "TRANSACTIONS READ:     " WS-TRAN-COUNT.
019620     DISPLAY "CLIENTS ADDED:         " WS-ADD-COUNT.
019630     DISPLAY "CLIENTS CHANGED:       " WS-CHANGE-COUNT.
019640     DISPLAY "CLIENTS DELETED:       " WS-DELETE-COUNT.
019650     DISPLAY "TRANSACTIONS REJECTED: " WS-REJECT-COUNT.
019660     DISPLAY "QUEUED FOR APPROVAL:   " WS-QUEUED-COUNT.
019670     DISPLAY "APPLIED FROM APPROVAL: " WS-APPROVED-COUNT.
019680     DISPLAY "APPROVALS REFUSED:     " WS-REFUSED-COUNT.
019690     DISPLAY "JOURNAL RECORDS:       " WS-JOURNAL-COUNT.
019700     IF WS-REJECT-COUNT > ZERO
019710         OR WS-REFUSED-COUNT > ZERO
019720         OR WS-DECISION-ERROR-COUNT > ZERO
019730         MOVE 4 TO RETURN-CODE
019740     END-IF.
019750     PERFORM 9300-WRITE-LEDGER-END THRU 9300-EXIT.
019760 9000-EXIT.
019770     EXIT.
019780*****************************************************************
019790* 9050-PRINT-APPROVAL-TOTALS
019800*    PRINTS THE APPROVALS REGISTER TOTALS.  EVERYTHING STILL IN
019810*    THE NEW QUEUE -- QUEUED TONIGHT, AWAITING A DECISION, OR
019820*    REFUSED -- IS COUNTED SO NOTHING CAN SIT FORGOTTEN.
019830*****************************************************************
019840 9050-PRINT-APPROVAL-TOTALS.
019850     PERFORM 3705-CHECK-APPROVAL-PAGE-BREAK THRU 3705-EXIT.
019860     WRITE APPROVAL-REGISTER-LINE FROM APL-BLANK-LINE.
019870     MOVE "QUEUED FOR APPROVAL TONIGHT:" TO APL-TOTAL-LABEL.
019880     MOVE WS-QUEUED-COUNT TO APL-TOTAL-VALUE.
019890     WRITE APPROVAL-REGISTER-LINE FROM APL-TOTAL-LINE.
019900     MOVE "APPROVED AND APPLIED:" TO APL-TOTAL-LABEL.
019910     MOVE WS-APPROVED-COUNT TO APL-TOTAL-VALUE.
019920     WRITE APPROVAL-REGISTER-LINE FROM APL-TOTAL-LINE.
019930     MOVE "APPROVED BUT NOT APPLIED:" TO APL-TOTAL-LABEL.
019940     MOVE WS-APPROVED-FAILED-COUNT TO APL-TOTAL-VALUE.
019950     WRITE APPROVAL-REGISTER-LINE FROM APL-TOTAL-LINE.
019960     MOVE "REJECTED BY CHECKER:" TO APL-TOTAL-LABEL.
019970     MOVE WS-CHECKER-REJECT-COUNT TO APL-TOTAL-VALUE.
019980     WRITE APPROVAL-REGISTER-LINE FROM APL-TOTAL-LINE.
019990     MOVE "DECISIONS REFUSED:" TO APL-TOTAL-LABEL.
020000     MOVE WS-REFUSED-COUNT TO APL-TOTAL-VALUE.
020010     WRITE APPROVAL-REGISTER-LINE FROM APL-TOTAL-LINE.
020020     MOVE "DECISIONS IN ERROR:" TO APL-TOTAL-LABEL.
020030     MOVE WS-DECISION-ERROR-COUNT TO APL-TOTAL-VALUE.
020040     WRITE APPROVAL-REGISTER-LINE FROM APL-TOTAL-LINE.
020050     MOVE "STILL AWAITING APPROVAL:" TO APL-TOTAL-LABEL.
020060     COMPUTE WS-AWAITING-COUNT = WS-AWAITING-COUNT
020070         + WS-REFUSED-COUNT + WS-QUEUED-COUNT.
020080     MOVE WS-AWAITING-COUNT TO APL-TOTAL-VALUE.
020090     WRITE APPROVAL-REGISTER-LINE FROM APL-TOTAL-LINE.
020100 9050-EXIT.
020110     EXIT.
020120*****************************************************************
020130* 9100-UPDATE-CONTROL-RECORDS
020140*    PUTS THE RUN DATE ON THE HEADER AND THE CARRIED-FORWARD
020150*    RECORD COUNT AND MONEY HASH ON THE TRAILER, REWRITING THE
020160*    CONTROL RECORDS IN PLACE OR WRITING THEM FRESH WHEN THE
020170*    MASTER DID NOT HAVE THEM YET.  A CONTROL UPDATE THAT FAILS
020180*    STOPS THE RUN WITH RETURN CODE 16, THE SAME AS A FAILED
020190*    DETAIL REWRITE -- STALE CONTROL TOTALS LEFT SILENTLY ON
020200*    THE MASTER WOULD FAIL THE NIGHTLY BALANCING POINTING AT
020210*    THE WRONG RUN.
020220*****************************************************************
020230 9100-UPDATE-CONTROL-RECORDS.
020240     MOVE SPACES       TO CLIENT-RECORD.
020250     MOVE "0000000000" TO CLH-RECORD-KEY.
020260     MOVE WS-RUN-DATE  TO CLH-RUN-DATE.
020270     IF HEADER-FOUND
020280         REWRITE CLIENT-RECORD
020290     ELSE
020300         WRITE CLIENT-RECORD
020310             INVALID KEY
020320                 DISPLAY "**ERROR** UNABLE TO WRITE MASTER "
020330                     "HEADER, STATUS " WS-MASTER-STATUS
020340         END-WRITE
020350     END-IF.
020360     IF WS-MASTER-STATUS NOT = "00"
020370         DISPLAY "**ERROR** MASTER HEADER UPDATE FAILED, "
020380             "STATUS " WS-MASTER-STATUS
020390         PERFORM 9900-ABORT-RUN THRU 9900-EXIT
020400     END-IF.
020410     MOVE SPACES           TO CLIENT-RECORD.
020420     MOVE "9999999999"     TO CLT-RECORD-KEY.
020430     MOVE WS-TRAILER-COUNT TO CLT-RECORD-COUNT.
020440     MOVE WS-TRAILER-HASH  TO CLT-MONEY-HASH.
020450     IF TRAILER-FOUND
020460         REWRITE CLIENT-RECORD
020470     ELSE
020480         WRITE CLIENT-RECORD
020490             INVALID KEY
020500                 DISPLAY "**ERROR** UNABLE TO WRITE MASTER "
020510                     "TRAILER, STATUS " WS-MASTER-STATUS
020520         END-WRITE
020530     END-IF.
020540     IF WS-MASTER-STATUS NOT = "00"
020550         DISPLAY "**ERROR** MASTER TRAILER UPDATE FAILED, "
020560             "STATUS " WS-MASTER-STATUS
020570         PERFORM 9900-ABORT-RUN THRU 9900-EXIT
020580     END-IF.
020590 9100-EXIT.
020600     EXIT.
020610*****************************************************************
020620* 9200-WRITE-MESSAGE
020630*    WRITES ONE CONTROL MESSAGE LINE TO THE REGISTER.  THE
020640*    MESSAGE IS ALREADY IN MRG-MESSAGE.
020650*****************************************************************
020660 9200-WRITE-MESSAGE.
020670     PERFORM 3100-CHECK-PAGE-BREAK THRU 3100-EXIT.
020680     WRITE MAINT-REGISTER-LINE FROM MRG-MESSAGE-LINE.
020690     ADD 1 TO WS-LINE-COUNT.
020700 9200-EXIT.
020710     EXIT.
020720*****************************************************************
020730* 9300-WRITE-LEDGER-END
020740*    LOGS THE END OF THIS RUN ON THE RUN LEDGER WITH THE RETURN
020750*    CODE AND THE KEY COUNTS, AT THE END OF A NORMAL RUN AND FROM
020760*    9900-ABORT-RUN ON A FATAL ERROR.  THE MASTER IS ALREADY
020770*    UPDATED BY NOW, SO A LEDGER THAT CANNOT BE WRITTEN IS WARNED
020780*    ABOUT AND LEAVES AT LEAST RETURN CODE 4 (A FATAL RUN KEEPS
020790*    ITS 16) RATHER THAN STOPPING THE RUN.
020800*****************************************************************
020810 9300-WRITE-LEDGER-END.
020820     INITIALIZE RUN-LEDGER-RECORD.
020830     MOVE WS-RUN-DATE     TO RLG-RUN-DATE.
020840     MOVE WS-RUN-TIME     TO RLG-RUN-TIME.
020850     MOVE "CLIENT-MAINT"  TO RLG-STEP-NAME.
020860     SET RLG-END          TO TRUE.
020870     MOVE WS-OPERATOR-ID  TO RLG-OPERATOR-ID.
020880     MOVE RETURN-CODE     TO RLG-RETURN-CODE.
020890     MOVE "TRANS READ"    TO RLG-COUNT-LABEL (1).
020900     MOVE WS-TRAN-COUNT   TO RLG-COUNT-VALUE (1).
020910     MOVE "REJECTED"      TO RLG-COUNT-LABEL (2).
020920     MOVE WS-REJECT-COUNT TO RLG-COUNT-VALUE (2).
020930     MOVE "QUEUED"        TO RLG-COUNT-LABEL (3).
020940     MOVE WS-QUEUED-COUNT TO RLG-COUNT-VALUE (3).
020950     MOVE "JOURNALED"     TO RLG-COUNT-LABEL (4).
020960     MOVE WS-JOURNAL-COUNT TO RLG-COUNT-VALUE (4).
020970     PERFORM 9350-APPEND-RUN-LEDGER THRU 9350-EXIT.
020980     IF WS-LEDGER-STATUS NOT = "00"
020990         DISPLAY "**WARNING** UNABLE TO WRITE RUN LEDGER END "
021000             "RECORD, STATUS " WS-LEDGER-STATUS
021010         IF RETURN-CODE < 4
021020             MOVE 4 TO RETURN-CODE
021030         END-IF
021040     END-IF.
021050 9300-EXIT.
021060     EXIT.
021070*****************************************************************
021080* 9350-APPEND-RUN-LEDGER
021090*    STAMPS THE RECORD BUILT IN RUN-LEDGER-RECORD WITH THE TIME
021100*    IT IS WRITTEN AND APPENDS IT TO THE RUN LEDGER, OPENING AND
021110*    CLOSING THE LEDGER AROUND THE ONE RECORD.  THE CALLER CHECKS
021120*    WS-LEDGER-STATUS, WHICH CARRIES THE STATUS OF A FAILED OPEN
021130*    OR WRITE RATHER THAN THAT OF THE CLOSE THAT FOLLOWS IT.
021140*****************************************************************
021150 9350-APPEND-RUN-LEDGER.
021160     ACCEPT RLG-STAMP-DATE FROM DATE YYYYMMDD.
021170     ACCEPT RLG-STAMP-TIME FROM TIME.
021180     OPEN EXTEND RUN-LEDGER-FILE.
021190     IF WS-LEDGER-STATUS = "35"
021200         OPEN OUTPUT RUN-LEDGER-FILE
021210     END-IF.
021220     IF WS-LEDGER-STATUS NOT = "00"
021230         GO TO 9350-EXIT
021240     END-IF.
021250     WRITE RUN-LEDGER-LINE FROM RUN-LEDGER-RECORD.
021260     MOVE WS-LEDGER-STATUS TO WS-LEDGER-SAVE-STATUS.
021270     CLOSE RUN-LEDGER-FILE.
021280     IF WS-LEDGER-SAVE-STATUS NOT = "00"
021290         MOVE WS-LEDGER-SAVE-STATUS TO WS-LEDGER-STATUS
021300     END-IF.
021310 9350-EXIT.
021320     EXIT.
021330*****************************************************************
021340* 9900-ABORT-RUN
021350*    THE ONE WAY OUT ON A FATAL ERROR ONCE THE START OF THE RUN
021360*    IS ON THE RUN LEDGER: SETS RETURN CODE 16, LOGS THE END OF
021370*    THE RUN WITH IT AND THE COUNTS SO FAR, AND STOPS.  ONLY AN
021380*    ABEND LEAVES THE START RECORD WITHOUT AN END.
021390*****************************************************************
021400 9900-ABORT-RUN.
021410     MOVE 16 TO RETURN-CODE.
021420     PERFORM 9300-WRITE-LEDGER-END THRU 9300-EXIT.
021430     STOP RUN.
021440 9900-EXIT.
021450     EXIT.
021460 END PROGRAM CLIENT-MAINT.
