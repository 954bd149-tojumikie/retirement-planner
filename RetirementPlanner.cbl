002700*                  MAINTENANCE CHANGES.  THE COMPARISON RUNS
002710*                  ON THE ANNUAL ENGINE, LIKE THE SCENARIO
002720*                  COMPARISON AND THE GOAL-SEEK TRIALS.
002730* 2026-10-06  TM   ADDED THE PLAN BASELINE: WHEN A BASELINE
002740*                  REQUEST FILE OF CLIENT IDS IS SUPPLIED (THE
002750*                  CLIENTS WHO ACCEPTED THEIR PLAN), EACH
002760*                  LISTED CLIENT'S YEAR-BY-YEAR ACCUMULATION
002770*                  BALANCES ARE APPENDED TO THE PLAN BASELINE
002780*                  FILE AS THEY ARE PROJECTED, ONE ROW PER
002790*                  PROJECTION YEAR, SO PLAN-TRACKING CAN LATER
002800*                  MEASURE THE CLIENT AGAINST THE PATH THEY
002810*                  WERE SHOWN.  REQUESTED CLIENTS THE RUN NEVER
002820*                  PROJECTED ARE LISTED ON THE CONTROL REPORT.
002830* 2026-10-08  TM   THE MANAGEMENT SUMMARY NOW PRINTS EACH
002840*                  ADVISOR'S NAME FROM THE NEW ADVISOR MASTER
002850*                  AND GROUPS THE ADVISORS BY BRANCH WITH A
002860*                  BRANCH SUBTOTAL LINE; A CODE NOT ON THE
002870*                  ADVISOR MASTER IS SHOWN UNDER *UNKN.  EVERY
002880*                  CLIENT LINE PRINTED ON THE CHANGE REPORT AND
002890*                  THE RMD EXCEPTION REPORT IS ALSO WRITTEN TO
002900*                  THE NEW DISTRIBUTION FEED WITH THE CLIENT'S
002910*                  ADVISOR CODE, AND A TRAILER COUNTS THEM, SO
002920*                  ADVISOR-DISTRIB CAN SPLIT THE REPORTS INTO
002930*                  ONE PACKET PER ADVISOR.
002940* 2026-10-12  TM   ADDED THE REGRESSION REPLAY MODE: WHEN A
002950*                  REPLAY PARAMETER FILE IS SUPPLIED, THE RUN
002960*                  READS THE AUDIT LOG INSTEAD OF THE MASTER,
002970*                  SELECTS RUNS BY DATE RANGE OR CLIENT THE WAY
002980*                  AUDIT-INQUIRY DOES, AND RE-RUNS EACH ONE
002990*                  THROUGH THE CURRENT ACCUMULATION AND DRAWDOWN
003000*                  PARAGRAPHS ON THE ASSUMPTIONS, LIMITS,
003010*                  INFLATION RATE, AND ASSUMED LIFE AGE RECORDED
003020*                  ON THE AUDIT RECORD.  THE REPLAY REPORT LISTS
003030*                  EVERY RUN WHOSE BALANCE MOVED BEYOND THE
003040*                  TOLERANCE, WHOSE DEPLETION AGE MOVED, OR WHOSE
003050*                  OUTCOME FLIPPED, WITH COUNTS OF IDENTICAL,
003060*                  MOVED, AND FLIPPED RUNS, SO A MODEL CHANGE IS
003070*                  SIGNED OFF BEFORE IT IS PROMOTED.  THE MODE
003080*                  WRITES NO STATEMENT, EXTRACT, HISTORY,
003090*                  CHECKPOINT, OR AUDIT RECORD; THE REPLAYED
003100*                  SCHEDULES GO TO THE AMORTIZATION REPORT FILE,
003110*                  SO THE REPLAY STEP POINTS AMORTRPT AT ITS OWN
003120*                  DATASET.  THE AUDIT RECORD NOW ALSO CARRIES
003130*                  THE COMPOUNDING FREQUENCY AND RMD START AGE,
003140*                  AND THE AUDIT LOG NOW HAS A FILE STATUS: IT IS
003150*                  STARTED FRESH WHEN ABSENT AND A FAILED OPEN OR
003160*                  WRITE STOPS THE RUN WITH RETURN CODE 16.
003170* 2026-10-13  TM   ADDED ADVISORY FEES AND FUND EXPENSES.  A
003180*                  TIERED ADVISORY FEE SCHEDULE (UP TO FOUR
003190*                  MARGINAL BANDS) AND A FUND EXPENSE RATE COME
003200*                  FROM THE RUN PARAMETER FILE IN BASIS POINTS AND
003210*                  ARE ECHOED ON THE REPORT; A CLIENT WITH THE FEE
003220*                  OVERRIDE FLAG PAYS ITS OWN RATE INSTEAD OF THE
003230*                  SCHEDULE.  THE FEE COMES OFF THE BALANCE AFTER
003240*                  EACH YEAR'S GROWTH AND DEPOSIT IN ACCUMULATION,
003250*                  DRAWDOWN, SCENARIOS, GOAL-SEEK, MONTE CARLO,
003260*                  AND WHAT-IF ALIKE.  THE SCHEDULE SHOWS THE
003270*                  YEAR'S FEES, THE REPORT AND STATEMENT SHOW THE
003280*                  LIFETIME COST IN FUTURE AND TODAY'S DOLLARS,
003290*                  AND THE AUDIT RECORD CARRIES THE FEE SETTINGS
003300*                  AND TOTAL SO A REPLAY CHARGES WHAT THE RUN
003310*                  CHARGED.
003320* 2026-10-14  TM   ADDED CLIENT CASH FLOW EVENTS.  EACH CLIENT'S
003330*                  ONE-TIME OR REPEATING INFLOWS AND OUTFLOWS
003340*                  (INHERITANCE, HOME SALE, TUITION, A NEW ROOF)
003350*                  ARE LOADED FROM THE NEW INDEXED EVENT FILE
003360*                  MAINTAINED BY EVENT-MAINT AND APPLIED IN THE
003370*                  YEAR THE CLIENT REACHES EACH EVENT'S AGE: AT
003380*                  THE END OF AN ACCUMULATION YEAR, AFTER GROWTH,
003390*                  DEPOSIT AND FEES, AND AT THE START OF A
003400*                  DRAWDOWN YEAR.  THE REAL SCHEDULE, SCENARIOS,
003410*                  GOAL-SEEK TRIALS, MONTE CARLO AND WHAT-IF ALL
003420*                  APPLY THEM THE SAME WAY.  AN OUTFLOW LARGER
003430*                  THAN THE BALANCE DRIVES IT TO ZERO AND IS
003440*                  FLAGGED ON THE SCHEDULE, WHICH PRINTS A LINE
003450*                  UNDER EVERY YEAR AN EVENT FELL IN.  AN EVENT
003460*                  NAMING A POT MOVES THAT POT OF THE ACCOUNT-TYPE
003470*                  SPLIT.  THE EVENT COUNT GOES ON THE AUDIT
003480*                  RECORD; A REPLAY OF A RECORD WRITTEN WITH
003490*                  EVENTS USES THE EVENTS ON FILE AT REPLAY TIME,
003500*                  AND ONE WRITTEN WITH NONE REPLAYS WITH NONE.
003510* 2026-10-15  TM   ADDED GLIDE-PATH RETURN ASSUMPTIONS.  A CLIENT
003520*                  WHOSE MASTER CARRIES A GLIDE-PATH CODE PROJECTS
003530*                  EACH YEAR AT THE RATE OF THAT PATH'S BAND FOR
003540*                  THE YEARS STILL TO GO UNTIL RETIREMENT, OR FOR
003550*                  THE YEARS SINCE IT, FROM THE NEW GLIDE-PATH
003560*                  FILE, IN PLACE OF THE ONE FLAT RATE.  THE
003570*                  ACCUMULATION YEARS (ANNUAL AND MONTHLY), THE
003580*                  ACCOUNT-TYPE POTS, THE DRAWDOWN YEARS, THE
003590*                  MONTE CARLO CENTERING AND THE GOAL-SEEK TRIALS
003600*                  ALL USE THE BAND RATE; THE SCENARIO COMPARISON
003610*                  AND THE WHAT-IF COMPARISON KEEP THEIR OWN FLAT
003620*                  RATES.  THE SCHEDULE PRINTS THE RATE USED EACH
003630*                  YEAR AND A LINE NAMING THE PATH.  A CODE WITH
003640*                  NO BANDS ON THE FILE, OR A MISSING FILE, LEAVES
003650*                  THE CLIENT ON THE FLAT RATE WITH A WARNING.
003660*                  THE CODE GOES ON THE AUDIT RECORD AND A REPLAY
003670*                  PROJECTS WITH IT AGAINST THE BANDS ON FILE AT
003680*                  REPLAY TIME.
003690* 2026-10-15  TM   EACH RUN NOW WRITES A START AND AN END RECORD
003700*                  TO THE SHARED RUN LEDGER WITH THE RUN DATE AND
003710*                  TIME, OPERATOR, RUN MODE, RETURN CODE AND KEY
003720*                  COUNTS.  BEFORE A FULL BATCH RUN OPENS ANY
003730*                  NIGHTLY OUTPUT THE LEDGER IS READ BACK: THE
003740*                  RUN IS REFUSED WHEN TODAY'S CLIENT-MAINT IS
003750*                  MISSING, NEVER ENDED OR ENDED WITH RETURN CODE
003760*                  16, OR WHEN A FULL BATCH RUN FOR TODAY HAS
003770*                  ALREADY ENDED AND THE NEW ALLOW-DUPLICATE-RUN
003780*                  PARAMETER IS NOT SET.  A REFUSED RUN IS LOGGED
003790*                  WITH ITS REASON AND STOPS WITH RETURN CODE 16.
003800*                  THE RUN DATE, TIME AND OPERATOR ARE NOW TAKEN
003810*                  BEFORE ANY FILE IS OPENED.
003820* 2026-10-15  TM   EVERY FATAL STOP NOW LOGS THE END OF THE RUN
003830*                  ON THE RUN LEDGER WITH RETURN CODE 16 BEFORE
003840*                  STOPPING, SO A FAILED FULL RUN DOES NOT COUNT
003850*                  AS TONIGHT'S COMPLETED RUN.  A FAILED LEDGER
003860*                  WRITE IS NO LONGER MASKED BY THE CLOSE.
003870*                  OUTCOME NAMES IN THE REPLAY REPORT NOW SET BY
003880*                  NESTED IF LIKE THE REST OF THE PROGRAM.
003890*****************************************************************
003900 ENVIRONMENT DIVISION.
003910 CONFIGURATION SECTION.
003920 SOURCE-COMPUTER.   IBM-370.
003930 OBJECT-COMPUTER.   IBM-370.
003940 INPUT-OUTPUT SECTION.
003950 FILE-CONTROL.
003960     SELECT CLIENT-MASTER-FILE ASSIGN TO CLIENTIN
003970         ORGANIZATION IS INDEXED
003980         ACCESS MODE IS DYNAMIC
003990         RECORD KEY IS CLM-CLIENT-ID
004000         FILE STATUS IS WS-MASTER-STATUS.
004010     SELECT RERUN-REQUEST-FILE ASSIGN TO RERUNREQ
004020         ORGANIZATION IS LINE SEQUENTIAL
004030         FILE STATUS IS WS-RERUN-STATUS.
004040     SELECT AMORT-REPORT-FILE ASSIGN TO AMORTRPT
004050         ORGANIZATION IS LINE SEQUENTIAL.
004060     SELECT CHECKPOINT-FILE ASSIGN TO CHKPTFL
004070         ORGANIZATION IS LINE SEQUENTIAL
004080         FILE STATUS IS WS-CHECKPOINT-STATUS.
004090     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
004100         ORGANIZATION IS LINE SEQUENTIAL
004110         FILE STATUS IS WS-AUDIT-STATUS.
004120     SELECT CONTROL-REPORT-FILE ASSIGN TO CTLRPT
004130         ORGANIZATION IS LINE SEQUENTIAL.
004140     SELECT CLIENT-STMT-FILE ASSIGN TO STMTFILE
004150         ORGANIZATION IS LINE SEQUENTIAL.
004160     SELECT EDELIV-STMT-FILE ASSIGN TO ESTMFILE
004170         ORGANIZATION IS LINE SEQUENTIAL.
004180     SELECT MAIL-MANIFEST-FILE ASSIGN TO MANIFEST
004190         ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT RMD-REPORT-FILE ASSIGN TO RMDRPT
004210         ORGANIZATION IS LINE SEQUENTIAL.
004220     SELECT WHATIF-REQUEST-FILE ASSIGN TO WHATIF
004230         ORGANIZATION IS LINE SEQUENTIAL
004240         FILE STATUS IS WS-WHATIF-STATUS.
004250     SELECT WHATIF-REPORT-FILE ASSIGN TO WHATRPT
004260         ORGANIZATION IS LINE SEQUENTIAL.
004270     SELECT SUMMARY-REPORT-FILE ASSIGN TO SUMMRPT
004280         ORGANIZATION IS LINE SEQUENTIAL.
004290     SELECT EXTRACT-FILE ASSIGN TO EXTRFILE
004300         ORGANIZATION IS LINE SEQUENTIAL
004310         FILE STATUS IS WS-EXTRACT-STATUS.
004320     SELECT PROJECTION-HISTORY-FILE ASSIGN TO PROJHIST
004330         ORGANIZATION IS LINE SEQUENTIAL
004340         FILE STATUS IS WS-HISTORY-STATUS.
004350     SELECT CHANGE-REPORT-FILE ASSIGN TO CHGRPT
004360         ORGANIZATION IS LINE SEQUENTIAL.
004370     SELECT RUN-PARM-FILE ASSIGN TO PARMFILE
004380         ORGANIZATION IS LINE SEQUENTIAL
004390         FILE STATUS IS WS-RUN-PARM-STATUS.
004400     SELECT BASELINE-REQUEST-FILE ASSIGN TO BASEREQ
004410         ORGANIZATION IS LINE SEQUENTIAL
004420         FILE STATUS IS WS-BASEREQ-STATUS.
004430     SELECT PLAN-BASELINE-FILE ASSIGN TO PLANBASE
004440         ORGANIZATION IS LINE SEQUENTIAL
004450         FILE STATUS IS WS-BASELINE-STATUS.
004460     SELECT ADVISOR-MASTER-FILE ASSIGN TO ADVMAST
004470         ORGANIZATION IS LINE SEQUENTIAL
004480         FILE STATUS IS WS-ADVMAST-STATUS.
004490     SELECT GLIDE-PATH-FILE ASSIGN TO GLIDPATH
004500         ORGANIZATION IS LINE SEQUENTIAL
004510         FILE STATUS IS WS-GLIDPATH-STATUS.
004520     SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDGR
004530         ORGANIZATION IS LINE SEQUENTIAL
004540         FILE STATUS IS WS-LEDGER-STATUS.
004550     SELECT DISTRIBUTION-FEED-FILE ASSIGN TO DISTFEED
004560         ORGANIZATION IS LINE SEQUENTIAL
004570         FILE STATUS IS WS-DISTFEED-STATUS.
004580     SELECT REPLAY-PARM-FILE ASSIGN TO RPLYPARM
004590         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-REPLAY-PARM-STATUS.
004610     SELECT REPLAY-REPORT-FILE ASSIGN TO RPLYRPT
004620         ORGANIZATION IS LINE SEQUENTIAL.
004630     SELECT CLIENT-EVENT-FILE ASSIGN TO CLNTEVNT
004640         ORGANIZATION IS INDEXED
004650         ACCESS MODE IS DYNAMIC
004660         RECORD KEY IS EVT-KEY
004670         FILE STATUS IS WS-EVENT-STATUS.
004680 DATA DIVISION.
004690 FILE SECTION.
004700 FD  CLIENT-MASTER-FILE.
004710 COPY CLIENTREC.
004720 FD  RERUN-REQUEST-FILE
004730     RECORDING MODE IS F.
004740 01  RERUN-REQUEST-RECORD.
004750     05  REQ-CLIENT-ID          PIC X(10).
004760 FD  AMORT-REPORT-FILE
004770     RECORDING MODE IS F.
004780 01  AMORT-REPORT-LINE          PIC X(132).
004790 FD  CHECKPOINT-FILE
004800     RECORDING MODE IS F.
004810 01  CHECKPOINT-RECORD.
004820     05  CHK-CLIENT-COUNT       PIC 9(07).
004830     05  CHK-EXTRACT-COUNT      PIC 9(07).
004840     05  CHK-ERROR-COUNT        PIC 9(07).
004850 FD  AUDIT-LOG-FILE
004860     RECORDING MODE IS F.
004870 COPY AUDITREC.
004880 FD  CONTROL-REPORT-FILE
004890     RECORDING MODE IS F.
004900 01  CONTROL-REPORT-LINE        PIC X(80).
004910 FD  CLIENT-STMT-FILE
004920     RECORDING MODE IS F.
004930 01  CLIENT-STMT-LINE           PIC X(132).
004940 FD  EDELIV-STMT-FILE
004950     RECORDING MODE IS F.
004960 01  EDELIV-STMT-LINE           PIC X(132).
004970 FD  MAIL-MANIFEST-FILE
004980     RECORDING MODE IS F.
004990 01  MAIL-MANIFEST-LINE         PIC X(80).
005000 FD  RMD-REPORT-FILE
005010     RECORDING MODE IS F.
005020 01  RMD-REPORT-LINE            PIC X(80).
005030 FD  WHATIF-REQUEST-FILE
005040     RECORDING MODE IS F.
005050*****************************************************************
005060* ONE WHAT-IF REQUEST PER RECORD: THE CLIENT ID PLUS
005070* REPLACEMENT VALUES FOR ANY SUBSET OF THE PROJECTION INPUTS.
005080* EACH OVERRIDE IS RIGHT-JUSTIFIED AND ZERO FILLED WITH THE
005090* SAME IMPLIED DECIMALS AS THE MASTER FIELD IT REPLACES; A
005100* BLANK OVERRIDE KEEPS THE MASTER'S VALUE.
005110*****************************************************************
005120 01  WHATIF-REQUEST-RECORD.
005130     05  WIF-CLIENT-ID          PIC X(10).
005140     05  WIF-RETIREMENT-AGE     PIC X(03).
005150     05  WIF-RETIREMENT-AGE-N   REDEFINES WIF-RETIREMENT-AGE
005160                                PIC 9(03).
005170     05  WIF-YEARLY-DEPOSIT     PIC X(09).
005180     05  WIF-YEARLY-DEPOSIT-N   REDEFINES WIF-YEARLY-DEPOSIT
005190                                PIC 9(07)V99.
005200     05  WIF-ANNUAL-RETURN      PIC X(03).
005210     05  WIF-ANNUAL-RETURN-N    REDEFINES WIF-ANNUAL-RETURN
005220                                PIC 9(01)V99.
005230     05  WIF-WITHDRAWAL-AMOUNT  PIC X(09).
005240     05  WIF-WITHDRAWAL-AMT-N   REDEFINES WIF-WITHDRAWAL-AMOUNT
005250                                PIC 9(07)V99.
005260     05  WIF-RETIREMENT-LENGTH  PIC X(03).
005270     05  WIF-RETIREMENT-LEN-N   REDEFINES WIF-RETIREMENT-LENGTH
005280                                PIC 9(03).
005290 FD  WHATIF-REPORT-FILE
005300     RECORDING MODE IS F.
005310 01  WHATIF-REPORT-LINE         PIC X(80).
005320 FD  REPLAY-PARM-FILE
005330     RECORDING MODE IS F.
005340*****************************************************************
005350* ONE REPLAY SELECTION RECORD: A RUN DATE RANGE AND A CLIENT ID,
005360* AS ON THE AUDIT-INQUIRY PARAMETER FILE, PLUS THE TOLERANCE IN
005370* DOLLARS AND CENTS, RIGHT-JUSTIFIED AND ZERO FILLED.  ZERO
005380* DATES, A SPACE CLIENT ID, AND A BLANK TOLERANCE MEAN NO
005390* LIMIT, ALL CLIENTS, AND AN EXACT MATCH.
005400*****************************************************************
005410 01  REPLAY-PARM-RECORD.
005420     05  RPP-DATE-FROM          PIC 9(08).
005430     05  RPP-DATE-TO            PIC 9(08).
005440     05  RPP-CLIENT-ID          PIC X(10).
005450     05  RPP-TOLERANCE          PIC X(09).
005460     05  RPP-TOLERANCE-N        REDEFINES RPP-TOLERANCE
005470                                PIC 9(07)V99.
005480 FD  REPLAY-REPORT-FILE
005490     RECORDING MODE IS F.
005500 01  REPLAY-REPORT-LINE         PIC X(132).
005510 FD  SUMMARY-REPORT-FILE
005520     RECORDING MODE IS F.
005530 01  SUMMARY-REPORT-LINE        PIC X(132).
005540 FD  EXTRACT-FILE
005550     RECORDING MODE IS F.
005560 COPY EXTRREC.
005570 FD  PROJECTION-HISTORY-FILE
005580     RECORDING MODE IS F.
005590 COPY HISTREC.
005600 FD  CHANGE-REPORT-FILE
005610     RECORDING MODE IS F.
005620 01  CHANGE-REPORT-LINE         PIC X(80).
005630 FD  RUN-PARM-FILE
005640     RECORDING MODE IS F.
005650*****************************************************************
005660* ONE PARAMETER PER RECORD: A KEYWORD AND A RIGHT-JUSTIFIED,
005670* ZERO-FILLED VALUE.  AGES, THE CHECKPOINT INTERVAL, AND LINES
005680* PER PAGE ARE WHOLE UNITS; MAXIMUM-RETURN, MAXIMUM-ESCALATION,
005690* AND CHANGE-THRESHOLD-PCT ARE WHOLE PERCENTS (20 MEANS 20 PCT).
005700* THE ADVISORY FEE BAND KEYWORDS CARRY THE BAND NUMBER IN THE
005710* TENTH POSITION (FEE-BAND-1-LIMIT, FEE-BAND-1-BPS): A BAND
005720* LIMIT IS WHOLE DOLLARS, AND THE BAND RATES AND
005730* FUND-EXPENSE-BPS ARE BASIS POINTS (75 MEANS .75 PCT).
005740* ALLOW-DUPLICATE-RUN IS 1 TO LET A FULL BATCH RUN GO AHEAD FOR
005750* A DATE THAT ALREADY HAS ONE ENDED ON THE RUN LEDGER, OR 0 (THE
005760* DEFAULT) TO REFUSE IT.
005770*****************************************************************
005780 01  RUN-PARM-RECORD.
005790     05  PRM-KEYWORD            PIC X(20).
005800     05  PRM-VALUE              PIC X(08).
005810 01  RUN-PARM-BAND-RECORD.
005820     05  PRM-BAND-PREFIX        PIC X(09).
005830     05  PRM-BAND-NUMBER        PIC X(01).
005840     05  PRM-BAND-SUFFIX        PIC X(10).
005850     05  FILLER                 PIC X(08).
005860 FD  BASELINE-REQUEST-FILE
005870     RECORDING MODE IS F.
005880 01  BASELINE-REQUEST-RECORD.
005890     05  BRQ-CLIENT-ID          PIC X(10).
005900 FD  PLAN-BASELINE-FILE
005910     RECORDING MODE IS F.
005920 COPY BASEREC.
005930 FD  ADVISOR-MASTER-FILE
005940     RECORDING MODE IS F.
005950 COPY ADVMAST.
005960 FD  GLIDE-PATH-FILE
005970     RECORDING MODE IS F.
005980 COPY GLIDREC.
005990 FD  DISTRIBUTION-FEED-FILE
006000     RECORDING MODE IS F.
006010 COPY DISTREC.
006020 FD  CLIENT-EVENT-FILE.
006030 COPY EVNTREC.
006040*****************************************************************
006050* THE RUN LEDGER CARRIES RUN-LEDGER-RECORD IMAGES (RUNLREC), READ
006060* INTO AND WRITTEN FROM THE WORKING-STORAGE COPY OF THE RECORD.
006070*****************************************************************
006080 FD  RUN-LEDGER-FILE
006090     RECORDING MODE IS F.
006100 01  RUN-LEDGER-LINE            PIC X(184).
006110 WORKING-STORAGE SECTION.
006120*****************************************************************
006130* SWITCHES AND COUNTERS
006140*****************************************************************
006150 77  WS-EOF-SWITCH              PIC X(01)      VALUE "N".
006160     88  END-OF-CLIENT-FILE                    VALUE "Y".
006170 77  WS-CLIENT-COUNT            PIC 9(07) COMP  VALUE ZERO.
006180 77  WS-CHECKPOINT-STATUS       PIC X(02)      VALUE SPACES.
006190 77  WS-CHECKPOINT-INTERVAL     PIC 9(05) COMP  VALUE 1000.
006200 77  WS-RESTART-COUNT           PIC 9(07) COMP  VALUE ZERO.
006210 77  WS-SKIP-COUNT              PIC 9(07) COMP  VALUE ZERO.
006220 77  WS-CHECKPOINT-QUOTIENT     PIC 9(07) COMP  VALUE ZERO.
006230 77  WS-CHECKPOINT-REMAINDER    PIC 9(05) COMP  VALUE ZERO.
006240 77  WS-ERROR-COUNT             PIC 9(07) COMP  VALUE ZERO.
006250 77  WS-VALID-SWITCH            PIC X(01)      VALUE "Y".
006260     88  VALID-CLIENT-DATA                     VALUE "Y".
006270     88  INVALID-CLIENT-DATA                   VALUE "N".
006280 77  WS-MINIMUM-AGE             PIC 9(03)      VALUE 18.
006290 77  WS-MAXIMUM-AGE             PIC 9(03)      VALUE 110.
006300 77  WS-MAXIMUM-RETURN          PIC 9(01)V99   VALUE .20.
006310 77  WS-MAXIMUM-ESCALATION      PIC 9(01)V99   VALUE .10.
006320 77  WS-YEAR-NUMBER             PIC 9(03) COMP  VALUE ZERO.
006330 77  WS-LINE-COUNT              PIC 9(03) COMP  VALUE ZERO.
006340 77  WS-MONEY-DISPLAY           PIC $$$,$$$,$$9.99.
006350 77  WS-DRAWDOWN-BALANCE        PIC 9(07)V99    VALUE ZERO.
006360 77  WS-DRAWDOWN-GROWTH         PIC 9(07)V99    VALUE ZERO.
006370 77  WS-DRAWDOWN-YEAR           PIC 9(03) COMP  VALUE ZERO.
006380 77  WS-DRAWDOWN-AGE            PIC 9(03) COMP  VALUE ZERO.
006390 77  WS-DEPLETED-YEAR           PIC 9(03) COMP  VALUE ZERO.
006400 77  WS-DEPLETED-AGE            PIC 9(03) COMP  VALUE ZERO.
006410 77  WS-DRAWDOWN-SWITCH         PIC X(01)       VALUE "N".
006420     88  FUNDS-DEPLETED                         VALUE "Y".
006430     88  FUNDS-NOT-DEPLETED                     VALUE "N".
006440 77  WS-DRAWDOWN-INCOME         PIC 9(07)V99    VALUE ZERO.
006450 77  WS-DRAWDOWN-NEED           PIC 9(07)V99    VALUE ZERO.
006460*****************************************************************
006470* ACCOUNT-TYPE POTS FOR THE NET-OF-TAX PROJECTION.  THE THREE
006480* POTS ARE GROWN THROUGH THE ACCUMULATION PHASE; THE DRAWDOWN
006490* DRAWS PROPORTIONALLY FROM THEM, AND BECAUSE EVERY POT GROWS
006500* AT THE SAME RATE A PROPORTIONAL DRAW LEAVES THE POT SHARES
006510* CONSTANT, SO THE DRAWDOWN ENGINE CARRIES THE TOTAL BALANCE
006520* PLUS THE FIXED TAX-DEFERRED SHARE COMPUTED AT RETIREMENT.
006530* THE GROSS-UP FACTOR TURNS THE SPENDABLE NEED INTO THE GROSS
006540* WITHDRAWAL: 1 / (1 - DEFERRED SHARE * TAX RATE).
006550*****************************************************************
006560 77  WS-TAXABLE-BAL             PIC 9(09)V99    VALUE ZERO.
006570 77  WS-DEFERRED-BAL            PIC 9(09)V99    VALUE ZERO.
006580 77  WS-ROTH-BAL                PIC 9(09)V99    VALUE ZERO.
006590 77  WS-TAXABLE-DEP             PIC 9(07)V99    VALUE ZERO.
006600 77  WS-DEFERRED-DEP            PIC 9(07)V99    VALUE ZERO.
006610 77  WS-ROTH-DEP                PIC 9(07)V99    VALUE ZERO.
006620 77  WS-POT-TOTAL               PIC 9(09)V99    VALUE ZERO.
006630 77  WS-POT-DEP-TOTAL           PIC 9(09)V99    VALUE ZERO.
006640 77  WS-DEFERRED-SHARE          PIC 9(01)V9(04) VALUE ZERO.
006650 77  WS-GROSS-FACTOR            PIC 9(01)V9(04) VALUE 1.
006660 77  WS-GROSS-NEED              PIC 9(09)V99    VALUE ZERO.
006670 77  WS-GROSS-DRAWN             PIC 9(09)V99    VALUE ZERO.
006680 77  WS-EST-TAX                 PIC 9(09)V99    VALUE ZERO.
006690 77  WS-SPENDABLE               PIC 9(09)V99    VALUE ZERO.
006700 77  WS-POT-SPLIT-SWITCH        PIC X(01)       VALUE "N".
006710     88  POT-SPLIT-ON-FILE                      VALUE "Y".
006720     88  NO-POT-SPLIT                           VALUE "N".
006730*****************************************************************
006740* INFLATION DEFLATOR.  THE FACTOR STARTS AT 1 FOR EACH CLIENT
006750* AND IS MULTIPLIED BY (1 + INFLATION RATE) ONCE PER PROJECTED
006760* YEAR, ACCUMULATION AND DRAWDOWN ALIKE, SO A YEAR-N BALANCE
006770* DIVIDED BY THE FACTOR IS THAT BALANCE IN TODAY'S DOLLARS.
006780* THE FACTOR AT RETIREMENT IS KEPT SEPARATELY FOR THE
006790* STATEMENT'S SUMMARY LINE AND THE SCENARIO COMPARISON.
006800*****************************************************************
006810 77  WS-INFLATION-RATE          PIC 9(01)V99    VALUE ZERO.
006820 77  WS-INFL-FACTOR             PIC 9(08)V9(06) VALUE 1.
006830 77  WS-RETIRE-INFL-FACTOR      PIC 9(08)V9(06) VALUE 1.
006840 77  WS-TODAYS-AMOUNT           PIC 9(09)V99    VALUE ZERO.
006850 77  WS-INCOME-AGE              PIC 9(03) COMP  VALUE ZERO.
006860*****************************************************************
006870* ADVISORY FEE AND FUND EXPENSE WORK AREA.  THE TIERED ADVISORY
006880* FEE SCHEDULE AND THE FUND EXPENSE RATE COME FROM THE RUN
006890* PARAMETER FILE; NO BANDS AND A ZERO EXPENSE RATE (THE
006900* DEFAULTS) CHARGE NOTHING.  THE BANDS ARE MARGINAL: EACH
006910* BAND'S RATE APPLIES ONLY TO THE PART OF THE BALANCE BETWEEN
006920* THE LIMIT BELOW IT AND ITS OWN LIMIT, AND THE LAST BAND IN
006930* USE HAS NO LIMIT.  A CLIENT WITH THE FEE OVERRIDE FLAG SET
006940* PAYS THE OVERRIDE RATE ON THE WHOLE BALANCE INSTEAD OF THE
006950* SCHEDULE; THE FUND EXPENSE IS CHARGED ON THE WHOLE BALANCE
006960* EITHER WAY.  THE FEE IS TAKEN AFTER THE YEAR'S GROWTH AND
006970* DEPOSIT (A TWELFTH OF THE ANNUAL FEE EACH MONTH ON THE
006980* MONTHLY ENGINE).  THE SCHEDULE TABLE HAS THE SAME LAYOUT AS
006990* AUD-FEE-SCHEDULE ON THE AUDIT RECORD.
007000*****************************************************************
007010 77  WS-FEE-BAND-COUNT          PIC 9(01) COMP  VALUE ZERO.
007020 77  WS-FEE-BAND-MAX            PIC 9(01) COMP  VALUE 4.
007030 77  WS-FEE-IX                  PIC 9(01) COMP  VALUE ZERO.
007040 77  WS-FEE-BAND-DISPLAY        PIC 9(01)       VALUE ZERO.
007050 77  WS-FUND-EXPENSE-RATE       PIC 9(01)V9(04) VALUE ZERO.
007060 77  WS-FEE-BASE                PIC 9(09)V99    VALUE ZERO.
007070 77  WS-FEE-AMOUNT              PIC 9(09)V99    VALUE ZERO.
007080 77  WS-FEE-SLICE               PIC 9(09)V99    VALUE ZERO.
007090 77  WS-FEE-BAND-FLOOR          PIC 9(09)V99    VALUE ZERO.
007100 77  WS-MONTH-FEE               PIC 9(09)V99    VALUE ZERO.
007110 77  WS-YEAR-FEES               PIC 9(09)V99    VALUE ZERO.
007120 77  WS-LIFETIME-FEES           PIC 9(09)V99    VALUE ZERO.
007130 77  WS-LIFETIME-FEES-TODAYS    PIC 9(09)V99    VALUE ZERO.
007140 77  WS-FEE-KEEP-FACTOR         PIC 9(01)V9(08) VALUE 1.
007150 77  WS-FEE-SCHEDULE-SWITCH     PIC X(01)       VALUE "Y".
007160     88  FEE-SCHEDULE-VALID                     VALUE "Y".
007170     88  FEE-SCHEDULE-INVALID                   VALUE "N".
007180 01  WS-FEE-SCHEDULE.
007190     05  WS-FEE-BAND            OCCURS 4 TIMES.
007200         10  WS-FEE-BAND-LIMIT  PIC 9(09).
007210         10  WS-FEE-BAND-RATE   PIC 9(01)V9(04).
007220*****************************************************************
007230* CASH FLOW EVENT WORK AREA.  THE CLIENT'S EVENTS ARE LOADED INTO
007240* THE EVENT TABLE BEFORE THE PROJECTION; A CLIENT WITH MORE THAN
007250* THE TABLE HOLDS HAS THE EXTRA EVENTS IGNORED WITH A WARNING.
007260* 2520-APPLY-EVENTS WORKS ON WS-EVENT-BALANCE FOR THE AGE IN
007270* WS-EVENT-AGE, SO EVERY PROJECTION PATH CAN SHARE IT, AND LEAVES
007280* THE BALANCE BEFORE THE EVENTS, THE TOTALS, ANY SHORTFALL, AND
007290* THE SIGNED NET FOR EACH ACCOUNT-TYPE POT BEHIND IT.
007300*****************************************************************
007310 77  WS-EVENT-STATUS            PIC X(02)       VALUE SPACES.
007320 77  WS-EVENT-FILE-SWITCH       PIC X(01)       VALUE "N".
007330     88  EVENT-FILE-OPEN                        VALUE "Y".
007340     88  NO-EVENT-FILE                          VALUE "N".
007350 77  WS-EVENT-EOF-SWITCH        PIC X(01)       VALUE "N".
007360     88  END-OF-CLIENT-EVENTS                   VALUE "Y".
007370 77  WS-EVENT-MAX               PIC 9(03) COMP  VALUE 50.
007380 77  WS-EVENT-COUNT             PIC 9(03) COMP  VALUE ZERO.
007390 77  WS-EVENT-IX                PIC 9(03) COMP  VALUE ZERO.
007400 77  WS-EVENT-HITS              PIC 9(03) COMP  VALUE ZERO.
007410 77  WS-EVENT-AGE               PIC 9(03) COMP  VALUE ZERO.
007420 77  WS-EVENT-GAP               PIC 9(03) COMP  VALUE ZERO.
007430 77  WS-EVENT-CYCLES            PIC 9(03) COMP  VALUE ZERO.
007440 77  WS-EVENT-REMAINDER         PIC 9(03) COMP  VALUE ZERO.
007450 77  WS-EVENT-DUE-SWITCH        PIC X(01)       VALUE "N".
007460     88  EVENT-DUE                              VALUE "Y".
007470     88  EVENT-NOT-DUE                          VALUE "N".
007480 77  WS-EVENT-BALANCE           PIC 9(09)V99    VALUE ZERO.
007490 77  WS-EVENT-PRIOR-BAL         PIC 9(09)V99    VALUE ZERO.
007500 77  WS-EVENT-IN                PIC 9(09)V99    VALUE ZERO.
007510 77  WS-EVENT-OUT               PIC 9(09)V99    VALUE ZERO.
007520 77  WS-EVENT-SHORTFALL         PIC 9(09)V99    VALUE ZERO.
007530 77  WS-EVENT-TAXABLE-NET       PIC S9(09)V99   VALUE ZERO.
007540 77  WS-EVENT-DEFERRED-NET      PIC S9(09)V99   VALUE ZERO.
007550 77  WS-EVENT-ROTH-NET          PIC S9(09)V99   VALUE ZERO.
007560 77  WS-EVENT-POT-WORK          PIC S9(09)V99   VALUE ZERO.
007570 01  WS-EVENT-TABLE.
007580     05  WS-EVENT-ENTRY         OCCURS 50 TIMES.
007590         10  WS-EVT-SEQUENCE    PIC 9(03).
007600         10  WS-EVT-DESCRIPTION PIC X(20).
007610         10  WS-EVT-AGE         PIC 9(03).
007620         10  WS-EVT-AMOUNT      PIC 9(07)V99.
007630         10  WS-EVT-DIRECTION   PIC X(01).
007640             88  EVENT-INFLOW                   VALUE "I".
007650         10  WS-EVT-REPEAT-YEARS PIC 9(02).
007660         10  WS-EVT-END-AGE     PIC 9(03).
007670         10  WS-EVT-POT         PIC X(01).
007680             88  EVENT-TO-DEFERRED              VALUE "D".
007690             88  EVENT-TO-ROTH                  VALUE "R".
007700*****************************************************************
007710* MONTE CARLO WORK AREA.  THE TRIAL COUNT AND SPREAD COME FROM
007720* THE RUN PARAMETER FILE; A TRIAL COUNT OF ZERO LEAVES THE MODE
007730* OFF.  EACH TRIAL DRAWS ITS RETURN EACH YEAR UNIFORMLY IN
007740* CLM-ANNUAL-RETURN PLUS OR MINUS THE SPREAD, USING A
007750* PARK-MILLER GENERATOR (SEED = SEED * 16807 MOD 2**31-1)
007760* SEEDED FROM THE RUN DATE AND THE CLIENT'S POSITION, SO THE
007770* FIGURES ARE REPRODUCIBLE ON A RERUN OF THE SAME DATE.  THE
007780* ENDING BALANCES ARE HELD IN THE TRIAL TABLE AND SORTED FOR
007790* THE PERCENTILES.
007800*****************************************************************
007810 77  WS-MC-TRIALS               PIC 9(04) COMP  VALUE ZERO.
007820 77  WS-MC-SPREAD               PIC 9(01)V99    VALUE .10.
007830 77  WS-MC-SEED                 PIC 9(10) COMP  VALUE 1.
007840 77  WS-MC-PRODUCT              PIC 9(18) COMP  VALUE ZERO.
007850 77  WS-MC-QUOTIENT             PIC 9(09) COMP  VALUE ZERO.
007860 77  WS-MC-UNIFORM              PIC 9(01)V9(09) VALUE ZERO.
007870 77  WS-MC-RATE                 PIC S9(01)V9(04) VALUE ZERO.
007880 77  WS-MC-BALANCE              PIC 9(09)V99    VALUE ZERO.
007890 77  WS-MC-DEPOSIT              PIC 9(07)V99    VALUE ZERO.
007900 77  WS-MC-AGE                  PIC 9(03) COMP  VALUE ZERO.
007910 77  WS-MC-YEAR                 PIC 9(03) COMP  VALUE ZERO.
007920 77  WS-MC-TRIAL-NO             PIC 9(04) COMP  VALUE ZERO.
007930 77  WS-MC-LASTED-COUNT         PIC 9(04) COMP  VALUE ZERO.
007940 77  WS-MC-NEED                 PIC 9(09)V99    VALUE ZERO.
007950 77  WS-MC-TRIAL-SWITCH         PIC X(01)       VALUE "N".
007960     88  MC-TRIAL-DEPLETED                      VALUE "Y".
007970 77  WS-MC-SUCCESS-PCT          PIC 9(03)V99    VALUE ZERO.
007980 77  WS-MC-P10-BAL              PIC 9(09)V99    VALUE ZERO.
007990 77  WS-MC-P50-BAL              PIC 9(09)V99    VALUE ZERO.
008000 77  WS-MC-P90-BAL              PIC 9(09)V99    VALUE ZERO.
008010 77  WS-MC-PCTL-IX              PIC 9(04) COMP  VALUE ZERO.
008020 77  WS-MC-SORT-IX              PIC 9(04) COMP  VALUE ZERO.
008030 77  WS-MC-SORT-JX              PIC 9(04) COMP  VALUE ZERO.
008040 77  WS-MC-SORT-LIMIT           PIC 9(04) COMP  VALUE ZERO.
008050 77  WS-MC-SWAP-BAL             PIC 9(09)V99    VALUE ZERO.
008060 77  WS-MC-RAN-SWITCH           PIC X(01)       VALUE "N".
008070     88  MC-ANALYSIS-RAN                        VALUE "Y".
008080     88  MC-ANALYSIS-NOT-RUN                    VALUE "N".
008090 01  WS-MC-TRIAL-TABLE.
008100     05  WS-MC-END-BAL          OCCURS 1000 TIMES
008110                                PIC 9(09)V99.
008120*****************************************************************
008130* GOAL-SEEK WORK AREA.  THE TRIAL FIELDS DRIVE ONE ANNUAL-
008140* ENGINE PROJECTION (ACCUMULATION PLUS DRAWDOWN) WITHOUT
008150* DISTURBING THE MAIN PROJECTION'S FIELDS; THE SEEK FIELDS
008160* DRIVE THE BINARY SEARCH ON THE EXTRA DEPOSIT AND THE STEPPED
008170* SEARCH ON THE RETIREMENT AGE.  THE GOAL NEED IS THE TARGET
008180* SPENDABLE INCOME WHEN ONE IS ON FILE, OTHERWISE THE
008190* WITHDRAWAL AMOUNT.
008200*****************************************************************
008210 77  WS-GOAL-NEED               PIC 9(07)V99    VALUE ZERO.
008220 77  WS-TRIAL-BALANCE           PIC 9(09)V99    VALUE ZERO.
008230 77  WS-TRIAL-DEPOSIT           PIC 9(07)V99    VALUE ZERO.
008240 77  WS-TRIAL-PERIOD            PIC 9(03) COMP  VALUE ZERO.
008250 77  WS-TRIAL-RET-AGE           PIC 9(03) COMP  VALUE ZERO.
008260 77  WS-TRIAL-YEAR              PIC 9(03) COMP  VALUE ZERO.
008270 77  WS-TRIAL-AGE               PIC 9(03) COMP  VALUE ZERO.
008280 77  WS-TRIAL-RETIRE-BAL        PIC 9(09)V99    VALUE ZERO.
008290 77  WS-TRIAL-GROSS             PIC 9(09)V99    VALUE ZERO.
008300 77  WS-TRIAL-SWITCH            PIC X(01)       VALUE "N".
008310     88  TRIAL-DEPLETED                         VALUE "Y".
008320     88  TRIAL-LASTED                           VALUE "N".
008330 77  WS-TRIAL-MET-SWITCH        PIC X(01)       VALUE "N".
008340     88  TRIAL-MET-TARGET                       VALUE "Y".
008350 77  WS-SEEK-LOW                PIC 9(07)V99    VALUE ZERO.
008360 77  WS-SEEK-HIGH               PIC 9(07)V99    VALUE ZERO.
008370 77  WS-SEEK-EXTRA              PIC 9(07)V99    VALUE ZERO.
008380 77  WS-SEEK-MAX-EXTRA          PIC 9(07)V99    VALUE 9000000.
008390 77  WS-SEEK-AGE                PIC 9(03) COMP  VALUE ZERO.
008400 77  WS-SEEK-DEP-FOUND-SWITCH   PIC X(01)       VALUE "N".
008410     88  DEPOSIT-SOLUTION-FOUND                 VALUE "Y".
008420 77  WS-SEEK-AGE-FOUND-SWITCH   PIC X(01)       VALUE "N".
008430     88  AGE-SOLUTION-FOUND                     VALUE "Y".
008440 77  WS-GOAL-MISS-SWITCH        PIC X(01)       VALUE "N".
008450     88  PLAN-MISSES-TARGET                     VALUE "Y".
008460*****************************************************************
008470* STATEMENT DELIVERY ROUTING AND THE MAIL MANIFEST.  EVERY
008480* STATEMENT LINE GOES THROUGH 2955-PUT-STMT-LINE, WHICH ROUTES
008490* IT TO THE MAIL OR E-DELIVERY FILE BY THE CLIENT'S DELIVERY
008500* PREFERENCE; HELD ACCOUNTS WRITE NO STATEMENT AT ALL AND ARE
008510* LISTED ON THE RUN CONTROL REPORT.  THE ZIP TABLE ROLLS UP
008520* MAILED PIECES PER ZIP FOR THE MANIFEST, WITH BLANK ZIPS
008530* UNDER *NONE AND OVERFLOW LUMPED UNDER *OVFL LIKE THE ADVISOR
008540* TABLE.
008550*****************************************************************
008560 77  WS-MAIL-STMT-COUNT         PIC 9(07) COMP  VALUE ZERO.
008570 77  WS-EDELIV-STMT-COUNT       PIC 9(07) COMP  VALUE ZERO.
008580 77  WS-HELD-STMT-COUNT         PIC 9(07) COMP  VALUE ZERO.
008590 77  WS-STMT-OUT-LINE           PIC X(132)      VALUE SPACES.
008600 77  WS-ZIP-COUNT               PIC 9(04) COMP  VALUE ZERO.
008610 77  WS-ZIP-MAX                 PIC 9(04) COMP  VALUE 1000.
008620 77  WS-ZIP-IX                  PIC 9(04) COMP  VALUE ZERO.
008630 77  WS-MANIFEST-ZIP            PIC X(10)       VALUE SPACES.
008640 77  WS-ZIP-FOUND-SWITCH        PIC X(01)       VALUE "N".
008650     88  ZIP-FOUND                              VALUE "Y".
008660     88  ZIP-NOT-FOUND                          VALUE "N".
008670 77  WS-ZIP-OVERFLOW-SWITCH     PIC X(01)       VALUE "N".
008680     88  ZIP-TABLE-OVERFLOWED                   VALUE "Y".
008690 77  WS-HELD-COUNT              PIC 9(03) COMP  VALUE ZERO.
008700 77  WS-HELD-MAX                PIC 9(03) COMP  VALUE 200.
008710 77  WS-HELD-IX                 PIC 9(03) COMP  VALUE ZERO.
008720 77  WS-HELD-OVERFLOW-SWITCH    PIC X(01)       VALUE "N".
008730     88  HELD-TABLE-OVERFLOWED                  VALUE "Y".
008740 01  WS-ZIP-TABLE.
008750     05  WS-ZIP-ENTRY           OCCURS 1001 TIMES.
008760         10  WS-ZIP-CODE            PIC X(10).
008770         10  WS-ZIP-PIECES          PIC 9(07) COMP.
008780 01  WS-HELD-TABLE.
008790     05  WS-HELD-CLIENT-ID      OCCURS 200 TIMES PIC X(10).
008800*****************************************************************
008810* JOINT HOUSEHOLD FIELDS.  THE SPOUSE'S AGE IN ANY PROJECTED
008820* YEAR IS THE PRIMARY'S AGE THAT YEAR PLUS THE AGE GAP ON THE
008830* MASTER.  MORTALITY (THE ASSUMED LIFE AGE) APPLIES ONLY WHEN
008840* A SPOUSE IS ON FILE -- A SINGLE CLIENT KEEPS THE ORIGINAL
008850* NO-MORTALITY MODEL SO THEIR FIGURES DO NOT MOVE.
008860*****************************************************************
008870 77  WS-ASSUMED-LIFE-AGE        PIC 9(03)       VALUE 85.
008880 77  WS-SPOUSE-AGE-NOW          PIC S9(03) COMP VALUE ZERO.
008890 77  WS-SPOUSE-AGE-AT-RET       PIC S9(03) COMP VALUE ZERO.
008900 77  WS-SURVIVOR-BENEFIT        PIC 9(07)V99    VALUE ZERO.
008910*****************************************************************
008920* REQUIRED MINIMUM DISTRIBUTION WORK AREA.  THE DIVISORS ARE
008930* THE IRS UNIFORM LIFETIME TABLE, ONE TENTHS-PRECISION ENTRY
008940* PER AGE FROM 73 THROUGH 120; AGES PAST 120 USE THE LAST
008950* ENTRY.  THE RMD BASE IS THE START-OF-YEAR DRAWDOWN BALANCE
008960* -- ITS TAX-DEFERRED SHARE WHEN AN ACCOUNT-TYPE SPLIT IS ON
008970* FILE, THE WHOLE BALANCE OTHERWISE -- WHICH IS THE PRIOR
008980* YEAR-END BALANCE THE REGULATION KEYS ON.
008990*****************************************************************
009000 77  WS-RMD-START-AGE           PIC 9(03)       VALUE 73.
009010 77  WS-RMD-AMOUNT              PIC 9(09)V99    VALUE ZERO.
009020 77  WS-RMD-BASE                PIC 9(09)V99    VALUE ZERO.
009030 77  WS-RMD-IX                  PIC 9(02) COMP  VALUE ZERO.
009040 77  WS-RMD-YEAR-SWITCH         PIC X(01)       VALUE "N".
009050     88  RMD-FORCED-YEAR                        VALUE "Y".
009060 77  WS-RMD-CLIENT-SWITCH       PIC X(01)       VALUE "N".
009070     88  RMD-FORCED-CLIENT                      VALUE "Y".
009080 77  WS-RMD-FIRST-AGE           PIC 9(03)       VALUE ZERO.
009090 77  WS-RMD-YEARS-FORCED        PIC 9(03) COMP  VALUE ZERO.
009100 77  WS-RMD-EXC-COUNT           PIC 9(03) COMP  VALUE ZERO.
009110 77  WS-RMD-EXC-MAX             PIC 9(03) COMP  VALUE 500.
009120 77  WS-RMD-EXC-IX              PIC 9(03) COMP  VALUE ZERO.
009130 77  WS-RMD-OVERFLOW-SWITCH     PIC X(01)       VALUE "N".
009140     88  RMD-TABLE-OVERFLOWED                   VALUE "Y".
009150 01  WS-RMD-DIVISOR-VALUES.
009160     05  FILLER                 PIC X(24)
009170         VALUE "265255246237229220211202".
009180     05  FILLER                 PIC X(24)
009190         VALUE "194185177168160152144137".
009200     05  FILLER                 PIC X(24)
009210         VALUE "129122115108101095089084".
009220     05  FILLER                 PIC X(24)
009230         VALUE "078073068064060056052049".
009240     05  FILLER                 PIC X(24)
009250         VALUE "046043041039037035034033".
009260     05  FILLER                 PIC X(24)
009270         VALUE "031030029028027025023020".
009280 01  WS-RMD-DIVISOR-TABLE REDEFINES WS-RMD-DIVISOR-VALUES.
009290     05  WS-RMD-DIVISOR         OCCURS 48 TIMES PIC 9(02)V9.
009300 01  WS-RMD-EXC-TABLE.
009310     05  WS-RMD-EXC-ENTRY       OCCURS 500 TIMES.
009320         10  WS-RMD-EXC-CLIENT-ID   PIC X(10).
009330         10  WS-RMD-EXC-ADVISOR     PIC X(05).
009340         10  WS-RMD-EXC-FIRST-AGE   PIC 9(03).
009350         10  WS-RMD-EXC-YEARS       PIC 9(03).
009360*****************************************************************
009370* WHAT-IF OVERRIDE MODE WORK AREA.  THE WIF CASE FIELDS DRIVE
009380* ONE ANNUAL-ENGINE PROJECTION OF A CLIENT WITH A GIVEN SET OF
009390* INPUTS; THE CURRENT CASE USES THE MASTER'S VALUES AND THE
009400* PROPOSED CASE THE OVERRIDES.  NOTHING HERE TOUCHES THE
009410* MASTER, THE STATEMENTS, THE EXTRACT, OR THE AUDIT LOG.
009420*****************************************************************
009430 77  WS-WHATIF-STATUS           PIC X(02)       VALUE SPACES.
009440 77  WS-WHATIF-EOF-SWITCH       PIC X(01)       VALUE "N".
009450     88  END-OF-WHATIF-FILE                     VALUE "Y".
009460 77  WS-WHATIF-COUNT            PIC 9(07) COMP  VALUE ZERO.
009470 77  WS-WHATIF-NOT-FOUND        PIC 9(07) COMP  VALUE ZERO.
009480 77  WS-WHATIF-REJECTS          PIC 9(07) COMP  VALUE ZERO.
009490 77  WS-WIF-RET-AGE             PIC 9(03)       VALUE ZERO.
009500 77  WS-WIF-DEPOSIT             PIC 9(07)V99    VALUE ZERO.
009510 77  WS-WIF-RETURN              PIC 9(01)V99    VALUE ZERO.
009520 77  WS-WIF-NEED                PIC 9(07)V99    VALUE ZERO.
009530 77  WS-WIF-LENGTH              PIC 9(03)       VALUE ZERO.
009540 77  WS-WIF-PERIOD              PIC 9(03) COMP  VALUE ZERO.
009550 77  WS-WIF-BALANCE             PIC 9(09)V99    VALUE ZERO.
009560 77  WS-WIF-DEP-WORK            PIC 9(07)V99    VALUE ZERO.
009570 77  WS-WIF-YEAR                PIC 9(03) COMP  VALUE ZERO.
009580 77  WS-WIF-AGE                 PIC 9(03) COMP  VALUE ZERO.
009590 77  WS-WIF-RETIRE-BAL          PIC 9(09)V99    VALUE ZERO.
009600 77  WS-WIF-END-BAL             PIC 9(09)V99    VALUE ZERO.
009610 77  WS-WIF-GROSS               PIC 9(09)V99    VALUE ZERO.
009620 77  WS-WIF-SWITCH              PIC X(01)       VALUE "N".
009630     88  WIF-CASE-DEPLETED                      VALUE "Y".
009640 77  WS-WIF-OUTCOME             PIC X(08)       VALUE SPACES.
009650 77  WS-CUR-RETIRE-BAL          PIC 9(09)V99    VALUE ZERO.
009660 77  WS-CUR-END-BAL             PIC 9(09)V99    VALUE ZERO.
009670 77  WS-CUR-OUTCOME             PIC X(08)       VALUE SPACES.
009680 77  WS-WIF-DIFF                PIC S9(10)V99   VALUE ZERO.
009690*****************************************************************
009700* REGRESSION REPLAY MODE WORK AREA.  THE SELECTION AND TOLERANCE
009710* COME FROM THE REPLAY PARAMETER FILE.  THE RUN'S OWN LIMITS AND
009720* ENGINE SETTINGS ARE SAVED AT THE START OF THE MODE, SINCE EACH
009730* REPLAYED RECORD OVERLAYS THEM WITH THE ONES IT WAS RUN UNDER
009740* AND AN AUDIT RECORD OLDER THAN A FIELD FALLS BACK TO THEM.
009750*****************************************************************
009760 77  WS-AUDIT-STATUS            PIC X(02)       VALUE SPACES.
009770 77  WS-REPLAY-PARM-STATUS      PIC X(02)       VALUE SPACES.
009780 77  WS-AUDIT-EOF-SWITCH        PIC X(01)       VALUE "N".
009790     88  END-OF-AUDIT-LOG                       VALUE "Y".
009800 77  WS-RPL-SELECT-SWITCH       PIC X(01)       VALUE "Y".
009810     88  RPL-RECORD-SELECTED                    VALUE "Y".
009820     88  RPL-RECORD-NOT-SELECTED                VALUE "N".
009830 77  WS-RPL-DATE-FROM           PIC 9(08)       VALUE ZERO.
009840 77  WS-RPL-DATE-TO             PIC 9(08)       VALUE ZERO.
009850 77  WS-RPL-CLIENT-ID           PIC X(10)       VALUE SPACES.
009860 77  WS-RPL-TOLERANCE           PIC 9(07)V99    VALUE ZERO.
009870 77  WS-RPL-TOL-DISPLAY         PIC $$,$$$,$$9.99.
009880 77  WS-RPL-READ-COUNT          PIC 9(07) COMP  VALUE ZERO.
009890 77  WS-RPL-SELECTED            PIC 9(07) COMP  VALUE ZERO.
009900 77  WS-RPL-IDENTICAL           PIC 9(07) COMP  VALUE ZERO.
009910 77  WS-RPL-WITHIN              PIC 9(07) COMP  VALUE ZERO.
009920 77  WS-RPL-MOVED               PIC 9(07) COMP  VALUE ZERO.
009930 77  WS-RPL-FLIPPED             PIC 9(07) COMP  VALUE ZERO.
009940 77  WS-RPL-REJECTED            PIC 9(07) COMP  VALUE ZERO.
009950 77  WS-RPL-LINE-COUNT          PIC 9(03) COMP  VALUE ZERO.
009960 77  WS-RPL-PAGE-COUNT          PIC 9(03) COMP  VALUE ZERO.
009970 77  WS-RPL-NEW-RESULT          PIC 9(09)V99    VALUE ZERO.
009980 77  WS-RPL-NEW-OUTCOME         PIC X(01)       VALUE SPACE.
009990 77  WS-RPL-NEW-AGE             PIC 9(03)       VALUE ZERO.
010000 77  WS-RPL-DIFFERENCE          PIC S9(09)V99   VALUE ZERO.
010010 77  WS-RPL-ABS-DIFFERENCE      PIC 9(09)V99    VALUE ZERO.
010020 77  WS-RPL-STATUS              PIC X(12)       VALUE SPACES.
010030 77  WS-RPL-OUTCOME-CODE        PIC X(01)       VALUE SPACE.
010040 77  WS-RPL-OUTCOME-NAME        PIC X(08)       VALUE SPACES.
010050 77  WS-RPL-RUN-MIN-AGE         PIC 9(03)       VALUE ZERO.
010060 77  WS-RPL-RUN-MAX-AGE         PIC 9(03)       VALUE ZERO.
010070 77  WS-RPL-RUN-MAX-RETURN      PIC 9(01)V99    VALUE ZERO.
010080 77  WS-RPL-RUN-MAX-ESCALATION  PIC 9(01)V99    VALUE ZERO.
010090 77  WS-RPL-RUN-RMD-START-AGE   PIC 9(03)       VALUE ZERO.
010100 77  WS-RPL-RUN-LIFE-AGE        PIC 9(03)       VALUE ZERO.
010110 77  WS-REPORT-PHASE            PIC X(01)       VALUE "A".
010120     88  ACCUMULATION-PHASE                     VALUE "A".
010130     88  DECUMULATION-PHASE                     VALUE "D".
010140 77  WS-PAGE-BREAK-SWITCH       PIC X(01)       VALUE "N".
010150     88  PAGE-BROKE                             VALUE "Y".
010160     88  PAGE-NOT-BROKEN                        VALUE "N".
010170 77  WS-PAGE-COUNT              PIC 9(03) COMP  VALUE ZERO.
010180 77  WS-MAX-LINES-PER-PAGE      PIC 9(03) COMP  VALUE 40.
010190 77  WS-INTEREST-EARNED         PIC 9(07)V99    VALUE ZERO.
010200 77  WS-ORIGINAL-MONEY          PIC 9(07)V99    VALUE ZERO.
010210 77  WS-ORIGINAL-DEPOSIT        PIC 9(07)V99    VALUE ZERO.
010220 77  WS-SCEN-RATE               PIC 9(01)V99    VALUE ZERO.
010230 77  WS-SCEN-MONEY              PIC 9(07)V99    VALUE ZERO.
010240 77  WS-SCEN-AGE                PIC 9(03) COMP  VALUE ZERO.
010250 77  WS-SCEN-DEPOSIT            PIC 9(07)V99    VALUE ZERO.
010260 77  WS-SCEN-LOW-BAL            PIC 9(07)V99    VALUE ZERO.
010270 77  WS-SCEN-MED-BAL            PIC 9(07)V99    VALUE ZERO.
010280 77  WS-SCEN-HIGH-BAL           PIC 9(07)V99    VALUE ZERO.
010290 77  WS-ORIGINAL-RETURN         PIC 9(01)V99    VALUE ZERO.
010300 77  WS-ORIGINAL-ESCALATION     PIC 9(01)V99    VALUE ZERO.
010310 77  WS-OPERATOR-ID             PIC X(08)       VALUE "BATCH".
010320 77  WS-RUN-DATE                PIC 9(08)       VALUE ZERO.
010330 77  WS-RUN-TIME                PIC 9(08)       VALUE ZERO.
010340 77  WS-TOTAL-OTHER-INCOME      PIC 9(07)V99    VALUE ZERO.
010350 77  WS-INCOME-DISPLAY          PIC $$$,$$$,$$9.99.
010360 77  WS-RECORDS-READ            PIC 9(07) COMP  VALUE ZERO.
010370 77  WS-PROJECTED-COUNT         PIC 9(07) COMP  VALUE ZERO.
010380 77  WS-MONEY-HASH              PIC 9(13)V99    VALUE ZERO.
010390 77  WS-TRAILER-COUNT           PIC 9(07)       VALUE ZERO.
010400 77  WS-TRAILER-HASH            PIC 9(13)V99    VALUE ZERO.
010410 77  WS-HEADER-SWITCH           PIC X(01)       VALUE "N".
010420     88  HEADER-RECORD-SEEN                     VALUE "Y".
010430 77  WS-TRAILER-SWITCH          PIC X(01)       VALUE "N".
010440     88  TRAILER-RECORD-SEEN                    VALUE "Y".
010450 77  WS-BALANCE-SWITCH          PIC X(01)       VALUE "Y".
010460     88  RUN-IN-BALANCE                         VALUE "Y".
010470     88  RUN-OUT-OF-BALANCE                     VALUE "N".
010480 77  WS-MASTER-STATUS           PIC X(02)       VALUE SPACES.
010490 77  WS-RERUN-STATUS            PIC X(02)       VALUE SPACES.
010500 77  WS-RUN-MODE-SWITCH         PIC X(01)       VALUE "B".
010510     88  FULL-BATCH-MODE                        VALUE "B".
010520     88  KEYED-RERUN-MODE                       VALUE "K".
010530     88  WHATIF-MODE                            VALUE "W".
010540     88  REPLAY-MODE                            VALUE "R".
010550 77  WS-RERUN-EOF-SWITCH        PIC X(01)       VALUE "N".
010560     88  END-OF-RERUN-FILE                      VALUE "Y".
010570 77  WS-RERUN-NOT-FOUND         PIC 9(07) COMP  VALUE ZERO.
010580 77  WS-EXTRACT-COUNT           PIC 9(07) COMP  VALUE ZERO.
010590 77  WS-EXTRACT-ON-FILE         PIC 9(07) COMP  VALUE ZERO.
010600 77  WS-EXTRACT-STATUS          PIC X(02)       VALUE SPACES.
010610 77  WS-EXTRACT-EOF-SWITCH      PIC X(01)       VALUE "N".
010620     88  END-OF-EXTRACT-FILE                    VALUE "Y".
010630 77  WS-MONTHLY-RATE            PIC 9(01)V9(06) VALUE ZERO.
010640 77  WS-MONTHLY-DEPOSIT         PIC 9(07)V99    VALUE ZERO.
010650 77  WS-MONTH-INTEREST          PIC 9(07)V99    VALUE ZERO.
010660 77  WS-YEAR-DEPOSIT-APPLIED    PIC 9(07)V99    VALUE ZERO.
010670 77  WS-MONTHLY-NEED            PIC 9(07)V99    VALUE ZERO.
010680 77  WS-MONTH-GROWTH            PIC 9(07)V99    VALUE ZERO.
010690 77  WS-YEAR-NEED-DRAWN         PIC 9(07)V99    VALUE ZERO.
010700 77  WS-MONTH-NUMBER            PIC 9(02) COMP  VALUE ZERO.
010710 77  WS-HISTORY-STATUS          PIC X(02)       VALUE SPACES.
010720 77  WS-CHANGE-THRESHOLD-PCT    PIC 9(03)V99    VALUE 10.00.
010730 77  WS-PRIOR-COUNT             PIC 9(04) COMP  VALUE ZERO.
010740 77  WS-PRIOR-MAX               PIC 9(04) COMP  VALUE 5000.
010750 77  WS-PRIOR-IX                PIC 9(04) COMP  VALUE ZERO.
010760 77  WS-PRIOR-FOUND-SWITCH      PIC X(01)       VALUE "N".
010770     88  PRIOR-ENTRY-FOUND                      VALUE "Y".
010780     88  PRIOR-ENTRY-NOT-FOUND                  VALUE "N".
010790 77  WS-HIST-OVERFLOW-SWITCH    PIC X(01)       VALUE "N".
010800     88  HISTORY-TABLE-OVERFLOWED               VALUE "Y".
010810 77  WS-CHANGE-PCT              PIC S9(04)V99   VALUE ZERO.
010820 77  WS-NEG-THRESHOLD           PIC S9(03)V99   VALUE ZERO.
010830 77  WS-HISTORY-EOF-SWITCH      PIC X(01)       VALUE "N".
010840     88  END-OF-HISTORY-FILE                    VALUE "Y".
010850 77  WS-NO-HISTORY-SWITCH       PIC X(01)       VALUE "N".
010860     88  NO-PRIOR-HISTORY                       VALUE "Y".
010870 77  WS-LOOKUP-CLIENT-ID        PIC X(10)       VALUE SPACES.
010880 77  WS-RUN-PARM-STATUS         PIC X(02)       VALUE SPACES.
010890 77  WS-RUN-PARM-EOF-SWITCH     PIC X(01)       VALUE "N".
010900     88  END-OF-RUN-PARM-FILE                   VALUE "Y".
010910 77  WS-PARM-VALUE-NUM          PIC 9(08)       VALUE ZERO.
010920 77  WS-PARM-WARNING-COUNT      PIC 9(03) COMP  VALUE ZERO.
010930 77  WS-PARM-FILE-SWITCH        PIC X(01)       VALUE "N".
010940     88  PARM-FILE-PRESENT                      VALUE "Y".
010950 77  WS-CURRENT-OUTCOME         PIC X(01)       VALUE "N".
010960 77  WS-CHANGES-REPORTED        PIC 9(07) COMP  VALUE ZERO.
010970 77  WS-FLIPS-REPORTED          PIC 9(07) COMP  VALUE ZERO.
010980 77  WS-CHG-LINE-COUNT          PIC 9(03) COMP  VALUE ZERO.
010990 77  WS-CHG-PAGE-COUNT          PIC 9(03) COMP  VALUE ZERO.
011000 77  WS-BASEREQ-STATUS          PIC X(02)       VALUE SPACES.
011010 77  WS-BASELINE-STATUS         PIC X(02)       VALUE SPACES.
011020 77  WS-BASEREQ-EOF-SWITCH      PIC X(01)       VALUE "N".
011030     88  END-OF-BASEREQ-FILE                    VALUE "Y".
011040 77  WS-BASELINE-FILE-SWITCH    PIC X(01)       VALUE "N".
011050     88  BASELINE-FILE-OPEN                     VALUE "Y".
011060 77  WS-BASELINE-CLIENT-SWITCH  PIC X(01)       VALUE "N".
011070     88  BASELINE-THIS-CLIENT                   VALUE "Y".
011080     88  NO-BASELINE-THIS-CLIENT                VALUE "N".
011090 77  WS-BASEREQ-COUNT           PIC 9(04) COMP  VALUE ZERO.
011100 77  WS-BASEREQ-MAX             PIC 9(04) COMP  VALUE 1000.
011110 77  WS-BASEREQ-IX              PIC 9(04) COMP  VALUE ZERO.
011120 77  WS-BASEREQ-LOST            PIC 9(07) COMP  VALUE ZERO.
011130 77  WS-BASEREQ-UNUSED          PIC 9(07) COMP  VALUE ZERO.
011140 77  WS-BASEREQ-FOUND-SWITCH    PIC X(01)       VALUE "N".
011150     88  BASEREQ-ENTRY-FOUND                    VALUE "Y".
011160     88  BASEREQ-ENTRY-NOT-FOUND                VALUE "N".
011170 77  WS-BASELINES-SAVED         PIC 9(07) COMP  VALUE ZERO.
011180 77  WS-BASELINE-ROWS           PIC 9(07) COMP  VALUE ZERO.
011190*****************************************************************
011200* CLIENTS WHOSE ACCEPTED PLAN IS TO BE SAVED AS THE BASELINE,
011210* LOADED FROM THE BASELINE REQUEST FILE AT INITIALIZE TIME.
011220* THE USED FLAG IS SET WHEN THE CLIENT IS PROJECTED, SO A
011230* REQUEST FOR A CLIENT THE RUN NEVER REACHED (A TYPO, OR A
011240* CLIENT REJECTED BY THE EDITS) IS REPORTED INSTEAD OF LOST.
011250*****************************************************************
011260 01  WS-BASEREQ-TABLE.
011270     05  WS-BASEREQ-ENTRY       OCCURS 1000 TIMES.
011280         10  WS-BRQ-CLIENT-ID       PIC X(10).
011290         10  WS-BRQ-USED-SWITCH     PIC X(01).
011300             88  BASEREQ-USED                   VALUE "Y".
011310*****************************************************************
011320* PRIOR RUN RESULTS, LOADED FROM THE PROJECTION HISTORY FILE AT
011330* INITIALIZE TIME.  THE FILE IS APPEND-ONLY IN RUN ORDER, SO A
011340* LATER RECORD FOR A CLIENT REPLACES THE EARLIER ONE WHILE
011350* LOADING AND EACH CLIENT'S SLOT ENDS UP HOLDING THE MOST
011360* RECENT PRIOR RESULT.  MORE CLIENTS THAN THE TABLE HOLDS IS
011370* NOTED ON THE CHANGE REPORT; THE OVERFLOWED CLIENTS SIMPLY GO
011380* UNCOMPARED THIS RUN.
011390*****************************************************************
011400 01  WS-PRIOR-TABLE.
011410     05  WS-PRIOR-ENTRY         OCCURS 5000 TIMES.
011420         10  WS-PRI-CLIENT-ID       PIC X(10).
011430         10  WS-PRI-RUN-DATE        PIC 9(08).
011440         10  WS-PRI-BALANCE         PIC 9(09)V99.
011450         10  WS-PRI-OUTCOME         PIC X(01).
011460 77  WS-STMT-LINE-COUNT         PIC 9(03) COMP  VALUE ZERO.
011470 77  WS-STMT-MAX-LINES          PIC 9(03) COMP  VALUE 55.
011480 77  WS-STMT-DETAIL-COUNT       PIC 9(03) COMP  VALUE ZERO.
011490 77  WS-STMT-DETAIL-MAX         PIC 9(03) COMP  VALUE 300.
011500 77  WS-STMT-INDEX              PIC 9(03) COMP  VALUE ZERO.
011510 77  WS-STMT-TRUNC-SWITCH       PIC X(01)       VALUE "N".
011520     88  STATEMENT-TRUNCATED                    VALUE "Y".
011530     88  STATEMENT-NOT-TRUNCATED                VALUE "N".
011540*****************************************************************
011550* THE CLIENT STATEMENT'S DETAIL SCHEDULE IS BUFFERED HERE WHILE
011560* THE PROJECTION RUNS, BECAUSE THE STATEMENT LEADS WITH SUMMARY
011570* FIGURES THAT ARE ONLY KNOWN ONCE THE PROJECTION IS DONE.  THE
011580* LINES ARE THE SAME IMAGES PRINTED ON THE INTERNAL REPORT.
011590*****************************************************************
011600 01  WS-STMT-DETAIL-TABLE.
011610     05  WS-STMT-DETAIL-LINE    OCCURS 300 TIMES PIC X(132).
011620 01  WS-STMT-WORK-LINE          PIC X(132).
011630*****************************************************************
011640* ADVISOR ROLL-UP TABLE FOR THE MANAGEMENT SUMMARY REPORT.  ONE
011650* ENTRY PER ADVISOR CODE SEEN ON THE RUN, ACCUMULATED AS EACH
011660* CLIENT'S PROJECTION COMPLETES.  WHEN MORE ADVISOR CODES TURN
011670* UP THAN THE TABLE HOLDS, THE OVERFLOW IS LUMPED UNDER *OVFL
011680* AND NOTED ON THE REPORT.  THE BALANCE BANDS ARE UNDER 100K,
011690* 100K TO UNDER 500K, 500K TO UNDER 1M, AND 1M AND OVER.  EACH
011700* ENTRY CARRIES THE ADVISOR'S NAME AND BRANCH FROM THE ADVISOR
011710* MASTER, AND THE PRINT ORDER LIST IS SORTED ON BRANCH AND CODE
011720* SO THE REPORT CAN SUBTOTAL BY BRANCH.
011730*****************************************************************
011740 77  WS-ADVISOR-COUNT           PIC 9(03) COMP  VALUE ZERO.
011750 77  WS-ADVISOR-MAX             PIC 9(03) COMP  VALUE 100.
011760 77  WS-ADVISOR-IX              PIC 9(03) COMP  VALUE ZERO.
011770 77  WS-ADVISOR-JX              PIC 9(03) COMP  VALUE ZERO.
011780 77  WS-ADVISOR-KX              PIC 9(03) COMP  VALUE ZERO.
011790 77  WS-ADVISOR-SORT-LIMIT      PIC 9(03) COMP  VALUE ZERO.
011800 77  WS-ADVISOR-SWAP            PIC 9(03) COMP  VALUE ZERO.
011810 77  WS-CURRENT-BRANCH          PIC X(05)       VALUE SPACES.
011820 77  WS-ADVISOR-FOUND-SWITCH    PIC X(01)       VALUE "N".
011830     88  ADVISOR-FOUND                          VALUE "Y".
011840     88  ADVISOR-NOT-FOUND                      VALUE "N".
011850 77  WS-SUMMARY-ADVISOR         PIC X(05)       VALUE SPACES.
011860 77  WS-ADVISOR-OVERFLOW-SWITCH PIC X(01)       VALUE "N".
011870     88  ADVISOR-TABLE-OVERFLOWED               VALUE "Y".
011880 77  WS-AVG-BALANCE             PIC 9(13)V99    VALUE ZERO.
011890 77  WS-BAND-IX                 PIC 9(01) COMP  VALUE ZERO.
011900 01  WS-ADVISOR-TABLE.
011910     05  WS-ADVISOR-ENTRY       OCCURS 101 TIMES.
011920         10  WS-ADV-SORT-KEY.
011930             15  WS-ADV-BRANCH      PIC X(05).
011940             15  WS-ADV-CODE        PIC X(05).
011950         10  WS-ADV-NAME            PIC X(30).
011960         10  WS-ADV-CLIENT-COUNT    PIC 9(07) COMP.
011970         10  WS-ADV-BALANCE-SUM     PIC 9(13)V99.
011980         10  WS-ADV-DEPLETED-COUNT  PIC 9(07) COMP.
011990         10  WS-ADV-LASTED-COUNT    PIC 9(07) COMP.
012000         10  WS-ADV-NO-DRAWDOWN-CNT PIC 9(07) COMP.
012010         10  WS-ADV-BAND-COUNT      PIC 9(07) COMP
012020                                    OCCURS 4 TIMES.
012030 01  WS-SUMMARY-TOTALS.
012040     05  WS-TOT-CLIENT-COUNT    PIC 9(07) COMP  VALUE ZERO.
012050     05  WS-TOT-BALANCE-SUM     PIC 9(13)V99    VALUE ZERO.
012060     05  WS-TOT-DEPLETED-COUNT  PIC 9(07) COMP  VALUE ZERO.
012070     05  WS-TOT-LASTED-COUNT    PIC 9(07) COMP  VALUE ZERO.
012080     05  WS-TOT-NO-DRAWDOWN-CNT PIC 9(07) COMP  VALUE ZERO.
012090     05  WS-TOT-BAND-COUNT      PIC 9(07) COMP
012100                                OCCURS 4 TIMES VALUE ZERO.
012110 01  WS-ADVISOR-ORDER-TABLE.
012120     05  WS-ADVISOR-ORDER       PIC 9(03) COMP
012130                                OCCURS 100 TIMES.
012140 01  WS-BRANCH-TOTALS.
012150     05  WS-BR-CLIENT-COUNT     PIC 9(07) COMP.
012160     05  WS-BR-BALANCE-SUM      PIC 9(13)V99.
012170     05  WS-BR-DEPLETED-COUNT   PIC 9(07) COMP.
012180     05  WS-BR-LASTED-COUNT     PIC 9(07) COMP.
012190     05  WS-BR-NO-DRAWDOWN-CNT  PIC 9(07) COMP.
012200     05  WS-BR-BAND-COUNT       PIC 9(07) COMP
012210                                OCCURS 4 TIMES.
012220*****************************************************************
012230* THE ADVISOR MASTER: CODE, NAME, AND BRANCH OF EVERY ADVISOR,
012240* LOADED AT START OF RUN FOR THE MANAGEMENT SUMMARY.  A MISSING
012250* FILE ONLY COSTS THE NAMES AND BRANCHES, SO THE RUN CARRIES
012260* ON AND THE SUMMARY SAYS SO.
012270*****************************************************************
012280 77  WS-ADVMAST-STATUS          PIC X(02)       VALUE SPACES.
012290 77  WS-ADVMAST-EOF-SWITCH      PIC X(01)       VALUE "N".
012300     88  END-OF-ADVISOR-MASTER                  VALUE "Y".
012310 77  WS-ADVMAST-LOADED-SWITCH   PIC X(01)       VALUE "N".
012320     88  ADVISOR-MASTER-LOADED                  VALUE "Y".
012330 77  WS-ADVMAST-MAX             PIC 9(04) COMP  VALUE 500.
012340 77  WS-ADVMAST-COUNT           PIC 9(04) COMP  VALUE ZERO.
012350 77  WS-ADVMAST-LOST            PIC 9(07) COMP  VALUE ZERO.
012360 77  WS-ADVMAST-IX              PIC 9(04) COMP  VALUE ZERO.
012370 77  WS-ADVMAST-FOUND-SWITCH    PIC X(01)       VALUE "N".
012380     88  ADVMAST-ENTRY-FOUND                    VALUE "Y".
012390     88  ADVMAST-ENTRY-NOT-FOUND                VALUE "N".
012400 01  WS-ADVMAST-TABLE.
012410     05  WS-ADVMAST-ENTRY       OCCURS 500 TIMES.
012420         10  WS-AVT-CODE            PIC X(05).
012430         10  WS-AVT-NAME            PIC X(30).
012440         10  WS-AVT-BRANCH          PIC X(05).
012450*****************************************************************
012460* THE GLIDE-PATH FILE: EVERY BAND OF EVERY NAMED GLIDE PATH,
012470* LOADED AT START OF RUN.  A MISSING FILE LEAVES EVERY CLIENT ON
012480* THE FLAT RATE, AND EACH CLIENT CARRYING A CODE IS WARNED.
012490* FROM THE BANDS, THE CLIENT'S RATE FOR EVERY YEAR STILL TO GO
012500* BEFORE RETIREMENT (ENTRY 1 IS THE LAST WORKING YEAR) AND EVERY
012510* YEAR SINCE (ENTRY 1 IS THE FIRST DRAWDOWN YEAR) IS BUILT ONCE
012520* PER CLIENT, SO THE YEARLY LOOPS AND THE MONTE CARLO TRIALS
012530* ONLY SUBSCRIPT IT.  A YEAR PAST THE LAST ENTRY USES THE LAST
012540* ENTRY.  THE START COLUMNS REMEMBER WHICH BAND SET EACH YEAR
012550* (-1 FOR NONE), SO THE BAND WITH THE HIGHEST START NOT ABOVE
012560* THE YEAR WINS WHATEVER ORDER THE FILE IS IN.
012570*****************************************************************
012580 77  WS-GLIDPATH-STATUS         PIC X(02)       VALUE SPACES.
012590 77  WS-GLIDPATH-EOF-SWITCH     PIC X(01)       VALUE "N".
012600     88  END-OF-GLIDE-PATH-FILE                 VALUE "Y".
012610 77  WS-GLIDE-MAX               PIC 9(04) COMP  VALUE 500.
012620 77  WS-GLIDE-COUNT             PIC 9(04) COMP  VALUE ZERO.
012630 77  WS-GLIDE-IX                PIC 9(04) COMP  VALUE ZERO.
012640 77  WS-GLIDE-BANDS             PIC 9(04) COMP  VALUE ZERO.
012650 77  WS-GLIDE-YEAR-MAX          PIC 9(03) COMP  VALUE 100.
012660 77  WS-GLIDE-YEAR-IX           PIC 9(03) COMP  VALUE ZERO.
012670 77  WS-GLIDE-YEARS             PIC 9(03)       VALUE ZERO.
012680 77  WS-GLIDE-PHASE             PIC X(01)       VALUE "A".
012690     88  GLIDE-ACCUMULATION                     VALUE "A".
012700     88  GLIDE-DRAWDOWN                         VALUE "D".
012710 77  WS-GLIDE-PATH-SWITCH       PIC X(01)       VALUE "N".
012720     88  GLIDE-PATH-IN-USE                      VALUE "Y".
012730     88  FLAT-RETURN-IN-USE                     VALUE "N".
012740 77  WS-YEAR-RETURN             PIC 9(01)V99    VALUE ZERO.
012750 77  WS-YEAR-FACTOR             PIC 9(01)V99    VALUE ZERO.
012760 01  WS-GLIDE-TABLE.
012770     05  WS-GLIDE-ENTRY         OCCURS 500 TIMES.
012780         10  WS-GLD-CODE            PIC X(04).
012790         10  WS-GLD-PHASE           PIC X(01).
012800             88  GLD-ACCUMULATION-BAND          VALUE "A".
012810         10  WS-GLD-START           PIC 9(02).
012820         10  WS-GLD-RETURN          PIC 9(01)V99.
012830 01  WS-CLIENT-GLIDE.
012840     05  WS-CG-ACCUM-ENTRY      OCCURS 100 TIMES.
012850         10  WS-CG-ACCUM-RETURN     PIC 9(01)V99.
012860         10  WS-CG-ACCUM-START      PIC S9(03).
012870     05  WS-CG-DRAW-ENTRY       OCCURS 100 TIMES.
012880         10  WS-CG-DRAW-RETURN      PIC 9(01)V99.
012890         10  WS-CG-DRAW-START       PIC S9(03).
012900*****************************************************************
012910* RUN LEDGER.  THE LEDGER IS SHARED BY THE WHOLE NIGHTLY JOB
012920* STREAM AND IS OPENED EXTEND AND CLOSED AROUND EACH RECORD, SO
012930* THE START RECORD IS ON THE FILE EVEN WHEN THE RUN STOPS BEFORE
012940* ITS END RECORD IS WRITTEN.  BEFORE A FULL BATCH RUN THE LEDGER
012950* IS READ BACK FOR HOW TODAY'S CLIENT-MAINT ENDED AND WHETHER A
012960* FULL BATCH RUN HAS ALREADY ENDED TODAY.
012970*****************************************************************
012980 77  WS-LEDGER-STATUS           PIC X(02)       VALUE SPACES.
012990 77  WS-LEDGER-SAVE-STATUS      PIC X(02)       VALUE SPACES.
013000 77  WS-LEDGER-EOF-SWITCH       PIC X(01)       VALUE "N".
013010     88  END-OF-RUN-LEDGER                      VALUE "Y".
013020 77  WS-MAINT-STATE             PIC X(01)       VALUE "M".
013030     88  MAINT-NOT-RUN                          VALUE "M".
013040     88  MAINT-NOT-ENDED                        VALUE "S".
013050     88  MAINT-ENDED                            VALUE "E".
013060     88  MAINT-FAILED                           VALUE "F".
013070 77  WS-PRIOR-RUN-SWITCH        PIC X(01)       VALUE "N".
013080     88  FULL-RUN-ALREADY-ENDED                 VALUE "Y".
013090 77  WS-DUPLICATE-RUN-SWITCH    PIC X(01)       VALUE "N".
013100     88  DUPLICATE-RUN-ALLOWED                  VALUE "Y".
013110     88  DUPLICATE-RUN-NOT-ALLOWED              VALUE "N".
013120 77  WS-LEDGER-MESSAGE          PIC X(40)       VALUE SPACES.
013130 COPY RUNLREC.
013140*****************************************************************
013150* THE DISTRIBUTION FEED FOR ADVISOR-DISTRIB.  THE COUNTS OF
013160* CHANGE REPORT AND RMD REPORT LINES GO ON THE TRAILER; A
013170* RESTARTED RUN FIRST COUNTS THE LINES THE ABENDED EXECUTION
013180* ALREADY WROTE SO THE TRAILER COVERS THE WHOLE FILE.
013190*****************************************************************
013200 77  WS-DISTFEED-STATUS         PIC X(02)       VALUE SPACES.
013210 77  WS-DISTFEED-EOF-SWITCH     PIC X(01)       VALUE "N".
013220     88  END-OF-DISTFEED-FILE                   VALUE "Y".
013230 77  WS-FEED-CHANGE-COUNT       PIC 9(07) COMP  VALUE ZERO.
013240 77  WS-FEED-RMD-COUNT          PIC 9(07) COMP  VALUE ZERO.
013250*****************************************************************
013260* AMORTIZATION REPORT LINE LAYOUTS
013270*****************************************************************
013280 COPY AMORTLIN.
013290*****************************************************************
013300* RUN CONTROL REPORT LINE LAYOUTS
013310*****************************************************************
013320 COPY CTLRLIN.
013330*****************************************************************
013340* CLIENT STATEMENT LINE LAYOUTS
013350*****************************************************************
013360 COPY STMTLIN.
013370*****************************************************************
013380* MANAGEMENT SUMMARY REPORT LINE LAYOUTS
013390*****************************************************************
013400 COPY SUMMLIN.
013410*****************************************************************
013420* RUN CHANGE REPORT LINE LAYOUTS
013430*****************************************************************
013440 COPY CHGLIN.
013450*****************************************************************
013460* MAIL MANIFEST LINE LAYOUTS
013470*****************************************************************
013480 COPY MANIFLIN.
013490*****************************************************************
013500* RMD EXCEPTION REPORT LINE LAYOUTS
013510*****************************************************************
013520 COPY RMDLIN.
013530*****************************************************************
013540* WHAT-IF REPORT LINE LAYOUTS
013550*****************************************************************
013560 COPY WIFLIN.
013570*****************************************************************
013580* REGRESSION REPLAY REPORT LINE LAYOUTS
013590*****************************************************************
013600 COPY RPLLIN.
013610*****************************************************************
013620* WORKING FIELDS FOR THE CURRENT CLIENT'S PROJECTION
013630*****************************************************************
013640 01  AGE                        PIC 9(3).
013650 01  MONEY                      PIC 9(7)V99.
013660 01  RETIREMENT-AGE             PIC 9(3).
013670 01  PERIOD                     PIC 9(3).
013680 01  ANNUAL-RETURN              PIC 9(1)V99.
013690 01  TOTAL-MONEY                PIC 9(9)V9(9).
013700 01  YEARLY-DEPOSIT-AMOUNT      PIC 9(7)V99.
013710 01  ESCALATION-RATE            PIC 9(1)V99.
013720 PROCEDURE DIVISION.
013730*****************************************************************
013740* 0000-MAINLINE
013750*    DRIVES THE BATCH RUN, ONE PROJECTION PER CLIENT-MASTER-FILE
013760*    RECORD.
013770*****************************************************************
013780 0000-MAINLINE.
013790     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013800     IF WHATIF-MODE
013810         PERFORM 2030-PROCESS-WHATIF-REQUEST THRU 2030-EXIT
013820             UNTIL END-OF-WHATIF-FILE
013830         PERFORM 9500-TERMINATE-WHATIF THRU 9500-EXIT
013840         STOP RUN
013850     END-IF.
013860     IF REPLAY-MODE
013870         PERFORM 2070-PROCESS-REPLAY-RECORD THRU 2070-EXIT
013880             UNTIL END-OF-AUDIT-LOG
013890         PERFORM 9600-TERMINATE-REPLAY THRU 9600-EXIT
013900         STOP RUN
013910     END-IF.
013920     IF KEYED-RERUN-MODE
013930         PERFORM 2010-PROCESS-RERUN-REQUEST THRU 2010-EXIT
013940             UNTIL END-OF-RERUN-FILE
013950     ELSE
013960         PERFORM 2000-PROCESS-CLIENT THRU 2000-EXIT
013970             UNTIL END-OF-CLIENT-FILE
013980     END-IF.
013990     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014000     STOP RUN.
014010*****************************************************************
014020* 1000-INITIALIZE
014030*    OPENS THE CLIENT MASTER FILE AND DECIDES THE RUN MODE: WHEN
014040*    A RERUN REQUEST FILE IS SUPPLIED THE RUN PROCESSES ONLY THE
014050*    REQUESTED CLIENT IDS BY KEYED READ, OTHERWISE THE WHOLE
014060*    MASTER IS SWEPT IN KEY SEQUENCE AS THE NIGHTLY RUN ALWAYS
014070*    HAS.  IN BATCH MODE THE RUN SKIPS PAST ANY RECORDS ALREADY
014080*    PROCESSED ON A PRIOR RUN PER THE CHECKPOINT FILE, AND PRIMES
014090*    THE READ FOR THE FIRST RECORD STILL TO BE PROCESSED.  THE
014100*    RESTART CHECK RUNS BEFORE AMORT-REPORT-FILE IS OPENED SO A
014110*    RESTARTED RUN CAN OPEN EXTEND AND KEEP THE REPORT PAGES
014120*    ALREADY WRITTEN FOR THE CLIENTS THE CHECKPOINT IS SKIPPING,
014130*    THE SAME WAY AUDIT-LOG-FILE HAS ALWAYS BEEN OPENED EXTEND.
014140*    A KEYED RERUN NEVER TOUCHES THE CHECKPOINT, SO A RERUN CAN
014150*    NEVER DISTURB THE RESTART POSITION OF AN ABENDED NIGHTLY
014160*    RUN.
014170*    A WHAT-IF REQUEST FILE OR A REPLAY PARAMETER FILE PUTS
014180*    THE RUN IN THAT MODE INSTEAD, AND NONE OF THE NIGHTLY
014190*    OUTPUTS ARE OPENED.
014200*    THE START OF THE RUN IS LOGGED ON THE RUN LEDGER BEFORE ANY
014210*    FILE IS OPENED, AND A FULL BATCH RUN IS GATED ON THE LEDGER
014220*    BEFORE ITS NIGHTLY OUTPUTS ARE OPENED.
014230*****************************************************************
014240 1000-INITIALIZE.
014250     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
014260     ACCEPT WS-RUN-TIME FROM TIME.
014270     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID"
014280         ON EXCEPTION
014290             MOVE "BATCH" TO WS-OPERATOR-ID
014300     END-ACCEPT.
014310     PERFORM 1010-WRITE-LEDGER-START THRU 1010-EXIT.
014320     OPEN INPUT CLIENT-MASTER-FILE.
014330     IF WS-MASTER-STATUS NOT = "00"
014340         DISPLAY "**ERROR** UNABLE TO OPEN CLIENT MASTER, "
014350             "STATUS " WS-MASTER-STATUS
014360         PERFORM 9900-ABORT-RUN THRU 9900-EXIT
014370     END-IF.
014380     OPEN INPUT CLIENT-EVENT-FILE.
014390     IF WS-EVENT-STATUS = "35"
014400         DISPLAY "NO CLIENT EVENT FILE - NO EVENTS APPLIED"
014410     ELSE
014420         IF WS-EVENT-STATUS NOT = "00"
014430             DISPLAY "**ERROR** UNABLE TO OPEN CLIENT EVENT "
014440                 "FILE, STATUS " WS-EVENT-STATUS
014450             PERFORM 9900-ABORT-RUN THRU 9900-EXIT
014460         END-IF
014470         SET EVENT-FILE-OPEN TO TRUE
014480     END-IF.
014490     OPEN EXTEND AUDIT-LOG-FILE.
014500     IF WS-AUDIT-STATUS = "35"
014510         OPEN OUTPUT AUDIT-LOG-FILE
014520     END-IF.
014530     IF WS-AUDIT-STATUS NOT = "00"
014540         DISPLAY "**ERROR** UNABLE TO OPEN AUDIT LOG, "
014550             "STATUS " WS-AUDIT-STATUS
014560         PERFORM 9900-ABORT-RUN THRU 9900-EXIT
014570     END-IF.
014580     PERFORM 1500-LOAD-RUN-PARAMETERS THRU 1500-EXIT.
014590     PERFORM 1880-LOAD-GLIDE-PATHS THRU 1880-EXIT.
014600     OPEN INPUT WHATIF-REQUEST-FILE.
014610     IF WS-WHATIF-STATUS = "00"
014620         SET WHATIF-MODE TO TRUE
014630         DISPLAY "WHAT-IF REQUEST FILE PRESENT - WHAT-IF MODE"
014640         OPEN OUTPUT WHATIF-REPORT-FILE
014650         MOVE WS-RUN-DATE TO WIF-RUN-DATE
014660         WRITE WHATIF-REPORT-LINE FROM WIF-HEADING-1
014670         WRITE WHATIF-REPORT-LINE FROM WIF-WATERMARK-LINE
014680         PERFORM 2160-READ-WHATIF-REQUEST THRU 2160-EXIT
014690         GO TO 1000-EXIT
014700     END-IF.
014710     OPEN INPUT REPLAY-PARM-FILE.
014720     IF WS-REPLAY-PARM-STATUS = "00"
014730         PERFORM 1900-START-REPLAY THRU 1900-EXIT
014740         GO TO 1000-EXIT
014750     END-IF.
014760     COMPUTE WS-NEG-THRESHOLD =
014770         ZERO - WS-CHANGE-THRESHOLD-PCT.
014780     PERFORM 1300-LOAD-PRIOR-HISTORY THRU 1300-EXIT.
014790     PERFORM 1700-LOAD-BASELINE-REQUESTS THRU 1700-EXIT.
014800     PERFORM 1800-LOAD-ADVISOR-MASTER THRU 1800-EXIT.
014810     OPEN INPUT RERUN-REQUEST-FILE.
014820     IF WS-RERUN-STATUS = "00"
014830         SET KEYED-RERUN-MODE TO TRUE
014840         DISPLAY "RERUN REQUEST FILE PRESENT - KEYED RERUN MODE"
014850         OPEN OUTPUT AMORT-REPORT-FILE
014860         OPEN OUTPUT CLIENT-STMT-FILE
014870         OPEN OUTPUT EDELIV-STMT-FILE
014880         OPEN OUTPUT EXTRACT-FILE
014890         PERFORM 1270-CHECK-EXTRACT-OPEN THRU 1270-EXIT
014900         PERFORM 1200-WRITE-EXTRACT-HEADER THRU 1200-EXIT
014910         OPEN OUTPUT CHANGE-REPORT-FILE
014920         PERFORM 1400-START-CHANGE-REPORT THRU 1400-EXIT
014930         OPEN OUTPUT DISTRIBUTION-FEED-FILE
014940         PERFORM 1870-CHECK-FEED-OPEN THRU 1870-EXIT
014950         PERFORM 1600-ECHO-PARAMETERS THRU 1600-EXIT
014960         PERFORM 2150-READ-RERUN-REQUEST THRU 2150-EXIT
014970         GO TO 1000-EXIT
014980     END-IF.
014990     PERFORM 1150-CHECK-RUN-LEDGER THRU 1150-EXIT.
015000     PERFORM 1100-CHECK-RESTART THRU 1100-EXIT.
015010     IF WS-RESTART-COUNT > ZERO
015020         OPEN EXTEND AMORT-REPORT-FILE
015030         OPEN EXTEND CLIENT-STMT-FILE
015040         OPEN EXTEND EDELIV-STMT-FILE
015050         PERFORM 1250-COUNT-EXTRACT-DETAILS THRU 1250-EXIT
015060         OPEN EXTEND EXTRACT-FILE
015070         IF WS-EXTRACT-STATUS = "35"
015080             OPEN OUTPUT EXTRACT-FILE
015090             PERFORM 1200-WRITE-EXTRACT-HEADER THRU 1200-EXIT
015100         END-IF
015110         PERFORM 1270-CHECK-EXTRACT-OPEN THRU 1270-EXIT
015120         OPEN EXTEND CHANGE-REPORT-FILE
015130         PERFORM 1850-COUNT-FEED-DETAILS THRU 1850-EXIT
015140         OPEN EXTEND DISTRIBUTION-FEED-FILE
015150         IF WS-DISTFEED-STATUS = "35"
015160             OPEN OUTPUT DISTRIBUTION-FEED-FILE
015170         END-IF
015180         PERFORM 1870-CHECK-FEED-OPEN THRU 1870-EXIT
015190         DISPLAY "RESTARTING AFTER CHECKPOINT AT RECORD "
015200             WS-RESTART-COUNT
015210         MOVE WS-RESTART-COUNT TO WS-SKIP-COUNT
015220         MOVE WS-RESTART-COUNT TO WS-CLIENT-COUNT
015230         PERFORM 2100-READ-CLIENT-RECORD THRU 2100-EXIT
015240             WS-SKIP-COUNT TIMES
015250     ELSE
015260         OPEN OUTPUT AMORT-REPORT-FILE
015270         OPEN OUTPUT CLIENT-STMT-FILE
015280         OPEN OUTPUT EDELIV-STMT-FILE
015290         OPEN OUTPUT EXTRACT-FILE
015300         PERFORM 1270-CHECK-EXTRACT-OPEN THRU 1270-EXIT
015310         PERFORM 1200-WRITE-EXTRACT-HEADER THRU 1200-EXIT
015320         OPEN OUTPUT CHANGE-REPORT-FILE
015330         PERFORM 1400-START-CHANGE-REPORT THRU 1400-EXIT
015340         OPEN OUTPUT DISTRIBUTION-FEED-FILE
015350         PERFORM 1870-CHECK-FEED-OPEN THRU 1870-EXIT
015360         PERFORM 1600-ECHO-PARAMETERS THRU 1600-EXIT
015370     END-IF.
015380     PERFORM 2100-READ-CLIENT-RECORD THRU 2100-EXIT.
015390 1000-EXIT.
015400     EXIT.
015410*****************************************************************
015420* 1010-WRITE-LEDGER-START
015430*    LOGS THE START OF THIS RUN ON THE RUN LEDGER.  THE RUN MODE
015440*    IS NOT KNOWN YET AND GOES ON THE END RECORD.  A LEDGER THAT
015450*    CANNOT BE WRITTEN STOPS THE RUN BEFORE ANYTHING IS TOUCHED:
015460*    WITHOUT IT A SECOND RUN FOR THE DATE COULD NOT BE CAUGHT.
015470*****************************************************************
015480 1010-WRITE-LEDGER-START.
015490     INITIALIZE RUN-LEDGER-RECORD.
015500     MOVE WS-RUN-DATE     TO RLG-RUN-DATE.
015510     MOVE WS-RUN-TIME     TO RLG-RUN-TIME.
015520     MOVE "RETIREMENT-PLANNER" TO RLG-STEP-NAME.
015530     SET RLG-START        TO TRUE.
015540     MOVE WS-OPERATOR-ID  TO RLG-OPERATOR-ID.
015550     PERFORM 9750-APPEND-RUN-LEDGER THRU 9750-EXIT.
015560     IF WS-LEDGER-STATUS NOT = "00"
015570         DISPLAY "**ERROR** UNABLE TO OPEN RUN LEDGER, "
015580             "STATUS " WS-LEDGER-STATUS
015590         MOVE 16 TO RETURN-CODE
015600         STOP RUN
015610     END-IF.
015620 1010-EXIT.
015630     EXIT.
015640*****************************************************************
015650* 1100-CHECK-RESTART
015660*    READS THE CHECKPOINT FILE, IF ONE EXISTS, TO FIND THE NUMBER
015670*    OF CLIENT RECORDS ALREADY PROCESSED ON A PRIOR RUN THAT DID
015680*    NOT FINISH.  A MISSING CHECKPOINT FILE MEANS A FRESH RUN.
015690*****************************************************************
015700 1100-CHECK-RESTART.
015710     MOVE ZERO TO WS-RESTART-COUNT.
015720     OPEN INPUT CHECKPOINT-FILE.
015730     IF WS-CHECKPOINT-STATUS = "00"
015740         READ CHECKPOINT-FILE
015750             AT END
015760                 MOVE ZERO TO CHECKPOINT-RECORD
015770         END-READ
015780         MOVE CHK-CLIENT-COUNT TO WS-RESTART-COUNT
015790         IF CHK-EXTRACT-COUNT NUMERIC
015800             MOVE CHK-EXTRACT-COUNT TO WS-EXTRACT-COUNT
015810         ELSE
015820             IF CHK-CLIENT-COUNT > ZERO
015830                 DISPLAY "**WARNING** OLD-FORMAT CHECKPOINT - "
015840                     "EXTRACT TRAILER COUNT WILL BE SHORT"
015850             END-IF
015860         END-IF
015870         IF CHK-ERROR-COUNT NUMERIC
015880             MOVE CHK-ERROR-COUNT TO WS-ERROR-COUNT
015890         ELSE
015900             IF CHK-CLIENT-COUNT > ZERO
015910                 DISPLAY "**WARNING** OLD-FORMAT CHECKPOINT - "
015920                     "REJECT COUNT RESTARTS AT ZERO"
015930             END-IF
015940         END-IF
015950         CLOSE CHECKPOINT-FILE
015960     END-IF.
015970 1100-EXIT.
015980     EXIT.
015990*****************************************************************
016000* 1150-CHECK-RUN-LEDGER
016010*    GATES A FULL BATCH RUN ON THE RUN LEDGER BEFORE ANY NIGHTLY
016020*    OUTPUT IS OPENED.  THE RUN IS REFUSED WHEN TODAY'S
016030*    CLIENT-MAINT NEVER STARTED, STARTED BUT NEVER ENDED, OR
016040*    ENDED WITH RETURN CODE 16 -- THE LATEST CLIENT-MAINT RUN OF
016050*    THE DAY IS THE ONE THAT COUNTS, SO MAINTENANCE THAT FAILED
016060*    AND WAS RERUN CLEAN LETS THE PLANNER GO.  IT IS ALSO REFUSED
016070*    WHEN A FULL BATCH RUN FOR TODAY HAS ALREADY ENDED, UNLESS
016080*    THE ALLOW-DUPLICATE-RUN PARAMETER IS SET, SO A SECOND RUN
016090*    CANNOT APPEND A SECOND GENERATION TO THE AUDIT LOG, THE
016100*    PROJECTION HISTORY AND THE MAIL MANIFEST BY ACCIDENT.  A
016110*    RESTART OF A RUN THAT ABENDED OR STOPPED ON A FATAL ERROR IS
016120*    NOT A SECOND RUN: ONLY A FULL RUN THAT ENDED BELOW RETURN
016130*    CODE 16 COUNTS.  A REFUSED RUN IS LOGGED ON THE LEDGER WITH
016140*    RETURN CODE 16 AND THE REASON, AND STOPS.
016150*****************************************************************
016160 1150-CHECK-RUN-LEDGER.
016170     SET MAINT-NOT-RUN TO TRUE.
016180     OPEN INPUT RUN-LEDGER-FILE.
016190     IF WS-LEDGER-STATUS NOT = "00"
016200         DISPLAY "**ERROR** UNABLE TO READ RUN LEDGER, "
016210             "STATUS " WS-LEDGER-STATUS
016220         MOVE "REFUSED - RUN LEDGER UNREADABLE"
016230             TO WS-LEDGER-MESSAGE
016240         GO TO 1150-REFUSE
016250     END-IF.
016260     PERFORM 1160-SCAN-LEDGER-RECORD THRU 1160-EXIT
016270         UNTIL END-OF-RUN-LEDGER.
016280     CLOSE RUN-LEDGER-FILE.
016290     IF MAINT-NOT-RUN
016300         MOVE "REFUSED - NO CLIENT-MAINT RUN TODAY"
016310             TO WS-LEDGER-MESSAGE
016320         GO TO 1150-REFUSE
016330     END-IF.
016340     IF MAINT-NOT-ENDED
016350         MOVE "REFUSED - CLIENT-MAINT DID NOT END"
016360             TO WS-LEDGER-MESSAGE
016370         GO TO 1150-REFUSE
016380     END-IF.
016390     IF MAINT-FAILED
016400         MOVE "REFUSED - CLIENT-MAINT ENDED IN ERROR"
016410             TO WS-LEDGER-MESSAGE
016420         GO TO 1150-REFUSE
016430     END-IF.
016440     IF FULL-RUN-ALREADY-ENDED
016450         IF DUPLICATE-RUN-NOT-ALLOWED
016460             MOVE "REFUSED - FULL RUN ALREADY ENDED TODAY"
016470                 TO WS-LEDGER-MESSAGE
016480             GO TO 1150-REFUSE
016490         END-IF
016500         DISPLAY "**WARNING** A FULL RUN FOR " WS-RUN-DATE
016510             " ALREADY ENDED - ALLOW-DUPLICATE-RUN IN FORCE"
016520         MOVE "DUPLICATE RUN ALLOWED BY PARAMETER"
016530             TO WS-LEDGER-MESSAGE
016540     END-IF.
016550     GO TO 1150-EXIT.
016560 1150-REFUSE.
016570     DISPLAY "**ERROR** PLANNER RUN " WS-LEDGER-MESSAGE.
016580     PERFORM 9900-ABORT-RUN THRU 9900-EXIT.
016590 1150-EXIT.
016600     EXIT.
016610*****************************************************************
016620* 1160-SCAN-LEDGER-RECORD
016630*    READS ONE RUN LEDGER RECORD AND, WHEN IT IS FOR TODAY,
016640*    NOTES WHAT IT SAYS ABOUT CLIENT-MAINT OR AN EARLIER FULL
016650*    BATCH RUN.  THE LEDGER IS IN THE ORDER THE RECORDS WERE
016660*    WRITTEN, SO THE LAST CLIENT-MAINT RECORD OF THE DAY LEAVES
016670*    THE MAINTENANCE STATE.
016680*****************************************************************
016690 1160-SCAN-LEDGER-RECORD.
016700     READ RUN-LEDGER-FILE INTO RUN-LEDGER-RECORD
016710         AT END
016720             SET END-OF-RUN-LEDGER TO TRUE
016730             GO TO 1160-EXIT
016740     END-READ.
016750     IF RLG-RUN-DATE NOT = WS-RUN-DATE
016760         GO TO 1160-EXIT
016770     END-IF.
016780     IF RLG-STEP-NAME = "CLIENT-MAINT"
016790         IF RLG-START
016800             SET MAINT-NOT-ENDED TO TRUE
016810         ELSE
016820             IF RLG-RETURN-CODE < 16
016830                 SET MAINT-ENDED TO TRUE
016840             ELSE
016850                 SET MAINT-FAILED TO TRUE
016860             END-IF
016870         END-IF
016880         GO TO 1160-EXIT
016890     END-IF.
016900     IF RLG-STEP-NAME = "RETIREMENT-PLANNER"
016910         AND RLG-END
016920         AND RLG-FULL-BATCH
016930         AND RLG-RETURN-CODE < 16
016940         SET FULL-RUN-ALREADY-ENDED TO TRUE
016950     END-IF.
016960 1160-EXIT.
016970     EXIT.
016980*****************************************************************
016990* 1200-WRITE-EXTRACT-HEADER
017000*    WRITES THE EXTRACT FILE HEADER RECORD WITH THE RUN DATE
017010*    AND TIME.  ONLY A FRESH OPEN WRITES A HEADER -- A
017020*    RESTARTED RUN EXTENDS THE FILE THE ORIGINAL RUN STARTED,
017030*    WHICH ALREADY HAS ONE.
017040*****************************************************************
017050 1200-WRITE-EXTRACT-HEADER.
017060     MOVE SPACES TO EXTRACT-HEADER-RECORD.
017070     MOVE "H" TO EXH-RECORD-TYPE.
017080     MOVE WS-RUN-DATE TO EXH-RUN-DATE.
017090     MOVE WS-RUN-TIME TO EXH-RUN-TIME.
017100     WRITE EXTRACT-HEADER-RECORD.
017110     PERFORM 1280-CHECK-EXTRACT-WRITE THRU 1280-EXIT.
017120 1200-EXIT.
017130     EXIT.
017140*****************************************************************
017150* 1250-COUNT-EXTRACT-DETAILS
017160*    ON A RESTART, COUNTS THE EXTRACT DETAIL RECORDS ALREADY ON
017170*    FILE BEFORE THE FILE IS REOPENED EXTEND.  AN ABEND RARELY
017180*    LANDS EXACTLY ON A CHECKPOINT, SO THE CLIENTS BETWEEN THE
017190*    LAST CHECKPOINT AND THE ABEND WERE ALREADY EXTRACTED AND
017200*    MAILED ONCE; KNOWING HOW MANY DETAILS ARE PHYSICALLY ON
017210*    FILE LETS THE REPLAY OF THAT WINDOW SKIP REWRITING THEIR
017220*    EXTRACT RECORDS AND STATEMENTS, SO THE TRAILER COUNTS THE
017230*    PHYSICAL FILE AND NO CLIENT IS MAILED TWICE.  A RESTART
017240*    LEFT BEHIND BY THE PRE-EXTRACT PROGRAM VERSION HAS NO
017250*    EXTRACT FILE AT ALL, SO A FAILED OPEN HERE JUST MEANS ZERO
017260*    DETAILS ON FILE AND THE RUN CARRIES ON.
017270*****************************************************************
017280 1250-COUNT-EXTRACT-DETAILS.
017290     MOVE ZERO TO WS-EXTRACT-ON-FILE.
017300     OPEN INPUT EXTRACT-FILE.
017310     IF WS-EXTRACT-STATUS NOT = "00"
017320         GO TO 1250-EXIT
017330     END-IF.
017340     PERFORM 1260-COUNT-EXTRACT-RECORD THRU 1260-EXIT
017350         UNTIL END-OF-EXTRACT-FILE.
017360     CLOSE EXTRACT-FILE.
017370     IF WS-EXTRACT-ON-FILE > WS-EXTRACT-COUNT
017380         DISPLAY "RESTART REPLAY WINDOW: "
017390             "EXTRACT AND STATEMENTS ALREADY WRITTEN FOR THE "
017400             "CLIENTS PAST THE CHECKPOINT WILL NOT BE REPEATED"
017410     END-IF.
017420 1250-EXIT.
017430     EXIT.
017440*****************************************************************
017450* 1260-COUNT-EXTRACT-RECORD
017460*    COUNTS ONE EXTRACT RECORD IF IT IS A DETAIL.
017470*****************************************************************
017480 1260-COUNT-EXTRACT-RECORD.
017490     READ EXTRACT-FILE
017500         AT END
017510             SET END-OF-EXTRACT-FILE TO TRUE
017520             GO TO 1260-EXIT
017530     END-READ.
017540     IF WS-EXTRACT-STATUS NOT = "00"
017550         SET END-OF-EXTRACT-FILE TO TRUE
017560         GO TO 1260-EXIT
017570     END-IF.
017580     IF EXT-DETAIL-RECORD
017590         ADD 1 TO WS-EXTRACT-ON-FILE
017600     END-IF.
017610 1260-EXIT.
017620     EXIT.
017630*****************************************************************
017640* 1270-CHECK-EXTRACT-OPEN
017650*    STOPS THE RUN WHEN THE EXTRACT FILE COULD NOT BE OPENED
017660*    FOR WRITING -- A FEED SILENTLY LEFT UNWRITTEN WOULD ONLY
017670*    SURFACE WHEN THE WAREHOUSE LOAD COMES UP EMPTY.
017680*****************************************************************
017690 1270-CHECK-EXTRACT-OPEN.
017700     IF WS-EXTRACT-STATUS NOT = "00"
017710         DISPLAY "**ERROR** UNABLE TO OPEN EXTRACT FILE, "
017720             "STATUS " WS-EXTRACT-STATUS
017730         PERFORM 9900-ABORT-RUN THRU 9900-EXIT
017740     END-IF.
017750 1270-EXIT.
017760     EXIT.
017770*****************************************************************
017780* 1280-CHECK-EXTRACT-WRITE
017790*    STOPS THE RUN WHEN AN EXTRACT WRITE FAILS.  WITH A FILE
017800*    STATUS DECLARED THE WRITE NO LONGER ABENDS ON ITS OWN, AND
017810*    A SILENTLY SHORT FEED WOULD ONLY SURFACE WHEN THE
017820*    WAREHOUSE LOAD FINDS THE TRAILER COUNTING RECORDS THAT
017830*    NEVER LANDED.
017840*****************************************************************
017850 1280-CHECK-EXTRACT-WRITE.
017860     IF WS-EXTRACT-STATUS NOT = "00"
017870         DISPLAY "**ERROR** EXTRACT WRITE FAILED, STATUS "
017880             WS-EXTRACT-STATUS
017890         PERFORM 9900-ABORT-RUN THRU 9900-EXIT
017900     END-IF.
017910 1280-EXIT.
017920     EXIT.
017930*****************************************************************
017940* 1300-LOAD-PRIOR-HISTORY
017950*    READS THE CUMULATIVE PROJECTION HISTORY FILE AND KEEPS THE
017960*    MOST RECENT PRIOR RESULT PER CLIENT IN THE PRIOR TABLE,
017970*    THEN REOPENS THE FILE EXTEND SO THIS RUN CAN APPEND ITS
017980*    OWN RESULTS.  A MISSING HISTORY FILE IS THE FIRST RUN:
017990*    NOTHING TO COMPARE, AND THE FILE IS STARTED FRESH.
018000*****************************************************************
018010 1300-LOAD-PRIOR-HISTORY.
018020     OPEN INPUT PROJECTION-HISTORY-FILE.
018030     IF WS-HISTORY-STATUS = "00"
018040         PERFORM 1310-LOAD-HISTORY-RECORD THRU 1310-EXIT
018050             UNTIL END-OF-HISTORY-FILE
018060         CLOSE PROJECTION-HISTORY-FILE
018070         OPEN EXTEND PROJECTION-HISTORY-FILE
018080     ELSE
018090         SET NO-PRIOR-HISTORY TO TRUE
018100         DISPLAY "NO PRIOR PROJECTION HISTORY - STARTING ONE"
018110         OPEN OUTPUT PROJECTION-HISTORY-FILE
018120     END-IF.
018130 1300-EXIT.
018140     EXIT.
018150*****************************************************************
018160* 1310-LOAD-HISTORY-RECORD
018170*    LOADS ONE HISTORY RECORD INTO THE PRIOR TABLE, REPLACING
018180*    ANY EARLIER ENTRY FOR THE SAME CLIENT SO THE TABLE ENDS UP
018190*    HOLDING EACH CLIENT'S MOST RECENT PRIOR RESULT.  RECORDS
018200*    CARRYING TODAY'S RUN DATE ARE SKIPPED: THEY ARE A PARTIAL
018210*    GENERATION LEFT BY AN ABENDED RUN EARLIER TODAY, AND
018220*    SEEDING THE TABLE FROM THEM WOULD MAKE THE RERUN COMPARE
018230*    EVERY PRE-ABEND CLIENT AGAINST ITS OWN IDENTICAL RESULT
018240*    AND REPORT NOTHING -- THE EXACT FAT-FINGER SCENARIO THE
018250*    CHANGE REPORT EXISTS TO CATCH.  THE COST IS THAT A SECOND
018260*    LEGITIMATE RUN THE SAME DAY ALSO COMPARES AGAINST THE LAST
018270*    PRIOR DAY'S RESULTS, WHICH IS THE SAFER BASELINE ANYWAY.
018280*****************************************************************
018290 1310-LOAD-HISTORY-RECORD.
018300     READ PROJECTION-HISTORY-FILE
018310         AT END
018320             SET END-OF-HISTORY-FILE TO TRUE
018330             GO TO 1310-EXIT
018340     END-READ.
018350     IF HST-RUN-DATE = WS-RUN-DATE
018360         GO TO 1310-EXIT
018370     END-IF.
018380     MOVE HST-CLIENT-ID TO WS-LOOKUP-CLIENT-ID.
018390     PERFORM 1320-FIND-PRIOR-ENTRY THRU 1320-EXIT.
018400     IF PRIOR-ENTRY-NOT-FOUND
018410         IF WS-PRIOR-COUNT < WS-PRIOR-MAX
018420             ADD 1 TO WS-PRIOR-COUNT
018430             MOVE WS-PRIOR-COUNT TO WS-PRIOR-IX
018440             MOVE HST-CLIENT-ID
018450                 TO WS-PRI-CLIENT-ID (WS-PRIOR-IX)
018460         ELSE
018470             SET HISTORY-TABLE-OVERFLOWED TO TRUE
018480             GO TO 1310-EXIT
018490         END-IF
018500     END-IF.
018510     MOVE HST-RUN-DATE          TO WS-PRI-RUN-DATE (WS-PRIOR-IX).
018520     MOVE HST-PROJECTED-BALANCE TO WS-PRI-BALANCE (WS-PRIOR-IX).
018530     MOVE HST-DECUM-OUTCOME     TO WS-PRI-OUTCOME (WS-PRIOR-IX).
018540 1310-EXIT.
018550     EXIT.
018560*****************************************************************
018570* 1320-FIND-PRIOR-ENTRY
018580*    SERIAL SEARCH OF THE PRIOR TABLE FOR WS-LOOKUP-CLIENT-ID.
018590*    LEAVES WS-PRIOR-IX AT THE MATCHING ENTRY WHEN FOUND.
018600*****************************************************************
018610 1320-FIND-PRIOR-ENTRY.
018620     SET PRIOR-ENTRY-NOT-FOUND TO TRUE.
018630     MOVE ZERO TO WS-PRIOR-IX.
018640     PERFORM 1330-SCAN-PRIOR-ENTRY THRU 1330-EXIT
018650         UNTIL PRIOR-ENTRY-FOUND
018660            OR WS-PRIOR-IX NOT < WS-PRIOR-COUNT.
018670 1320-EXIT.
018680     EXIT.
018690*****************************************************************
018700* 1330-SCAN-PRIOR-ENTRY
018710*    ONE STEP OF THE PRIOR TABLE SERIAL SEARCH.
018720*****************************************************************
018730 1330-SCAN-PRIOR-ENTRY.
018740     ADD 1 TO WS-PRIOR-IX.
018750     IF WS-PRI-CLIENT-ID (WS-PRIOR-IX) = WS-LOOKUP-CLIENT-ID
018760         SET PRIOR-ENTRY-FOUND TO TRUE
018770     END-IF.
018780 1330-EXIT.
018790     EXIT.
018800*****************************************************************
018810* 1400-START-CHANGE-REPORT
018820*    WRITES THE CHANGE REPORT PAGE HEADING, THE THRESHOLD IN
018830*    FORCE, AND THE COLUMN HEADINGS.  ALSO USED FOR LATER PAGE
018840*    BREAKS.  A FIRST RUN WITH NO PRIOR HISTORY SAYS SO, SO AN
018850*    EMPTY REPORT IS NEVER MISTAKEN FOR A QUIET ONE.
018860*****************************************************************
018870 1400-START-CHANGE-REPORT.
018880     ADD 1 TO WS-CHG-PAGE-COUNT.
018890     MOVE WS-CHG-PAGE-COUNT TO CHG-PAGE-NO.
018900     MOVE WS-RUN-DATE TO CHG-RUN-DATE.
018910     WRITE CHANGE-REPORT-LINE FROM CHG-HEADING-1.
018920     MOVE WS-CHANGE-THRESHOLD-PCT TO CHG-THRESHOLD-PCT.
018930     WRITE CHANGE-REPORT-LINE FROM CHG-THRESHOLD-LINE.
018940     WRITE CHANGE-REPORT-LINE FROM CHG-BLANK-LINE.
018950     WRITE CHANGE-REPORT-LINE FROM CHG-COLUMN-HEADING.
018960     WRITE CHANGE-REPORT-LINE FROM CHG-BLANK-LINE.
018970     MOVE ZERO TO WS-CHG-LINE-COUNT.
018980     IF NO-PRIOR-HISTORY AND WS-CHG-PAGE-COUNT = 1
018990         MOVE "NO PRIOR HISTORY ON FILE - NOTHING TO COMPARE"
019000             TO CHG-MESSAGE
019010         WRITE CHANGE-REPORT-LINE FROM CHG-MESSAGE-LINE
019020         ADD 1 TO WS-CHG-LINE-COUNT
019030     END-IF.
019040 1400-EXIT.
019050     EXIT.
019060*****************************************************************
019070* 1500-LOAD-RUN-PARAMETERS
019080*    READS THE RUN PARAMETER FILE AND APPLIES EACH VALID
019090*    PARAMETER OVER THE COMPILED-IN DEFAULT.  A MISSING FILE
019100*    LEAVES EVERY DEFAULT IN FORCE WITH A WARNING, SO A RUN
019110*    NEVER FAILS JUST BECAUSE NOBODY SUPPLIED TUNING VALUES.
019120*    EACH PARAMETER IS RANGE CHECKED AND A BAD ONE IS WARNED
019130*    ABOUT AND IGNORED.  AFTER THE FILE IS PROCESSED THE AGE
019140*    RANGE IS CROSS-CHECKED: A MINIMUM AT OR ABOVE THE MAXIMUM
019150*    PUTS BOTH DEFAULTS BACK, AND THE ADVISORY FEE SCHEDULE IS
019160*    CHECKED BY 1530-CHECK-FEE-SCHEDULE.
019170*****************************************************************
019180 1500-LOAD-RUN-PARAMETERS.
019190     OPEN INPUT RUN-PARM-FILE.
019200     IF WS-RUN-PARM-STATUS NOT = "00"
019210         DISPLAY "**WARNING** NO RUN PARAMETER FILE - "
019220             "DEFAULT LIMITS IN FORCE"
019230         GO TO 1500-EXIT
019240     END-IF.
019250     SET PARM-FILE-PRESENT TO TRUE.
019260     PERFORM 1510-PROCESS-PARM-RECORD THRU 1510-EXIT
019270         UNTIL END-OF-RUN-PARM-FILE.
019280     CLOSE RUN-PARM-FILE.
019290     IF WS-MINIMUM-AGE NOT < WS-MAXIMUM-AGE
019300         DISPLAY "**WARNING** MINIMUM AGE NOT BELOW MAXIMUM "
019310             "AGE - BOTH RESET TO DEFAULTS"
019320         ADD 1 TO WS-PARM-WARNING-COUNT
019330         MOVE 18 TO WS-MINIMUM-AGE
019340         MOVE 110 TO WS-MAXIMUM-AGE
019350     END-IF.
019360     PERFORM 1530-CHECK-FEE-SCHEDULE THRU 1530-EXIT.
019370 1500-EXIT.
019380     EXIT.
019390*****************************************************************
019400* 1510-PROCESS-PARM-RECORD
019410*    READS AND APPLIES ONE PARAMETER RECORD.  THE VALUE MUST BE
019420*    RIGHT-JUSTIFIED AND ZERO FILLED; RATES AND THE CHANGE
019430*    THRESHOLD ARE GIVEN IN WHOLE PERCENTS.  AN UNKNOWN
019440*    KEYWORD, A NON-NUMERIC VALUE, OR A VALUE OUTSIDE ITS SANE
019450*    RANGE IS WARNED ABOUT AND IGNORED.
019460*****************************************************************
019470 1510-PROCESS-PARM-RECORD.
019480     READ RUN-PARM-FILE
019490         AT END
019500             SET END-OF-RUN-PARM-FILE TO TRUE
019510             GO TO 1510-EXIT
019520     END-READ.
019530     IF PRM-KEYWORD = SPACES
019540         GO TO 1510-EXIT
019550     END-IF.
019560     IF PRM-VALUE NOT NUMERIC
019570         DISPLAY "**WARNING** PARAMETER " PRM-KEYWORD
019580             " VALUE " PRM-VALUE " IS NOT NUMERIC - IGNORED"
019590         ADD 1 TO WS-PARM-WARNING-COUNT
019600         GO TO 1510-EXIT
019610     END-IF.
019620     MOVE PRM-VALUE TO WS-PARM-VALUE-NUM.
019630     IF PRM-KEYWORD = "MINIMUM-AGE"
019640         IF WS-PARM-VALUE-NUM > ZERO
019650             AND WS-PARM-VALUE-NUM < 100
019660             MOVE WS-PARM-VALUE-NUM TO WS-MINIMUM-AGE
019670         ELSE
019680             PERFORM 1520-WARN-PARM-RANGE THRU 1520-EXIT
019690         END-IF
019700         GO TO 1510-EXIT
019710     END-IF.
019720     IF PRM-KEYWORD = "MAXIMUM-AGE"
019730         IF WS-PARM-VALUE-NUM > 49
019740             AND WS-PARM-VALUE-NUM < 131
019750             MOVE WS-PARM-VALUE-NUM TO WS-MAXIMUM-AGE
019760         ELSE
019770             PERFORM 1520-WARN-PARM-RANGE THRU 1520-EXIT
019780         END-IF
019790         GO TO 1510-EXIT
019800     END-IF.
019810     IF PRM-KEYWORD = "MAXIMUM-RETURN"
019820         IF WS-PARM-VALUE-NUM > ZERO
019830             AND WS-PARM-VALUE-NUM < 100
019840             COMPUTE WS-MAXIMUM-RETURN =
019850                 WS-PARM-VALUE-NUM / 100
019860         ELSE
019870             PERFORM 1520-WARN-PARM-RANGE THRU 1520-EXIT
019880         END-IF
019890         GO TO 1510-EXIT
019900     END-IF.
019910     IF PRM-KEYWORD = "MAXIMUM-ESCALATION"
019920         IF WS-PARM-VALUE-NUM > ZERO
019930             AND WS-PARM-VALUE-NUM < 100
019940             COMPUTE WS-MAXIMUM-ESCALATION =
019950                 WS-PARM-VALUE-NUM / 100
019960         ELSE
019970             PERFORM 1520-WARN-PARM-RANGE THRU 1520-EXIT
019980         END-IF
019990         GO TO 1510-EXIT
020000     END-IF.
020010     IF PRM-KEYWORD = "CHECKPOINT-INTERVAL"
020020         IF WS-PARM-VALUE-NUM > ZERO
020030             AND WS-PARM-VALUE-NUM < 100000
020040             MOVE WS-PARM-VALUE-NUM TO WS-CHECKPOINT-INTERVAL
020050         ELSE
020060             PERFORM 1520-WARN-PARM-RANGE THRU 1520-EXIT
020070         END-IF
020080         GO TO 1510-EXIT
020090     END-IF.
020100     IF PRM-KEYWORD = "MAX-LINES-PER-PAGE"
020110         IF WS-PARM-VALUE-NUM > 9
020120             AND WS-PARM-VALUE-NUM < 101
020130             MOVE WS-PARM-VALUE-NUM TO WS-MAX-LINES-PER-PAGE
020140         ELSE
020150             PERFORM 1520-WARN-PARM-RANGE THRU 1520-EXIT
020160         END-IF
020170         GO TO 1510-EXIT
020180     END-IF.
020190     IF PRM-KEYWORD = "CHANGE-THRESHOLD-PCT"
020200         IF WS-PARM-VALUE-NUM > ZERO
020210             AND WS-PARM-VALUE-NUM < 101
020220             MOVE WS-PARM-VALUE-NUM TO WS-CHANGE-THRESHOLD-PCT
020230         ELSE
020240             PERFORM 1520-WARN-PARM-RANGE THRU 1520-EXIT
020250         END-IF
020260         GO TO 1510-EXIT
020270     END-IF.
020280     IF PRM-KEYWORD = "INFLATION-RATE"
020290         IF WS-PARM-VALUE-NUM < 21
020300             COMPUTE WS-INFLATION-RATE =
020310                 WS-PARM-VALUE-NUM / 100
020320         ELSE
020330             PERFORM 1520-WARN-PARM-RANGE THRU 1520-EXIT
020340         END-IF
020350         GO TO 1510-EXIT
020360     END-IF.
020370     IF PRM-KEYWORD = "RMD-START-AGE"
020380         IF WS-PARM-VALUE-NUM > 69
020390             AND WS-PARM-VALUE-NUM < 76
020400             MOVE WS-PARM-VALUE-NUM TO WS-RMD-START-AGE
020410         ELSE
020420             PERFORM 1520-WARN-PARM-RANGE THRU 1520-EXIT
020430         END-IF
020440         GO TO 1510-EXIT
020450     END-IF.
020460     IF PRM-KEYWORD = "ASSUMED-LIFE-AGE"
020470         IF WS-PARM-VALUE-NUM > 59
020480             AND WS-PARM-VALUE-NUM < 121
020490             MOVE WS-PARM-VALUE-NUM TO WS-ASSUMED-LIFE-AGE
020500         ELSE
020510             PERFORM 1520-WARN-PARM-RANGE THRU 1520-EXIT
020520         END-IF
020530         GO TO 1510-EXIT
020540     END-IF.
020550     IF PRM-KEYWORD = "MONTE-CARLO-TRIALS"
020560         IF WS-PARM-VALUE-NUM < 1001
020570             MOVE WS-PARM-VALUE-NUM TO WS-MC-TRIALS
020580         ELSE
020590             PERFORM 1520-WARN-PARM-RANGE THRU 1520-EXIT
020600         END-IF
020610         GO TO 1510-EXIT
020620     END-IF.
020630     IF PRM-KEYWORD = "MONTE-CARLO-SPREAD"
020640         IF WS-PARM-VALUE-NUM > ZERO
020650             AND WS-PARM-VALUE-NUM < 51
020660             COMPUTE WS-MC-SPREAD =
020670                 WS-PARM-VALUE-NUM / 100
020680         ELSE
020690             PERFORM 1520-WARN-PARM-RANGE THRU 1520-EXIT
020700         END-IF
020710         GO TO 1510-EXIT
020720     END-IF.
020730     IF PRM-KEYWORD = "FUND-EXPENSE-BPS"
020740         IF WS-PARM-VALUE-NUM < 500
020750             COMPUTE WS-FUND-EXPENSE-RATE =
020760                 WS-PARM-VALUE-NUM / 10000
020770         ELSE
020780             PERFORM 1520-WARN-PARM-RANGE THRU 1520-EXIT
020790         END-IF
020800         GO TO 1510-EXIT
020810     END-IF.
020820     IF PRM-KEYWORD = "ALLOW-DUPLICATE-RUN"
020830         IF WS-PARM-VALUE-NUM = 1
020840             SET DUPLICATE-RUN-ALLOWED TO TRUE
020850         ELSE
020860             IF WS-PARM-VALUE-NUM = ZERO
020870                 SET DUPLICATE-RUN-NOT-ALLOWED TO TRUE
020880             ELSE
020890                 PERFORM 1520-WARN-PARM-RANGE THRU 1520-EXIT
020900             END-IF
020910         END-IF
020920         GO TO 1510-EXIT
020930     END-IF.
020940     IF PRM-BAND-PREFIX = "FEE-BAND-"
020950         PERFORM 1515-PROCESS-FEE-BAND THRU 1515-EXIT
020960         GO TO 1510-EXIT
020970     END-IF.
020980     DISPLAY "**WARNING** UNKNOWN PARAMETER " PRM-KEYWORD
020990         " - IGNORED".
021000     ADD 1 TO WS-PARM-WARNING-COUNT.
021010 1510-EXIT.
021020     EXIT.
021030*****************************************************************
021040* 1515-PROCESS-FEE-BAND
021050*    APPLIES ONE ADVISORY FEE BAND PARAMETER.  THE BAND NUMBER
021060*    MUST BE 1 THROUGH WS-FEE-BAND-MAX AND THE KEYWORD MUST END
021070*    -LIMIT OR -BPS, OR THE KEYWORD IS UNKNOWN.  A BAND IS IN
021080*    USE ONCE ITS RATE IS GIVEN; THE HIGHEST BAND WITH A RATE
021090*    SETS HOW MANY BANDS THE SCHEDULE HAS.
021100*****************************************************************
021110 1515-PROCESS-FEE-BAND.
021120     IF PRM-BAND-NUMBER NOT NUMERIC
021130         DISPLAY "**WARNING** UNKNOWN PARAMETER " PRM-KEYWORD
021140             " - IGNORED"
021150         ADD 1 TO WS-PARM-WARNING-COUNT
021160         GO TO 1515-EXIT
021170     END-IF.
021180     MOVE PRM-BAND-NUMBER TO WS-FEE-IX.
021190     IF WS-FEE-IX = ZERO
021200         OR WS-FEE-IX > WS-FEE-BAND-MAX
021210         DISPLAY "**WARNING** UNKNOWN PARAMETER " PRM-KEYWORD
021220             " - IGNORED"
021230         ADD 1 TO WS-PARM-WARNING-COUNT
021240         GO TO 1515-EXIT
021250     END-IF.
021260     IF PRM-BAND-SUFFIX = "-LIMIT"
021270         IF WS-PARM-VALUE-NUM > ZERO
021280             MOVE WS-PARM-VALUE-NUM
021290                 TO WS-FEE-BAND-LIMIT (WS-FEE-IX)
021300         ELSE
021310             PERFORM 1520-WARN-PARM-RANGE THRU 1520-EXIT
021320         END-IF
021330         GO TO 1515-EXIT
021340     END-IF.
021350     IF PRM-BAND-SUFFIX = "-BPS"
021360         IF WS-PARM-VALUE-NUM < 1000
021370             COMPUTE WS-FEE-BAND-RATE (WS-FEE-IX) =
021380                 WS-PARM-VALUE-NUM / 10000
021390             IF WS-FEE-IX > WS-FEE-BAND-COUNT
021400                 MOVE WS-FEE-IX TO WS-FEE-BAND-COUNT
021410             END-IF
021420         ELSE
021430             PERFORM 1520-WARN-PARM-RANGE THRU 1520-EXIT
021440         END-IF
021450         GO TO 1515-EXIT
021460     END-IF.
021470     DISPLAY "**WARNING** UNKNOWN PARAMETER " PRM-KEYWORD
021480         " - IGNORED".
021490     ADD 1 TO WS-PARM-WARNING-COUNT.
021500 1515-EXIT.
021510     EXIT.
021520*****************************************************************
021530* 1520-WARN-PARM-RANGE
021540*    WARNS ABOUT A PARAMETER VALUE OUTSIDE ITS SANE RANGE AND
021550*    LEAVES THE VALUE ALREADY IN FORCE ALONE.
021560*****************************************************************
021570 1520-WARN-PARM-RANGE.
021580     DISPLAY "**WARNING** PARAMETER " PRM-KEYWORD
021590         " VALUE " PRM-VALUE " OUT OF RANGE - IGNORED".
021600     ADD 1 TO WS-PARM-WARNING-COUNT.
021610 1520-EXIT.
021620     EXIT.
021630*****************************************************************
021640* 1530-CHECK-FEE-SCHEDULE
021650*    CROSS-CHECKS THE ADVISORY FEE SCHEDULE ONCE THE WHOLE FILE
021660*    IS IN.  EVERY BAND BELOW THE LAST ONE IN USE NEEDS A LIMIT,
021670*    AND THE LIMITS MUST RISE BAND BY BAND; A SCHEDULE THAT
021680*    FAILS IS WARNED ABOUT AND DROPPED, SO THE RUN CHARGES NO
021690*    ADVISORY FEE RATHER THAN A WRONG ONE.  THE LAST BAND IN USE
021700*    IS OPEN-ENDED, SO ANY LIMIT GIVEN FOR IT IS CLEARED.
021710*****************************************************************
021720 1530-CHECK-FEE-SCHEDULE.
021730     IF WS-FEE-BAND-COUNT = ZERO
021740         INITIALIZE WS-FEE-SCHEDULE
021750         GO TO 1530-EXIT
021760     END-IF.
021770     SET FEE-SCHEDULE-VALID TO TRUE.
021780     MOVE 1 TO WS-FEE-IX.
021790     PERFORM 1535-CHECK-FEE-BAND THRU 1535-EXIT
021800         UNTIL WS-FEE-IX NOT < WS-FEE-BAND-COUNT.
021810     IF FEE-SCHEDULE-INVALID
021820         DISPLAY "**WARNING** FEE BAND LIMITS MISSING OR NOT "
021830             "ASCENDING - NO ADVISORY FEE SCHEDULE IN FORCE"
021840         ADD 1 TO WS-PARM-WARNING-COUNT
021850         MOVE ZERO TO WS-FEE-BAND-COUNT
021860         INITIALIZE WS-FEE-SCHEDULE
021870         GO TO 1530-EXIT
021880     END-IF.
021890     MOVE ZERO TO WS-FEE-BAND-LIMIT (WS-FEE-BAND-COUNT).
021900 1530-EXIT.
021910     EXIT.
021920*****************************************************************
021930* 1535-CHECK-FEE-BAND
021940*    CHECKS ONE LIMITED BAND OF THE FEE SCHEDULE: IT MUST HAVE A
021950*    LIMIT ABOVE THE LIMIT OF THE BAND BEFORE IT.
021960*****************************************************************
021970 1535-CHECK-FEE-BAND.
021980     IF WS-FEE-BAND-LIMIT (WS-FEE-IX) = ZERO
021990         SET FEE-SCHEDULE-INVALID TO TRUE
022000     END-IF.
022010     IF WS-FEE-IX > 1
022020         IF WS-FEE-BAND-LIMIT (WS-FEE-IX) NOT >
022030             WS-FEE-BAND-LIMIT (WS-FEE-IX - 1)
022040             SET FEE-SCHEDULE-INVALID TO TRUE
022050         END-IF
022060     END-IF.
022070     ADD 1 TO WS-FEE-IX.
022080 1535-EXIT.
022090     EXIT.
022100*****************************************************************
022110* 1600-ECHO-PARAMETERS
022120*    ECHOES THE LIMITS AND TUNING VALUES IN FORCE ONTO THE
022130*    FIRST PAGE OF THE AMORTIZATION REPORT SO THE RUN IS
022140*    SELF-DESCRIBING.  ONLY A FRESH REPORT OPEN ECHOES -- A
022150*    RESTART EXTENDS THE REPORT THE ORIGINAL RUN STARTED, WHICH
022160*    ALREADY SHOWS ITS PARAMETERS.
022170*****************************************************************
022180 1600-ECHO-PARAMETERS.
022190     WRITE AMORT-REPORT-LINE FROM RPT-PARM-HEADING.
022200     IF NOT PARM-FILE-PRESENT
022210         MOVE "NO PARAMETER FILE - DEFAULT LIMITS IN FORCE"
022220             TO RPT-PARM-MESSAGE
022230         WRITE AMORT-REPORT-LINE FROM RPT-PARM-MESSAGE-LINE
022240     END-IF.
022250     MOVE "MINIMUM AGE:" TO RPT-PARM-COUNT-LABEL.
022260     MOVE WS-MINIMUM-AGE TO RPT-PARM-COUNT-VALUE.
022270     WRITE AMORT-REPORT-LINE FROM RPT-PARM-COUNT-LINE.
022280     MOVE "MAXIMUM AGE:" TO RPT-PARM-COUNT-LABEL.
022290     MOVE WS-MAXIMUM-AGE TO RPT-PARM-COUNT-VALUE.
022300     WRITE AMORT-REPORT-LINE FROM RPT-PARM-COUNT-LINE.
022310     MOVE "MAXIMUM RETURN RATE:" TO RPT-PARM-RATE-LABEL.
022320     MOVE WS-MAXIMUM-RETURN TO RPT-PARM-RATE-VALUE.
022330     WRITE AMORT-REPORT-LINE FROM RPT-PARM-RATE-LINE.
022340     MOVE "MAXIMUM ESCALATION RATE:" TO RPT-PARM-RATE-LABEL.
022350     MOVE WS-MAXIMUM-ESCALATION TO RPT-PARM-RATE-VALUE.
022360     WRITE AMORT-REPORT-LINE FROM RPT-PARM-RATE-LINE.
022370     MOVE "CHECKPOINT INTERVAL:" TO RPT-PARM-COUNT-LABEL.
022380     MOVE WS-CHECKPOINT-INTERVAL TO RPT-PARM-COUNT-VALUE.
022390     WRITE AMORT-REPORT-LINE FROM RPT-PARM-COUNT-LINE.
022400     MOVE "MAX LINES PER PAGE:" TO RPT-PARM-COUNT-LABEL.
022410     MOVE WS-MAX-LINES-PER-PAGE TO RPT-PARM-COUNT-VALUE.
022420     WRITE AMORT-REPORT-LINE FROM RPT-PARM-COUNT-LINE.
022430     MOVE "CHANGE THRESHOLD PCT:" TO RPT-PARM-RATE-LABEL.
022440     MOVE WS-CHANGE-THRESHOLD-PCT TO RPT-PARM-RATE-VALUE.
022450     WRITE AMORT-REPORT-LINE FROM RPT-PARM-RATE-LINE.
022460     MOVE "INFLATION RATE:" TO RPT-PARM-RATE-LABEL.
022470     MOVE WS-INFLATION-RATE TO RPT-PARM-RATE-VALUE.
022480     WRITE AMORT-REPORT-LINE FROM RPT-PARM-RATE-LINE.
022490     MOVE "MONTE CARLO TRIALS:" TO RPT-PARM-COUNT-LABEL.
022500     MOVE WS-MC-TRIALS TO RPT-PARM-COUNT-VALUE.
022510     WRITE AMORT-REPORT-LINE FROM RPT-PARM-COUNT-LINE.
022520     MOVE "MONTE CARLO SPREAD:" TO RPT-PARM-RATE-LABEL.
022530     MOVE WS-MC-SPREAD TO RPT-PARM-RATE-VALUE.
022540     WRITE AMORT-REPORT-LINE FROM RPT-PARM-RATE-LINE.
022550     MOVE "ASSUMED LIFE AGE:" TO RPT-PARM-COUNT-LABEL.
022560     MOVE WS-ASSUMED-LIFE-AGE TO RPT-PARM-COUNT-VALUE.
022570     WRITE AMORT-REPORT-LINE FROM RPT-PARM-COUNT-LINE.
022580     MOVE "RMD START AGE:" TO RPT-PARM-COUNT-LABEL.
022590     MOVE WS-RMD-START-AGE TO RPT-PARM-COUNT-VALUE.
022600     WRITE AMORT-REPORT-LINE FROM RPT-PARM-COUNT-LINE.
022610     MOVE "FUND EXPENSE RATE:" TO RPT-PARM-FEE-LABEL.
022620     MOVE WS-FUND-EXPENSE-RATE TO RPT-PARM-FEE-RATE.
022630     MOVE " ON ALL BALANCES" TO RPT-PARM-FEE-BASIS.
022640     MOVE ZERO TO RPT-PARM-FEE-LIMIT.
022650     WRITE AMORT-REPORT-LINE FROM RPT-PARM-FEE-LINE.
022660     IF WS-FEE-BAND-COUNT = ZERO
022670         MOVE "NO TIERED ADVISORY FEE SCHEDULE IN FORCE"
022680             TO RPT-PARM-MESSAGE
022690         WRITE AMORT-REPORT-LINE FROM RPT-PARM-MESSAGE-LINE
022700     ELSE
022710         MOVE ZERO TO WS-FEE-IX
022720         PERFORM 1610-ECHO-FEE-BAND THRU 1610-EXIT
022730             WS-FEE-BAND-COUNT TIMES
022740     END-IF.
022750     IF FULL-RUN-ALREADY-ENDED
022760         MOVE "**SECOND FULL RUN FOR DATE - DUPLICATE ALLOWED**"
022770             TO RPT-PARM-MESSAGE
022780         WRITE AMORT-REPORT-LINE FROM RPT-PARM-MESSAGE-LINE
022790     END-IF.
022800     IF WS-PARM-WARNING-COUNT > ZERO
022810         MOVE "**PARAMETER WARNINGS ISSUED - SEE CONSOLE LOG**"
022820             TO RPT-PARM-MESSAGE
022830         WRITE AMORT-REPORT-LINE FROM RPT-PARM-MESSAGE-LINE
022840     END-IF.
022850     WRITE AMORT-REPORT-LINE FROM RPT-BLANK-LINE.
022860 1600-EXIT.
022870     EXIT.
022880*****************************************************************
022890* 1610-ECHO-FEE-BAND
022900*    ECHOES ONE BAND OF THE ADVISORY FEE SCHEDULE: THE RATE AND
022910*    THE LIMIT IT RUNS UP TO, OR FOR THE LAST BAND THE LIMIT IT
022920*    STARTS OVER.
022930*****************************************************************
022940 1610-ECHO-FEE-BAND.
022950     ADD 1 TO WS-FEE-IX.
022960     MOVE WS-FEE-IX TO WS-FEE-BAND-DISPLAY.
022970     MOVE SPACES TO RPT-PARM-FEE-LABEL.
022980     STRING "ADVISORY FEE BAND " WS-FEE-BAND-DISPLAY ":"
022990         DELIMITED BY SIZE INTO RPT-PARM-FEE-LABEL.
023000     MOVE WS-FEE-BAND-RATE (WS-FEE-IX) TO RPT-PARM-FEE-RATE.
023010     IF WS-FEE-IX < WS-FEE-BAND-COUNT
023020         MOVE " UP TO" TO RPT-PARM-FEE-BASIS
023030         MOVE WS-FEE-BAND-LIMIT (WS-FEE-IX) TO RPT-PARM-FEE-LIMIT
023040     ELSE
023050         IF WS-FEE-IX > 1
023060             MOVE " OVER" TO RPT-PARM-FEE-BASIS
023070             MOVE WS-FEE-BAND-LIMIT (WS-FEE-IX - 1)
023080                 TO RPT-PARM-FEE-LIMIT
023090         ELSE
023100             MOVE " ON ALL BALANCES" TO RPT-PARM-FEE-BASIS
023110             MOVE ZERO TO RPT-PARM-FEE-LIMIT
023120         END-IF
023130     END-IF.
023140     WRITE AMORT-REPORT-LINE FROM RPT-PARM-FEE-LINE.
023150 1610-EXIT.
023160     EXIT.
023170*****************************************************************
023180* 1700-LOAD-BASELINE-REQUESTS
023190*    LOADS THE BASELINE REQUEST FILE, IF ONE IS SUPPLIED, AND
023200*    OPENS THE PLAN BASELINE FILE EXTEND SO THIS RUN CAN APPEND
023210*    THE ACCEPTED PLANS.  NO REQUEST FILE (THE USUAL NIGHT)
023220*    MEANS NO BASELINES ARE SAVED AND THE BASELINE FILE IS LEFT
023230*    ALONE.  A MISSING BASELINE FILE IS THE FIRST ONE AND IS
023240*    STARTED FRESH; ANY OTHER FAILED OPEN STOPS THE RUN, SINCE
023250*    AN ACCEPTED PLAN SILENTLY NOT SAVED WOULD ONLY SURFACE AT
023260*    THE CLIENT'S NEXT ANNUAL REVIEW.
023270*****************************************************************
023280 1700-LOAD-BASELINE-REQUESTS.
023290     OPEN INPUT BASELINE-REQUEST-FILE.
023300     IF WS-BASEREQ-STATUS NOT = "00"
023310         GO TO 1700-EXIT
023320     END-IF.
023330     PERFORM 1710-LOAD-BASELINE-REQUEST THRU 1710-EXIT
023340         UNTIL END-OF-BASEREQ-FILE.
023350     CLOSE BASELINE-REQUEST-FILE.
023360     DISPLAY "BASELINE REQUESTS LOADED: " WS-BASEREQ-COUNT.
023370     IF WS-BASEREQ-LOST > ZERO
023380         DISPLAY "**WARNING** BASELINE REQUEST TABLE FULL - "
023390             WS-BASEREQ-LOST " REQUESTS IGNORED"
023400     END-IF.
023410     IF WS-BASEREQ-COUNT = ZERO
023420         GO TO 1700-EXIT
023430     END-IF.
023440     OPEN EXTEND PLAN-BASELINE-FILE.
023450     IF WS-BASELINE-STATUS = "35"
023460         OPEN OUTPUT PLAN-BASELINE-FILE
023470     END-IF.
023480     IF WS-BASELINE-STATUS NOT = "00"
023490         DISPLAY "**ERROR** UNABLE TO OPEN PLAN BASELINE FILE, "
023500             "STATUS " WS-BASELINE-STATUS
023510         PERFORM 9900-ABORT-RUN THRU 9900-EXIT
023520     END-IF.
023530     SET BASELINE-FILE-OPEN TO TRUE.
023540 1700-EXIT.
023550     EXIT.
023560*****************************************************************
023570* 1710-LOAD-BASELINE-REQUEST
023580*    LOADS ONE BASELINE REQUEST INTO THE REQUEST TABLE.  A
023590*    BLANK RECORD OR A CLIENT ALREADY REQUESTED IS SKIPPED.
023600*****************************************************************
023610 1710-LOAD-BASELINE-REQUEST.
023620     READ BASELINE-REQUEST-FILE
023630         AT END
023640             SET END-OF-BASEREQ-FILE TO TRUE
023650             GO TO 1710-EXIT
023660     END-READ.
023670     IF BRQ-CLIENT-ID = SPACES
023680         GO TO 1710-EXIT
023690     END-IF.
023700     MOVE BRQ-CLIENT-ID TO WS-LOOKUP-CLIENT-ID.
023710     PERFORM 1720-FIND-BASELINE-REQUEST THRU 1720-EXIT.
023720     IF BASEREQ-ENTRY-FOUND
023730         GO TO 1710-EXIT
023740     END-IF.
023750     IF WS-BASEREQ-COUNT NOT < WS-BASEREQ-MAX
023760         ADD 1 TO WS-BASEREQ-LOST
023770         GO TO 1710-EXIT
023780     END-IF.
023790     ADD 1 TO WS-BASEREQ-COUNT.
023800     MOVE BRQ-CLIENT-ID TO WS-BRQ-CLIENT-ID (WS-BASEREQ-COUNT).
023810     MOVE "N" TO WS-BRQ-USED-SWITCH (WS-BASEREQ-COUNT).
023820 1710-EXIT.
023830     EXIT.
023840*****************************************************************
023850* 1720-FIND-BASELINE-REQUEST
023860*    SERIAL SEARCH OF THE BASELINE REQUEST TABLE FOR
023870*    WS-LOOKUP-CLIENT-ID.  LEAVES WS-BASEREQ-IX AT THE MATCHING
023880*    ENTRY WHEN FOUND.
023890*****************************************************************
023900 1720-FIND-BASELINE-REQUEST.
023910     SET BASEREQ-ENTRY-NOT-FOUND TO TRUE.
023920     MOVE ZERO TO WS-BASEREQ-IX.
023930     PERFORM 1730-SCAN-BASELINE-REQUEST THRU 1730-EXIT
023940         UNTIL BASEREQ-ENTRY-FOUND
023950            OR WS-BASEREQ-IX NOT < WS-BASEREQ-COUNT.
023960 1720-EXIT.
023970     EXIT.
023980*****************************************************************
023990* 1730-SCAN-BASELINE-REQUEST
024000*    ONE STEP OF THE BASELINE REQUEST TABLE SERIAL SEARCH.
024010*****************************************************************
024020 1730-SCAN-BASELINE-REQUEST.
024030     ADD 1 TO WS-BASEREQ-IX.
024040     IF WS-BRQ-CLIENT-ID (WS-BASEREQ-IX) = WS-LOOKUP-CLIENT-ID
024050         SET BASEREQ-ENTRY-FOUND TO TRUE
024060     END-IF.
024070 1730-EXIT.
024080     EXIT.
024090*****************************************************************
024100* 1800-LOAD-ADVISOR-MASTER
024110*    LOADS THE ADVISOR MASTER FOR THE MANAGEMENT SUMMARY'S
024120*    NAMES AND BRANCHES.  A MISSING FILE IS WARNED ABOUT AND
024130*    THE SUMMARY PRINTS WITHOUT THEM; A FULL TABLE IS COUNTED
024140*    AND THE ADVISORS IT COULD NOT HOLD SHOW UNDER *UNKN.
024150*****************************************************************
024160 1800-LOAD-ADVISOR-MASTER.
024170     OPEN INPUT ADVISOR-MASTER-FILE.
024180     IF WS-ADVMAST-STATUS NOT = "00"
024190         DISPLAY "**WARNING** NO ADVISOR MASTER, STATUS "
024200             WS-ADVMAST-STATUS " - SUMMARY HAS NO NAMES"
024210         GO TO 1800-EXIT
024220     END-IF.
024230     PERFORM 1810-LOAD-ADVISOR-RECORD THRU 1810-EXIT
024240         UNTIL END-OF-ADVISOR-MASTER.
024250     CLOSE ADVISOR-MASTER-FILE.
024260     SET ADVISOR-MASTER-LOADED TO TRUE.
024270     IF WS-ADVMAST-LOST > ZERO
024280         DISPLAY "**WARNING** ADVISOR MASTER TABLE FULL - "
024290             WS-ADVMAST-LOST " ADVISORS IGNORED"
024300     END-IF.
024310 1800-EXIT.
024320     EXIT.
024330*****************************************************************
024340* 1810-LOAD-ADVISOR-RECORD
024350*    LOADS ONE ADVISOR MASTER RECORD INTO THE TABLE.  ACTIVE
024360*    AND INACTIVE ADVISORS ALIKE ARE LOADED, SINCE CLIENTS OF
024370*    AN ADVISOR WHO HAS LEFT STILL BELONG UNDER THEIR NAME
024380*    UNTIL THEY ARE REASSIGNED.
024390*****************************************************************
024400 1810-LOAD-ADVISOR-RECORD.
024410     READ ADVISOR-MASTER-FILE
024420         AT END
024430             SET END-OF-ADVISOR-MASTER TO TRUE
024440             GO TO 1810-EXIT
024450     END-READ.
024460     IF AVM-ADVISOR-CODE = SPACES
024470         GO TO 1810-EXIT
024480     END-IF.
024490     IF WS-ADVMAST-COUNT NOT < WS-ADVMAST-MAX
024500         ADD 1 TO WS-ADVMAST-LOST
024510         GO TO 1810-EXIT
024520     END-IF.
024530     ADD 1 TO WS-ADVMAST-COUNT.
024540     MOVE AVM-ADVISOR-CODE TO WS-AVT-CODE (WS-ADVMAST-COUNT).
024550     MOVE AVM-ADVISOR-NAME TO WS-AVT-NAME (WS-ADVMAST-COUNT).
024560     MOVE AVM-BRANCH-CODE  TO WS-AVT-BRANCH (WS-ADVMAST-COUNT).
024570 1810-EXIT.
024580     EXIT.
024590*****************************************************************
024600* 1820-FIND-ADVISOR-MASTER
024610*    SERIAL SEARCH OF THE ADVISOR MASTER TABLE FOR
024620*    WS-SUMMARY-ADVISOR.  LEAVES WS-ADVMAST-IX AT THE MATCHING
024630*    ENTRY WHEN FOUND.
024640*****************************************************************
024650 1820-FIND-ADVISOR-MASTER.
024660     SET ADVMAST-ENTRY-NOT-FOUND TO TRUE.
024670     MOVE ZERO TO WS-ADVMAST-IX.
024680     PERFORM 1830-SCAN-ADVISOR-MASTER THRU 1830-EXIT
024690         UNTIL ADVMAST-ENTRY-FOUND
024700            OR WS-ADVMAST-IX NOT < WS-ADVMAST-COUNT.
024710 1820-EXIT.
024720     EXIT.
024730*****************************************************************
024740* 1830-SCAN-ADVISOR-MASTER
024750*    ONE STEP OF THE ADVISOR MASTER TABLE SERIAL SEARCH.
024760*****************************************************************
024770 1830-SCAN-ADVISOR-MASTER.
024780     ADD 1 TO WS-ADVMAST-IX.
024790     IF WS-AVT-CODE (WS-ADVMAST-IX) = WS-SUMMARY-ADVISOR
024800         SET ADVMAST-ENTRY-FOUND TO TRUE
024810     END-IF.
024820 1830-EXIT.
024830     EXIT.
024840*****************************************************************
024850* 1850-COUNT-FEED-DETAILS
024860*    ON A RESTART, COUNTS THE CHANGE AND RMD LINES THE ABENDED
024870*    EXECUTION ALREADY WROTE TO THE DISTRIBUTION FEED BEFORE
024880*    THE FEED IS REOPENED EXTEND, SO THE TRAILER THIS RUN
024890*    WRITES COVERS EVERY DETAIL PHYSICALLY ON THE FILE.  NO
024900*    FEED YET MEANS NOTHING TO COUNT.
024910*****************************************************************
024920 1850-COUNT-FEED-DETAILS.
024930     OPEN INPUT DISTRIBUTION-FEED-FILE.
024940     IF WS-DISTFEED-STATUS NOT = "00"
024950         GO TO 1850-EXIT
024960     END-IF.
024970     PERFORM 1860-COUNT-FEED-RECORD THRU 1860-EXIT
024980         UNTIL END-OF-DISTFEED-FILE.
024990     CLOSE DISTRIBUTION-FEED-FILE.
025000 1850-EXIT.
025010     EXIT.
025020*****************************************************************
025030* 1860-COUNT-FEED-RECORD
025040*    COUNTS ONE FEED RECORD BY THE REPORT IT CAME FROM.
025050*****************************************************************
025060 1860-COUNT-FEED-RECORD.
025070     READ DISTRIBUTION-FEED-FILE
025080         AT END
025090             SET END-OF-DISTFEED-FILE TO TRUE
025100             GO TO 1860-EXIT
025110     END-READ.
025120     IF WS-DISTFEED-STATUS NOT = "00"
025130         SET END-OF-DISTFEED-FILE TO TRUE
025140         GO TO 1860-EXIT
025150     END-IF.
025160     IF DST-DETAIL-RECORD AND DST-CHANGE-REPORT
025170         ADD 1 TO WS-FEED-CHANGE-COUNT
025180     END-IF.
025190     IF DST-DETAIL-RECORD AND DST-RMD-REPORT
025200         ADD 1 TO WS-FEED-RMD-COUNT
025210     END-IF.
025220 1860-EXIT.
025230     EXIT.
025240*****************************************************************
025250* 1870-CHECK-FEED-OPEN
025260*    STOPS THE RUN WHEN THE DISTRIBUTION FEED COULD NOT BE
025270*    OPENED FOR WRITING -- THE ADVISORS' PACKETS WOULD GO OUT
025280*    WITHOUT THEIR CHANGE AND RMD ITEMS.
025290*****************************************************************
025300 1870-CHECK-FEED-OPEN.
025310     IF WS-DISTFEED-STATUS NOT = "00"
025320         DISPLAY "**ERROR** UNABLE TO OPEN DISTRIBUTION FEED, "
025330             "STATUS " WS-DISTFEED-STATUS
025340         PERFORM 9900-ABORT-RUN THRU 9900-EXIT
025350     END-IF.
025360 1870-EXIT.
025370     EXIT.
025380*****************************************************************
025390* 1880-LOAD-GLIDE-PATHS
025400*    LOADS EVERY BAND OF EVERY GLIDE PATH FROM THE GLIDE-PATH
025410*    FILE.  A MISSING FILE LEAVES EVERY CLIENT ON THE FLAT RATE.
025420*    A FILE HOLDING MORE BANDS THAN THE TABLE STOPS THE RUN WITH
025430*    RETURN CODE 16, SINCE THE BANDS LEFT OUT WOULD QUIETLY
025440*    CHANGE EVERY PROJECTION ON THAT PATH.
025450*****************************************************************
025460 1880-LOAD-GLIDE-PATHS.
025470     OPEN INPUT GLIDE-PATH-FILE.
025480     IF WS-GLIDPATH-STATUS NOT = "00"
025490         DISPLAY "**WARNING** NO GLIDE-PATH FILE, STATUS "
025500             WS-GLIDPATH-STATUS " - FLAT RATES USED"
025510         GO TO 1880-EXIT
025520     END-IF.
025530     PERFORM 1890-LOAD-GLIDE-RECORD THRU 1890-EXIT
025540         UNTIL END-OF-GLIDE-PATH-FILE.
025550     CLOSE GLIDE-PATH-FILE.
025560 1880-EXIT.
025570     EXIT.
025580*****************************************************************
025590* 1890-LOAD-GLIDE-RECORD
025600*    LOADS ONE GLIDE-PATH BAND INTO THE TABLE.  A BAND WITH A
025610*    BAD PHASE, START OR RATE, OR A RATE OVER THE MAXIMUM RETURN,
025620*    IS REPORTED AND LEFT OUT; THE YEARS IT WOULD HAVE COVERED
025630*    FALL TO THE BAND BELOW IT.
025640*****************************************************************
025650 1890-LOAD-GLIDE-RECORD.
025660     READ GLIDE-PATH-FILE
025670         AT END
025680             SET END-OF-GLIDE-PATH-FILE TO TRUE
025690             GO TO 1890-EXIT
025700     END-READ.
025710     IF GLP-PATH-CODE = SPACES
025720         GO TO 1890-EXIT
025730     END-IF.
025740     IF NOT GLP-VALID-PHASE
025750         OR GLP-BAND-START-YEARS NOT NUMERIC
025760         OR GLP-ANNUAL-RETURN NOT NUMERIC
025770         DISPLAY "**WARNING** GLIDE PATH " GLP-PATH-CODE
025780             " HAS A BAD BAND RECORD - BAND IGNORED"
025790         GO TO 1890-EXIT
025800     END-IF.
025810     IF GLP-ANNUAL-RETURN > WS-MAXIMUM-RETURN
025820         DISPLAY "**WARNING** GLIDE PATH " GLP-PATH-CODE
025830             " BAND RATE OVER MAXIMUM RETURN - BAND IGNORED"
025840         GO TO 1890-EXIT
025850     END-IF.
025860     IF WS-GLIDE-COUNT NOT < WS-GLIDE-MAX
025870         DISPLAY "**ERROR** GLIDE-PATH FILE HOLDS MORE THAN "
025880             WS-GLIDE-MAX " BANDS"
025890         PERFORM 9900-ABORT-RUN THRU 9900-EXIT
025900     END-IF.
025910     ADD 1 TO WS-GLIDE-COUNT.
025920     MOVE GLP-PATH-CODE        TO WS-GLD-CODE (WS-GLIDE-COUNT).
025930     MOVE GLP-PHASE            TO WS-GLD-PHASE (WS-GLIDE-COUNT).
025940     MOVE GLP-BAND-START-YEARS TO WS-GLD-START (WS-GLIDE-COUNT).
025950     MOVE GLP-ANNUAL-RETURN    TO WS-GLD-RETURN (WS-GLIDE-COUNT).
025960 1890-EXIT.
025970     EXIT.
025980*****************************************************************
025990* 1900-START-REPLAY
026000*    STARTS A REGRESSION REPLAY RUN: SAVES THE RUN'S OWN LIMITS
026010*    AND ENGINE SETTINGS, STARTS THE REPLAY REPORT WITH THE
026020*    SELECTION IN FORCE, REOPENS THE AUDIT LOG FOR READING, AND
026030*    READS THE FIRST AUDIT RECORD.  THE REPLAYED SCHEDULES GO TO
026040*    THE AMORTIZATION REPORT FILE UNDER THE REPLAY STEP'S OWN
026050*    DATASET.  AN AUDIT LOG THAT CANNOT BE READ STOPS THE RUN
026060*    WITH RETURN CODE 16.
026070*****************************************************************
026080 1900-START-REPLAY.
026090     SET REPLAY-MODE TO TRUE.
026100     DISPLAY "REPLAY PARAMETER FILE PRESENT - REGRESSION REPLAY "
026110         "MODE".
026120     MOVE WS-MINIMUM-AGE        TO WS-RPL-RUN-MIN-AGE.
026130     MOVE WS-MAXIMUM-AGE        TO WS-RPL-RUN-MAX-AGE.
026140     MOVE WS-MAXIMUM-RETURN     TO WS-RPL-RUN-MAX-RETURN.
026150     MOVE WS-MAXIMUM-ESCALATION TO WS-RPL-RUN-MAX-ESCALATION.
026160     MOVE WS-RMD-START-AGE      TO WS-RPL-RUN-RMD-START-AGE.
026170     MOVE WS-ASSUMED-LIFE-AGE   TO WS-RPL-RUN-LIFE-AGE.
026180     OPEN OUTPUT REPLAY-REPORT-FILE.
026190     MOVE WS-RUN-DATE TO RPL-RUN-DATE.
026200     PERFORM 1950-WRITE-REPLAY-HEADING THRU 1950-EXIT.
026210     PERFORM 1910-LOAD-REPLAY-PARMS THRU 1910-EXIT.
026220     PERFORM 1920-ECHO-REPLAY-SELECTION THRU 1920-EXIT.
026230     PERFORM 1960-WRITE-REPLAY-COLUMNS THRU 1960-EXIT.
026240     CLOSE AUDIT-LOG-FILE.
026250     OPEN INPUT AUDIT-LOG-FILE.
026260     IF WS-AUDIT-STATUS NOT = "00"
026270         DISPLAY "**ERROR** UNABLE TO READ AUDIT LOG, "
026280             "STATUS " WS-AUDIT-STATUS
026290         PERFORM 9900-ABORT-RUN THRU 9900-EXIT
026300     END-IF.
026310     OPEN OUTPUT AMORT-REPORT-FILE.
026320     PERFORM 2170-READ-AUDIT-RECORD THRU 2170-EXIT.
026330 1900-EXIT.
026340     EXIT.
026350*****************************************************************
026360* 1910-LOAD-REPLAY-PARMS
026370*    READS THE REPLAY SELECTION RECORD.  AN EMPTY FILE REPLAYS
026380*    THE WHOLE LOG WITH NO TOLERANCE, A REVERSED DATE RANGE IS
026390*    IGNORED, AND A NON-NUMERIC TOLERANCE IS TAKEN AS ZERO, EACH
026400*    WITH A WARNING ON THE REPORT.
026410*****************************************************************
026420 1910-LOAD-REPLAY-PARMS.
026430     READ REPLAY-PARM-FILE
026440         AT END
026450             MOVE "**WARNING** EMPTY REPLAY PARAMETERS - FULL LOG"
026460                 TO RPL-MESSAGE
026470             WRITE REPLAY-REPORT-LINE FROM RPL-MESSAGE-LINE
026480             ADD 1 TO WS-RPL-LINE-COUNT
026490             GO TO 1910-CLOSE
026500     END-READ.
026510     IF RPP-DATE-FROM NUMERIC
026520         MOVE RPP-DATE-FROM TO WS-RPL-DATE-FROM
026530     END-IF.
026540     IF RPP-DATE-TO NUMERIC
026550         MOVE RPP-DATE-TO TO WS-RPL-DATE-TO
026560     END-IF.
026570     IF WS-RPL-DATE-FROM > ZERO AND WS-RPL-DATE-TO > ZERO
026580         AND WS-RPL-DATE-FROM > WS-RPL-DATE-TO
026590         MOVE "**WARNING** DATE RANGE REVERSED - IGNORED"
026600             TO RPL-MESSAGE
026610         WRITE REPLAY-REPORT-LINE FROM RPL-MESSAGE-LINE
026620         ADD 1 TO WS-RPL-LINE-COUNT
026630         MOVE ZERO TO WS-RPL-DATE-FROM
026640         MOVE ZERO TO WS-RPL-DATE-TO
026650     END-IF.
026660     MOVE RPP-CLIENT-ID TO WS-RPL-CLIENT-ID.
026670     IF RPP-TOLERANCE NOT = SPACES
026680         IF RPP-TOLERANCE-N NUMERIC
026690             MOVE RPP-TOLERANCE-N TO WS-RPL-TOLERANCE
026700         ELSE
026710             MOVE "**WARNING** TOLERANCE NOT NUMERIC - ZERO USED"
026720                 TO RPL-MESSAGE
026730             WRITE REPLAY-REPORT-LINE FROM RPL-MESSAGE-LINE
026740             ADD 1 TO WS-RPL-LINE-COUNT
026750         END-IF
026760     END-IF.
026770 1910-CLOSE.
026780     CLOSE REPLAY-PARM-FILE.
026790 1910-EXIT.
026800     EXIT.
026810*****************************************************************
026820* 1920-ECHO-REPLAY-SELECTION
026830*    PRINTS THE SELECTION AND TOLERANCE IN FORCE SO THE REPORT
026840*    SAYS EXACTLY WHAT WAS REPLAYED.
026850*****************************************************************
026860 1920-ECHO-REPLAY-SELECTION.
026870     MOVE "DATE FROM:" TO RPL-SELECT-LABEL.
026880     IF WS-RPL-DATE-FROM = ZERO
026890         MOVE "(NO LIMIT)" TO RPL-SELECT-VALUE
026900     ELSE
026910         MOVE WS-RPL-DATE-FROM TO RPL-SELECT-VALUE
026920     END-IF.
026930     WRITE REPLAY-REPORT-LINE FROM RPL-SELECT-LINE.
026940     MOVE "DATE TO:" TO RPL-SELECT-LABEL.
026950     IF WS-RPL-DATE-TO = ZERO
026960         MOVE "(NO LIMIT)" TO RPL-SELECT-VALUE
026970     ELSE
026980         MOVE WS-RPL-DATE-TO TO RPL-SELECT-VALUE
026990     END-IF.
027000     WRITE REPLAY-REPORT-LINE FROM RPL-SELECT-LINE.
027010     MOVE "CLIENT ID:" TO RPL-SELECT-LABEL.
027020     IF WS-RPL-CLIENT-ID = SPACES
027030         MOVE "(ALL CLIENTS)" TO RPL-SELECT-VALUE
027040     ELSE
027050         MOVE WS-RPL-CLIENT-ID TO RPL-SELECT-VALUE
027060     END-IF.
027070     WRITE REPLAY-REPORT-LINE FROM RPL-SELECT-LINE.
027080     MOVE "TOLERANCE:" TO RPL-SELECT-LABEL.
027090     MOVE WS-RPL-TOLERANCE TO WS-RPL-TOL-DISPLAY.
027100     MOVE WS-RPL-TOL-DISPLAY TO RPL-SELECT-VALUE.
027110     WRITE REPLAY-REPORT-LINE FROM RPL-SELECT-LINE.
027120     WRITE REPLAY-REPORT-LINE FROM RPL-BLANK-LINE.
027130     ADD 5 TO WS-RPL-LINE-COUNT.
027140 1920-EXIT.
027150     EXIT.
027160*****************************************************************
027170* 1950-WRITE-REPLAY-HEADING
027180*    STARTS A NEW REPLAY REPORT PAGE WITH THE PAGE HEADING.
027190*****************************************************************
027200 1950-WRITE-REPLAY-HEADING.
027210     ADD 1 TO WS-RPL-PAGE-COUNT.
027220     MOVE WS-RPL-PAGE-COUNT TO RPL-PAGE-NO.
027230     WRITE REPLAY-REPORT-LINE FROM RPL-HEADING-1.
027240     WRITE REPLAY-REPORT-LINE FROM RPL-BLANK-LINE.
027250     MOVE 2 TO WS-RPL-LINE-COUNT.
027260 1950-EXIT.
027270     EXIT.
027280*****************************************************************
027290* 1960-WRITE-REPLAY-COLUMNS
027300*    WRITES THE REPLAY REPORT COLUMN HEADINGS.
027310*****************************************************************
027320 1960-WRITE-REPLAY-COLUMNS.
027330     WRITE REPLAY-REPORT-LINE FROM RPL-COLUMN-HEADING.
027340     WRITE REPLAY-REPORT-LINE FROM RPL-BLANK-LINE.
027350     ADD 2 TO WS-RPL-LINE-COUNT.
027360 1960-EXIT.
027370     EXIT.
027380*****************************************************************
027390* 2000-PROCESS-CLIENT
027400*    ONE STEP OF THE FULL-FILE BATCH SWEEP: RUNS THE CURRENT
027410*    CLIENT'S PROJECTION, WRITES A CHECKPOINT WHEN ONE IS DUE,
027420*    AND READS THE NEXT RECORD.
027430*****************************************************************
027440 2000-PROCESS-CLIENT.
027450     PERFORM 2020-RUN-CLIENT-PROJECTION THRU 2020-EXIT.
027460     DIVIDE WS-CLIENT-COUNT BY WS-CHECKPOINT-INTERVAL
027470         GIVING WS-CHECKPOINT-QUOTIENT
027480         REMAINDER WS-CHECKPOINT-REMAINDER.
027490     IF WS-CHECKPOINT-REMAINDER = ZERO
027500         PERFORM 2800-WRITE-CHECKPOINT THRU 2800-EXIT
027510     END-IF.
027520     PERFORM 2100-READ-CLIENT-RECORD THRU 2100-EXIT.
027530 2000-EXIT.
027540     EXIT.
027550*****************************************************************
027560* 2010-PROCESS-RERUN-REQUEST
027570*    ONE STEP OF THE KEYED RERUN MODE: READS THE REQUESTED CLIENT
027580*    DIRECTLY BY KEY AND RUNS ITS PROJECTION, THEN READS THE NEXT
027590*    REQUEST.  A REQUEST FOR A CLIENT NOT ON THE MASTER, OR FOR
027600*    ONE OF THE RESERVED CONTROL RECORD KEYS, IS COUNTED AND
027610*    REPORTED BUT DOES NOT STOP THE RUN.
027620*****************************************************************
027630 2010-PROCESS-RERUN-REQUEST.
027640     IF REQ-CLIENT-ID = "0000000000"
027650         OR REQ-CLIENT-ID = "9999999999"
027660         ADD 1 TO WS-RERUN-NOT-FOUND
027670         DISPLAY "**ERROR** RERUN REQUEST " REQ-CLIENT-ID
027680             " IS A RESERVED CONTROL KEY"
027690         GO TO 2010-NEXT
027700     END-IF.
027710     MOVE REQ-CLIENT-ID TO CLM-CLIENT-ID.
027720     READ CLIENT-MASTER-FILE
027730         INVALID KEY
027740             ADD 1 TO WS-RERUN-NOT-FOUND
027750             DISPLAY "**ERROR** RERUN REQUEST " REQ-CLIENT-ID
027760                 " IS NOT ON THE CLIENT MASTER"
027770         NOT INVALID KEY
027780             ADD 1 TO WS-RECORDS-READ
027790             ADD CLM-MONEY TO WS-MONEY-HASH
027800             PERFORM 2020-RUN-CLIENT-PROJECTION THRU 2020-EXIT
027810     END-READ.
027820 2010-NEXT.
027830     PERFORM 2150-READ-RERUN-REQUEST THRU 2150-EXIT.
027840 2010-EXIT.
027850     EXIT.
027860*****************************************************************
027870* 2020-RUN-CLIENT-PROJECTION
027880*    RUNS ONE CLIENT'S PROJECTION FROM THE CLIENT MASTER RECORD
027890*    ALREADY IN THE RECORD AREA, WHICHEVER MODE READ IT THERE.
027900*****************************************************************
027910 2020-RUN-CLIENT-PROJECTION.
027920     MOVE CLM-AGE                   TO AGE.
027930     MOVE CLM-MONEY                 TO MONEY.
027940     MOVE CLM-RETIREMENT-AGE        TO RETIREMENT-AGE.
027950     MOVE CLM-ANNUAL-RETURN         TO ANNUAL-RETURN.
027960     MOVE CLM-YEARLY-DEPOSIT-AMOUNT TO YEARLY-DEPOSIT-AMOUNT.
027970     MOVE CLM-ESCALATION-RATE       TO ESCALATION-RATE.
027980     ADD 1 TO WS-CLIENT-COUNT.
027990     PERFORM 2200-VALIDATE-CLIENT-DATA THRU 2200-EXIT.
028000     IF INVALID-CLIENT-DATA
028010         ADD 1 TO WS-ERROR-COUNT
028020     ELSE
028030         SUBTRACT AGE FROM RETIREMENT-AGE GIVING PERIOD
028040         ADD 1 TO PERIOD
028050         MOVE ANNUAL-RETURN TO WS-ORIGINAL-RETURN
028060         MOVE ESCALATION-RATE TO WS-ORIGINAL-ESCALATION
028070         ADD 1 TO ANNUAL-RETURN
028080         ADD 1 TO ESCALATION-RATE
028090         MOVE ZERO TO WS-YEAR-NUMBER
028100         MOVE ZERO TO WS-PAGE-COUNT
028110         MOVE ZERO TO WS-LINE-COUNT
028120         MOVE ZERO TO WS-STMT-DETAIL-COUNT
028130         MOVE ZERO TO WS-LIFETIME-FEES
028140         MOVE ZERO TO WS-LIFETIME-FEES-TODAYS
028150         SET STATEMENT-NOT-TRUNCATED TO TRUE
028160         MOVE MONEY TO WS-ORIGINAL-MONEY
028170         MOVE YEARLY-DEPOSIT-AMOUNT TO WS-ORIGINAL-DEPOSIT
028180         PERFORM 2050-SET-ACCOUNT-POTS THRU 2050-EXIT
028190         PERFORM 2540-SET-CLIENT-GLIDE-PATH THRU 2540-EXIT
028200         PERFORM 2510-LOAD-CLIENT-EVENTS THRU 2510-EXIT
028210         DISPLAY "CLIENT " CLM-CLIENT-ID " " CLM-CLIENT-NAME
028220         DISPLAY "RETIRING IN " PERIOD " YEARS"
028230         SET ACCUMULATION-PHASE TO TRUE
028240         MOVE 1 TO WS-INFL-FACTOR
028250         MOVE 1 TO WS-RETIRE-INFL-FACTOR
028260         PERFORM 2055-INFLATE-RETIRE-FACTOR THRU 2055-EXIT
028270             PERIOD TIMES
028280         PERFORM 3000-PRINT-HEADERS THRU 3000-EXIT
028290         PERFORM 2548-PRINT-GLIDE-PATH THRU 2548-EXIT
028300         PERFORM 2500-SCENARIO-COMPARISON THRU 2500-EXIT
028310         PERFORM 2550-PRINT-INCOME-SOURCES THRU 2550-EXIT
028320         PERFORM 2060-START-CLIENT-BASELINE THRU 2060-EXIT
028330         PERFORM A100-PROC PERIOD TIMES
028340         MOVE MONEY TO WS-MONEY-DISPLAY
028350         DISPLAY "WILL RETIRE WITH " WS-MONEY-DISPLAY
028360         IF WS-TOTAL-OTHER-INCOME NOT = ZERO
028370             MOVE WS-TOTAL-OTHER-INCOME TO WS-INCOME-DISPLAY
028380             DISPLAY "PLUS OTHER ANNUAL INCOME OF "
028390                 WS-INCOME-DISPLAY
028400         END-IF
028410         PERFORM 2560-PRINT-ACCOUNT-TYPES THRU 2560-EXIT
028420         PERFORM 2580-RUN-DECUMULATION THRU 2580-EXIT
028430         PERFORM 2599-PRINT-FEE-COST THRU 2599-EXIT
028440         PERFORM 2750-RUN-MONTE-CARLO THRU 2750-EXIT
028450         PERFORM 2610-SOLVE-PLAN-GAP THRU 2610-EXIT
028460         PERFORM 2850-ACCUMULATE-SUMMARY THRU 2850-EXIT
028470         PERFORM 2950-WRITE-CLIENT-STATEMENT THRU 2950-EXIT
028480         PERFORM 2900-WRITE-AUDIT-RECORD THRU 2900-EXIT
028490         PERFORM 2920-WRITE-EXTRACT-RECORD THRU 2920-EXIT
028500         PERFORM 2930-CHECK-HISTORY-CHANGE THRU 2930-EXIT
028510         PERFORM 2940-WRITE-HISTORY-RECORD THRU 2940-EXIT
028520     END-IF.
028530 2020-EXIT.
028540     EXIT.
028550*****************************************************************
028560* 2030-PROCESS-WHATIF-REQUEST
028570*    ONE STEP OF THE WHAT-IF MODE: READS THE REQUESTED CLIENT
028580*    DIRECTLY BY KEY AND RUNS THE SIDE-BY-SIDE COMPARISON,
028590*    THEN READS THE NEXT REQUEST.  A REQUEST FOR A CLIENT NOT
028600*    ON THE MASTER, OR FOR A RESERVED CONTROL KEY, IS COUNTED
028610*    AND REPORTED BUT DOES NOT STOP THE RUN.
028620*****************************************************************
028630 2030-PROCESS-WHATIF-REQUEST.
028640     IF WIF-CLIENT-ID = "0000000000"
028650         OR WIF-CLIENT-ID = "9999999999"
028660         ADD 1 TO WS-WHATIF-NOT-FOUND
028670         DISPLAY "**ERROR** WHAT-IF REQUEST " WIF-CLIENT-ID
028680             " IS A RESERVED CONTROL KEY"
028690         GO TO 2030-NEXT
028700     END-IF.
028710     MOVE WIF-CLIENT-ID TO CLM-CLIENT-ID.
028720     READ CLIENT-MASTER-FILE
028730         INVALID KEY
028740             ADD 1 TO WS-WHATIF-NOT-FOUND
028750             DISPLAY "**ERROR** WHAT-IF REQUEST " WIF-CLIENT-ID
028760                 " IS NOT ON THE CLIENT MASTER"
028770         NOT INVALID KEY
028780             ADD 1 TO WS-WHATIF-COUNT
028790             PERFORM 2040-RUN-WHATIF THRU 2040-EXIT
028800     END-READ.
028810 2030-NEXT.
028820     PERFORM 2160-READ-WHATIF-REQUEST THRU 2160-EXIT.
028830 2030-EXIT.
028840     EXIT.
028850*****************************************************************
028860* 2040-RUN-WHATIF
028870*    RUNS ONE WHAT-IF COMPARISON FOR THE CLIENT IN THE MASTER
028880*    RECORD AREA: THE CURRENT CASE FROM THE MASTER'S OWN
028890*    VALUES, THEN THE PROPOSED CASE WITH THE REQUEST'S
028900*    OVERRIDES APPLIED IN WORKING STORAGE ONLY, BOTH ON THE
028910*    ANNUAL ENGINE, AND PRINTS THEM SIDE BY SIDE.  A CLIENT
028920*    WHO FAILS THE STANDARD EDITS, OR A REQUEST WITH A
028930*    NON-NUMERIC OR IMPOSSIBLE OVERRIDE, IS REPORTED AND
028940*    SKIPPED.  THE GROSS-UP FACTOR COMES FROM THE MASTER'S
028950*    POT SPLIT AS FILED, A STATIC-SHARE APPROXIMATION IN KEEP
028960*    WITH THE REST OF THE ANNUAL-ENGINE COMPARISONS.
028970*****************************************************************
028980 2040-RUN-WHATIF.
028990     MOVE CLM-AGE                   TO AGE.
029000     MOVE CLM-MONEY                 TO MONEY.
029010     MOVE CLM-RETIREMENT-AGE        TO RETIREMENT-AGE.
029020     MOVE CLM-ANNUAL-RETURN         TO ANNUAL-RETURN.
029030     MOVE CLM-YEARLY-DEPOSIT-AMOUNT TO YEARLY-DEPOSIT-AMOUNT.
029040     MOVE CLM-ESCALATION-RATE       TO ESCALATION-RATE.
029050     PERFORM 2200-VALIDATE-CLIENT-DATA THRU 2200-EXIT.
029060     IF INVALID-CLIENT-DATA
029070         ADD 1 TO WS-WHATIF-REJECTS
029080         MOVE SPACES TO WIF-MESSAGE
029090         STRING "REQUEST SKIPPED - CLIENT " CLM-CLIENT-ID
029100             " FAILED THE STANDARD EDITS"
029110             DELIMITED BY SIZE INTO WIF-MESSAGE
029120         WRITE WHATIF-REPORT-LINE FROM WIF-MESSAGE-LINE
029130         GO TO 2040-EXIT
029140     END-IF.
029150     PERFORM 2510-LOAD-CLIENT-EVENTS THRU 2510-EXIT.
029160     ADD 1 TO ESCALATION-RATE.
029170     COMPUTE WS-POT-TOTAL = CLM-TAXABLE-BALANCE +
029180         CLM-DEFERRED-BALANCE + CLM-ROTH-BALANCE.
029190     IF WS-POT-TOTAL > ZERO
029200         COMPUTE WS-DEFERRED-SHARE ROUNDED =
029210             CLM-DEFERRED-BALANCE / WS-POT-TOTAL
029220     ELSE
029230         MOVE ZERO TO WS-DEFERRED-SHARE
029240     END-IF.
029250     COMPUTE WS-GROSS-FACTOR ROUNDED =
029260         1 / (1 - (WS-DEFERRED-SHARE * CLM-RETIRE-TAX-RATE)).
029270     MOVE CLM-RETIREMENT-AGE        TO WS-WIF-RET-AGE.
029280     MOVE CLM-YEARLY-DEPOSIT-AMOUNT TO WS-WIF-DEPOSIT.
029290     COMPUTE WS-WIF-RETURN = CLM-ANNUAL-RETURN + 1.
029300     MOVE CLM-WITHDRAWAL-AMOUNT     TO WS-WIF-NEED.
029310     MOVE CLM-RETIREMENT-LENGTH     TO WS-WIF-LENGTH.
029320     PERFORM 2043-RUN-WHATIF-CASE THRU 2043-EXIT.
029330     MOVE WS-WIF-RETIRE-BAL TO WS-CUR-RETIRE-BAL.
029340     MOVE WS-WIF-END-BAL    TO WS-CUR-END-BAL.
029350     MOVE WS-WIF-OUTCOME    TO WS-CUR-OUTCOME.
029360     PERFORM 2042-APPLY-OVERRIDES THRU 2042-EXIT.
029370     IF INVALID-CLIENT-DATA
029380         ADD 1 TO WS-WHATIF-REJECTS
029390         GO TO 2040-EXIT
029400     END-IF.
029410     PERFORM 2043-RUN-WHATIF-CASE THRU 2043-EXIT.
029420     PERFORM 2046-PRINT-WHATIF-BLOCK THRU 2046-EXIT.
029430 2040-EXIT.
029440     EXIT.
029450*****************************************************************
029460* 2041-REPORT-BAD-OVERRIDE
029470*    WRITES THE SKIP LINE FOR A REQUEST WITH A BAD OVERRIDE
029480*    AND SETS THE INVALID SWITCH SO THE CALLER SKIPS IT.
029490*****************************************************************
029500 2041-REPORT-BAD-OVERRIDE.
029510     SET INVALID-CLIENT-DATA TO TRUE.
029520     MOVE SPACES TO WIF-MESSAGE.
029530     STRING "REQUEST SKIPPED - CLIENT " CLM-CLIENT-ID
029540         " HAS A NON-NUMERIC OR IMPOSSIBLE OVERRIDE"
029550         DELIMITED BY SIZE INTO WIF-MESSAGE.
029560     WRITE WHATIF-REPORT-LINE FROM WIF-MESSAGE-LINE.
029570 2041-EXIT.
029580     EXIT.
029590*****************************************************************
029600* 2042-APPLY-OVERRIDES
029610*    APPLIES THE REQUEST'S NON-BLANK OVERRIDES TO THE PROPOSED
029620*    CASE, IN WORKING STORAGE ONLY.  A NON-NUMERIC OVERRIDE,
029630*    A RETIREMENT AGE AT OR BELOW THE CLIENT'S AGE, A RETURN
029640*    PAST THE MAXIMUM, OR A WITHDRAWAL AND RETIREMENT LENGTH
029650*    LEFT AS A HALF-PAIR (ONE ZERO, ONE NOT -- THE SAME EDIT
029660*    2200-VALIDATE-CLIENT-DATA ENFORCES ON THE MASTER) SETS
029670*    THE INVALID SWITCH AND THE REQUEST IS SKIPPED WITH A
029680*    REPORT LINE SAYING WHY.
029690*****************************************************************
029700 2042-APPLY-OVERRIDES.
029710     SET VALID-CLIENT-DATA TO TRUE.
029720     IF WIF-RETIREMENT-AGE NOT = SPACES
029730         IF WIF-RETIREMENT-AGE NUMERIC
029740             MOVE WIF-RETIREMENT-AGE-N TO WS-WIF-RET-AGE
029750         ELSE
029760             PERFORM 2041-REPORT-BAD-OVERRIDE THRU 2041-EXIT
029770             GO TO 2042-EXIT
029780         END-IF
029790     END-IF.
029800     IF WIF-YEARLY-DEPOSIT NOT = SPACES
029810         IF WIF-YEARLY-DEPOSIT NUMERIC
029820             MOVE WIF-YEARLY-DEPOSIT-N TO WS-WIF-DEPOSIT
029830         ELSE
029840             PERFORM 2041-REPORT-BAD-OVERRIDE THRU 2041-EXIT
029850             GO TO 2042-EXIT
029860         END-IF
029870     END-IF.
029880     IF WIF-ANNUAL-RETURN NOT = SPACES
029890         IF WIF-ANNUAL-RETURN NUMERIC
029900             AND WIF-ANNUAL-RETURN-N NOT > WS-MAXIMUM-RETURN
029910             COMPUTE WS-WIF-RETURN =
029920                 WIF-ANNUAL-RETURN-N + 1
029930         ELSE
029940             PERFORM 2041-REPORT-BAD-OVERRIDE THRU 2041-EXIT
029950             GO TO 2042-EXIT
029960         END-IF
029970     END-IF.
029980     IF WIF-WITHDRAWAL-AMOUNT NOT = SPACES
029990         IF WIF-WITHDRAWAL-AMOUNT NUMERIC
030000             MOVE WIF-WITHDRAWAL-AMT-N TO WS-WIF-NEED
030010         ELSE
030020             PERFORM 2041-REPORT-BAD-OVERRIDE THRU 2041-EXIT
030030             GO TO 2042-EXIT
030040         END-IF
030050     END-IF.
030060     IF WIF-RETIREMENT-LENGTH NOT = SPACES
030070         IF WIF-RETIREMENT-LENGTH NUMERIC
030080             MOVE WIF-RETIREMENT-LEN-N TO WS-WIF-LENGTH
030090         ELSE
030100             PERFORM 2041-REPORT-BAD-OVERRIDE THRU 2041-EXIT
030110             GO TO 2042-EXIT
030120         END-IF
030130     END-IF.
030140     IF WS-WIF-RET-AGE NOT > AGE
030150         OR WS-WIF-RET-AGE > WS-MAXIMUM-AGE
030160         PERFORM 2041-REPORT-BAD-OVERRIDE THRU 2041-EXIT
030170         GO TO 2042-EXIT
030180     END-IF.
030190     IF (WS-WIF-NEED = ZERO AND WS-WIF-LENGTH NOT = ZERO)
030200         OR (WS-WIF-NEED NOT = ZERO AND WS-WIF-LENGTH = ZERO)
030210         PERFORM 2041-REPORT-BAD-OVERRIDE THRU 2041-EXIT
030220     END-IF.
030230 2042-EXIT.
030240     EXIT.
030250*****************************************************************
030260* 2043-RUN-WHATIF-CASE
030270*    RUNS ONE WHAT-IF CASE ON THE ANNUAL ENGINE FROM THE WIF
030280*    CASE FIELDS: ACCUMULATION TO THE CASE'S RETIREMENT AGE,
030290*    THEN DRAWDOWN OF THE CASE'S SPENDABLE NEED, NETTED FOR
030300*    HOUSEHOLD INCOME AND GROSSED UP FOR TAX THE SAME WAY THE
030310*    REAL DRAWDOWN IS.
030320*****************************************************************
030330 2043-RUN-WHATIF-CASE.
030340     COMPUTE WS-WIF-PERIOD = WS-WIF-RET-AGE - AGE + 1.
030350     MOVE CLM-MONEY TO WS-WIF-BALANCE.
030360     MOVE WS-WIF-DEPOSIT TO WS-WIF-DEP-WORK.
030370     MOVE "N" TO WS-WIF-SWITCH.
030380     MOVE AGE TO WS-WIF-AGE.
030390     PERFORM 2044-WHATIF-ACCUM-YEAR THRU 2044-EXIT
030400         WS-WIF-PERIOD TIMES.
030410     MOVE WS-WIF-BALANCE TO WS-WIF-RETIRE-BAL.
030420     IF WS-WIF-NEED = ZERO
030430         MOVE "NO DRAW" TO WS-WIF-OUTCOME
030440         MOVE WS-WIF-BALANCE TO WS-WIF-END-BAL
030450         GO TO 2043-EXIT
030460     END-IF.
030470     MOVE WS-WIF-RET-AGE TO WS-WIF-AGE.
030480     MOVE ZERO TO WS-WIF-YEAR.
030490     PERFORM 2045-WHATIF-DRAW-YEAR THRU 2045-EXIT
030500         UNTIL WS-WIF-YEAR NOT < WS-WIF-LENGTH
030510            OR WIF-CASE-DEPLETED.
030520     IF WIF-CASE-DEPLETED
030530         MOVE "DEPLETED" TO WS-WIF-OUTCOME
030540     ELSE
030550         MOVE "LASTED" TO WS-WIF-OUTCOME
030560     END-IF.
030570     MOVE WS-WIF-BALANCE TO WS-WIF-END-BAL.
030580 2043-EXIT.
030590     EXIT.
030600*****************************************************************
030610* 2044-WHATIF-ACCUM-YEAR
030620*    ONE ACCUMULATION YEAR OF A WHAT-IF CASE.
030630*****************************************************************
030640 2044-WHATIF-ACCUM-YEAR.
030650     COMPUTE WS-WIF-BALANCE ROUNDED =
030660         WS-WIF-BALANCE * WS-WIF-RETURN + WS-WIF-DEP-WORK
030670         ON SIZE ERROR
030680             MOVE 999999999.99 TO WS-WIF-BALANCE
030690     END-COMPUTE.
030700     MOVE WS-WIF-BALANCE TO WS-FEE-BASE.
030710     PERFORM 2588-COMPUTE-FEE THRU 2588-EXIT.
030720     SUBTRACT WS-FEE-AMOUNT FROM WS-WIF-BALANCE.
030730     MOVE WS-WIF-AGE TO WS-EVENT-AGE.
030740     MOVE WS-WIF-BALANCE TO WS-EVENT-BALANCE.
030750     PERFORM 2520-APPLY-EVENTS THRU 2520-EXIT.
030760     MOVE WS-EVENT-BALANCE TO WS-WIF-BALANCE.
030770     ADD 1 TO WS-WIF-AGE.
030780     COMPUTE WS-WIF-DEP-WORK ROUNDED =
030790         WS-WIF-DEP-WORK * ESCALATION-RATE
030800         ON SIZE ERROR
030810             MOVE 9999999.99 TO WS-WIF-DEP-WORK
030820     END-COMPUTE.
030830 2044-EXIT.
030840     EXIT.
030850*****************************************************************
030860* 2045-WHATIF-DRAW-YEAR
030870*    ONE DRAWDOWN YEAR OF A WHAT-IF CASE.
030880*****************************************************************
030890 2045-WHATIF-DRAW-YEAR.
030900     ADD 1 TO WS-WIF-YEAR.
030910     ADD 1 TO WS-WIF-AGE.
030920     MOVE WS-WIF-AGE TO WS-EVENT-AGE.
030930     MOVE WS-WIF-BALANCE TO WS-EVENT-BALANCE.
030940     PERFORM 2520-APPLY-EVENTS THRU 2520-EXIT.
030950     MOVE WS-EVENT-BALANCE TO WS-WIF-BALANCE.
030960     MOVE WS-WIF-AGE TO WS-INCOME-AGE.
030970     PERFORM 2585-COMPUTE-AGE-INCOME THRU 2585-EXIT.
030980     IF WS-DRAWDOWN-INCOME NOT < WS-WIF-NEED
030990         MOVE ZERO TO WS-WIF-GROSS
031000     ELSE
031010         COMPUTE WS-WIF-GROSS ROUNDED =
031020             (WS-WIF-NEED - WS-DRAWDOWN-INCOME)
031030             * WS-GROSS-FACTOR
031040     END-IF.
031050     COMPUTE WS-WIF-BALANCE ROUNDED =
031060         WS-WIF-BALANCE * WS-WIF-RETURN
031070         ON SIZE ERROR
031080             MOVE 999999999.99 TO WS-WIF-BALANCE
031090     END-COMPUTE.
031100     MOVE WS-WIF-BALANCE TO WS-FEE-BASE.
031110     PERFORM 2588-COMPUTE-FEE THRU 2588-EXIT.
031120     SUBTRACT WS-FEE-AMOUNT FROM WS-WIF-BALANCE.
031130     IF WS-WIF-GROSS > WS-WIF-BALANCE
031140         MOVE ZERO TO WS-WIF-BALANCE
031150         SET WIF-CASE-DEPLETED TO TRUE
031160     ELSE
031170         SUBTRACT WS-WIF-GROSS FROM WS-WIF-BALANCE
031180     END-IF.
031190 2045-EXIT.
031200     EXIT.
031210*****************************************************************
031220* 2046-PRINT-WHATIF-BLOCK
031230*    PRINTS ONE SIDE-BY-SIDE WHAT-IF BLOCK, BRACKETED BY THE
031240*    WATERMARK LINES SO IT CAN NEVER PASS FOR A STATEMENT OF
031250*    RECORD.
031260*****************************************************************
031270 2046-PRINT-WHATIF-BLOCK.
031280     WRITE WHATIF-REPORT-LINE FROM WIF-BLANK-LINE.
031290     WRITE WHATIF-REPORT-LINE FROM WIF-WATERMARK-LINE.
031300     MOVE CLM-CLIENT-ID   TO WIF-RPT-CLIENT-ID.
031310     MOVE CLM-CLIENT-NAME TO WIF-RPT-CLIENT-NAME.
031320     WRITE WHATIF-REPORT-LINE FROM WIF-CLIENT-LINE.
031330     WRITE WHATIF-REPORT-LINE FROM WIF-COLUMN-HEADING.
031340     MOVE "RETIREMENT AGE" TO WIF-COUNT-LABEL.
031350     MOVE CLM-RETIREMENT-AGE TO WIF-CUR-COUNT.
031360     MOVE WS-WIF-RET-AGE TO WIF-PROP-COUNT.
031370     WRITE WHATIF-REPORT-LINE FROM WIF-COUNT-ROW.
031380     MOVE "YEARLY DEPOSIT" TO WIF-AMOUNT-LABEL.
031390     MOVE CLM-YEARLY-DEPOSIT-AMOUNT TO WIF-CUR-AMOUNT.
031400     MOVE WS-WIF-DEPOSIT TO WIF-PROP-AMOUNT.
031410     WRITE WHATIF-REPORT-LINE FROM WIF-AMOUNT-ROW.
031420     MOVE "ANNUAL RETURN" TO WIF-RATE-LABEL.
031430     MOVE CLM-ANNUAL-RETURN TO WIF-CUR-RATE.
031440     SUBTRACT 1 FROM WS-WIF-RETURN
031450         GIVING WS-ORIGINAL-RETURN.
031460     MOVE WS-ORIGINAL-RETURN TO WIF-PROP-RATE.
031470     WRITE WHATIF-REPORT-LINE FROM WIF-RATE-ROW.
031480     MOVE "WITHDRAWAL AMOUNT" TO WIF-AMOUNT-LABEL.
031490     MOVE CLM-WITHDRAWAL-AMOUNT TO WIF-CUR-AMOUNT.
031500     MOVE WS-WIF-NEED TO WIF-PROP-AMOUNT.
031510     WRITE WHATIF-REPORT-LINE FROM WIF-AMOUNT-ROW.
031520     MOVE "RETIREMENT LENGTH" TO WIF-COUNT-LABEL.
031530     MOVE CLM-RETIREMENT-LENGTH TO WIF-CUR-COUNT.
031540     MOVE WS-WIF-LENGTH TO WIF-PROP-COUNT.
031550     WRITE WHATIF-REPORT-LINE FROM WIF-COUNT-ROW.
031560     WRITE WHATIF-REPORT-LINE FROM WIF-BLANK-LINE.
031570     MOVE "BALANCE AT RETIREMENT" TO WIF-AMOUNT-LABEL.
031580     MOVE WS-CUR-RETIRE-BAL TO WIF-CUR-AMOUNT.
031590     MOVE WS-WIF-RETIRE-BAL TO WIF-PROP-AMOUNT.
031600     WRITE WHATIF-REPORT-LINE FROM WIF-AMOUNT-ROW.
031610     MOVE "DRAWDOWN OUTCOME" TO WIF-TEXT-LABEL.
031620     MOVE WS-CUR-OUTCOME TO WIF-CUR-TEXT.
031630     MOVE WS-WIF-OUTCOME TO WIF-PROP-TEXT.
031640     WRITE WHATIF-REPORT-LINE FROM WIF-TEXT-ROW.
031650     MOVE "ENDING BALANCE" TO WIF-AMOUNT-LABEL.
031660     MOVE WS-CUR-END-BAL TO WIF-CUR-AMOUNT.
031670     MOVE WS-WIF-END-BAL TO WIF-PROP-AMOUNT.
031680     WRITE WHATIF-REPORT-LINE FROM WIF-AMOUNT-ROW.
031690     MOVE "DIFFERENCE IN BALANCE AT RETIREMENT:"
031700         TO WIF-DIFF-LABEL.
031710     COMPUTE WS-WIF-DIFF =
031720         WS-WIF-RETIRE-BAL - WS-CUR-RETIRE-BAL.
031730     MOVE WS-WIF-DIFF TO WIF-DIFF-AMOUNT.
031740     WRITE WHATIF-REPORT-LINE FROM WIF-DIFF-LINE.
031750     MOVE "DIFFERENCE IN ENDING BALANCE:"
031760         TO WIF-DIFF-LABEL.
031770     COMPUTE WS-WIF-DIFF =
031780         WS-WIF-END-BAL - WS-CUR-END-BAL.
031790     MOVE WS-WIF-DIFF TO WIF-DIFF-AMOUNT.
031800     WRITE WHATIF-REPORT-LINE FROM WIF-DIFF-LINE.
031810     WRITE WHATIF-REPORT-LINE FROM WIF-WATERMARK-LINE.
031820 2046-EXIT.
031830     EXIT.
031840*****************************************************************
031850* 2050-SET-ACCOUNT-POTS
031860*    SEEDS THE ACCOUNT-TYPE POTS AND THEIR DEPOSIT SPLITS FROM
031870*    THE CLIENT MASTER RECORD.  A CLIENT WITH ALL THREE POT
031880*    BALANCES ZERO HAS NO SPLIT ON FILE AND PROJECTS UNTAXED
031890*    EXACTLY AS BEFORE (GROSS-UP FACTOR 1).  THE DEFERRED SHARE
031900*    AND GROSS-UP FACTOR ARE RESET HERE AND COMPUTED AT
031910*    RETIREMENT BY 2560-PRINT-ACCOUNT-TYPES, ONCE THE POTS HAVE
031920*    FINISHED ACCUMULATING.
031930*****************************************************************
031940 2050-SET-ACCOUNT-POTS.
031950     MOVE CLM-TAXABLE-BALANCE  TO WS-TAXABLE-BAL.
031960     MOVE CLM-DEFERRED-BALANCE TO WS-DEFERRED-BAL.
031970     MOVE CLM-ROTH-BALANCE     TO WS-ROTH-BAL.
031980     MOVE CLM-TAXABLE-DEPOSIT  TO WS-TAXABLE-DEP.
031990     MOVE CLM-DEFERRED-DEPOSIT TO WS-DEFERRED-DEP.
032000     MOVE CLM-ROTH-DEPOSIT     TO WS-ROTH-DEP.
032010     IF CLM-TAXABLE-BALANCE = ZERO
032020         AND CLM-DEFERRED-BALANCE = ZERO
032030         AND CLM-ROTH-BALANCE = ZERO
032040         SET NO-POT-SPLIT TO TRUE
032050     ELSE
032060         SET POT-SPLIT-ON-FILE TO TRUE
032070     END-IF.
032080     MOVE ZERO TO WS-DEFERRED-SHARE.
032090     MOVE 1 TO WS-GROSS-FACTOR.
032100 2050-EXIT.
032110     EXIT.
032120*****************************************************************
032130* 2055-INFLATE-RETIRE-FACTOR
032140*    ONE YEAR'S COMPOUNDING OF THE INFLATION FACTOR AT
032150*    RETIREMENT, BUILT UP FRONT SO THE SCENARIO COMPARISON AND
032160*    THE STATEMENT SUMMARY CAN DEFLATE THE AT-RETIREMENT
032170*    BALANCES BEFORE THE YEAR-BY-YEAR LOOP HAS RUN.
032180*****************************************************************
032190 2055-INFLATE-RETIRE-FACTOR.
032200     COMPUTE WS-RETIRE-INFL-FACTOR ROUNDED =
032210         WS-RETIRE-INFL-FACTOR * (1 + WS-INFLATION-RATE).
032220 2055-EXIT.
032230     EXIT.
032240*****************************************************************
032250* 2060-START-CLIENT-BASELINE
032260*    DECIDES WHETHER THIS CLIENT'S PROJECTION IS TO BE SAVED AS
032270*    THEIR PLAN BASELINE AND, IF SO, WRITES THE YEAR 0 ROW: THE
032280*    BALANCE ON FILE AT THE CLIENT'S CURRENT AGE.  A100-PROC
032290*    THEN ADDS ONE ROW PER ACCUMULATION YEAR.
032300*****************************************************************
032310 2060-START-CLIENT-BASELINE.
032320     SET NO-BASELINE-THIS-CLIENT TO TRUE.
032330     IF NOT BASELINE-FILE-OPEN
032340         GO TO 2060-EXIT
032350     END-IF.
032360     MOVE CLM-CLIENT-ID TO WS-LOOKUP-CLIENT-ID.
032370     PERFORM 1720-FIND-BASELINE-REQUEST THRU 1720-EXIT.
032380     IF BASEREQ-ENTRY-NOT-FOUND
032390         GO TO 2060-EXIT
032400     END-IF.
032410     SET BASEREQ-USED (WS-BASEREQ-IX) TO TRUE.
032420     SET BASELINE-THIS-CLIENT TO TRUE.
032430     ADD 1 TO WS-BASELINES-SAVED.
032440     MOVE ZERO TO WS-YEAR-DEPOSIT-APPLIED.
032450     PERFORM 2065-WRITE-BASELINE-ROW THRU 2065-EXIT.
032460 2060-EXIT.
032470     EXIT.
032480*****************************************************************
032490* 2065-WRITE-BASELINE-ROW
032500*    APPENDS ONE PLAN BASELINE ROW FOR THE CURRENT PROJECTION
032510*    YEAR.  A FAILED WRITE STOPS THE RUN, THE SAME AS A FAILED
032520*    EXTRACT WRITE -- A BASELINE WITH YEARS MISSING WOULD MAKE
032530*    THE TRACKING REPORT MEASURE THE CLIENT AGAINST NOTHING.
032540*****************************************************************
032550 2065-WRITE-BASELINE-ROW.
032560     MOVE SPACES TO BASELINE-RECORD.
032570     MOVE CLM-CLIENT-ID           TO BSL-CLIENT-ID.
032580     MOVE WS-RUN-DATE             TO BSL-BASELINE-DATE.
032590     MOVE WS-RUN-TIME             TO BSL-BASELINE-TIME.
032600     MOVE WS-YEAR-NUMBER          TO BSL-YEAR-NUMBER.
032610     COMPUTE BSL-AGE = AGE + WS-YEAR-NUMBER.
032620     MOVE MONEY                   TO BSL-BALANCE.
032630     MOVE WS-YEAR-DEPOSIT-APPLIED TO BSL-DEPOSIT.
032640     WRITE BASELINE-RECORD.
032650     IF WS-BASELINE-STATUS NOT = "00"
032660         DISPLAY "**ERROR** PLAN BASELINE WRITE FAILED, STATUS "
032670             WS-BASELINE-STATUS
032680         PERFORM 9900-ABORT-RUN THRU 9900-EXIT
032690     END-IF.
032700     ADD 1 TO WS-BASELINE-ROWS.
032710 2065-EXIT.
032720     EXIT.
032730*****************************************************************
032740* 2070-PROCESS-REPLAY-RECORD
032750*    ONE STEP OF THE REGRESSION REPLAY MODE: APPLIES THE
032760*    SELECTION TO THE AUDIT RECORD JUST READ, THE SAME WAY
032770*    AUDIT-INQUIRY DOES, AND RE-RUNS AND COMPARES EACH SELECTED
032780*    RUN BEFORE READING THE NEXT RECORD.
032790*****************************************************************
032800 2070-PROCESS-REPLAY-RECORD.
032810     SET RPL-RECORD-SELECTED TO TRUE.
032820     IF WS-RPL-DATE-FROM > ZERO
032830         AND AUD-RUN-DATE < WS-RPL-DATE-FROM
032840         SET RPL-RECORD-NOT-SELECTED TO TRUE
032850     END-IF.
032860     IF WS-RPL-DATE-TO > ZERO
032870         AND AUD-RUN-DATE > WS-RPL-DATE-TO
032880         SET RPL-RECORD-NOT-SELECTED TO TRUE
032890     END-IF.
032900     IF WS-RPL-CLIENT-ID NOT = SPACES
032910         AND AUD-CLIENT-ID NOT = WS-RPL-CLIENT-ID
032920         SET RPL-RECORD-NOT-SELECTED TO TRUE
032930     END-IF.
032940     IF RPL-RECORD-NOT-SELECTED
032950         GO TO 2070-NEXT
032960     END-IF.
032970     ADD 1 TO WS-RPL-SELECTED.
032980     PERFORM 2075-LOAD-AUDIT-ASSUMPTIONS THRU 2075-EXIT.
032990     PERFORM 2080-RUN-REPLAY-PROJECTION THRU 2080-EXIT.
033000     PERFORM 2090-COMPARE-REPLAY-RESULT THRU 2090-EXIT.
033010 2070-NEXT.
033020     PERFORM 2170-READ-AUDIT-RECORD THRU 2170-EXIT.
033030 2070-EXIT.
033040     EXIT.
033050*****************************************************************
033060* 2075-LOAD-AUDIT-ASSUMPTIONS
033070*    REBUILDS THE CLIENT RECORD AREA AND THE RUN LIMITS AND
033080*    ENGINE SETTINGS FROM THE AUDIT RECORD, SO THE PROJECTION
033090*    PARAGRAPHS SEE EXACTLY WHAT THE AUDITED RUN SAW.  THE
033100*    MASTER IS NEVER READ IN THIS MODE, SO ITS RECORD AREA IS
033110*    FREE TO HOLD THE REBUILT CLIENT.  A RECORD WRITTEN BEFORE
033120*    A GROUP OF FIELDS WAS ADDED TO THE AUDIT LAYOUT CARRIES
033130*    SPACES THERE: MISSING LIMITS, RMD START AGE, AND ASSUMED
033140*    LIFE AGE FALL BACK TO THIS RUN'S OWN, A MISSING ACCOUNT-TYPE
033150*    SPLIT, INFLATION RATE, SPOUSE, OR FEE SETTING IS TAKEN AS
033160*    NONE (WHICH IS HOW THOSE RUNS PROJECTED), AND A MISSING
033170*    COMPOUNDING FREQUENCY AS ANNUAL.
033180*****************************************************************
033190 2075-LOAD-AUDIT-ASSUMPTIONS.
033200     MOVE SPACES                     TO CLIENT-RECORD.
033210     MOVE AUD-CLIENT-ID              TO CLM-CLIENT-ID.
033220     MOVE "REPLAYED FROM THE AUDIT LOG" TO CLM-CLIENT-NAME.
033230     MOVE AUD-AGE                    TO CLM-AGE.
033240     MOVE AUD-MONEY                  TO CLM-MONEY.
033250     MOVE AUD-RETIREMENT-AGE         TO CLM-RETIREMENT-AGE.
033260     MOVE AUD-ANNUAL-RETURN          TO CLM-ANNUAL-RETURN.
033270     MOVE AUD-YEARLY-DEPOSIT-AMOUNT  TO CLM-YEARLY-DEPOSIT-AMOUNT.
033280     MOVE AUD-ESCALATION-RATE        TO CLM-ESCALATION-RATE.
033290     MOVE AUD-SCENARIO-LOW-RETURN    TO CLM-SCENARIO-LOW-RETURN.
033300     MOVE AUD-SCENARIO-MED-RETURN    TO CLM-SCENARIO-MED-RETURN.
033310     MOVE AUD-SCENARIO-HIGH-RETURN   TO CLM-SCENARIO-HIGH-RETURN.
033320     MOVE AUD-SS-ANNUAL-BENEFIT      TO CLM-SS-ANNUAL-BENEFIT.
033330     MOVE AUD-SS-START-AGE           TO CLM-SS-START-AGE.
033340     MOVE AUD-PENSION-ANNUAL-BENEFIT
033350         TO CLM-PENSION-ANNUAL-BENEFIT.
033360     MOVE AUD-PENSION-START-AGE      TO CLM-PENSION-START-AGE.
033370     MOVE AUD-WITHDRAWAL-AMOUNT      TO CLM-WITHDRAWAL-AMOUNT.
033380     MOVE AUD-RETIREMENT-LENGTH      TO CLM-RETIREMENT-LENGTH.
033390     MOVE AUD-COMPOUND-FREQUENCY     TO CLM-COMPOUND-FREQUENCY.
033400     MOVE AUD-GLIDE-PATH-CODE        TO CLM-GLIDE-PATH-CODE.
033410     MOVE ZERO TO CLM-TARGET-INCOME CLM-TARGET-BALANCE.
033420     IF AUD-MINIMUM-AGE NUMERIC
033430         MOVE AUD-MINIMUM-AGE        TO WS-MINIMUM-AGE
033440         MOVE AUD-MAXIMUM-AGE        TO WS-MAXIMUM-AGE
033450         MOVE AUD-MAXIMUM-RETURN     TO WS-MAXIMUM-RETURN
033460         MOVE AUD-MAXIMUM-ESCALATION TO WS-MAXIMUM-ESCALATION
033470     ELSE
033480         MOVE WS-RPL-RUN-MIN-AGE     TO WS-MINIMUM-AGE
033490         MOVE WS-RPL-RUN-MAX-AGE     TO WS-MAXIMUM-AGE
033500         MOVE WS-RPL-RUN-MAX-RETURN  TO WS-MAXIMUM-RETURN
033510         MOVE WS-RPL-RUN-MAX-ESCALATION TO WS-MAXIMUM-ESCALATION
033520     END-IF.
033530     IF AUD-TAXABLE-BALANCE NUMERIC
033540         MOVE AUD-TAXABLE-BALANCE    TO CLM-TAXABLE-BALANCE
033550         MOVE AUD-DEFERRED-BALANCE   TO CLM-DEFERRED-BALANCE
033560         MOVE AUD-ROTH-BALANCE       TO CLM-ROTH-BALANCE
033570         MOVE AUD-TAXABLE-DEPOSIT    TO CLM-TAXABLE-DEPOSIT
033580         MOVE AUD-DEFERRED-DEPOSIT   TO CLM-DEFERRED-DEPOSIT
033590         MOVE AUD-ROTH-DEPOSIT       TO CLM-ROTH-DEPOSIT
033600         MOVE AUD-RETIRE-TAX-RATE    TO CLM-RETIRE-TAX-RATE
033610     ELSE
033620         MOVE ZERO TO CLM-TAXABLE-BALANCE CLM-DEFERRED-BALANCE
033630             CLM-ROTH-BALANCE CLM-TAXABLE-DEPOSIT
033640             CLM-DEFERRED-DEPOSIT CLM-ROTH-DEPOSIT
033650             CLM-RETIRE-TAX-RATE
033660     END-IF.
033670     IF AUD-INFLATION-RATE NUMERIC
033680         MOVE AUD-INFLATION-RATE     TO WS-INFLATION-RATE
033690     ELSE
033700         MOVE ZERO TO WS-INFLATION-RATE
033710     END-IF.
033720     IF AUD-SPOUSE-AGE NUMERIC
033730         MOVE AUD-SPOUSE-AGE         TO CLM-SPOUSE-AGE
033740         MOVE AUD-SPOUSE-RETIRE-AGE  TO CLM-SPOUSE-RETIRE-AGE
033750         MOVE AUD-SPOUSE-SS-BENEFIT  TO CLM-SPOUSE-SS-BENEFIT
033760         MOVE AUD-SPOUSE-SS-START-AGE
033770             TO CLM-SPOUSE-SS-START-AGE
033780         MOVE AUD-SPOUSE-PENSION-BENEFIT
033790             TO CLM-SPOUSE-PENSION-BENEFIT
033800         MOVE AUD-SPOUSE-PENS-START-AGE
033810             TO CLM-SPOUSE-PENS-START-AGE
033820         MOVE AUD-SURVIVOR-PCT       TO CLM-SURVIVOR-PCT
033830     ELSE
033840         MOVE ZERO TO CLM-SPOUSE-AGE CLM-SPOUSE-RETIRE-AGE
033850             CLM-SPOUSE-SS-BENEFIT CLM-SPOUSE-SS-START-AGE
033860             CLM-SPOUSE-PENSION-BENEFIT CLM-SPOUSE-PENS-START-AGE
033870             CLM-SURVIVOR-PCT
033880     END-IF.
033890     IF AUD-ASSUMED-LIFE-AGE NUMERIC
033900         MOVE AUD-ASSUMED-LIFE-AGE   TO WS-ASSUMED-LIFE-AGE
033910     ELSE
033920         MOVE WS-RPL-RUN-LIFE-AGE    TO WS-ASSUMED-LIFE-AGE
033930     END-IF.
033940     IF AUD-RMD-START-AGE NUMERIC
033950         MOVE AUD-RMD-START-AGE      TO WS-RMD-START-AGE
033960     ELSE
033970         MOVE WS-RPL-RUN-RMD-START-AGE TO WS-RMD-START-AGE
033980     END-IF.
033990     IF AUD-FEE-BAND-COUNT NUMERIC
034000         MOVE AUD-FEE-OVERRIDE-FLAG  TO CLM-FEE-OVERRIDE-FLAG
034010         MOVE AUD-FEE-OVERRIDE-RATE  TO CLM-FEE-OVERRIDE-RATE
034020         MOVE AUD-FUND-EXPENSE-RATE  TO WS-FUND-EXPENSE-RATE
034030         MOVE AUD-FEE-BAND-COUNT     TO WS-FEE-BAND-COUNT
034040         MOVE AUD-FEE-SCHEDULE       TO WS-FEE-SCHEDULE
034050     ELSE
034060         MOVE SPACE TO CLM-FEE-OVERRIDE-FLAG
034070         MOVE ZERO TO CLM-FEE-OVERRIDE-RATE WS-FUND-EXPENSE-RATE
034080             WS-FEE-BAND-COUNT
034090         INITIALIZE WS-FEE-SCHEDULE
034100     END-IF.
034110     IF AUD-EVENT-COUNT NUMERIC
034120         AND AUD-EVENT-COUNT > ZERO
034130         PERFORM 2510-LOAD-CLIENT-EVENTS THRU 2510-EXIT
034140     ELSE
034150         MOVE ZERO TO WS-EVENT-COUNT
034160     END-IF.
034170 2075-EXIT.
034180     EXIT.
034190*****************************************************************
034200* 2080-RUN-REPLAY-PROJECTION
034210*    RUNS THE REBUILT CLIENT THROUGH THE SAME EDITS,
034220*    ACCUMULATION YEARS, ACCOUNT-TYPE GROSS-UP, AND DRAWDOWN
034230*    PARAGRAPHS AS 2020-RUN-CLIENT-PROJECTION, SO A CHANGE TO ANY
034240*    OF THEM SHOWS UP HERE.  THE SCENARIO COMPARISON, MONTE
034250*    CARLO, AND GOAL-SEEK PASSES ARE LEFT OUT -- THEIR RESULTS
034260*    ARE NOT ON THE AUDIT RECORD -- AND NOTHING IS WRITTEN BUT
034270*    THE AMORTIZATION SCHEDULE.  A CLIENT THAT NO LONGER PASSES
034280*    THE EDITS IS LEFT FOR 2090-COMPARE-REPLAY-RESULT TO REPORT.
034290*****************************************************************
034300 2080-RUN-REPLAY-PROJECTION.
034310     MOVE CLM-AGE                   TO AGE.
034320     MOVE CLM-MONEY                 TO MONEY.
034330     MOVE CLM-RETIREMENT-AGE        TO RETIREMENT-AGE.
034340     MOVE CLM-ANNUAL-RETURN         TO ANNUAL-RETURN.
034350     MOVE CLM-YEARLY-DEPOSIT-AMOUNT TO YEARLY-DEPOSIT-AMOUNT.
034360     MOVE CLM-ESCALATION-RATE       TO ESCALATION-RATE.
034370     PERFORM 2200-VALIDATE-CLIENT-DATA THRU 2200-EXIT.
034380     IF INVALID-CLIENT-DATA
034390         GO TO 2080-EXIT
034400     END-IF.
034410     SUBTRACT AGE FROM RETIREMENT-AGE GIVING PERIOD.
034420     ADD 1 TO PERIOD.
034430     MOVE ANNUAL-RETURN TO WS-ORIGINAL-RETURN.
034440     MOVE ESCALATION-RATE TO WS-ORIGINAL-ESCALATION.
034450     ADD 1 TO ANNUAL-RETURN.
034460     ADD 1 TO ESCALATION-RATE.
034470     MOVE ZERO TO WS-YEAR-NUMBER.
034480     MOVE ZERO TO WS-PAGE-COUNT.
034490     MOVE ZERO TO WS-LINE-COUNT.
034500     MOVE ZERO TO WS-STMT-DETAIL-COUNT.
034510     MOVE ZERO TO WS-LIFETIME-FEES.
034520     MOVE ZERO TO WS-LIFETIME-FEES-TODAYS.
034530     SET STATEMENT-NOT-TRUNCATED TO TRUE.
034540     MOVE MONEY TO WS-ORIGINAL-MONEY.
034550     MOVE YEARLY-DEPOSIT-AMOUNT TO WS-ORIGINAL-DEPOSIT.
034560     PERFORM 2050-SET-ACCOUNT-POTS THRU 2050-EXIT.
034570     PERFORM 2540-SET-CLIENT-GLIDE-PATH THRU 2540-EXIT.
034580     SET NO-BASELINE-THIS-CLIENT TO TRUE.
034590     SET ACCUMULATION-PHASE TO TRUE.
034600     MOVE 1 TO WS-INFL-FACTOR.
034610     MOVE 1 TO WS-RETIRE-INFL-FACTOR.
034620     PERFORM 2055-INFLATE-RETIRE-FACTOR THRU 2055-EXIT
034630         PERIOD TIMES.
034640     PERFORM 3000-PRINT-HEADERS THRU 3000-EXIT.
034650     PERFORM 2548-PRINT-GLIDE-PATH THRU 2548-EXIT.
034660     PERFORM A100-PROC PERIOD TIMES.
034670     PERFORM 2560-PRINT-ACCOUNT-TYPES THRU 2560-EXIT.
034680     PERFORM 2580-RUN-DECUMULATION THRU 2580-EXIT.
034690     PERFORM 2599-PRINT-FEE-COST THRU 2599-EXIT.
034700 2080-EXIT.
034710     EXIT.
034720*****************************************************************
034730* 2090-COMPARE-REPLAY-RESULT
034740*    CLASSIFIES ONE REPLAYED RUN AGAINST ITS AUDIT RECORD.  A
034750*    CHANGED DRAWDOWN OUTCOME IS A FLIP; OTHERWISE A PROJECTED
034760*    BALANCE MORE THAN THE TOLERANCE AWAY, OR A DIFFERENT
034770*    DEPLETION AGE, IS A MOVE.  FLIPS, MOVES, AND RUNS THAT NO
034780*    LONGER PASS THE EDITS ARE PRINTED; IDENTICAL RUNS AND RUNS
034790*    WITHIN THE TOLERANCE ARE ONLY COUNTED.
034800*****************************************************************
034810 2090-COMPARE-REPLAY-RESULT.
034820     IF INVALID-CLIENT-DATA
034830         ADD 1 TO WS-RPL-REJECTED
034840         MOVE ZERO TO WS-RPL-NEW-RESULT
034850         MOVE SPACE TO WS-RPL-NEW-OUTCOME
034860         MOVE ZERO TO WS-RPL-NEW-AGE
034870         MOVE ZERO TO WS-RPL-DIFFERENCE
034880         MOVE "FAILS EDITS" TO WS-RPL-STATUS
034890         PERFORM 2095-PRINT-REPLAY-LINE THRU 2095-EXIT
034900         GO TO 2090-EXIT
034910     END-IF.
034920     MOVE MONEY TO WS-RPL-NEW-RESULT.
034930     MOVE ZERO TO WS-RPL-NEW-AGE.
034940     IF CLM-WITHDRAWAL-AMOUNT = ZERO
034950         MOVE "N" TO WS-RPL-NEW-OUTCOME
034960     ELSE
034970         IF FUNDS-DEPLETED
034980             MOVE "D" TO WS-RPL-NEW-OUTCOME
034990             MOVE WS-DEPLETED-AGE TO WS-RPL-NEW-AGE
035000         ELSE
035010             MOVE "L" TO WS-RPL-NEW-OUTCOME
035020         END-IF
035030     END-IF.
035040     COMPUTE WS-RPL-DIFFERENCE =
035050         WS-RPL-NEW-RESULT - AUD-FINAL-RESULT.
035060     IF WS-RPL-DIFFERENCE < ZERO
035070         COMPUTE WS-RPL-ABS-DIFFERENCE = ZERO - WS-RPL-DIFFERENCE
035080     ELSE
035090         MOVE WS-RPL-DIFFERENCE TO WS-RPL-ABS-DIFFERENCE
035100     END-IF.
035110     IF WS-RPL-NEW-OUTCOME NOT = AUD-DECUM-OUTCOME
035120         ADD 1 TO WS-RPL-FLIPPED
035130         MOVE "FLIPPED" TO WS-RPL-STATUS
035140         PERFORM 2095-PRINT-REPLAY-LINE THRU 2095-EXIT
035150         GO TO 2090-EXIT
035160     END-IF.
035170     IF WS-RPL-ABS-DIFFERENCE > WS-RPL-TOLERANCE
035180         OR WS-RPL-NEW-AGE NOT = AUD-DEPLETED-AGE
035190         ADD 1 TO WS-RPL-MOVED
035200         MOVE "MOVED" TO WS-RPL-STATUS
035210         PERFORM 2095-PRINT-REPLAY-LINE THRU 2095-EXIT
035220         GO TO 2090-EXIT
035230     END-IF.
035240     IF WS-RPL-DIFFERENCE = ZERO
035250         ADD 1 TO WS-RPL-IDENTICAL
035260     ELSE
035270         ADD 1 TO WS-RPL-WITHIN
035280     END-IF.
035290 2090-EXIT.
035300     EXIT.
035310*****************************************************************
035320* 2095-PRINT-REPLAY-LINE
035330*    PRINTS ONE REPLAY REPORT DETAIL LINE: THE AUDITED RUN, ITS
035340*    RESULT AND OUTCOME AS AUDITED AND AS REPLAYED, AND THE
035350*    STATUS SET BY THE CALLER.
035360*****************************************************************
035370 2095-PRINT-REPLAY-LINE.
035380     PERFORM 3300-CHECK-RPL-PAGE-BREAK THRU 3300-EXIT.
035390     MOVE AUD-RUN-DATE       TO RPL-AUD-RUN-DATE.
035400     MOVE AUD-RUN-TIME       TO RPL-AUD-RUN-TIME.
035410     MOVE AUD-CLIENT-ID      TO RPL-CLIENT-ID.
035420     MOVE AUD-FINAL-RESULT   TO RPL-OLD-RESULT.
035430     MOVE WS-RPL-NEW-RESULT  TO RPL-NEW-RESULT.
035440     MOVE WS-RPL-DIFFERENCE  TO RPL-DIFFERENCE.
035450     MOVE AUD-DECUM-OUTCOME  TO WS-RPL-OUTCOME-CODE.
035460     PERFORM 2097-NAME-OUTCOME THRU 2097-EXIT.
035470     MOVE WS-RPL-OUTCOME-NAME TO RPL-OLD-OUTCOME.
035480     MOVE AUD-DEPLETED-AGE   TO RPL-OLD-AGE.
035490     MOVE WS-RPL-NEW-OUTCOME TO WS-RPL-OUTCOME-CODE.
035500     PERFORM 2097-NAME-OUTCOME THRU 2097-EXIT.
035510     MOVE WS-RPL-OUTCOME-NAME TO RPL-NEW-OUTCOME.
035520     MOVE WS-RPL-NEW-AGE     TO RPL-NEW-AGE.
035530     MOVE WS-RPL-STATUS      TO RPL-STATUS.
035540     WRITE REPLAY-REPORT-LINE FROM RPL-DETAIL-LINE.
035550     ADD 1 TO WS-RPL-LINE-COUNT.
035560 2095-EXIT.
035570     EXIT.
035580*****************************************************************
035590* 2097-NAME-OUTCOME
035600*    TURNS A DRAWDOWN OUTCOME CODE INTO THE WORD PRINTED FOR IT.
035610*****************************************************************
035620 2097-NAME-OUTCOME.
035630     IF WS-RPL-OUTCOME-CODE = "D"
035640         MOVE "DEPLETED" TO WS-RPL-OUTCOME-NAME
035650     ELSE
035660         IF WS-RPL-OUTCOME-CODE = "L"
035670             MOVE "LASTED" TO WS-RPL-OUTCOME-NAME
035680         ELSE
035690             IF WS-RPL-OUTCOME-CODE = "N"
035700                 MOVE "NO DRAW" TO WS-RPL-OUTCOME-NAME
035710             ELSE
035720                 MOVE SPACES TO WS-RPL-OUTCOME-NAME
035730             END-IF
035740         END-IF
035750     END-IF.
035760 2097-EXIT.
035770     EXIT.
035780*****************************************************************
035790* 2100-READ-CLIENT-RECORD
035800*    READS THE NEXT CLIENT MASTER DETAIL RECORD, SETTING THE
035810*    END-OF-FILE SWITCH WHEN THE FILE IS EXHAUSTED.  THE HEADER
035820*    AND TRAILER CONTROL RECORDS ARE ABSORBED HERE SO THE REST OF
035830*    THE PROGRAM ONLY EVER SEES DETAIL RECORDS: THE HEADER JUST
035840*    FLIPS ITS SEEN SWITCH, AND THE TRAILER'S COUNT AND HASH ARE
035850*    SAVED FOR THE END-OF-RUN BALANCING STEP.  EVERY DETAIL READ
035860*    IS COUNTED AND ITS CLM-MONEY ADDED TO THE RUNNING HASH --
035870*    INCLUDING RECORDS A RESTART SKIPS, SO A RESTARTED RUN STILL
035880*    BALANCES TO THE TRAILER.
035890*****************************************************************
035900 2100-READ-CLIENT-RECORD.
035910     READ CLIENT-MASTER-FILE NEXT RECORD
035920         AT END
035930             SET END-OF-CLIENT-FILE TO TRUE
035940             GO TO 2100-EXIT
035950     END-READ.
035960     IF CLM-HEADER-RECORD
035970         SET HEADER-RECORD-SEEN TO TRUE
035980         GO TO 2100-READ-CLIENT-RECORD
035990     END-IF.
036000     IF CLM-TRAILER-RECORD
036010         SET TRAILER-RECORD-SEEN TO TRUE
036020         MOVE CLT-RECORD-COUNT TO WS-TRAILER-COUNT
036030         MOVE CLT-MONEY-HASH   TO WS-TRAILER-HASH
036040         GO TO 2100-READ-CLIENT-RECORD
036050     END-IF.
036060     ADD 1 TO WS-RECORDS-READ.
036070     ADD CLM-MONEY TO WS-MONEY-HASH.
036080 2100-EXIT.
036090     EXIT.
036100*****************************************************************
036110* 2150-READ-RERUN-REQUEST
036120*    READS THE NEXT RERUN REQUEST RECORD, SETTING THE
036130*    END-OF-FILE SWITCH WHEN THE REQUEST FILE IS EXHAUSTED.
036140*****************************************************************
036150 2150-READ-RERUN-REQUEST.
036160     READ RERUN-REQUEST-FILE
036170         AT END
036180             SET END-OF-RERUN-FILE TO TRUE
036190     END-READ.
036200 2150-EXIT.
036210     EXIT.
036220*****************************************************************
036230* 2160-READ-WHATIF-REQUEST
036240*    READS THE NEXT WHAT-IF REQUEST RECORD, SETTING THE
036250*    END-OF-FILE SWITCH WHEN THE REQUEST FILE IS EXHAUSTED.
036260*****************************************************************
036270 2160-READ-WHATIF-REQUEST.
036280     READ WHATIF-REQUEST-FILE
036290         AT END
036300             SET END-OF-WHATIF-FILE TO TRUE
036310     END-READ.
036320 2160-EXIT.
036330     EXIT.
036340*****************************************************************
036350* 2170-READ-AUDIT-RECORD
036360*    READS THE NEXT AUDIT LOG RECORD IN REPLAY MODE, SETTING THE
036370*    END-OF-FILE SWITCH WHEN THE LOG IS EXHAUSTED.
036380*****************************************************************
036390 2170-READ-AUDIT-RECORD.
036400     READ AUDIT-LOG-FILE
036410         AT END
036420             SET END-OF-AUDIT-LOG TO TRUE
036430         NOT AT END
036440             ADD 1 TO WS-RPL-READ-COUNT
036450     END-READ.
036460 2170-EXIT.
036470     EXIT.
036480*****************************************************************
036490* 2200-VALIDATE-CLIENT-DATA
036500*    REJECTS A CLIENT RECORD WHOSE AGE, RETIREMENT AGE, OR RETURN
036510*    RATE IS OUT OF RANGE BEFORE ANY PROJECTION ARITHMETIC RUNS.
036520*    IN PARTICULAR, RETIREMENT-AGE MUST EXCEED AGE SO PERIOD
036530*    CANNOT GO NEGATIVE.  THE SCENARIO RETURN RATES ARE RANGE
036540*    CHECKED THE SAME AS THE MAIN RETURN RATE, AND MUST EITHER
036550*    ALL THREE BE SUPPLIED OR ALL THREE BE LEFT ZERO SO
036560*    2500-SCENARIO-COMPARISON NEVER RUNS A COMPARISON WITH ONLY
036570*    PART OF THE SCENARIO DATA ON FILE.  CLM-WITHDRAWAL-AMOUNT AND
036580*    CLM-RETIREMENT-LENGTH MUST LIKEWISE EITHER BOTH BE SUPPLIED
036590*    OR BOTH BE LEFT ZERO, SO 2580-RUN-DECUMULATION NEVER MISTAKES
036600*    A MISSING RETIREMENT LENGTH FOR A DRAWDOWN THAT LASTS THE
036610*    FULL PROJECTION WITHOUT EVER WITHDRAWING ANYTHING.
036620*    CLM-ESCALATION-RATE IS RANGE CHECKED AS WELL, SINCE
036630*    2000-PROCESS-CLIENT ADDS 1 TO IT TO BUILD A GROWTH FACTOR AND
036640*    AN ESCALATION RATE OF 9.00 OR MORE WOULD OVERFLOW THAT SINGLE
036650*    INTEGER DIGIT, WRAPPING TO A NONSENSE FACTOR INSTEAD OF BEING
036660*    CAUGHT HERE.
036670*****************************************************************
036680 2200-VALIDATE-CLIENT-DATA.
036690     SET VALID-CLIENT-DATA TO TRUE.
036700     IF AGE < WS-MINIMUM-AGE OR AGE > WS-MAXIMUM-AGE
036710         DISPLAY "**ERROR** CLIENT " CLM-CLIENT-ID
036720             ": AGE " AGE " IS OUT OF RANGE"
036730         SET INVALID-CLIENT-DATA TO TRUE
036740     END-IF.
036750     IF RETIREMENT-AGE < WS-MINIMUM-AGE
036760         OR RETIREMENT-AGE > WS-MAXIMUM-AGE
036770         DISPLAY "**ERROR** CLIENT " CLM-CLIENT-ID
036780             ": RETIREMENT AGE " RETIREMENT-AGE " IS OUT OF RANGE"
036790         SET INVALID-CLIENT-DATA TO TRUE
036800     END-IF.
036810     IF RETIREMENT-AGE NOT > AGE
036820         DISPLAY "**ERROR** CLIENT " CLM-CLIENT-ID
036830             ": RETIREMENT AGE " RETIREMENT-AGE
036840             " MUST BE GREATER THAN AGE " AGE
036850         SET INVALID-CLIENT-DATA TO TRUE
036860     END-IF.
036870     IF ANNUAL-RETURN > WS-MAXIMUM-RETURN
036880         DISPLAY "**ERROR** CLIENT " CLM-CLIENT-ID
036890             ": ANNUAL RETURN " ANNUAL-RETURN
036900             " IS NOT A REASONABLE RATE"
036910         SET INVALID-CLIENT-DATA TO TRUE
036920     END-IF.
036930     IF CLM-ESCALATION-RATE > WS-MAXIMUM-ESCALATION
036940         DISPLAY "**ERROR** CLIENT " CLM-CLIENT-ID
036950             ": ESCALATION RATE " CLM-ESCALATION-RATE
036960             " IS NOT A REASONABLE RATE"
036970         SET INVALID-CLIENT-DATA TO TRUE
036980     END-IF.
036990     IF CLM-SCENARIO-LOW-RETURN  > WS-MAXIMUM-RETURN
037000         OR CLM-SCENARIO-MED-RETURN  > WS-MAXIMUM-RETURN
037010         OR CLM-SCENARIO-HIGH-RETURN > WS-MAXIMUM-RETURN
037020         DISPLAY "**ERROR** CLIENT " CLM-CLIENT-ID
037030             ": A SCENARIO RETURN RATE IS NOT A REASONABLE RATE"
037040         SET INVALID-CLIENT-DATA TO TRUE
037050     END-IF.
037060     IF (CLM-SCENARIO-LOW-RETURN = ZERO OR
037070         CLM-SCENARIO-MED-RETURN = ZERO OR
037080         CLM-SCENARIO-HIGH-RETURN = ZERO)
037090         AND NOT (CLM-SCENARIO-LOW-RETURN = ZERO AND
037100             CLM-SCENARIO-MED-RETURN = ZERO AND
037110             CLM-SCENARIO-HIGH-RETURN = ZERO)
037120         DISPLAY "**ERROR** CLIENT " CLM-CLIENT-ID
037130             ": SCENARIO RETURN RATES MUST BE SUPPLIED FOR ALL"
037140             " THREE OF LOW/MED/HIGH, OR LEFT ZERO FOR NONE"
037150         SET INVALID-CLIENT-DATA TO TRUE
037160     END-IF.
037170     IF (CLM-WITHDRAWAL-AMOUNT = ZERO AND
037180         CLM-RETIREMENT-LENGTH NOT = ZERO)
037190         OR (CLM-WITHDRAWAL-AMOUNT NOT = ZERO AND
037200             CLM-RETIREMENT-LENGTH = ZERO)
037210         DISPLAY "**ERROR** CLIENT " CLM-CLIENT-ID
037220             ": WITHDRAWAL AMOUNT AND RETIREMENT LENGTH MUST"
037230             " BOTH BE SUPPLIED, OR BOTH BE LEFT ZERO"
037240         SET INVALID-CLIENT-DATA TO TRUE
037250     END-IF.
037260     IF NOT CLM-VALID-FREQUENCY
037270         DISPLAY "**ERROR** CLIENT " CLM-CLIENT-ID
037280             ": COMPOUNDING FREQUENCY " CLM-COMPOUND-FREQUENCY
037290             " IS NOT M, A, OR BLANK"
037300         SET INVALID-CLIENT-DATA TO TRUE
037310     END-IF.
037320     IF NOT CLM-VALID-DELIVERY
037330         DISPLAY "**ERROR** CLIENT " CLM-CLIENT-ID
037340             ": DELIVERY PREFERENCE " CLM-DELIVERY-PREF
037350             " IS NOT M, E, H, OR BLANK"
037360         SET INVALID-CLIENT-DATA TO TRUE
037370     END-IF.
037380     IF CLM-RETIRE-TAX-RATE > 0.75
037390         DISPLAY "**ERROR** CLIENT " CLM-CLIENT-ID
037400             ": RETIREMENT TAX RATE " CLM-RETIRE-TAX-RATE
037410             " IS NOT A REASONABLE RATE"
037420         SET INVALID-CLIENT-DATA TO TRUE
037430     END-IF.
037440     IF CLM-SPOUSE-AGE NOT = ZERO
037450        AND (CLM-SPOUSE-AGE < WS-MINIMUM-AGE
037460            OR CLM-SPOUSE-AGE > WS-MAXIMUM-AGE)
037470        DISPLAY "**ERROR** CLIENT " CLM-CLIENT-ID
037480            ": SPOUSE AGE " CLM-SPOUSE-AGE
037490            " IS OUT OF RANGE"
037500        SET INVALID-CLIENT-DATA TO TRUE
037510     END-IF.
037520     IF CLM-SURVIVOR-PCT > 1.00
037530        DISPLAY "**ERROR** CLIENT " CLM-CLIENT-ID
037540            ": SURVIVOR PCT " CLM-SURVIVOR-PCT
037550            " EXCEEDS 1.00"
037560        SET INVALID-CLIENT-DATA TO TRUE
037570     END-IF.
037580     COMPUTE WS-POT-TOTAL = CLM-TAXABLE-BALANCE +
037590         CLM-DEFERRED-BALANCE + CLM-ROTH-BALANCE.
037600     COMPUTE WS-POT-DEP-TOTAL = CLM-TAXABLE-DEPOSIT +
037610         CLM-DEFERRED-DEPOSIT + CLM-ROTH-DEPOSIT.
037620     IF WS-POT-TOTAL NOT = ZERO
037630         AND WS-POT-TOTAL NOT = CLM-MONEY
037640         DISPLAY "**ERROR** CLIENT " CLM-CLIENT-ID
037650             ": ACCOUNT-TYPE BALANCES DO NOT SUM TO THE"
037660             " SAVINGS BALANCE"
037670         SET INVALID-CLIENT-DATA TO TRUE
037680     END-IF.
037690     IF WS-POT-TOTAL NOT = ZERO
037700         IF WS-POT-DEP-TOTAL NOT = CLM-YEARLY-DEPOSIT-AMOUNT
037710             DISPLAY "**ERROR** CLIENT " CLM-CLIENT-ID
037720                 ": ACCOUNT-TYPE DEPOSITS DO NOT SUM TO THE"
037730                 " YEARLY DEPOSIT"
037740             SET INVALID-CLIENT-DATA TO TRUE
037750         END-IF
037760     ELSE
037770         IF WS-POT-DEP-TOTAL NOT = ZERO
037780             DISPLAY "**ERROR** CLIENT " CLM-CLIENT-ID
037790                 ": ACCOUNT-TYPE DEPOSITS SUPPLIED WITHOUT"
037800                 " ACCOUNT-TYPE BALANCES"
037810             SET INVALID-CLIENT-DATA TO TRUE
037820         END-IF
037830     END-IF.
037840     IF NOT CLM-VALID-FEE-FLAG
037850         DISPLAY "**ERROR** CLIENT " CLM-CLIENT-ID
037860             ": FEE OVERRIDE FLAG " CLM-FEE-OVERRIDE-FLAG
037870             " IS NOT Y, N, OR BLANK"
037880         SET INVALID-CLIENT-DATA TO TRUE
037890     END-IF.
037900     IF CLM-FEE-OVERRIDDEN
037910         IF CLM-FEE-OVERRIDE-RATE NOT NUMERIC
037920             OR CLM-FEE-OVERRIDE-RATE > .0500
037930             DISPLAY "**ERROR** CLIENT " CLM-CLIENT-ID
037940                 ": FEE OVERRIDE RATE " CLM-FEE-OVERRIDE-RATE
037950                 " IS NOT A REASONABLE RATE"
037960             SET INVALID-CLIENT-DATA TO TRUE
037970         END-IF
037980     END-IF.
037990 2200-EXIT.
038000     EXIT.
038010*****************************************************************
038020* 2500-SCENARIO-COMPARISON
038030*    PRINTS A SIDE-BY-SIDE COMPARISON OF THE CLIENT'S ENDING
038040*    BALANCE UNDER A CONSERVATIVE, MODERATE, AND AGGRESSIVE
038050*    RETURN ASSUMPTION, USING THE SAME PERIOD AND DEPOSIT
038060*    ASSUMPTIONS AS THE MAIN PROJECTION.  SKIPPED WHEN NONE OF
038070*    THE THREE SCENARIO RATES WAS SUPPLIED.
038080*****************************************************************
038090 2500-SCENARIO-COMPARISON.
038100     MOVE ZERO TO WS-SCEN-LOW-BAL.
038110     MOVE ZERO TO WS-SCEN-MED-BAL.
038120     MOVE ZERO TO WS-SCEN-HIGH-BAL.
038130     IF CLM-SCENARIO-LOW-RETURN  = ZERO AND
038140        CLM-SCENARIO-MED-RETURN  = ZERO AND
038150        CLM-SCENARIO-HIGH-RETURN = ZERO
038160         GO TO 2500-EXIT
038170     END-IF.
038180     MOVE CLM-SCENARIO-LOW-RETURN TO WS-SCEN-RATE.
038190     PERFORM 2600-RUN-SCENARIO THRU 2600-EXIT.
038200     MOVE WS-SCEN-MONEY TO WS-SCEN-LOW-BAL.
038210     MOVE CLM-SCENARIO-MED-RETURN TO WS-SCEN-RATE.
038220     PERFORM 2600-RUN-SCENARIO THRU 2600-EXIT.
038230     MOVE WS-SCEN-MONEY TO WS-SCEN-MED-BAL.
038240     MOVE CLM-SCENARIO-HIGH-RETURN TO WS-SCEN-RATE.
038250     PERFORM 2600-RUN-SCENARIO THRU 2600-EXIT.
038260     MOVE WS-SCEN-MONEY TO WS-SCEN-HIGH-BAL.
038270     MOVE PERIOD TO RPT-SCENARIO-YEAR.
038280     WRITE AMORT-REPORT-LINE FROM RPT-SCENARIO-HEADING.
038290     WRITE AMORT-REPORT-LINE FROM RPT-SCENARIO-COLUMNS.
038300     MOVE WS-SCEN-LOW-BAL  TO RPT-SCEN-LOW-BAL.
038310     MOVE WS-SCEN-MED-BAL  TO RPT-SCEN-MED-BAL.
038320     MOVE WS-SCEN-HIGH-BAL TO RPT-SCEN-HIGH-BAL.
038330     WRITE AMORT-REPORT-LINE FROM RPT-SCENARIO-DETAIL.
038340     COMPUTE WS-TODAYS-AMOUNT ROUNDED =
038350         WS-SCEN-LOW-BAL / WS-RETIRE-INFL-FACTOR.
038360     MOVE WS-TODAYS-AMOUNT TO RPT-SCEN-LOW-TODAYS.
038370     COMPUTE WS-TODAYS-AMOUNT ROUNDED =
038380         WS-SCEN-MED-BAL / WS-RETIRE-INFL-FACTOR.
038390     MOVE WS-TODAYS-AMOUNT TO RPT-SCEN-MED-TODAYS.
038400     COMPUTE WS-TODAYS-AMOUNT ROUNDED =
038410         WS-SCEN-HIGH-BAL / WS-RETIRE-INFL-FACTOR.
038420     MOVE WS-TODAYS-AMOUNT TO RPT-SCEN-HIGH-TODAYS.
038430     WRITE AMORT-REPORT-LINE FROM RPT-SCENARIO-TODAYS.
038440     WRITE AMORT-REPORT-LINE FROM RPT-BLANK-LINE.
038450     ADD 5 TO WS-LINE-COUNT.
038460 2500-EXIT.
038470     EXIT.
038480*****************************************************************
038490* 2510-LOAD-CLIENT-EVENTS
038500*    LOADS THE CASH FLOW EVENTS FOR THE CLIENT IN THE MASTER
038510*    RECORD AREA INTO THE EVENT TABLE, IN SEQUENCE ORDER, BY A
038520*    START ON THE CLIENT'S FIRST KEY AND READ NEXT UNTIL THE
038530*    CLIENT ID CHANGES.  NO EVENT FILE, OR NO EVENTS ON IT,
038540*    LEAVES THE TABLE EMPTY AND THE PROJECTION AS BEFORE.
038550*****************************************************************
038560 2510-LOAD-CLIENT-EVENTS.
038570     MOVE ZERO TO WS-EVENT-COUNT.
038580     IF NO-EVENT-FILE
038590         GO TO 2510-EXIT
038600     END-IF.
038610     MOVE CLM-CLIENT-ID TO EVT-CLIENT-ID.
038620     MOVE ZERO          TO EVT-SEQUENCE.
038630     START CLIENT-EVENT-FILE KEY IS NOT LESS THAN EVT-KEY
038640         INVALID KEY
038650             GO TO 2510-EXIT
038660     END-START.
038670     MOVE "N" TO WS-EVENT-EOF-SWITCH.
038680     PERFORM 2515-LOAD-EVENT-RECORD THRU 2515-EXIT
038690         UNTIL END-OF-CLIENT-EVENTS.
038700 2510-EXIT.
038710     EXIT.
038720*****************************************************************
038730* 2515-LOAD-EVENT-RECORD
038740*    READS THE NEXT EVENT AND ADDS IT TO THE TABLE IF IT STILL
038750*    BELONGS TO THE CLIENT.  AN EVENT PAST THE TABLE SIZE IS
038760*    IGNORED WITH A WARNING.
038770*****************************************************************
038780 2515-LOAD-EVENT-RECORD.
038790     READ CLIENT-EVENT-FILE NEXT RECORD
038800         AT END
038810             SET END-OF-CLIENT-EVENTS TO TRUE
038820             GO TO 2515-EXIT
038830     END-READ.
038840     IF WS-EVENT-STATUS NOT = "00"
038850         OR EVT-CLIENT-ID NOT = CLM-CLIENT-ID
038860         SET END-OF-CLIENT-EVENTS TO TRUE
038870         GO TO 2515-EXIT
038880     END-IF.
038890     IF WS-EVENT-COUNT NOT < WS-EVENT-MAX
038900         DISPLAY "**WARNING** CLIENT " CLM-CLIENT-ID " EVENT "
038910             EVT-SEQUENCE " IGNORED - EVENT TABLE FULL"
038920         GO TO 2515-EXIT
038930     END-IF.
038940     ADD 1 TO WS-EVENT-COUNT.
038950     MOVE EVT-SEQUENCE    TO WS-EVT-SEQUENCE (WS-EVENT-COUNT).
038960     MOVE EVT-DESCRIPTION TO WS-EVT-DESCRIPTION (WS-EVENT-COUNT).
038970     MOVE EVT-AGE         TO WS-EVT-AGE (WS-EVENT-COUNT).
038980     MOVE EVT-AMOUNT      TO WS-EVT-AMOUNT (WS-EVENT-COUNT).
038990     MOVE EVT-DIRECTION   TO WS-EVT-DIRECTION (WS-EVENT-COUNT).
039000     MOVE EVT-REPEAT-YEARS
039010         TO WS-EVT-REPEAT-YEARS (WS-EVENT-COUNT).
039020     MOVE EVT-END-AGE     TO WS-EVT-END-AGE (WS-EVENT-COUNT).
039030     MOVE EVT-POT         TO WS-EVT-POT (WS-EVENT-COUNT).
039040 2515-EXIT.
039050     EXIT.
039060*****************************************************************
039070* 2520-APPLY-EVENTS
039080*    APPLIES EVERY EVENT DUE AT THE AGE IN WS-EVENT-AGE TO THE
039090*    BALANCE IN WS-EVENT-BALANCE: AN INFLOW IS ADDED, AN OUTFLOW
039100*    TAKEN OFF, AND AN OUTFLOW LARGER THAN WHAT IS LEFT DRIVES
039110*    THE BALANCE TO ZERO WITH THE UNMET PART IN
039120*    WS-EVENT-SHORTFALL.  SHARED BY EVERY PROJECTION PATH --
039130*    THE REAL SCHEDULE, SCENARIOS, GOAL-SEEK, MONTE CARLO, AND
039140*    WHAT-IF -- SO THEY ALL APPLY EVENTS THE SAME WAY.  THE
039150*    BALANCE BEFORE THE EVENTS AND EACH POT'S NET ARE LEFT FOR
039160*    A120-GROW-ACCOUNT-POTS.
039170*****************************************************************
039180 2520-APPLY-EVENTS.
039190     MOVE WS-EVENT-BALANCE TO WS-EVENT-PRIOR-BAL.
039200     MOVE ZERO TO WS-EVENT-HITS WS-EVENT-IN WS-EVENT-OUT
039210         WS-EVENT-SHORTFALL WS-EVENT-TAXABLE-NET
039220         WS-EVENT-DEFERRED-NET WS-EVENT-ROTH-NET.
039230     IF WS-EVENT-COUNT = ZERO
039240         GO TO 2520-EXIT
039250     END-IF.
039260     MOVE ZERO TO WS-EVENT-IX.
039270     PERFORM 2525-APPLY-EVENT THRU 2525-EXIT
039280         WS-EVENT-COUNT TIMES.
039290 2520-EXIT.
039300     EXIT.
039310*****************************************************************
039320* 2525-APPLY-EVENT
039330*    APPLIES THE NEXT EVENT IN THE TABLE IF IT IS DUE THIS
039340*    YEAR.  AN EVENT WITH NO POT, OR POT T, IS TAXABLE.
039350*****************************************************************
039360 2525-APPLY-EVENT.
039370     ADD 1 TO WS-EVENT-IX.
039380     PERFORM 2527-TEST-EVENT-AGE THRU 2527-EXIT.
039390     IF EVENT-NOT-DUE
039400         GO TO 2525-EXIT
039410     END-IF.
039420     ADD 1 TO WS-EVENT-HITS.
039430     IF EVENT-INFLOW (WS-EVENT-IX)
039440         ADD WS-EVT-AMOUNT (WS-EVENT-IX) TO WS-EVENT-IN
039450         ADD WS-EVT-AMOUNT (WS-EVENT-IX) TO WS-EVENT-BALANCE
039460             ON SIZE ERROR
039470                 MOVE 999999999.99 TO WS-EVENT-BALANCE
039480         END-ADD
039490         MOVE WS-EVT-AMOUNT (WS-EVENT-IX) TO WS-EVENT-POT-WORK
039500     ELSE
039510         ADD WS-EVT-AMOUNT (WS-EVENT-IX) TO WS-EVENT-OUT
039520         IF WS-EVT-AMOUNT (WS-EVENT-IX) > WS-EVENT-BALANCE
039530             COMPUTE WS-EVENT-SHORTFALL = WS-EVENT-SHORTFALL
039540                 + WS-EVT-AMOUNT (WS-EVENT-IX) - WS-EVENT-BALANCE
039550             MOVE ZERO TO WS-EVENT-BALANCE
039560         ELSE
039570             SUBTRACT WS-EVT-AMOUNT (WS-EVENT-IX)
039580                 FROM WS-EVENT-BALANCE
039590         END-IF
039600         COMPUTE WS-EVENT-POT-WORK =
039610             ZERO - WS-EVT-AMOUNT (WS-EVENT-IX)
039620     END-IF.
039630     IF EVENT-TO-DEFERRED (WS-EVENT-IX)
039640         ADD WS-EVENT-POT-WORK TO WS-EVENT-DEFERRED-NET
039650     ELSE
039660         IF EVENT-TO-ROTH (WS-EVENT-IX)
039670             ADD WS-EVENT-POT-WORK TO WS-EVENT-ROTH-NET
039680         ELSE
039690             ADD WS-EVENT-POT-WORK TO WS-EVENT-TAXABLE-NET
039700         END-IF
039710     END-IF.
039720 2525-EXIT.
039730     EXIT.
039740*****************************************************************
039750* 2527-TEST-EVENT-AGE
039760*    DECIDES WHETHER THE EVENT AT WS-EVENT-IX FALLS AT THE AGE
039770*    IN WS-EVENT-AGE: AT ITS OWN AGE, AND FOR A REPEATING EVENT
039780*    EVERY REPEAT-YEARS AFTER THAT THROUGH ITS END AGE (ZERO END
039790*    AGE REPEATS TO THE END OF THE PROJECTION).
039800*****************************************************************
039810 2527-TEST-EVENT-AGE.
039820     SET EVENT-NOT-DUE TO TRUE.
039830     IF WS-EVENT-AGE < WS-EVT-AGE (WS-EVENT-IX)
039840         GO TO 2527-EXIT
039850     END-IF.
039860     IF WS-EVENT-AGE = WS-EVT-AGE (WS-EVENT-IX)
039870         SET EVENT-DUE TO TRUE
039880         GO TO 2527-EXIT
039890     END-IF.
039900     IF WS-EVT-REPEAT-YEARS (WS-EVENT-IX) = ZERO
039910         GO TO 2527-EXIT
039920     END-IF.
039930     IF WS-EVT-END-AGE (WS-EVENT-IX) NOT = ZERO
039940         AND WS-EVENT-AGE > WS-EVT-END-AGE (WS-EVENT-IX)
039950         GO TO 2527-EXIT
039960     END-IF.
039970     COMPUTE WS-EVENT-GAP =
039980         WS-EVENT-AGE - WS-EVT-AGE (WS-EVENT-IX).
039990     DIVIDE WS-EVENT-GAP BY WS-EVT-REPEAT-YEARS (WS-EVENT-IX)
040000         GIVING WS-EVENT-CYCLES REMAINDER WS-EVENT-REMAINDER.
040010     IF WS-EVENT-REMAINDER = ZERO
040020         SET EVENT-DUE TO TRUE
040030     END-IF.
040040 2527-EXIT.
040050     EXIT.
040060*****************************************************************
040070* 2530-PRINT-EVENTS
040080*    PRINTS AN EVENT LINE UNDER THE SCHEDULE YEAR JUST WRITTEN
040090*    FOR EVERY EVENT 2520-APPLY-EVENTS APPLIED TO IT, AND THE
040100*    SHORTFALL LINE WHEN THE YEAR'S OUTFLOWS RAN THE BALANCE
040110*    OUT.  EACH LINE IS ALSO BUFFERED FOR THE CLIENT STATEMENT.
040120*****************************************************************
040130 2530-PRINT-EVENTS.
040140     IF WS-EVENT-HITS = ZERO
040150         GO TO 2530-EXIT
040160     END-IF.
040170     MOVE ZERO TO WS-EVENT-IX.
040180     PERFORM 2535-PRINT-EVENT-LINE THRU 2535-EXIT
040190         WS-EVENT-COUNT TIMES.
040200     IF WS-EVENT-SHORTFALL > ZERO
040210         PERFORM 3100-CHECK-PAGE-BREAK THRU 3100-EXIT
040220         MOVE WS-EVENT-SHORTFALL TO RPT-EVENT-SHORTFALL
040230         WRITE AMORT-REPORT-LINE FROM RPT-EVENT-SHORT-LINE
040240         MOVE RPT-EVENT-SHORT-LINE TO WS-STMT-WORK-LINE
040250         PERFORM 2970-ADD-STATEMENT-DETAIL THRU 2970-EXIT
040260         ADD 1 TO WS-LINE-COUNT
040270     END-IF.
040280 2530-EXIT.
040290     EXIT.
040300*****************************************************************
040310* 2535-PRINT-EVENT-LINE
040320*    PRINTS THE NEXT EVENT IN THE TABLE IF IT WAS DUE THIS YEAR.
040330*****************************************************************
040340 2535-PRINT-EVENT-LINE.
040350     ADD 1 TO WS-EVENT-IX.
040360     PERFORM 2527-TEST-EVENT-AGE THRU 2527-EXIT.
040370     IF EVENT-NOT-DUE
040380         GO TO 2535-EXIT
040390     END-IF.
040400     PERFORM 3100-CHECK-PAGE-BREAK THRU 3100-EXIT.
040410     MOVE WS-EVENT-AGE TO RPT-EVENT-AGE.
040420     MOVE WS-EVT-DESCRIPTION (WS-EVENT-IX)
040430         TO RPT-EVENT-DESCRIPTION.
040440     MOVE WS-EVT-AMOUNT (WS-EVENT-IX) TO RPT-EVENT-AMOUNT.
040450     IF EVENT-INFLOW (WS-EVENT-IX)
040460         MOVE "INFLOW"  TO RPT-EVENT-DIRECTION
040470     ELSE
040480         MOVE "OUTFLOW" TO RPT-EVENT-DIRECTION
040490     END-IF.
040500     IF NOT POT-SPLIT-ON-FILE
040510         MOVE SPACES TO RPT-EVENT-POT
040520     ELSE
040530         IF EVENT-TO-DEFERRED (WS-EVENT-IX)
040540             MOVE "TAX-DEFERRED" TO RPT-EVENT-POT
040550         ELSE
040560             IF EVENT-TO-ROTH (WS-EVENT-IX)
040570                 MOVE "ROTH"         TO RPT-EVENT-POT
040580             ELSE
040590                 MOVE "TAXABLE"      TO RPT-EVENT-POT
040600             END-IF
040610         END-IF
040620     END-IF.
040630     WRITE AMORT-REPORT-LINE FROM RPT-EVENT-LINE.
040640     MOVE RPT-EVENT-LINE TO WS-STMT-WORK-LINE.
040650     PERFORM 2970-ADD-STATEMENT-DETAIL THRU 2970-EXIT.
040660     ADD 1 TO WS-LINE-COUNT.
040670 2535-EXIT.
040680     EXIT.
040690*****************************************************************
040700* 2540-SET-CLIENT-GLIDE-PATH
040710*    BUILDS THE CLIENT'S RATE FOR EVERY YEAR TO GO AND EVERY
040720*    YEAR SINCE RETIREMENT.  EVERY YEAR STARTS AT THE FLAT RATE
040730*    IN WS-ORIGINAL-RETURN; A CLIENT WITH A GLIDE-PATH CODE THEN
040740*    HAS EACH OF THE PATH'S BANDS LAID OVER THE YEARS FROM ITS
040750*    START ON.  A CODE WITH NO BANDS ON THE FILE IS WARNED AND
040760*    THE CLIENT STAYS ON THE FLAT RATE.
040770*****************************************************************
040780 2540-SET-CLIENT-GLIDE-PATH.
040790     SET FLAT-RETURN-IN-USE TO TRUE.
040800     MOVE ZERO TO WS-GLIDE-BANDS.
040810     MOVE ZERO TO WS-GLIDE-YEAR-IX.
040820     PERFORM 2541-RESET-GLIDE-YEAR THRU 2541-EXIT
040830         WS-GLIDE-YEAR-MAX TIMES.
040840     IF CLM-GLIDE-PATH-CODE = SPACES
040850         GO TO 2540-EXIT
040860     END-IF.
040870     MOVE ZERO TO WS-GLIDE-IX.
040880     PERFORM 2542-APPLY-GLIDE-BAND THRU 2542-EXIT
040890         WS-GLIDE-COUNT TIMES.
040900     IF WS-GLIDE-BANDS = ZERO
040910         DISPLAY "**WARNING** CLIENT " CLM-CLIENT-ID
040920             " GLIDE PATH " CLM-GLIDE-PATH-CODE
040930             " NOT ON GLIDE-PATH FILE - FLAT RATE USED"
040940     ELSE
040950         SET GLIDE-PATH-IN-USE TO TRUE
040960     END-IF.
040970 2540-EXIT.
040980     EXIT.
040990*****************************************************************
041000* 2541-RESET-GLIDE-YEAR
041010*    SETS ONE ACCUMULATION YEAR AND ONE DRAWDOWN YEAR OF THE
041020*    CLIENT'S GLIDE TABLE TO THE FLAT RATE, WITH NO BAND.
041030*****************************************************************
041040 2541-RESET-GLIDE-YEAR.
041050     ADD 1 TO WS-GLIDE-YEAR-IX.
041060     MOVE WS-ORIGINAL-RETURN
041070         TO WS-CG-ACCUM-RETURN (WS-GLIDE-YEAR-IX)
041080            WS-CG-DRAW-RETURN (WS-GLIDE-YEAR-IX).
041090     MOVE -1 TO WS-CG-ACCUM-START (WS-GLIDE-YEAR-IX)
041100                WS-CG-DRAW-START (WS-GLIDE-YEAR-IX).
041110 2541-EXIT.
041120     EXIT.
041130*****************************************************************
041140* 2542-APPLY-GLIDE-BAND
041150*    ONE STEP THROUGH THE BAND TABLE: A BAND OF THE CLIENT'S
041160*    PATH IS LAID OVER EVERY YEAR FROM ITS START TO THE END OF
041170*    THE CLIENT'S TABLE FOR ITS PHASE.
041180*****************************************************************
041190 2542-APPLY-GLIDE-BAND.
041200     ADD 1 TO WS-GLIDE-IX.
041210     IF WS-GLD-CODE (WS-GLIDE-IX) NOT = CLM-GLIDE-PATH-CODE
041220         GO TO 2542-EXIT
041230     END-IF.
041240     ADD 1 TO WS-GLIDE-BANDS.
041250     MOVE WS-GLD-START (WS-GLIDE-IX) TO WS-GLIDE-YEAR-IX.
041260     PERFORM 2543-SET-GLIDE-BAND-YEAR THRU 2543-EXIT
041270         UNTIL WS-GLIDE-YEAR-IX NOT < WS-GLIDE-YEAR-MAX.
041280 2542-EXIT.
041290     EXIT.
041300*****************************************************************
041310* 2543-SET-GLIDE-BAND-YEAR
041320*    GIVES ONE YEAR OF THE CLIENT'S TABLE THE CURRENT BAND'S RATE
041330*    UNLESS A BAND WITH A HIGHER START ALREADY HOLDS THAT YEAR.
041340*****************************************************************
041350 2543-SET-GLIDE-BAND-YEAR.
041360     ADD 1 TO WS-GLIDE-YEAR-IX.
041370     IF GLD-ACCUMULATION-BAND (WS-GLIDE-IX)
041380         IF WS-GLD-START (WS-GLIDE-IX) >
041390             WS-CG-ACCUM-START (WS-GLIDE-YEAR-IX)
041400             MOVE WS-GLD-RETURN (WS-GLIDE-IX)
041410                 TO WS-CG-ACCUM-RETURN (WS-GLIDE-YEAR-IX)
041420             MOVE WS-GLD-START (WS-GLIDE-IX)
041430                 TO WS-CG-ACCUM-START (WS-GLIDE-YEAR-IX)
041440         END-IF
041450     ELSE
041460         IF WS-GLD-START (WS-GLIDE-IX) >
041470             WS-CG-DRAW-START (WS-GLIDE-YEAR-IX)
041480             MOVE WS-GLD-RETURN (WS-GLIDE-IX)
041490                 TO WS-CG-DRAW-RETURN (WS-GLIDE-YEAR-IX)
041500             MOVE WS-GLD-START (WS-GLIDE-IX)
041510                 TO WS-CG-DRAW-START (WS-GLIDE-YEAR-IX)
041520         END-IF
041530     END-IF.
041540 2543-EXIT.
041550     EXIT.
041560*****************************************************************
041570* 2545-SET-YEAR-RETURN
041580*    SETS WS-YEAR-RETURN, AND WS-YEAR-FACTOR (ONE PLUS THE RATE),
041590*    FOR ONE PROJECTION YEAR FROM THE CLIENT'S GLIDE TABLE: THE
041600*    ACCUMULATION ENTRY FOR WS-GLIDE-YEARS STILL TO GO, OR THE
041610*    DRAWDOWN ENTRY FOR WS-GLIDE-YEARS SINCE RETIREMENT, AS
041620*    WS-GLIDE-PHASE SAYS.  A FLAT-RATE CLIENT'S TABLE HOLDS THE
041630*    FLAT RATE IN EVERY YEAR.  SHARED BY THE REAL SCHEDULE, THE
041640*    MONTE CARLO TRIALS, AND THE GOAL-SEEK TRIALS.
041650*****************************************************************
041660 2545-SET-YEAR-RETURN.
041670     IF WS-GLIDE-YEARS < WS-GLIDE-YEAR-MAX
041680         COMPUTE WS-GLIDE-YEAR-IX = WS-GLIDE-YEARS + 1
041690     ELSE
041700         MOVE WS-GLIDE-YEAR-MAX TO WS-GLIDE-YEAR-IX
041710     END-IF.
041720     IF GLIDE-DRAWDOWN
041730         MOVE WS-CG-DRAW-RETURN (WS-GLIDE-YEAR-IX)
041740             TO WS-YEAR-RETURN
041750     ELSE
041760         MOVE WS-CG-ACCUM-RETURN (WS-GLIDE-YEAR-IX)
041770             TO WS-YEAR-RETURN
041780     END-IF.
041790     COMPUTE WS-YEAR-FACTOR = WS-YEAR-RETURN + 1.
041800 2545-EXIT.
041810     EXIT.
041820*****************************************************************
041830* 2548-PRINT-GLIDE-PATH
041840*    PRINTS THE LINE NAMING THE CLIENT'S GLIDE PATH UNDER THE
041850*    PAGE HEADINGS, OR SAYING THE CODE WAS NOT ON FILE AND THE
041860*    FLAT RATE WAS USED.  NOTHING PRINTS FOR A BLANK CODE.
041870*****************************************************************
041880 2548-PRINT-GLIDE-PATH.
041890     IF CLM-GLIDE-PATH-CODE = SPACES
041900         GO TO 2548-EXIT
041910     END-IF.
041920     MOVE CLM-GLIDE-PATH-CODE TO RPT-GLIDE-CODE.
041930     IF GLIDE-PATH-IN-USE
041940         MOVE "RATE STEPS BY YEARS TO AND FROM RETIREMENT"
041950             TO RPT-GLIDE-NOTE
041960     ELSE
041970         MOVE "NOT ON GLIDE-PATH FILE - FLAT RATE USED"
041980             TO RPT-GLIDE-NOTE
041990     END-IF.
042000     WRITE AMORT-REPORT-LINE FROM RPT-GLIDE-LINE.
042010     ADD 1 TO WS-LINE-COUNT.
042020 2548-EXIT.
042030     EXIT.
042040*****************************************************************
042050* 2550-PRINT-INCOME-SOURCES
042060*    PRINTS ANY SOCIAL SECURITY AND PENSION BENEFITS ON FILE
042070*    FOR THE CLIENT AND SPOUSE, ALONGSIDE THE SAVINGS BALANCE
042080*    PROJECTION, AND TOTALS WHATEVER OF THOSE BENEFITS WILL
042090*    ALREADY HAVE STARTED BY EACH PERSON'S OWN AGE AT THE
042100*    PRIMARY'S RETIREMENT.  A SPOUSE ON FILE ALSO PRINTS THE
042110*    SURVIVOR ASSUMPTIONS THE DRAWDOWN USES.  SKIPPED WHEN THE
042120*    HOUSEHOLD HAS NO BENEFITS AT ALL.
042130*****************************************************************
042140 2550-PRINT-INCOME-SOURCES.
042150     MOVE ZERO TO WS-TOTAL-OTHER-INCOME.
042160     COMPUTE WS-SPOUSE-AGE-AT-RET =
042170         RETIREMENT-AGE - AGE + CLM-SPOUSE-AGE.
042180     IF CLM-SS-ANNUAL-BENEFIT = ZERO AND
042190        CLM-PENSION-ANNUAL-BENEFIT = ZERO AND
042200        CLM-SPOUSE-SS-BENEFIT = ZERO AND
042210        CLM-SPOUSE-PENSION-BENEFIT = ZERO
042220         GO TO 2550-EXIT
042230     END-IF.
042240     WRITE AMORT-REPORT-LINE FROM RPT-INCOME-HEADING.
042250     ADD 1 TO WS-LINE-COUNT.
042260     IF CLM-SS-ANNUAL-BENEFIT NOT = ZERO
042270         MOVE CLM-SS-ANNUAL-BENEFIT TO RPT-SS-BENEFIT
042280         MOVE CLM-SS-START-AGE      TO RPT-SS-START-AGE
042290         WRITE AMORT-REPORT-LINE FROM RPT-INCOME-SS-LINE
042300         ADD 1 TO WS-LINE-COUNT
042310         IF CLM-SS-START-AGE NOT > RETIREMENT-AGE
042320             ADD CLM-SS-ANNUAL-BENEFIT TO WS-TOTAL-OTHER-INCOME
042330         END-IF
042340     END-IF.
042350     IF CLM-PENSION-ANNUAL-BENEFIT NOT = ZERO
042360         MOVE CLM-PENSION-ANNUAL-BENEFIT TO RPT-PENSION-BENEFIT
042370         MOVE CLM-PENSION-START-AGE      TO RPT-PENSION-START-AGE
042380         WRITE AMORT-REPORT-LINE FROM RPT-INCOME-PENSION-LINE
042390         ADD 1 TO WS-LINE-COUNT
042400         IF CLM-PENSION-START-AGE NOT > RETIREMENT-AGE
042410             ADD CLM-PENSION-ANNUAL-BENEFIT
042420                TO WS-TOTAL-OTHER-INCOME
042430         END-IF
042440     END-IF.
042450     IF CLM-SPOUSE-AGE NOT = ZERO
042460         AND CLM-SPOUSE-SS-BENEFIT NOT = ZERO
042470         MOVE CLM-SPOUSE-SS-BENEFIT   TO RPT-SP-SS-BENEFIT
042480         MOVE CLM-SPOUSE-SS-START-AGE TO RPT-SP-SS-START-AGE
042490         WRITE AMORT-REPORT-LINE FROM RPT-INCOME-SP-SS-LINE
042500         ADD 1 TO WS-LINE-COUNT
042510         IF CLM-SPOUSE-SS-START-AGE NOT > WS-SPOUSE-AGE-AT-RET
042520             ADD CLM-SPOUSE-SS-BENEFIT TO WS-TOTAL-OTHER-INCOME
042530         END-IF
042540     END-IF.
042550     IF CLM-SPOUSE-AGE NOT = ZERO
042560         AND CLM-SPOUSE-PENSION-BENEFIT NOT = ZERO
042570         MOVE CLM-SPOUSE-PENSION-BENEFIT
042580             TO RPT-SP-PENSION-BENEFIT
042590         MOVE CLM-SPOUSE-PENS-START-AGE
042600             TO RPT-SP-PENS-START-AGE
042610         WRITE AMORT-REPORT-LINE FROM RPT-INCOME-SP-PEN-LINE
042620         ADD 1 TO WS-LINE-COUNT
042630         IF CLM-SPOUSE-PENS-START-AGE
042640             NOT > WS-SPOUSE-AGE-AT-RET
042650             ADD CLM-SPOUSE-PENSION-BENEFIT
042660                 TO WS-TOTAL-OTHER-INCOME
042670         END-IF
042680     END-IF.
042690     IF CLM-SPOUSE-AGE NOT = ZERO
042700         MOVE CLM-SURVIVOR-PCT TO RPT-SURVIVOR-PCT
042710         MOVE WS-ASSUMED-LIFE-AGE TO RPT-LIFE-AGE
042720         MOVE CLM-SPOUSE-RETIRE-AGE TO RPT-SP-RETIRE-AGE
042730         WRITE AMORT-REPORT-LINE FROM RPT-SURVIVOR-LINE
042740         ADD 1 TO WS-LINE-COUNT
042750     END-IF.
042760     MOVE WS-TOTAL-OTHER-INCOME TO RPT-TOTAL-OTHER-INCOME.
042770     WRITE AMORT-REPORT-LINE FROM RPT-INCOME-TOTAL-LINE.
042780     WRITE AMORT-REPORT-LINE FROM RPT-BLANK-LINE.
042790     ADD 2 TO WS-LINE-COUNT.
042800 2550-EXIT.
042810     EXIT.
042820*****************************************************************
042830* 2560-PRINT-ACCOUNT-TYPES
042840*    PRINTS THE SAVINGS-BY-ACCOUNT-TYPE BLOCK AT RETIREMENT AND
042850*    COMPUTES THE TAX-DEFERRED SHARE AND THE GROSS-UP FACTOR THE
042860*    DRAWDOWN USES TO TURN THE CLIENT'S SPENDABLE NEED INTO A
042870*    GROSS WITHDRAWAL.  THE POTS ARE CARRIED ON THE ANNUAL
042880*    ENGINE EVEN FOR A MONTHLY-COMPOUNDING CLIENT: THE DRAWDOWN
042890*    ONLY NEEDS THE POT SHARES, AND EVERY POT COMPOUNDS AT THE
042900*    SAME RATE, SO THE SHARES COME OUT THE SAME EITHER WAY.
042910*    SKIPPED WHEN THE CLIENT HAS NO SPLIT ON FILE.
042920*****************************************************************
042930 2560-PRINT-ACCOUNT-TYPES.
042940     IF NO-POT-SPLIT
042950         GO TO 2560-EXIT
042960     END-IF.
042970     COMPUTE WS-POT-TOTAL =
042980         WS-TAXABLE-BAL + WS-DEFERRED-BAL + WS-ROTH-BAL.
042990     IF WS-POT-TOTAL > ZERO
043000         COMPUTE WS-DEFERRED-SHARE ROUNDED =
043010             WS-DEFERRED-BAL / WS-POT-TOTAL
043020     ELSE
043030         MOVE ZERO TO WS-DEFERRED-SHARE
043040     END-IF.
043050     COMPUTE WS-GROSS-FACTOR ROUNDED =
043060         1 / (1 - (WS-DEFERRED-SHARE * CLM-RETIRE-TAX-RATE)).
043070     WRITE AMORT-REPORT-LINE FROM RPT-BLANK-LINE.
043080     WRITE AMORT-REPORT-LINE FROM RPT-ACCT-HEADING.
043090     MOVE RPT-BLANK-LINE TO WS-STMT-WORK-LINE.
043100     PERFORM 2970-ADD-STATEMENT-DETAIL THRU 2970-EXIT.
043110     MOVE RPT-ACCT-HEADING TO WS-STMT-WORK-LINE.
043120     PERFORM 2970-ADD-STATEMENT-DETAIL THRU 2970-EXIT.
043130     MOVE "TAXABLE:"      TO RPT-ACCT-LABEL.
043140     MOVE WS-TAXABLE-BAL  TO RPT-ACCT-BALANCE.
043150     PERFORM 2570-PRINT-ACCT-LINE THRU 2570-EXIT.
043160     MOVE "TAX-DEFERRED:" TO RPT-ACCT-LABEL.
043170     MOVE WS-DEFERRED-BAL TO RPT-ACCT-BALANCE.
043180     PERFORM 2570-PRINT-ACCT-LINE THRU 2570-EXIT.
043190     MOVE "ROTH:"         TO RPT-ACCT-LABEL.
043200     MOVE WS-ROTH-BAL     TO RPT-ACCT-BALANCE.
043210     PERFORM 2570-PRINT-ACCT-LINE THRU 2570-EXIT.
043220     MOVE CLM-RETIRE-TAX-RATE TO RPT-TAX-RATE.
043230     WRITE AMORT-REPORT-LINE FROM RPT-TAX-RATE-LINE.
043240     MOVE RPT-TAX-RATE-LINE TO WS-STMT-WORK-LINE.
043250     PERFORM 2970-ADD-STATEMENT-DETAIL THRU 2970-EXIT.
043260     ADD 6 TO WS-LINE-COUNT.
043270 2560-EXIT.
043280     EXIT.
043290*****************************************************************
043300* 2570-PRINT-ACCT-LINE
043310*    WRITES ONE ACCOUNT-TYPE BALANCE LINE TO THE REPORT AND
043320*    BUFFERS IT FOR THE CLIENT STATEMENT.  LABEL AND BALANCE ARE
043330*    SET BY THE CALLER.
043340*****************************************************************
043350 2570-PRINT-ACCT-LINE.
043360     WRITE AMORT-REPORT-LINE FROM RPT-ACCT-LINE.
043370     MOVE RPT-ACCT-LINE TO WS-STMT-WORK-LINE.
043380     PERFORM 2970-ADD-STATEMENT-DETAIL THRU 2970-EXIT.
043390 2570-EXIT.
043400     EXIT.
043410*****************************************************************
043420* 2580-RUN-DECUMULATION
043430*    TAKES THE ENDING BALANCE FROM THE ACCUMULATION PHASE AND
043440*    SIMULATES ANNUAL WITHDRAWALS AGAINST CONTINUED GROWTH AT THE
043450*    CLIENT'S ORIGINAL RATE OF RETURN, FOR UP TO
043460*    CLM-RETIREMENT-LENGTH YEARS, SO WE CAN TELL A CLIENT HOW LONG
043470*    THE MONEY WILL LAST.  EACH YEAR'S WITHDRAWAL IS NETTED
043480*    AGAINST ANY SOCIAL SECURITY OR PENSION INCOME STARTED BY THAT
043490*    AGE, SINCE THE SAVINGS BALANCE ONLY HAS TO COVER WHATEVER
043500*    INCOME DOESN'T.  SWITCHES WS-REPORT-PHASE TO THE DECUMULATION
043510*    SETTING BEFORE CHECKING FOR A PAGE BREAK, SO THIS SECTION'S
043520*    HEADING BLOCK IS NEVER STRANDED AT THE BOTTOM OF A PAGE, AND
043530*    SO 3000-PRINT-HEADERS PRINTS THE RIGHT COLUMN HEADING IF THE
043540*    YEAR-BY-YEAR LOOP LATER BREAKS TO A NEW PAGE.  IF THAT CHECK
043550*    ACTUALLY BREAKS THE PAGE, 3000-PRINT-HEADERS HAS ALREADY
043560*    PRINTED THE DECUMULATION COLUMN HEADINGS FOR THE NEW PAGE, SO
043570*    THIS SECTION'S OWN HEADING/COLUMN LINES ARE SKIPPED TO AVOID
043580*    PRINTING THEM TWICE.  SKIPPED ENTIRELY WHEN NO WITHDRAWAL
043590*    AMOUNT IS ON FILE FOR THE CLIENT.
043600*****************************************************************
043610 2580-RUN-DECUMULATION.
043620     IF CLM-WITHDRAWAL-AMOUNT = ZERO
043630         GO TO 2580-EXIT
043640     END-IF.
043650     MOVE MONEY          TO WS-DRAWDOWN-BALANCE.
043660     MOVE ZERO            TO WS-DRAWDOWN-YEAR.
043670     MOVE RETIREMENT-AGE TO WS-DRAWDOWN-AGE.
043680     MOVE "N" TO WS-RMD-CLIENT-SWITCH.
043690     MOVE ZERO TO WS-RMD-FIRST-AGE.
043700     MOVE ZERO TO WS-RMD-YEARS-FORCED.
043710     SET FUNDS-NOT-DEPLETED TO TRUE.
043720     SET DECUMULATION-PHASE TO TRUE.
043730     PERFORM 3100-CHECK-PAGE-BREAK THRU 3100-EXIT.
043740     IF NOT PAGE-BROKE
043750         WRITE AMORT-REPORT-LINE FROM RPT-BLANK-LINE
043760         WRITE AMORT-REPORT-LINE FROM RPT-DECUM-HEADING
043770         WRITE AMORT-REPORT-LINE FROM RPT-DECUM-COLUMNS
043780         ADD 3 TO WS-LINE-COUNT
043790     END-IF.
043800     MOVE RPT-BLANK-LINE TO WS-STMT-WORK-LINE.
043810     PERFORM 2970-ADD-STATEMENT-DETAIL THRU 2970-EXIT.
043820     MOVE RPT-DECUM-HEADING TO WS-STMT-WORK-LINE.
043830     PERFORM 2970-ADD-STATEMENT-DETAIL THRU 2970-EXIT.
043840     MOVE RPT-DECUM-COLUMNS TO WS-STMT-WORK-LINE.
043850     PERFORM 2970-ADD-STATEMENT-DETAIL THRU 2970-EXIT.
043860     PERFORM 2590-DECUMULATION-YEAR THRU 2590-EXIT
043870         UNTIL WS-DRAWDOWN-YEAR NOT < CLM-RETIREMENT-LENGTH
043880            OR FUNDS-DEPLETED.
043890     IF FUNDS-DEPLETED
043900         MOVE WS-DEPLETED-YEAR TO RPT-DEPLETED-YEAR
043910         MOVE WS-DEPLETED-AGE  TO RPT-DEPLETED-AGE
043920         WRITE AMORT-REPORT-LINE FROM RPT-DECUM-DEPLETED-LINE
043930         MOVE RPT-DECUM-DEPLETED-LINE TO WS-STMT-WORK-LINE
043940         PERFORM 2970-ADD-STATEMENT-DETAIL THRU 2970-EXIT
043950         DISPLAY "SAVINGS DEPLETED IN DRAWDOWN YEAR "
043960             WS-DEPLETED-YEAR " AT AGE " WS-DEPLETED-AGE
043970     ELSE
043980         WRITE AMORT-REPORT-LINE FROM RPT-DECUM-LASTS-LINE
043990         MOVE WS-DRAWDOWN-BALANCE TO RPT-DECUM-END-BALANCE
044000         WRITE AMORT-REPORT-LINE FROM RPT-DECUM-ENDING-LINE
044010         MOVE RPT-DECUM-LASTS-LINE TO WS-STMT-WORK-LINE
044020         PERFORM 2970-ADD-STATEMENT-DETAIL THRU 2970-EXIT
044030         MOVE RPT-DECUM-ENDING-LINE TO WS-STMT-WORK-LINE
044040         PERFORM 2970-ADD-STATEMENT-DETAIL THRU 2970-EXIT
044050         DISPLAY "SAVINGS LAST THE FULL RETIREMENT LENGTH"
044060     END-IF.
044070     ADD 2 TO WS-LINE-COUNT.
044080     IF RMD-FORCED-CLIENT
044090         PERFORM 2598-RECORD-RMD-EXCEPTION THRU 2598-EXIT
044100     END-IF.
044110 2580-EXIT.
044120     EXIT.
044130*****************************************************************
044140* 2585-COMPUTE-AGE-INCOME
044150*    COMPUTES THE HOUSEHOLD SOCIAL SECURITY AND PENSION INCOME
044160*    IN PAY FOR THE PRIMARY AGE IN WS-INCOME-AGE, LEAVING THE
044170*    TOTAL IN WS-DRAWDOWN-INCOME.  SHARED BY THE REAL DRAWDOWN
044180*    YEAR, THE MONTE CARLO TRIAL YEARS, AND THE GOAL-SEEK
044190*    TRIALS SO EVERY PATH NETS INCOME THE SAME WAY.  A SINGLE
044200*    CLIENT (NO SPOUSE AGE ON FILE) KEEPS THE ORIGINAL
044210*    NO-MORTALITY MODEL.  WITH A SPOUSE ON FILE, EACH PERSON'S
044220*    BENEFITS START AT THEIR OWN AGE AND STOP AT THE ASSUMED
044230*    LIFE AGE; A PENSION WHOSE OWNER HAS DIED PAYS THE
044240*    SURVIVOR PERCENTAGE WHILE THE OTHER SPOUSE LIVES.
044250*****************************************************************
044260 2585-COMPUTE-AGE-INCOME.
044270     MOVE ZERO TO WS-DRAWDOWN-INCOME.
044280     IF CLM-SPOUSE-AGE = ZERO
044290         IF CLM-SS-ANNUAL-BENEFIT NOT = ZERO
044300             AND CLM-SS-START-AGE NOT > WS-INCOME-AGE
044310             ADD CLM-SS-ANNUAL-BENEFIT TO WS-DRAWDOWN-INCOME
044320         END-IF
044330         IF CLM-PENSION-ANNUAL-BENEFIT NOT = ZERO
044340             AND CLM-PENSION-START-AGE NOT > WS-INCOME-AGE
044350             ADD CLM-PENSION-ANNUAL-BENEFIT
044360                 TO WS-DRAWDOWN-INCOME
044370         END-IF
044380         GO TO 2585-EXIT
044390     END-IF.
044400     COMPUTE WS-SPOUSE-AGE-NOW =
044410         WS-INCOME-AGE - CLM-AGE + CLM-SPOUSE-AGE.
044420     IF CLM-SS-ANNUAL-BENEFIT NOT = ZERO
044430         AND CLM-SS-START-AGE NOT > WS-INCOME-AGE
044440         AND WS-INCOME-AGE NOT > WS-ASSUMED-LIFE-AGE
044450         ADD CLM-SS-ANNUAL-BENEFIT TO WS-DRAWDOWN-INCOME
044460     END-IF.
044470     IF CLM-SPOUSE-SS-BENEFIT NOT = ZERO
044480         AND CLM-SPOUSE-SS-START-AGE NOT > WS-SPOUSE-AGE-NOW
044490         AND WS-SPOUSE-AGE-NOW NOT > WS-ASSUMED-LIFE-AGE
044500         ADD CLM-SPOUSE-SS-BENEFIT TO WS-DRAWDOWN-INCOME
044510     END-IF.
044520     IF CLM-PENSION-ANNUAL-BENEFIT NOT = ZERO
044530         AND CLM-PENSION-START-AGE NOT > WS-INCOME-AGE
044540         IF WS-INCOME-AGE NOT > WS-ASSUMED-LIFE-AGE
044550             ADD CLM-PENSION-ANNUAL-BENEFIT
044560                 TO WS-DRAWDOWN-INCOME
044570         ELSE
044580             IF WS-SPOUSE-AGE-NOW NOT > WS-ASSUMED-LIFE-AGE
044590                 COMPUTE WS-SURVIVOR-BENEFIT ROUNDED =
044600                     CLM-PENSION-ANNUAL-BENEFIT
044610                     * CLM-SURVIVOR-PCT
044620                 ADD WS-SURVIVOR-BENEFIT TO WS-DRAWDOWN-INCOME
044630             END-IF
044640         END-IF
044650     END-IF.
044660     IF CLM-SPOUSE-PENSION-BENEFIT NOT = ZERO
044670         AND CLM-SPOUSE-PENS-START-AGE NOT > WS-SPOUSE-AGE-NOW
044680         IF WS-SPOUSE-AGE-NOW NOT > WS-ASSUMED-LIFE-AGE
044690             ADD CLM-SPOUSE-PENSION-BENEFIT
044700                 TO WS-DRAWDOWN-INCOME
044710         ELSE
044720             IF WS-INCOME-AGE NOT > WS-ASSUMED-LIFE-AGE
044730                 COMPUTE WS-SURVIVOR-BENEFIT ROUNDED =
044740                     CLM-SPOUSE-PENSION-BENEFIT
044750                     * CLM-SURVIVOR-PCT
044760                 ADD WS-SURVIVOR-BENEFIT TO WS-DRAWDOWN-INCOME
044770             END-IF
044780         END-IF
044790     END-IF.
044800 2585-EXIT.
044810     EXIT.
044820*****************************************************************
044830* 2587-COMPUTE-RMD
044840*    COMPUTES THIS YEAR'S REQUIRED MINIMUM DISTRIBUTION FROM
044850*    THE START-OF-YEAR BALANCE AND THE UNIFORM LIFETIME
044860*    DIVISOR FOR THE CLIENT'S AGE, AND FORCES THE YEAR'S GROSS
044870*    WITHDRAWAL UP TO IT WHEN THE PLANNED AMOUNT FALLS SHORT.
044880*    THE DIVISOR TABLE IS ANCHORED AT AGE 73 REGARDLESS OF THE
044890*    RMD START AGE PARAMETER: A START AGE BELOW 73 USES THE
044900*    AGE-73 DIVISOR FOR THE EARLY YEARS, AND AGES PAST 120 USE
044910*    THE LAST ENTRY.  THE FORCED YEAR IS REMEMBERED FOR THE
044920*    SCHEDULE FLAG AND THE END-OF-RUN EXCEPTION REPORT.
044930*****************************************************************
044940 2587-COMPUTE-RMD.
044950     IF WS-DRAWDOWN-AGE < 74
044960         MOVE 1 TO WS-RMD-IX
044970     ELSE
044980         COMPUTE WS-RMD-IX = WS-DRAWDOWN-AGE - 72
044990     END-IF.
045000     IF WS-RMD-IX > 48
045010         MOVE 48 TO WS-RMD-IX
045020     END-IF.
045030     IF POT-SPLIT-ON-FILE
045040         COMPUTE WS-RMD-BASE ROUNDED =
045050             WS-DRAWDOWN-BALANCE * WS-DEFERRED-SHARE
045060     ELSE
045070         MOVE WS-DRAWDOWN-BALANCE TO WS-RMD-BASE
045080     END-IF.
045090     IF WS-RMD-BASE = ZERO
045100         GO TO 2587-EXIT
045110     END-IF.
045120     COMPUTE WS-RMD-AMOUNT ROUNDED =
045130         WS-RMD-BASE / WS-RMD-DIVISOR (WS-RMD-IX).
045140     IF WS-RMD-AMOUNT > WS-GROSS-NEED
045150         MOVE WS-RMD-AMOUNT TO WS-GROSS-NEED
045160         SET RMD-FORCED-YEAR TO TRUE
045170         IF NOT RMD-FORCED-CLIENT
045180             SET RMD-FORCED-CLIENT TO TRUE
045190             MOVE WS-DRAWDOWN-AGE TO WS-RMD-FIRST-AGE
045200         END-IF
045210         ADD 1 TO WS-RMD-YEARS-FORCED
045220     END-IF.
045230 2587-EXIT.
045240     EXIT.
045250*****************************************************************
045260* 2588-COMPUTE-FEE
045270*    COMPUTES THE ANNUAL ADVISORY FEE AND FUND EXPENSE ON THE
045280*    BALANCE IN WS-FEE-BASE, LEAVING THE TOTAL IN WS-FEE-AMOUNT.
045290*    A CLIENT WITH THE FEE OVERRIDE FLAG SET PAYS THE OVERRIDE
045300*    RATE ON THE WHOLE BALANCE; ANY OTHER CLIENT PAYS EACH BAND
045310*    OF THE RUN'S SCHEDULE ON THE PART OF THE BALANCE INSIDE
045320*    THAT BAND.  SHARED BY EVERY PROJECTION PATH -- THE REAL
045330*    SCHEDULE, SCENARIOS, GOAL-SEEK, MONTE CARLO, AND WHAT-IF --
045340*    SO THEY ALL CHARGE FEES THE SAME WAY.  THE CALLER TAKES A
045350*    TWELFTH OF THE RESULT ON THE MONTHLY ENGINE.
045360*****************************************************************
045370 2588-COMPUTE-FEE.
045380     MOVE ZERO TO WS-FEE-AMOUNT.
045390     IF CLM-FEE-OVERRIDDEN
045400         COMPUTE WS-FEE-AMOUNT ROUNDED =
045410             WS-FEE-BASE * CLM-FEE-OVERRIDE-RATE
045420     ELSE
045430         MOVE ZERO TO WS-FEE-IX
045440         MOVE ZERO TO WS-FEE-BAND-FLOOR
045450         PERFORM 2589-FEE-BAND-SLICE THRU 2589-EXIT
045460             WS-FEE-BAND-COUNT TIMES
045470     END-IF.
045480     COMPUTE WS-FEE-AMOUNT ROUNDED = WS-FEE-AMOUNT
045490         + (WS-FEE-BASE * WS-FUND-EXPENSE-RATE).
045500 2588-EXIT.
045510     EXIT.
045520*****************************************************************
045530* 2589-FEE-BAND-SLICE
045540*    CHARGES ONE BAND OF THE ADVISORY FEE SCHEDULE: THE BAND'S
045550*    RATE ON THE PART OF THE BALANCE ABOVE THE BAND BELOW IT AND
045560*    NOT ABOVE ITS OWN LIMIT.  THE LAST BAND IN USE TAKES THE
045570*    WHOLE OF THE BALANCE LEFT ABOVE ITS FLOOR.
045580*****************************************************************
045590 2589-FEE-BAND-SLICE.
045600     ADD 1 TO WS-FEE-IX.
045610     IF WS-FEE-BASE NOT > WS-FEE-BAND-FLOOR
045620         GO TO 2589-EXIT
045630     END-IF.
045640     IF WS-FEE-IX = WS-FEE-BAND-COUNT
045650         OR WS-FEE-BASE NOT > WS-FEE-BAND-LIMIT (WS-FEE-IX)
045660         COMPUTE WS-FEE-SLICE = WS-FEE-BASE - WS-FEE-BAND-FLOOR
045670     ELSE
045680         COMPUTE WS-FEE-SLICE =
045690             WS-FEE-BAND-LIMIT (WS-FEE-IX) - WS-FEE-BAND-FLOOR
045700     END-IF.
045710     COMPUTE WS-FEE-AMOUNT ROUNDED = WS-FEE-AMOUNT
045720         + (WS-FEE-SLICE * WS-FEE-BAND-RATE (WS-FEE-IX)).
045730     MOVE WS-FEE-BAND-LIMIT (WS-FEE-IX) TO WS-FEE-BAND-FLOOR.
045740 2589-EXIT.
045750     EXIT.
045760*****************************************************************
045770* 2590-DECUMULATION-YEAR
045780*    ONE YEAR OF THE DRAWDOWN PHASE: GROWS WS-DRAWDOWN-BALANCE AT
045790*    THE YEAR'S RATE OF RETURN -- THE CLIENT'S GLIDE-PATH RATE
045800*    FOR THE YEARS SINCE RETIREMENT, OR THE FLAT RATE WITHOUT A
045810*    PATH, PRINTED IN THE RATE COLUMN -- THEN NETS ANY SOCIAL
045820*    SECURITY OR PENSION INCOME THAT HAS STARTED BY THE CLIENT'S
045830*    CURRENT AGE AGAINST THE ANNUAL WITHDRAWAL AMOUNT SO ONLY THE
045840*    REMAINING NEED IS ACTUALLY DRAWN FROM SAVINGS.  THAT NET
045850*    NEED IS THE CLIENT'S SPENDABLE (AFTER-TAX) NEED; THE GROSS
045860*    WITHDRAWAL IS THE NEED TIMES THE GROSS-UP FACTOR FROM
045870*    2560-PRINT-ACCOUNT-TYPES, AND THE ESTIMATED TAX IS THE
045880*    GROSS DRAW TIMES THE TAX-DEFERRED SHARE TIMES THE TAX
045890*    RATE.  IF THE GROSS NEED WOULD TAKE THE BALANCE BELOW
045900*    ZERO, THE BALANCE IS DRIVEN TO ZERO AND THE YEAR/AGE OF
045910*    DEPLETION ARE REMEMBERED FOR THE REPORT.  THE YEAR'S FEES
045920*    COME OFF AFTER THE GROWTH AND BEFORE THE WITHDRAWAL.  THE
045930*    YEAR'S CASH FLOW EVENTS ARE APPLIED FIRST, TO THE BALANCE
045940*    THE YEAR STARTS WITH.
045950*****************************************************************
045960 2590-DECUMULATION-YEAR.
045970     MOVE ZERO TO WS-YEAR-FEES.
045980     ADD 1 TO WS-DRAWDOWN-YEAR.
045990     ADD 1 TO WS-DRAWDOWN-AGE.
046000     COMPUTE WS-INFL-FACTOR ROUNDED =
046010         WS-INFL-FACTOR * (1 + WS-INFLATION-RATE).
046020     SET GLIDE-DRAWDOWN TO TRUE.
046030     COMPUTE WS-GLIDE-YEARS = WS-DRAWDOWN-YEAR - 1.
046040     PERFORM 2545-SET-YEAR-RETURN THRU 2545-EXIT.
046050     MOVE WS-DRAWDOWN-AGE TO WS-EVENT-AGE.
046060     MOVE WS-DRAWDOWN-BALANCE TO WS-EVENT-BALANCE.
046070     PERFORM 2520-APPLY-EVENTS THRU 2520-EXIT.
046080     IF WS-EVENT-BALANCE > 9999999.99
046090         MOVE 9999999.99 TO WS-DRAWDOWN-BALANCE
046100     ELSE
046110         MOVE WS-EVENT-BALANCE TO WS-DRAWDOWN-BALANCE
046120     END-IF.
046130     MOVE WS-DRAWDOWN-AGE TO WS-INCOME-AGE.
046140     PERFORM 2585-COMPUTE-AGE-INCOME THRU 2585-EXIT.
046150     IF WS-DRAWDOWN-INCOME NOT < CLM-WITHDRAWAL-AMOUNT
046160         MOVE ZERO TO WS-DRAWDOWN-NEED
046170     ELSE
046180         SUBTRACT WS-DRAWDOWN-INCOME FROM CLM-WITHDRAWAL-AMOUNT
046190             GIVING WS-DRAWDOWN-NEED
046200     END-IF.
046210     COMPUTE WS-GROSS-NEED ROUNDED =
046220         WS-DRAWDOWN-NEED * WS-GROSS-FACTOR.
046230     MOVE "N" TO WS-RMD-YEAR-SWITCH.
046240     IF WS-DRAWDOWN-AGE NOT < WS-RMD-START-AGE
046250         AND WS-DRAWDOWN-BALANCE > ZERO
046260         PERFORM 2587-COMPUTE-RMD THRU 2587-EXIT
046270     END-IF.
046280     IF CLM-MONTHLY-FREQUENCY
046290         PERFORM 2595-DECUM-MONTHLY-YEAR THRU 2595-EXIT
046300         MOVE WS-YEAR-NEED-DRAWN TO WS-GROSS-DRAWN
046310     ELSE
046320         COMPUTE WS-DRAWDOWN-GROWTH ROUNDED =
046330             WS-DRAWDOWN-BALANCE * WS-YEAR-RETURN
046340         ADD WS-DRAWDOWN-GROWTH TO WS-DRAWDOWN-BALANCE
046350         MOVE WS-DRAWDOWN-BALANCE TO WS-FEE-BASE
046360         PERFORM 2588-COMPUTE-FEE THRU 2588-EXIT
046370         SUBTRACT WS-FEE-AMOUNT FROM WS-DRAWDOWN-BALANCE
046380         MOVE WS-FEE-AMOUNT TO WS-YEAR-FEES
046390         IF WS-GROSS-NEED > WS-DRAWDOWN-BALANCE
046400             MOVE WS-DRAWDOWN-BALANCE TO WS-GROSS-DRAWN
046410             MOVE WS-DRAWDOWN-YEAR TO WS-DEPLETED-YEAR
046420             MOVE WS-DRAWDOWN-AGE  TO WS-DEPLETED-AGE
046430             MOVE ZERO TO WS-DRAWDOWN-BALANCE
046440             SET FUNDS-DEPLETED TO TRUE
046450         ELSE
046460             SUBTRACT WS-GROSS-NEED FROM WS-DRAWDOWN-BALANCE
046470             MOVE WS-GROSS-NEED TO WS-GROSS-DRAWN
046480         END-IF
046490     END-IF.
046500     ADD WS-YEAR-FEES TO WS-LIFETIME-FEES.
046510     COMPUTE WS-TODAYS-AMOUNT ROUNDED =
046520         WS-YEAR-FEES / WS-INFL-FACTOR.
046530     ADD WS-TODAYS-AMOUNT TO WS-LIFETIME-FEES-TODAYS.
046540     COMPUTE WS-EST-TAX ROUNDED = WS-GROSS-DRAWN *
046550         WS-DEFERRED-SHARE * CLM-RETIRE-TAX-RATE.
046560     COMPUTE WS-SPENDABLE = WS-GROSS-DRAWN - WS-EST-TAX.
046570     PERFORM 3100-CHECK-PAGE-BREAK THRU 3100-EXIT.
046580     MOVE WS-DRAWDOWN-YEAR      TO RPT-DECUM-YEAR.
046590     MOVE WS-DRAWDOWN-AGE       TO RPT-DECUM-AGE.
046600     MOVE WS-YEAR-RETURN        TO RPT-DECUM-RATE.
046610     MOVE WS-GROSS-DRAWN        TO RPT-DECUM-WITHDRAWAL.
046620     MOVE WS-EST-TAX            TO RPT-DECUM-TAX.
046630     MOVE WS-SPENDABLE          TO RPT-DECUM-SPENDABLE.
046640     MOVE WS-DRAWDOWN-GROWTH    TO RPT-DECUM-GROWTH.
046650     MOVE WS-YEAR-FEES          TO RPT-DECUM-FEES.
046660     MOVE WS-DRAWDOWN-BALANCE   TO RPT-DECUM-BALANCE.
046670     COMPUTE WS-TODAYS-AMOUNT ROUNDED =
046680         WS-DRAWDOWN-BALANCE / WS-INFL-FACTOR.
046690     MOVE WS-TODAYS-AMOUNT      TO RPT-DECUM-TODAYS.
046700     IF RMD-FORCED-YEAR
046710         MOVE "*RMD" TO RPT-RMD-FLAG
046720     ELSE
046730         MOVE SPACES TO RPT-RMD-FLAG
046740     END-IF.
046750     WRITE AMORT-REPORT-LINE FROM RPT-DECUM-DETAIL.
046760     MOVE RPT-DECUM-DETAIL TO WS-STMT-WORK-LINE.
046770     PERFORM 2970-ADD-STATEMENT-DETAIL THRU 2970-EXIT.
046780     ADD 1 TO WS-LINE-COUNT.
046790     PERFORM 2530-PRINT-EVENTS THRU 2530-EXIT.
046800 2590-EXIT.
046810     EXIT.
046820*****************************************************************
046830* 2595-DECUM-MONTHLY-YEAR
046840*    ONE DRAWDOWN YEAR ON THE MONTHLY ENGINE: TWELVE MONTHS OF
046850*    GROWTH ON THE RUNNING BALANCE WITH ONE TWELFTH OF THE GROSS
046860*    ANNUAL NEED DRAWN EACH MONTH, STOPPING AT THE MONTH THE
046870*    BALANCE RUNS OUT.  THE YEAR'S GROWTH AND THE GROSS ACTUALLY
046880*    DRAWN ARE ACCUMULATED FOR THE YEARLY REPORT LINE.
046890*****************************************************************
046900 2595-DECUM-MONTHLY-YEAR.
046910     COMPUTE WS-MONTHLY-RATE ROUNDED = WS-YEAR-RETURN / 12.
046920     COMPUTE WS-MONTHLY-NEED ROUNDED = WS-GROSS-NEED / 12.
046930     MOVE ZERO TO WS-DRAWDOWN-GROWTH.
046940     MOVE ZERO TO WS-YEAR-NEED-DRAWN.
046950     MOVE ZERO TO WS-MONTH-NUMBER.
046960     PERFORM 2596-DECUM-MONTH THRU 2596-EXIT
046970         UNTIL WS-MONTH-NUMBER = 12
046980            OR FUNDS-DEPLETED.
046990 2595-EXIT.
047000     EXIT.
047010*****************************************************************
047020* 2596-DECUM-MONTH
047030*    ONE MONTH OF THE MONTHLY DRAWDOWN: A MONTH'S GROWTH, THEN
047040*    A TWELFTH OF THE ANNUAL FEE, THEN A MONTH'S NET WITHDRAWAL.
047050*    A BALANCE THAT CANNOT COVER THE MONTH'S NEED IS DRAWN TO
047060*    ZERO AND THE YEAR AND AGE ARE REMEMBERED AS THE DEPLETION
047070*    POINT.
047080*****************************************************************
047090 2596-DECUM-MONTH.
047100     ADD 1 TO WS-MONTH-NUMBER.
047110     COMPUTE WS-MONTH-GROWTH ROUNDED =
047120         WS-DRAWDOWN-BALANCE * WS-MONTHLY-RATE.
047130     ADD WS-MONTH-GROWTH TO WS-DRAWDOWN-BALANCE.
047140     ADD WS-MONTH-GROWTH TO WS-DRAWDOWN-GROWTH.
047150     MOVE WS-DRAWDOWN-BALANCE TO WS-FEE-BASE.
047160     PERFORM 2588-COMPUTE-FEE THRU 2588-EXIT.
047170     COMPUTE WS-MONTH-FEE ROUNDED = WS-FEE-AMOUNT / 12.
047180     SUBTRACT WS-MONTH-FEE FROM WS-DRAWDOWN-BALANCE.
047190     ADD WS-MONTH-FEE TO WS-YEAR-FEES.
047200     IF WS-MONTHLY-NEED > WS-DRAWDOWN-BALANCE
047210         ADD WS-DRAWDOWN-BALANCE TO WS-YEAR-NEED-DRAWN
047220         MOVE ZERO TO WS-DRAWDOWN-BALANCE
047230         MOVE WS-DRAWDOWN-YEAR TO WS-DEPLETED-YEAR
047240         MOVE WS-DRAWDOWN-AGE  TO WS-DEPLETED-AGE
047250         SET FUNDS-DEPLETED TO TRUE
047260     ELSE
047270         SUBTRACT WS-MONTHLY-NEED FROM WS-DRAWDOWN-BALANCE
047280         ADD WS-MONTHLY-NEED TO WS-YEAR-NEED-DRAWN
047290     END-IF.
047300 2596-EXIT.
047310     EXIT.
047320*****************************************************************
047330* 2598-RECORD-RMD-EXCEPTION
047340*    REMEMBERS A CLIENT WHOSE PLANNED WITHDRAWAL HAD TO BE
047350*    FORCED UP TO THE RMD IN AT LEAST ONE DRAWDOWN YEAR, FOR
047360*    THE END-OF-RUN EXCEPTION REPORT.  A FULL TABLE IS NOTED
047370*    RATHER THAN OVERFLOWED.
047380*****************************************************************
047390 2598-RECORD-RMD-EXCEPTION.
047400     IF WS-RMD-EXC-COUNT >= WS-RMD-EXC-MAX
047410         SET RMD-TABLE-OVERFLOWED TO TRUE
047420         GO TO 2598-EXIT
047430     END-IF.
047440     ADD 1 TO WS-RMD-EXC-COUNT.
047450     MOVE CLM-CLIENT-ID
047460         TO WS-RMD-EXC-CLIENT-ID (WS-RMD-EXC-COUNT).
047470     MOVE CLM-ADVISOR-CODE
047480         TO WS-RMD-EXC-ADVISOR (WS-RMD-EXC-COUNT).
047490     MOVE WS-RMD-FIRST-AGE
047500         TO WS-RMD-EXC-FIRST-AGE (WS-RMD-EXC-COUNT).
047510     MOVE WS-RMD-YEARS-FORCED
047520         TO WS-RMD-EXC-YEARS (WS-RMD-EXC-COUNT).
047530 2598-EXIT.
047540     EXIT.
047550*****************************************************************
047560* 2599-PRINT-FEE-COST
047570*    PRINTS WHAT THE ADVISORY FEES AND FUND EXPENSES COST THE
047580*    CLIENT OVER THE WHOLE PLAN, ACCUMULATION AND DRAWDOWN
047590*    TOGETHER, IN FUTURE AND IN TODAY'S DOLLARS.  NOTHING PRINTS
047600*    WHEN NO FEES WERE CHARGED.  THE STATEMENT CARRIES THE SAME
047610*    FIGURES IN ITS SUMMARY, SO THE LINE IS NOT BUFFERED.
047620*****************************************************************
047630 2599-PRINT-FEE-COST.
047640     IF WS-LIFETIME-FEES = ZERO
047650         GO TO 2599-EXIT
047660     END-IF.
047670     PERFORM 3100-CHECK-PAGE-BREAK THRU 3100-EXIT.
047680     MOVE WS-LIFETIME-FEES        TO RPT-FEE-COST.
047690     MOVE WS-LIFETIME-FEES-TODAYS TO RPT-FEE-COST-TODAYS.
047700     WRITE AMORT-REPORT-LINE FROM RPT-BLANK-LINE.
047710     WRITE AMORT-REPORT-LINE FROM RPT-FEE-COST-LINE.
047720     ADD 2 TO WS-LINE-COUNT.
047730 2599-EXIT.
047740     EXIT.
047750*****************************************************************
047760* 2600-RUN-SCENARIO
047770*    PROJECTS WS-ORIGINAL-MONEY FORWARD PERIOD YEARS AT
047780*    WS-SCEN-RATE, ESCALATING THE DEPOSIT THE SAME WAY THE MAIN
047790*    PROJECTION DOES, WITHOUT DISTURBING MONEY OR
047800*    YEARLY-DEPOSIT-AMOUNT USED BY THE MAIN PROJECTION.
047810*****************************************************************
047820 2600-RUN-SCENARIO.
047830     ADD 1 TO WS-SCEN-RATE.
047840     MOVE WS-ORIGINAL-MONEY   TO WS-SCEN-MONEY.
047850     MOVE WS-ORIGINAL-DEPOSIT TO WS-SCEN-DEPOSIT.
047860     MOVE AGE                 TO WS-SCEN-AGE.
047870     PERFORM 2700-SCENARIO-YEAR THRU 2700-EXIT PERIOD TIMES.
047880 2600-EXIT.
047890     EXIT.
047900*****************************************************************
047910* 2610-SOLVE-PLAN-GAP
047920*    THE GOAL-SEEK PASS.  THE GOAL NEED IS THE TARGET SPENDABLE
047930*    INCOME WHEN ONE IS ON FILE, OTHERWISE THE WITHDRAWAL
047940*    AMOUNT.  A BASE TRIAL AT THE CLIENT'S OWN DEPOSIT AND
047950*    RETIREMENT AGE DECIDES WHETHER THE PLAN MISSES ITS TARGET
047960*    (DRAWDOWN DEPLETES AGAINST THE GOAL NEED, OR THE BALANCE
047970*    AT RETIREMENT FALLS SHORT OF THE TARGET BALANCE); ONLY A
047980*    MISS TRIGGERS THE TWO SEARCHES AND THE RECOMMENDATION
047990*    BLOCK.  THE TRIALS RUN ON THE ANNUAL ENGINE, THE SAME
048000*    APPROXIMATION THE SCENARIO COMPARISON USES.  SKIPPED WHEN
048010*    THE CLIENT HAS NEITHER A GOAL NEED NOR A TARGET BALANCE.
048020*****************************************************************
048030 2610-SOLVE-PLAN-GAP.
048040     MOVE "N" TO WS-GOAL-MISS-SWITCH.
048050     MOVE "N" TO WS-SEEK-DEP-FOUND-SWITCH.
048060     MOVE "N" TO WS-SEEK-AGE-FOUND-SWITCH.
048070     IF CLM-TARGET-INCOME NOT = ZERO
048080         MOVE CLM-TARGET-INCOME TO WS-GOAL-NEED
048090     ELSE
048100         MOVE CLM-WITHDRAWAL-AMOUNT TO WS-GOAL-NEED
048110     END-IF.
048120     IF WS-GOAL-NEED = ZERO
048130         AND CLM-TARGET-BALANCE = ZERO
048140         GO TO 2610-EXIT
048150     END-IF.
048160     MOVE ZERO TO WS-SEEK-EXTRA.
048170     MOVE RETIREMENT-AGE TO WS-TRIAL-RET-AGE.
048180     PERFORM 2640-RUN-TRIAL THRU 2640-EXIT.
048190     IF TRIAL-MET-TARGET
048200         GO TO 2610-EXIT
048210     END-IF.
048220     SET PLAN-MISSES-TARGET TO TRUE.
048230     PERFORM 2620-SEEK-DEPOSIT THRU 2620-EXIT.
048240     PERFORM 2630-SEEK-RETIRE-AGE THRU 2630-EXIT.
048250     PERFORM 2646-PRINT-RECOMMENDATION THRU 2646-EXIT.
048260 2610-EXIT.
048270     EXIT.
048280*****************************************************************
048290* 2620-SEEK-DEPOSIT
048300*    BINARY SEARCH FOR THE SMALLEST EXTRA YEARLY DEPOSIT THAT
048310*    MEETS THE TARGET, BRACKETED BETWEEN ZERO AND THE SEEK
048320*    CEILING.  A CEILING TRIAL THAT STILL MISSES MEANS NO
048330*    DEPOSIT SOLUTION, WHICH THE RECOMMENDATION SAYS OUTRIGHT
048340*    INSTEAD OF PRINTING A USELESS NUMBER.
048350*****************************************************************
048360 2620-SEEK-DEPOSIT.
048370     MOVE RETIREMENT-AGE TO WS-TRIAL-RET-AGE.
048380     MOVE WS-SEEK-MAX-EXTRA TO WS-SEEK-EXTRA.
048390     PERFORM 2640-RUN-TRIAL THRU 2640-EXIT.
048400     IF NOT TRIAL-MET-TARGET
048410         GO TO 2620-EXIT
048420     END-IF.
048430     MOVE ZERO TO WS-SEEK-LOW.
048440     MOVE WS-SEEK-MAX-EXTRA TO WS-SEEK-HIGH.
048450     PERFORM 2625-SEEK-DEPOSIT-STEP THRU 2625-EXIT 30 TIMES.
048460     MOVE WS-SEEK-HIGH TO WS-SEEK-EXTRA.
048470     SET DEPOSIT-SOLUTION-FOUND TO TRUE.
048480 2620-EXIT.
048490     EXIT.
048500*****************************************************************
048510* 2625-SEEK-DEPOSIT-STEP
048520*    ONE HALVING STEP OF THE DEPOSIT BINARY SEARCH.  30 STEPS
048530*    OVER THE FULL CEILING RESOLVE THE ANSWER BELOW ONE CENT.
048540*****************************************************************
048550 2625-SEEK-DEPOSIT-STEP.
048560     COMPUTE WS-SEEK-EXTRA ROUNDED =
048570         (WS-SEEK-LOW + WS-SEEK-HIGH) / 2.
048580     PERFORM 2640-RUN-TRIAL THRU 2640-EXIT.
048590     IF TRIAL-MET-TARGET
048600         MOVE WS-SEEK-EXTRA TO WS-SEEK-HIGH
048610     ELSE
048620         MOVE WS-SEEK-EXTRA TO WS-SEEK-LOW
048630     END-IF.
048640 2625-EXIT.
048650     EXIT.
048660*****************************************************************
048670* 2630-SEEK-RETIRE-AGE
048680*    STEPS THE RETIREMENT AGE ONE YEAR AT A TIME, AT THE
048690*    CLIENT'S OWN DEPOSIT, UNTIL A TRIAL MEETS THE TARGET OR
048700*    THE MAXIMUM AGE LIMIT IS REACHED.
048710*****************************************************************
048720 2630-SEEK-RETIRE-AGE.
048730     MOVE ZERO TO WS-SEEK-EXTRA.
048740     MOVE RETIREMENT-AGE TO WS-SEEK-AGE.
048750     PERFORM 2635-SEEK-AGE-STEP THRU 2635-EXIT
048760         UNTIL AGE-SOLUTION-FOUND
048770            OR WS-SEEK-AGE NOT < WS-MAXIMUM-AGE.
048780 2630-EXIT.
048790     EXIT.
048800*****************************************************************
048810* 2635-SEEK-AGE-STEP
048820*    ONE STEP OF THE RETIREMENT AGE SEARCH.
048830*****************************************************************
048840 2635-SEEK-AGE-STEP.
048850     ADD 1 TO WS-SEEK-AGE.
048860     MOVE WS-SEEK-AGE TO WS-TRIAL-RET-AGE.
048870     PERFORM 2640-RUN-TRIAL THRU 2640-EXIT.
048880     IF TRIAL-MET-TARGET
048890         SET AGE-SOLUTION-FOUND TO TRUE
048900     END-IF.
048910 2635-EXIT.
048920     EXIT.
048930*****************************************************************
048940* 2640-RUN-TRIAL
048950*    ONE GOAL-SEEK TRIAL: ACCUMULATES FROM THE CLIENT'S
048960*    STARTING BALANCE AT THE TRIAL DEPOSIT (OWN DEPOSIT PLUS
048970*    THE SEEK EXTRA) TO THE TRIAL RETIREMENT AGE, THEN DRAWS
048980*    DOWN THE GOAL NEED, NETTED FOR INCOME AND GROSSED UP FOR
048990*    TAX THE SAME WAY THE REAL DRAWDOWN IS.  THE TRIAL MEETS
049000*    THE TARGET WHEN THE DRAWDOWN LASTS THE FULL RETIREMENT
049010*    LENGTH AND THE BALANCE AT RETIREMENT COVERS ANY TARGET
049020*    BALANCE ON FILE.
049030*****************************************************************
049040 2640-RUN-TRIAL.
049050     COMPUTE WS-TRIAL-PERIOD =
049060         WS-TRIAL-RET-AGE - AGE + 1.
049070     MOVE WS-ORIGINAL-MONEY TO WS-TRIAL-BALANCE.
049080     COMPUTE WS-TRIAL-DEPOSIT =
049090         WS-ORIGINAL-DEPOSIT + WS-SEEK-EXTRA.
049100     MOVE "N" TO WS-TRIAL-SWITCH.
049110     MOVE "N" TO WS-TRIAL-MET-SWITCH.
049120     MOVE AGE TO WS-TRIAL-AGE.
049130     PERFORM 2642-TRIAL-ACCUM-YEAR THRU 2642-EXIT
049140         WS-TRIAL-PERIOD TIMES.
049150     MOVE WS-TRIAL-BALANCE TO WS-TRIAL-RETIRE-BAL.
049160     MOVE WS-TRIAL-RET-AGE TO WS-TRIAL-AGE.
049170     MOVE ZERO TO WS-TRIAL-YEAR.
049180     PERFORM 2644-TRIAL-DRAW-YEAR THRU 2644-EXIT
049190         UNTIL WS-TRIAL-YEAR NOT < CLM-RETIREMENT-LENGTH
049200            OR TRIAL-DEPLETED.
049210     IF TRIAL-LASTED
049220         AND (CLM-TARGET-BALANCE = ZERO
049230             OR WS-TRIAL-RETIRE-BAL NOT < CLM-TARGET-BALANCE)
049240         SET TRIAL-MET-TARGET TO TRUE
049250     END-IF.
049260 2640-EXIT.
049270     EXIT.
049280*****************************************************************
049290* 2642-TRIAL-ACCUM-YEAR
049300*    ONE ACCUMULATION YEAR OF A GOAL-SEEK TRIAL.
049310*****************************************************************
049320 2642-TRIAL-ACCUM-YEAR.
049330     SET GLIDE-ACCUMULATION TO TRUE.
049340     COMPUTE WS-GLIDE-YEARS = WS-TRIAL-RET-AGE - WS-TRIAL-AGE.
049350     PERFORM 2545-SET-YEAR-RETURN THRU 2545-EXIT.
049360     COMPUTE WS-TRIAL-BALANCE ROUNDED =
049370         WS-TRIAL-BALANCE * WS-YEAR-FACTOR + WS-TRIAL-DEPOSIT
049380         ON SIZE ERROR
049390             MOVE 999999999.99 TO WS-TRIAL-BALANCE
049400     END-COMPUTE.
049410     MOVE WS-TRIAL-BALANCE TO WS-FEE-BASE.
049420     PERFORM 2588-COMPUTE-FEE THRU 2588-EXIT.
049430     SUBTRACT WS-FEE-AMOUNT FROM WS-TRIAL-BALANCE.
049440     MOVE WS-TRIAL-AGE TO WS-EVENT-AGE.
049450     MOVE WS-TRIAL-BALANCE TO WS-EVENT-BALANCE.
049460     PERFORM 2520-APPLY-EVENTS THRU 2520-EXIT.
049470     MOVE WS-EVENT-BALANCE TO WS-TRIAL-BALANCE.
049480     ADD 1 TO WS-TRIAL-AGE.
049490     COMPUTE WS-TRIAL-DEPOSIT ROUNDED =
049500         WS-TRIAL-DEPOSIT * ESCALATION-RATE
049510         ON SIZE ERROR
049520             MOVE 9999999.99 TO WS-TRIAL-DEPOSIT
049530     END-COMPUTE.
049540 2642-EXIT.
049550     EXIT.
049560*****************************************************************
049570* 2644-TRIAL-DRAW-YEAR
049580*    ONE DRAWDOWN YEAR OF A GOAL-SEEK TRIAL.
049590*****************************************************************
049600 2644-TRIAL-DRAW-YEAR.
049610     ADD 1 TO WS-TRIAL-YEAR.
049620     ADD 1 TO WS-TRIAL-AGE.
049630     MOVE WS-TRIAL-AGE TO WS-EVENT-AGE.
049640     MOVE WS-TRIAL-BALANCE TO WS-EVENT-BALANCE.
049650     PERFORM 2520-APPLY-EVENTS THRU 2520-EXIT.
049660     MOVE WS-EVENT-BALANCE TO WS-TRIAL-BALANCE.
049670     MOVE WS-TRIAL-AGE TO WS-INCOME-AGE.
049680     PERFORM 2585-COMPUTE-AGE-INCOME THRU 2585-EXIT.
049690     IF WS-DRAWDOWN-INCOME NOT < WS-GOAL-NEED
049700         MOVE ZERO TO WS-TRIAL-GROSS
049710     ELSE
049720         COMPUTE WS-TRIAL-GROSS ROUNDED =
049730             (WS-GOAL-NEED - WS-DRAWDOWN-INCOME)
049740             * WS-GROSS-FACTOR
049750     END-IF.
049760     SET GLIDE-DRAWDOWN TO TRUE.
049770     COMPUTE WS-GLIDE-YEARS = WS-TRIAL-YEAR - 1.
049780     PERFORM 2545-SET-YEAR-RETURN THRU 2545-EXIT.
049790     COMPUTE WS-TRIAL-BALANCE ROUNDED =
049800         WS-TRIAL-BALANCE * WS-YEAR-FACTOR
049810         ON SIZE ERROR
049820             MOVE 999999999.99 TO WS-TRIAL-BALANCE
049830     END-COMPUTE.
049840     MOVE WS-TRIAL-BALANCE TO WS-FEE-BASE.
049850     PERFORM 2588-COMPUTE-FEE THRU 2588-EXIT.
049860     SUBTRACT WS-FEE-AMOUNT FROM WS-TRIAL-BALANCE.
049870     IF WS-TRIAL-GROSS > WS-TRIAL-BALANCE
049880         MOVE ZERO TO WS-TRIAL-BALANCE
049890         SET TRIAL-DEPLETED TO TRUE
049900     ELSE
049910         SUBTRACT WS-TRIAL-GROSS FROM WS-TRIAL-BALANCE
049920     END-IF.
049930 2644-EXIT.
049940     EXIT.
049950*****************************************************************
049960* 2646-PRINT-RECOMMENDATION
049970*    PRINTS THE PLAN FUNDING RECOMMENDATION BLOCK ON THE REPORT
049980*    AND BUFFERS IT FOR THE CLIENT STATEMENT.
049990*****************************************************************
050000 2646-PRINT-RECOMMENDATION.
050010     PERFORM 3100-CHECK-PAGE-BREAK THRU 3100-EXIT.
050020     WRITE AMORT-REPORT-LINE FROM RPT-BLANK-LINE.
050030     WRITE AMORT-REPORT-LINE FROM RPT-GOAL-HEADING.
050040     MOVE RPT-BLANK-LINE TO WS-STMT-WORK-LINE.
050050     PERFORM 2970-ADD-STATEMENT-DETAIL THRU 2970-EXIT.
050060     MOVE RPT-GOAL-HEADING TO WS-STMT-WORK-LINE.
050070     PERFORM 2970-ADD-STATEMENT-DETAIL THRU 2970-EXIT.
050080     IF DEPOSIT-SOLUTION-FOUND
050090         MOVE WS-SEEK-EXTRA TO RPT-GOAL-EXTRA-DEP
050100         WRITE AMORT-REPORT-LINE FROM RPT-GOAL-DEPOSIT-LINE
050110         MOVE RPT-GOAL-DEPOSIT-LINE TO WS-STMT-WORK-LINE
050120     ELSE
050130         MOVE "NO EXTRA YEARLY DEPOSIT IN RANGE CLOSES THE GAP"
050140             TO RPT-GOAL-MESSAGE
050150         WRITE AMORT-REPORT-LINE FROM RPT-GOAL-MESSAGE-LINE
050160         MOVE RPT-GOAL-MESSAGE-LINE TO WS-STMT-WORK-LINE
050170     END-IF.
050180     PERFORM 2970-ADD-STATEMENT-DETAIL THRU 2970-EXIT.
050190     IF AGE-SOLUTION-FOUND
050200         MOVE WS-SEEK-AGE TO RPT-GOAL-RET-AGE
050210         WRITE AMORT-REPORT-LINE FROM RPT-GOAL-AGE-LINE
050220         MOVE RPT-GOAL-AGE-LINE TO WS-STMT-WORK-LINE
050230     ELSE
050240         MOVE "NO RETIREMENT AGE WITHIN LIMITS CLOSES THE GAP"
050250             TO RPT-GOAL-MESSAGE
050260         WRITE AMORT-REPORT-LINE FROM RPT-GOAL-MESSAGE-LINE
050270         MOVE RPT-GOAL-MESSAGE-LINE TO WS-STMT-WORK-LINE
050280     END-IF.
050290     PERFORM 2970-ADD-STATEMENT-DETAIL THRU 2970-EXIT.
050300     ADD 4 TO WS-LINE-COUNT.
050310 2646-EXIT.
050320     EXIT.
050330*****************************************************************
050340* 2700-SCENARIO-YEAR
050350*    APPLIES ONE YEAR OF GROWTH AND DEPOSIT TO THE SCENARIO
050360*    WORKING BALANCE, LESS THE YEAR'S FEES.
050370*****************************************************************
050380 2700-SCENARIO-YEAR.
050390     COMPUTE WS-SCEN-MONEY ROUNDED = WS-SCEN-MONEY * WS-SCEN-RATE
050400     ADD WS-SCEN-DEPOSIT TO WS-SCEN-MONEY.
050410     MOVE WS-SCEN-MONEY TO WS-FEE-BASE.
050420     PERFORM 2588-COMPUTE-FEE THRU 2588-EXIT.
050430     SUBTRACT WS-FEE-AMOUNT FROM WS-SCEN-MONEY.
050440     MOVE WS-SCEN-AGE TO WS-EVENT-AGE.
050450     MOVE WS-SCEN-MONEY TO WS-EVENT-BALANCE.
050460     PERFORM 2520-APPLY-EVENTS THRU 2520-EXIT.
050470     IF WS-EVENT-BALANCE > 9999999.99
050480         MOVE 9999999.99 TO WS-SCEN-MONEY
050490     ELSE
050500         MOVE WS-EVENT-BALANCE TO WS-SCEN-MONEY
050510     END-IF.
050520     ADD 1 TO WS-SCEN-AGE.
050530     COMPUTE WS-SCEN-DEPOSIT ROUNDED =
050540         WS-SCEN-DEPOSIT * ESCALATION-RATE.
050550 2700-EXIT.
050560     EXIT.
050570*****************************************************************
050580* 2750-RUN-MONTE-CARLO
050590*    RUNS THE MONTE CARLO ANALYSIS FOR THE CLIENT JUST
050600*    PROJECTED: WS-MC-TRIALS FULL ACCUMULATION-PLUS-DRAWDOWN
050610*    PATHS ON THE ANNUAL ENGINE, EACH YEAR'S RETURN DRAWN
050620*    UNIFORMLY IN CLM-ANNUAL-RETURN PLUS OR MINUS THE SPREAD,
050630*    THEN THE SUCCESS PERCENTAGE AND THE SORTED 10TH/50TH/90TH
050640*    PERCENTILE ENDING BALANCES.  SKIPPED WHEN THE TRIALS
050650*    PARAMETER IS ZERO OR THE CLIENT HAS NO DRAWDOWN ON FILE,
050660*    SINCE SEQUENCE-OF-RETURNS RISK ONLY MEANS ANYTHING TO A
050670*    CLIENT WHO WITHDRAWS.  THE SEED IS REBUILT PER CLIENT FROM
050680*    THE RUN DATE AND CLIENT POSITION SO A RERUN OF THE SAME
050690*    DATE REPRODUCES ITS FIGURES.  RUNS AFTER THE REAL DRAWDOWN
050700*    AND TOUCHES ONLY ITS OWN WORK FIELDS, SO THE STATEMENT AND
050710*    AUDIT FIGURES FOR THE MAIN PROJECTION ARE UNDISTURBED.
050720*****************************************************************
050730 2750-RUN-MONTE-CARLO.
050740     SET MC-ANALYSIS-NOT-RUN TO TRUE.
050750     MOVE ZERO TO WS-MC-SUCCESS-PCT.
050760     MOVE ZERO TO WS-MC-P10-BAL.
050770     MOVE ZERO TO WS-MC-P50-BAL.
050780     MOVE ZERO TO WS-MC-P90-BAL.
050790     IF WS-MC-TRIALS = ZERO
050800         OR CLM-WITHDRAWAL-AMOUNT = ZERO
050810         GO TO 2750-EXIT
050820     END-IF.
050830     SET MC-ANALYSIS-RAN TO TRUE.
050840     COMPUTE WS-MC-SEED =
050850         WS-RUN-DATE + (WS-CLIENT-COUNT * 97) + 1.
050860     MOVE ZERO TO WS-MC-LASTED-COUNT.
050870     MOVE ZERO TO WS-MC-TRIAL-NO.
050880     PERFORM 2755-MC-TRIAL THRU 2755-EXIT
050890         WS-MC-TRIALS TIMES.
050900     COMPUTE WS-MC-SUCCESS-PCT ROUNDED =
050910         (WS-MC-LASTED-COUNT * 100) / WS-MC-TRIALS.
050920     PERFORM 2775-MC-SORT-TRIALS THRU 2775-EXIT.
050930     COMPUTE WS-MC-PCTL-IX = (WS-MC-TRIALS * 10) / 100.
050940     IF WS-MC-PCTL-IX < 1
050950         MOVE 1 TO WS-MC-PCTL-IX
050960     END-IF.
050970     MOVE WS-MC-END-BAL (WS-MC-PCTL-IX) TO WS-MC-P10-BAL.
050980     COMPUTE WS-MC-PCTL-IX = (WS-MC-TRIALS * 50) / 100.
050990     IF WS-MC-PCTL-IX < 1
051000         MOVE 1 TO WS-MC-PCTL-IX
051010     END-IF.
051020     MOVE WS-MC-END-BAL (WS-MC-PCTL-IX) TO WS-MC-P50-BAL.
051030     COMPUTE WS-MC-PCTL-IX = (WS-MC-TRIALS * 90) / 100.
051040     IF WS-MC-PCTL-IX < 1
051050         MOVE 1 TO WS-MC-PCTL-IX
051060     END-IF.
051070     MOVE WS-MC-END-BAL (WS-MC-PCTL-IX) TO WS-MC-P90-BAL.
051080     PERFORM 2790-MC-PRINT-RESULTS THRU 2790-EXIT.
051090 2750-EXIT.
051100     EXIT.
051110*****************************************************************
051120* 2755-MC-TRIAL
051130*    ONE MONTE CARLO TRIAL: ACCUMULATES FROM THE CLIENT'S
051140*    STARTING BALANCE AND DEPOSIT FOR THE FULL PERIOD, THEN
051150*    DRAWS DOWN FOR CLM-RETIREMENT-LENGTH YEARS NETTING INCOME
051160*    AND GROSSING UP FOR TAX THE SAME WAY THE REAL DRAWDOWN
051170*    DOES.  A TRIAL THAT NEVER DEPLETES COUNTS AS LASTED AND
051180*    ITS ENDING BALANCE GOES IN THE TRIAL TABLE; A DEPLETED
051190*    TRIAL RECORDS A ZERO BALANCE.
051200*****************************************************************
051210 2755-MC-TRIAL.
051220     ADD 1 TO WS-MC-TRIAL-NO.
051230     MOVE WS-ORIGINAL-MONEY   TO WS-MC-BALANCE.
051240     MOVE WS-ORIGINAL-DEPOSIT TO WS-MC-DEPOSIT.
051250     MOVE "N" TO WS-MC-TRIAL-SWITCH.
051260     MOVE AGE TO WS-MC-AGE.
051270     PERFORM 2760-MC-ACCUM-YEAR THRU 2760-EXIT
051280         PERIOD TIMES.
051290     MOVE RETIREMENT-AGE TO WS-MC-AGE.
051300     MOVE ZERO TO WS-MC-YEAR.
051310     PERFORM 2765-MC-DRAWDOWN-YEAR THRU 2765-EXIT
051320         UNTIL WS-MC-YEAR NOT < CLM-RETIREMENT-LENGTH
051330            OR MC-TRIAL-DEPLETED.
051340     IF NOT MC-TRIAL-DEPLETED
051350         ADD 1 TO WS-MC-LASTED-COUNT
051360     END-IF.
051370     MOVE WS-MC-BALANCE TO WS-MC-END-BAL (WS-MC-TRIAL-NO).
051380 2755-EXIT.
051390     EXIT.
051400*****************************************************************
051410* 2760-MC-ACCUM-YEAR
051420*    ONE ACCUMULATION YEAR OF A MONTE CARLO TRIAL: A RANDOM
051430*    RETURN ON THE RUNNING BALANCE PLUS THE ESCALATING DEPOSIT,
051440*    LESS THE YEAR'S FEES.
051450*****************************************************************
051460 2760-MC-ACCUM-YEAR.
051470     SET GLIDE-ACCUMULATION TO TRUE.
051480     COMPUTE WS-GLIDE-YEARS = RETIREMENT-AGE - WS-MC-AGE.
051490     PERFORM 2545-SET-YEAR-RETURN THRU 2545-EXIT.
051500     PERFORM 2770-MC-NEXT-RANDOM THRU 2770-EXIT.
051510     COMPUTE WS-MC-BALANCE ROUNDED =
051520         WS-MC-BALANCE * (1 + WS-MC-RATE) + WS-MC-DEPOSIT
051530         ON SIZE ERROR
051540             MOVE 999999999.99 TO WS-MC-BALANCE
051550     END-COMPUTE.
051560     MOVE WS-MC-BALANCE TO WS-FEE-BASE.
051570     PERFORM 2588-COMPUTE-FEE THRU 2588-EXIT.
051580     SUBTRACT WS-FEE-AMOUNT FROM WS-MC-BALANCE.
051590     MOVE WS-MC-AGE TO WS-EVENT-AGE.
051600     MOVE WS-MC-BALANCE TO WS-EVENT-BALANCE.
051610     PERFORM 2520-APPLY-EVENTS THRU 2520-EXIT.
051620     MOVE WS-EVENT-BALANCE TO WS-MC-BALANCE.
051630     ADD 1 TO WS-MC-AGE.
051640     COMPUTE WS-MC-DEPOSIT ROUNDED =
051650         WS-MC-DEPOSIT * ESCALATION-RATE.
051660 2760-EXIT.
051670     EXIT.
051680*****************************************************************
051690* 2765-MC-DRAWDOWN-YEAR
051700*    ONE DRAWDOWN YEAR OF A MONTE CARLO TRIAL: A RANDOM RETURN
051710*    LESS THE YEAR'S FEES, THEN THE GROSSED-UP NET NEED FOR THE
051720*    TRIAL AGE DRAWN FROM
051730*    THE BALANCE, DEPLETING THE TRIAL WHEN IT CANNOT BE MET.
051740*****************************************************************
051750 2765-MC-DRAWDOWN-YEAR.
051760     ADD 1 TO WS-MC-YEAR.
051770     ADD 1 TO WS-MC-AGE.
051780     MOVE WS-MC-AGE TO WS-EVENT-AGE.
051790     MOVE WS-MC-BALANCE TO WS-EVENT-BALANCE.
051800     PERFORM 2520-APPLY-EVENTS THRU 2520-EXIT.
051810     MOVE WS-EVENT-BALANCE TO WS-MC-BALANCE.
051820     MOVE WS-MC-AGE TO WS-INCOME-AGE.
051830     PERFORM 2585-COMPUTE-AGE-INCOME THRU 2585-EXIT.
051840     IF WS-DRAWDOWN-INCOME NOT < CLM-WITHDRAWAL-AMOUNT
051850         MOVE ZERO TO WS-MC-NEED
051860     ELSE
051870         COMPUTE WS-MC-NEED ROUNDED =
051880             (CLM-WITHDRAWAL-AMOUNT - WS-DRAWDOWN-INCOME)
051890             * WS-GROSS-FACTOR
051900     END-IF.
051910     SET GLIDE-DRAWDOWN TO TRUE.
051920     COMPUTE WS-GLIDE-YEARS = WS-MC-YEAR - 1.
051930     PERFORM 2545-SET-YEAR-RETURN THRU 2545-EXIT.
051940     PERFORM 2770-MC-NEXT-RANDOM THRU 2770-EXIT.
051950     COMPUTE WS-MC-BALANCE ROUNDED =
051960         WS-MC-BALANCE * (1 + WS-MC-RATE)
051970         ON SIZE ERROR
051980             MOVE 999999999.99 TO WS-MC-BALANCE
051990     END-COMPUTE.
052000     MOVE WS-MC-BALANCE TO WS-FEE-BASE.
052010     PERFORM 2588-COMPUTE-FEE THRU 2588-EXIT.
052020     SUBTRACT WS-FEE-AMOUNT FROM WS-MC-BALANCE.
052030     IF WS-MC-NEED > WS-MC-BALANCE
052040         MOVE ZERO TO WS-MC-BALANCE
052050         SET MC-TRIAL-DEPLETED TO TRUE
052060     ELSE
052070         SUBTRACT WS-MC-NEED FROM WS-MC-BALANCE
052080     END-IF.
052090 2765-EXIT.
052100     EXIT.
052110*****************************************************************
052120* 2770-MC-NEXT-RANDOM
052130*    ADVANCES THE PARK-MILLER SEED AND TURNS IT INTO THIS
052140*    YEAR'S RETURN: UNIFORM IN THE YEAR'S RATE FROM 2545 (THE
052150*    CLIENT'S GLIDE-PATH BAND RATE, OR FLAT RATE) PLUS OR MINUS
052160*    THE SPREAD.
052170*****************************************************************
052180 2770-MC-NEXT-RANDOM.
052190     COMPUTE WS-MC-PRODUCT = WS-MC-SEED * 16807.
052200     DIVIDE WS-MC-PRODUCT BY 2147483647
052210         GIVING WS-MC-QUOTIENT
052220         REMAINDER WS-MC-SEED.
052230     COMPUTE WS-MC-UNIFORM ROUNDED =
052240         WS-MC-SEED / 2147483647.
052250     COMPUTE WS-MC-RATE ROUNDED =
052260         WS-YEAR-RETURN
052270         + ((WS-MC-UNIFORM * 2) - 1) * WS-MC-SPREAD.
052280 2770-EXIT.
052290     EXIT.
052300*****************************************************************
052310* 2775-MC-SORT-TRIALS
052320*    SORTS THE TRIAL ENDING BALANCES ASCENDING WITH A SIMPLE
052330*    EXCHANGE PASS PER SLOT, SO THE PERCENTILE PICKS ARE JUST
052340*    SUBSCRIPTS.  A FEW HUNDRED TRIALS SORT IN A BLINK; NOBODY
052350*    NEEDS A FANCIER SORT HERE.
052360*****************************************************************
052370 2775-MC-SORT-TRIALS.
052380     COMPUTE WS-MC-SORT-LIMIT = WS-MC-TRIALS - 1.
052390     MOVE ZERO TO WS-MC-SORT-IX.
052400     PERFORM 2780-MC-SORT-PASS THRU 2780-EXIT
052410         WS-MC-SORT-LIMIT TIMES.
052420 2775-EXIT.
052430     EXIT.
052440*****************************************************************
052450* 2780-MC-SORT-PASS
052460*    ONE OUTER PASS OF THE EXCHANGE SORT: LEAVES THE SMALLEST
052470*    REMAINING BALANCE IN THE CURRENT SLOT.
052480*****************************************************************
052490 2780-MC-SORT-PASS.
052500     ADD 1 TO WS-MC-SORT-IX.
052510     MOVE WS-MC-SORT-IX TO WS-MC-SORT-JX.
052520     PERFORM 2785-MC-SORT-COMPARE THRU 2785-EXIT
052530         UNTIL WS-MC-SORT-JX NOT < WS-MC-TRIALS.
052540 2780-EXIT.
052550     EXIT.
052560*****************************************************************
052570* 2785-MC-SORT-COMPARE
052580*    ONE COMPARE-AND-SWAP STEP OF THE EXCHANGE SORT.
052590*****************************************************************
052600 2785-MC-SORT-COMPARE.
052610     ADD 1 TO WS-MC-SORT-JX.
052620     IF WS-MC-END-BAL (WS-MC-SORT-JX)
052630         < WS-MC-END-BAL (WS-MC-SORT-IX)
052640         MOVE WS-MC-END-BAL (WS-MC-SORT-IX) TO WS-MC-SWAP-BAL
052650         MOVE WS-MC-END-BAL (WS-MC-SORT-JX)
052660             TO WS-MC-END-BAL (WS-MC-SORT-IX)
052670         MOVE WS-MC-SWAP-BAL TO WS-MC-END-BAL (WS-MC-SORT-JX)
052680     END-IF.
052690 2785-EXIT.
052700     EXIT.
052710*****************************************************************
052720* 2790-MC-PRINT-RESULTS
052730*    PRINTS THE MONTE CARLO BLOCK ON THE AMORTIZATION REPORT
052740*    AND BUFFERS IT FOR THE CLIENT STATEMENT SCHEDULE.
052750*****************************************************************
052760 2790-MC-PRINT-RESULTS.
052770     PERFORM 3100-CHECK-PAGE-BREAK THRU 3100-EXIT.
052780     MOVE WS-MC-TRIALS      TO RPT-MC-TRIALS.
052790     MOVE WS-MC-SUCCESS-PCT TO RPT-MC-SUCCESS-PCT.
052800     MOVE WS-MC-P10-BAL     TO RPT-MC-P10-BALANCE.
052810     MOVE WS-MC-P50-BAL     TO RPT-MC-P50-BALANCE.
052820     MOVE WS-MC-P90-BAL     TO RPT-MC-P90-BALANCE.
052830     WRITE AMORT-REPORT-LINE FROM RPT-BLANK-LINE.
052840     WRITE AMORT-REPORT-LINE FROM RPT-MC-HEADING.
052850     WRITE AMORT-REPORT-LINE FROM RPT-MC-SUCCESS-LINE.
052860     WRITE AMORT-REPORT-LINE FROM RPT-MC-PCTL-LINE.
052870     ADD 4 TO WS-LINE-COUNT.
052880     MOVE RPT-BLANK-LINE TO WS-STMT-WORK-LINE.
052890     PERFORM 2970-ADD-STATEMENT-DETAIL THRU 2970-EXIT.
052900     MOVE RPT-MC-HEADING TO WS-STMT-WORK-LINE.
052910     PERFORM 2970-ADD-STATEMENT-DETAIL THRU 2970-EXIT.
052920     MOVE RPT-MC-SUCCESS-LINE TO WS-STMT-WORK-LINE.
052930     PERFORM 2970-ADD-STATEMENT-DETAIL THRU 2970-EXIT.
052940     MOVE RPT-MC-PCTL-LINE TO WS-STMT-WORK-LINE.
052950     PERFORM 2970-ADD-STATEMENT-DETAIL THRU 2970-EXIT.
052960 2790-EXIT.
052970     EXIT.
052980*****************************************************************
052990* 2800-WRITE-CHECKPOINT
053000*    REWRITES THE CHECKPOINT FILE WITH THE NUMBER OF CLIENT
053010*    RECORDS SUCCESSFULLY PROCESSED SO FAR, SO A RESTARTED RUN
053020*    CAN SKIP PAST THEM.  A FAILED CHECKPOINT WRITE DEFEATS THE
053030*    WHOLE RESTART FEATURE WITHOUT ANYONE NOTICING UNTIL THE NEXT
053040*    ABEND, SO THE OPEN STATUS IS CHECKED AND THE RUN IS STOPPED
053050*    RATHER THAN LEFT TO FAIL SILENTLY.
053060*****************************************************************
053070 2800-WRITE-CHECKPOINT.
053080     OPEN OUTPUT CHECKPOINT-FILE.
053090     IF WS-CHECKPOINT-STATUS NOT = "00"
053100         DISPLAY "**ERROR** UNABLE TO OPEN CHECKPOINT FILE, "
053110             "STATUS " WS-CHECKPOINT-STATUS
053120         PERFORM 9900-ABORT-RUN THRU 9900-EXIT
053130     END-IF.
053140     MOVE WS-CLIENT-COUNT  TO CHK-CLIENT-COUNT.
053150     MOVE WS-EXTRACT-COUNT TO CHK-EXTRACT-COUNT.
053160     MOVE WS-ERROR-COUNT   TO CHK-ERROR-COUNT.
053170     WRITE CHECKPOINT-RECORD.
053180     CLOSE CHECKPOINT-FILE.
053190     DISPLAY "CHECKPOINT WRITTEN AT RECORD " WS-CLIENT-COUNT.
053200 2800-EXIT.
053210     EXIT.
053220*****************************************************************
053230* 2850-ACCUMULATE-SUMMARY
053240*    ROLLS THE CLIENT JUST PROJECTED INTO THE ADVISOR SUMMARY
053250*    TABLE: CLIENT COUNT, PROJECTED BALANCE SUM, DRAWDOWN
053260*    OUTCOME COUNT, AND THE ENDING BALANCE BAND.  A BLANK
053270*    ADVISOR CODE IS ROLLED UP UNDER *NONE SO THOSE CLIENTS
053280*    STILL SHOW ON THE MANAGEMENT REPORT.
053290*****************************************************************
053300 2850-ACCUMULATE-SUMMARY.
053310     MOVE CLM-ADVISOR-CODE TO WS-SUMMARY-ADVISOR.
053320     IF WS-SUMMARY-ADVISOR = SPACES
053330         MOVE "*NONE" TO WS-SUMMARY-ADVISOR
053340     END-IF.
053350     PERFORM 2860-LOCATE-ADVISOR THRU 2860-EXIT.
053360     ADD 1 TO WS-ADV-CLIENT-COUNT (WS-ADVISOR-IX).
053370     ADD 1 TO WS-TOT-CLIENT-COUNT.
053380     ADD MONEY TO WS-ADV-BALANCE-SUM (WS-ADVISOR-IX).
053390     ADD MONEY TO WS-TOT-BALANCE-SUM.
053400     IF CLM-WITHDRAWAL-AMOUNT = ZERO
053410         ADD 1 TO WS-ADV-NO-DRAWDOWN-CNT (WS-ADVISOR-IX)
053420         ADD 1 TO WS-TOT-NO-DRAWDOWN-CNT
053430     ELSE
053440         IF FUNDS-DEPLETED
053450             ADD 1 TO WS-ADV-DEPLETED-COUNT (WS-ADVISOR-IX)
053460             ADD 1 TO WS-TOT-DEPLETED-COUNT
053470         ELSE
053480             ADD 1 TO WS-ADV-LASTED-COUNT (WS-ADVISOR-IX)
053490             ADD 1 TO WS-TOT-LASTED-COUNT
053500         END-IF
053510     END-IF.
053520     IF MONEY < 100000
053530         MOVE 1 TO WS-BAND-IX
053540     ELSE
053550         IF MONEY < 500000
053560             MOVE 2 TO WS-BAND-IX
053570         ELSE
053580             IF MONEY < 1000000
053590                 MOVE 3 TO WS-BAND-IX
053600             ELSE
053610                 MOVE 4 TO WS-BAND-IX
053620             END-IF
053630         END-IF
053640     END-IF.
053650     ADD 1 TO WS-ADV-BAND-COUNT (WS-ADVISOR-IX WS-BAND-IX).
053660     ADD 1 TO WS-TOT-BAND-COUNT (WS-BAND-IX).
053670 2850-EXIT.
053680     EXIT.
053690*****************************************************************
053700* 2860-LOCATE-ADVISOR
053710*    FINDS THE SUMMARY TABLE ENTRY FOR WS-SUMMARY-ADVISOR,
053720*    CREATING ONE WHEN THE ADVISOR HAS NOT BEEN SEEN THIS RUN.
053730*    WHEN THE TABLE IS FULL, EVERYTHING ELSE IS LUMPED INTO THE
053740*    *OVFL SLOT AND THE OVERFLOW IS NOTED ON THE REPORT.  A NEW
053750*    ENTRY TAKES ITS NAME AND BRANCH FROM THE ADVISOR MASTER.
053760*****************************************************************
053770 2860-LOCATE-ADVISOR.
053780     SET ADVISOR-NOT-FOUND TO TRUE.
053790     MOVE ZERO TO WS-ADVISOR-IX.
053800     PERFORM 2870-SCAN-ADVISOR THRU 2870-EXIT
053810         UNTIL ADVISOR-FOUND
053820            OR WS-ADVISOR-IX NOT < WS-ADVISOR-COUNT.
053830     IF ADVISOR-FOUND
053840         GO TO 2860-EXIT
053850     END-IF.
053860     IF WS-ADVISOR-COUNT < WS-ADVISOR-MAX
053870         ADD 1 TO WS-ADVISOR-COUNT
053880         MOVE WS-ADVISOR-COUNT TO WS-ADVISOR-IX
053890         INITIALIZE WS-ADVISOR-ENTRY (WS-ADVISOR-IX)
053900         MOVE WS-SUMMARY-ADVISOR TO WS-ADV-CODE (WS-ADVISOR-IX)
053910         PERFORM 2880-NAME-ADVISOR THRU 2880-EXIT
053920     ELSE
053930         MOVE 101 TO WS-ADVISOR-IX
053940         IF NOT ADVISOR-TABLE-OVERFLOWED
053950             INITIALIZE WS-ADVISOR-ENTRY (WS-ADVISOR-IX)
053960             MOVE "*OVFL" TO WS-ADV-CODE (WS-ADVISOR-IX)
053970                             WS-ADV-BRANCH (WS-ADVISOR-IX)
053980             MOVE "ADVISORS PAST TABLE LIMIT"
053990                 TO WS-ADV-NAME (WS-ADVISOR-IX)
054000             SET ADVISOR-TABLE-OVERFLOWED TO TRUE
054010         END-IF
054020     END-IF.
054030 2860-EXIT.
054040     EXIT.
054050*****************************************************************
054060* 2870-SCAN-ADVISOR
054070*    ONE STEP OF THE SERIAL SEARCH OF THE ADVISOR TABLE.
054080*****************************************************************
054090 2870-SCAN-ADVISOR.
054100     ADD 1 TO WS-ADVISOR-IX.
054110     IF WS-ADV-CODE (WS-ADVISOR-IX) = WS-SUMMARY-ADVISOR
054120         SET ADVISOR-FOUND TO TRUE
054130     END-IF.
054140 2870-EXIT.
054150     EXIT.
054160*****************************************************************
054170* 2880-NAME-ADVISOR
054180*    FILLS IN THE NAME AND BRANCH OF THE NEW SUMMARY ENTRY AT
054190*    WS-ADVISOR-IX.  CLIENTS WITH NO ADVISOR CODE GROUP UNDER
054200*    *NONE; A CODE NOT ON THE ADVISOR MASTER GROUPS UNDER *UNKN
054210*    SO IT STANDS OUT FOR CORRECTION.
054220*****************************************************************
054230 2880-NAME-ADVISOR.
054240     IF WS-SUMMARY-ADVISOR = "*NONE"
054250         MOVE "*NONE" TO WS-ADV-BRANCH (WS-ADVISOR-IX)
054260         MOVE "NO ADVISOR CODE"
054270             TO WS-ADV-NAME (WS-ADVISOR-IX)
054280         GO TO 2880-EXIT
054290     END-IF.
054300     PERFORM 1820-FIND-ADVISOR-MASTER THRU 1820-EXIT.
054310     IF ADVMAST-ENTRY-FOUND
054320         MOVE WS-AVT-NAME (WS-ADVMAST-IX)
054330             TO WS-ADV-NAME (WS-ADVISOR-IX)
054340         MOVE WS-AVT-BRANCH (WS-ADVMAST-IX)
054350             TO WS-ADV-BRANCH (WS-ADVISOR-IX)
054360     ELSE
054370         MOVE "*UNKN" TO WS-ADV-BRANCH (WS-ADVISOR-IX)
054380         MOVE "NOT ON ADVISOR MASTER"
054390             TO WS-ADV-NAME (WS-ADVISOR-IX)
054400     END-IF.
054410 2880-EXIT.
054420     EXIT.
054430*****************************************************************
054440* 2900-WRITE-AUDIT-RECORD
054450*    APPENDS ONE RECORD TO THE AUDIT LOG DESCRIBING THE INPUTS AND
054460*    RESULT OF THIS CLIENT'S PROJECTION, FOR LATER COMPLIANCE
054470*    REVIEW.  COVERS THE ESCALATION RATE, THE SCENARIO RATES, ANY
054480*    SOCIAL SECURITY/PENSION INCOME, AND THE WITHDRAWAL/
054490*    DECUMULATION INPUTS AND OUTCOME, SO COMPLIANCE CAN
054500*    RECONSTRUCT A PROJECTION THAT USED ANY OF THEM.
054510*****************************************************************
054520 2900-WRITE-AUDIT-RECORD.
054530     MOVE SPACES                    TO AUDIT-LOG-RECORD.
054540     MOVE WS-RUN-DATE               TO AUD-RUN-DATE.
054550     MOVE WS-RUN-TIME               TO AUD-RUN-TIME.
054560     MOVE WS-OPERATOR-ID            TO AUD-OPERATOR-ID.
054570     MOVE CLM-CLIENT-ID             TO AUD-CLIENT-ID.
054580     MOVE AGE                       TO AUD-AGE.
054590     MOVE WS-ORIGINAL-MONEY         TO AUD-MONEY.
054600     MOVE RETIREMENT-AGE            TO AUD-RETIREMENT-AGE.
054610     MOVE WS-ORIGINAL-RETURN        TO AUD-ANNUAL-RETURN.
054620     MOVE WS-ORIGINAL-DEPOSIT       TO AUD-YEARLY-DEPOSIT-AMOUNT.
054630     MOVE WS-ORIGINAL-ESCALATION    TO AUD-ESCALATION-RATE.
054640     MOVE CLM-SCENARIO-LOW-RETURN   TO AUD-SCENARIO-LOW-RETURN.
054650     MOVE CLM-SCENARIO-MED-RETURN   TO AUD-SCENARIO-MED-RETURN.
054660     MOVE CLM-SCENARIO-HIGH-RETURN  TO AUD-SCENARIO-HIGH-RETURN.
054670     MOVE CLM-SS-ANNUAL-BENEFIT     TO AUD-SS-ANNUAL-BENEFIT.
054680     MOVE CLM-SS-START-AGE          TO AUD-SS-START-AGE.
054690     MOVE CLM-PENSION-ANNUAL-BENEFIT
054700         TO AUD-PENSION-ANNUAL-BENEFIT.
054710     MOVE CLM-PENSION-START-AGE     TO AUD-PENSION-START-AGE.
054720     MOVE CLM-WITHDRAWAL-AMOUNT     TO AUD-WITHDRAWAL-AMOUNT.
054730     MOVE CLM-RETIREMENT-LENGTH     TO AUD-RETIREMENT-LENGTH.
054740     IF CLM-WITHDRAWAL-AMOUNT = ZERO
054750         SET AUD-DECUM-NOT-APPLICABLE TO TRUE
054760         MOVE ZERO TO AUD-DEPLETED-YEAR
054770         MOVE ZERO TO AUD-DEPLETED-AGE
054780         MOVE ZERO TO AUD-DECUM-END-BALANCE
054790     ELSE
054800         IF FUNDS-DEPLETED
054810             SET AUD-DECUM-DEPLETED TO TRUE
054820             MOVE WS-DEPLETED-YEAR TO AUD-DEPLETED-YEAR
054830             MOVE WS-DEPLETED-AGE  TO AUD-DEPLETED-AGE
054840             MOVE ZERO TO AUD-DECUM-END-BALANCE
054850         ELSE
054860             SET AUD-DECUM-LASTED TO TRUE
054870             MOVE ZERO TO AUD-DEPLETED-YEAR
054880             MOVE ZERO TO AUD-DEPLETED-AGE
054890             MOVE WS-DRAWDOWN-BALANCE TO AUD-DECUM-END-BALANCE
054900         END-IF
054910     END-IF.
054920     MOVE MONEY                     TO AUD-FINAL-RESULT.
054930     MOVE WS-MINIMUM-AGE            TO AUD-MINIMUM-AGE.
054940     MOVE WS-MAXIMUM-AGE            TO AUD-MAXIMUM-AGE.
054950     MOVE WS-MAXIMUM-RETURN         TO AUD-MAXIMUM-RETURN.
054960     MOVE WS-MAXIMUM-ESCALATION     TO AUD-MAXIMUM-ESCALATION.
054970     MOVE WS-CHECKPOINT-INTERVAL    TO AUD-CHECKPOINT-INTERVAL.
054980     MOVE CLM-TAXABLE-BALANCE       TO AUD-TAXABLE-BALANCE.
054990     MOVE CLM-DEFERRED-BALANCE      TO AUD-DEFERRED-BALANCE.
055000     MOVE CLM-ROTH-BALANCE          TO AUD-ROTH-BALANCE.
055010     MOVE CLM-TAXABLE-DEPOSIT       TO AUD-TAXABLE-DEPOSIT.
055020     MOVE CLM-DEFERRED-DEPOSIT      TO AUD-DEFERRED-DEPOSIT.
055030     MOVE CLM-ROTH-DEPOSIT          TO AUD-ROTH-DEPOSIT.
055040     MOVE CLM-RETIRE-TAX-RATE       TO AUD-RETIRE-TAX-RATE.
055050     MOVE WS-INFLATION-RATE         TO AUD-INFLATION-RATE.
055060     MOVE CLM-SPOUSE-AGE            TO AUD-SPOUSE-AGE.
055070     MOVE CLM-SPOUSE-RETIRE-AGE     TO AUD-SPOUSE-RETIRE-AGE.
055080     MOVE CLM-SPOUSE-SS-BENEFIT     TO AUD-SPOUSE-SS-BENEFIT.
055090     MOVE CLM-SPOUSE-SS-START-AGE
055100         TO AUD-SPOUSE-SS-START-AGE.
055110     MOVE CLM-SPOUSE-PENSION-BENEFIT
055120         TO AUD-SPOUSE-PENSION-BENEFIT.
055130     MOVE CLM-SPOUSE-PENS-START-AGE
055140         TO AUD-SPOUSE-PENS-START-AGE.
055150     MOVE CLM-SURVIVOR-PCT          TO AUD-SURVIVOR-PCT.
055160     MOVE WS-ASSUMED-LIFE-AGE       TO AUD-ASSUMED-LIFE-AGE.
055170     MOVE CLM-COMPOUND-FREQUENCY    TO AUD-COMPOUND-FREQUENCY.
055180     MOVE WS-RMD-START-AGE          TO AUD-RMD-START-AGE.
055190     MOVE CLM-FEE-OVERRIDE-FLAG     TO AUD-FEE-OVERRIDE-FLAG.
055200     IF CLM-FEE-OVERRIDDEN
055210         MOVE CLM-FEE-OVERRIDE-RATE TO AUD-FEE-OVERRIDE-RATE
055220     ELSE
055230         MOVE ZERO                  TO AUD-FEE-OVERRIDE-RATE
055240     END-IF.
055250     MOVE WS-FUND-EXPENSE-RATE      TO AUD-FUND-EXPENSE-RATE.
055260     MOVE WS-FEE-BAND-COUNT         TO AUD-FEE-BAND-COUNT.
055270     MOVE WS-FEE-SCHEDULE           TO AUD-FEE-SCHEDULE.
055280     MOVE WS-LIFETIME-FEES          TO AUD-TOTAL-FEES.
055290     MOVE WS-EVENT-COUNT            TO AUD-EVENT-COUNT.
055300     MOVE CLM-GLIDE-PATH-CODE       TO AUD-GLIDE-PATH-CODE.
055310     WRITE AUDIT-LOG-RECORD.
055320     IF WS-AUDIT-STATUS NOT = "00"
055330         DISPLAY "**ERROR** AUDIT LOG WRITE FAILED, STATUS "
055340             WS-AUDIT-STATUS
055350         PERFORM 9900-ABORT-RUN THRU 9900-EXIT
055360     END-IF.
055370 2900-EXIT.
055380     EXIT.
055390*****************************************************************
055400* 2920-WRITE-EXTRACT-RECORD
055410*    WRITES ONE EXTRACT DETAIL RECORD FOR THE CLIENT JUST
055420*    PROJECTED, MIRRORING THE OUTCOME CODING THE AUDIT RECORD
055430*    USES, SO THE DOWNSTREAM LOADS GET THE SAME ANSWERS THE
055440*    PRINTED REPORT SHOWS.  A CLIENT INSIDE A RESTART'S REPLAY
055450*    WINDOW ALREADY HAS ITS DETAIL ON FILE FROM THE ABENDED
055460*    RUN (SEE 1250-COUNT-EXTRACT-DETAILS), SO IT IS COUNTED
055470*    BUT NOT REWRITTEN, AND THE TRAILER STILL COUNTS THE
055480*    PHYSICAL FILE.
055490*****************************************************************
055500 2920-WRITE-EXTRACT-RECORD.
055510     IF WS-EXTRACT-COUNT < WS-EXTRACT-ON-FILE
055520         ADD 1 TO WS-EXTRACT-COUNT
055530         GO TO 2920-EXIT
055540     END-IF.
055550     MOVE SPACES TO EXTRACT-RECORD.
055560     MOVE "D" TO EXT-RECORD-TYPE.
055570     MOVE CLM-CLIENT-ID         TO EXT-CLIENT-ID.
055580     MOVE MONEY                 TO EXT-PROJECTED-BALANCE.
055590     MOVE WS-TOTAL-OTHER-INCOME TO EXT-TOTAL-OTHER-INCOME.
055600     MOVE WS-SCEN-LOW-BAL       TO EXT-SCEN-LOW-BALANCE.
055610     MOVE WS-SCEN-MED-BAL       TO EXT-SCEN-MED-BALANCE.
055620     MOVE WS-SCEN-HIGH-BAL      TO EXT-SCEN-HIGH-BALANCE.
055630     IF CLM-WITHDRAWAL-AMOUNT = ZERO
055640         SET EXT-DECUM-NOT-APPLICABLE TO TRUE
055650         MOVE ZERO TO EXT-DEPLETED-YEAR
055660         MOVE ZERO TO EXT-DEPLETED-AGE
055670         MOVE ZERO TO EXT-DECUM-END-BALANCE
055680     ELSE
055690         IF FUNDS-DEPLETED
055700             SET EXT-DECUM-DEPLETED TO TRUE
055710             MOVE WS-DEPLETED-YEAR TO EXT-DEPLETED-YEAR
055720             MOVE WS-DEPLETED-AGE  TO EXT-DEPLETED-AGE
055730             MOVE ZERO TO EXT-DECUM-END-BALANCE
055740         ELSE
055750             SET EXT-DECUM-LASTED TO TRUE
055760             MOVE ZERO TO EXT-DEPLETED-YEAR
055770             MOVE ZERO TO EXT-DEPLETED-AGE
055780             MOVE WS-DRAWDOWN-BALANCE TO EXT-DECUM-END-BALANCE
055790         END-IF
055800     END-IF.
055810     MOVE WS-MC-SUCCESS-PCT TO EXT-MC-SUCCESS-PCT.
055820     MOVE WS-MC-P10-BAL     TO EXT-MC-P10-BALANCE.
055830     MOVE WS-MC-P50-BAL     TO EXT-MC-P50-BALANCE.
055840     MOVE WS-MC-P90-BAL     TO EXT-MC-P90-BALANCE.
055850     WRITE EXTRACT-RECORD.
055860     PERFORM 1280-CHECK-EXTRACT-WRITE THRU 1280-EXIT.
055870     ADD 1 TO WS-EXTRACT-COUNT.
055880 2920-EXIT.
055890     EXIT.
055900*****************************************************************
055910* 2930-CHECK-HISTORY-CHANGE
055920*    COMPARES THE CLIENT JUST PROJECTED AGAINST THE PRIOR RUN'S
055930*    HISTORY ENTRY.  A BALANCE MOVE BEYOND THE THRESHOLD
055940*    PERCENTAGE, OR A DRAWDOWN OUTCOME THAT FLIPPED BETWEEN
055950*    DEPLETED AND LASTED, GOES ON THE CHANGE REPORT.  THE TABLE
055960*    ENTRY IS THEN REFRESHED WITH THIS RUN'S RESULT SO A SECOND
055970*    RERUN OF THE SAME CLIENT TODAY COMPARES AGAINST THE FIRST.
055980*    A CLIENT WITH NO PRIOR ENTRY HAS NOTHING TO COMPARE.
055990*****************************************************************
056000 2930-CHECK-HISTORY-CHANGE.
056010     IF CLM-WITHDRAWAL-AMOUNT = ZERO
056020         MOVE "N" TO WS-CURRENT-OUTCOME
056030     ELSE
056040         IF FUNDS-DEPLETED
056050             MOVE "D" TO WS-CURRENT-OUTCOME
056060         ELSE
056070             MOVE "L" TO WS-CURRENT-OUTCOME
056080         END-IF
056090     END-IF.
056100     MOVE CLM-CLIENT-ID TO WS-LOOKUP-CLIENT-ID.
056110     PERFORM 1320-FIND-PRIOR-ENTRY THRU 1320-EXIT.
056120     IF PRIOR-ENTRY-NOT-FOUND
056130         PERFORM 2935-REMEMBER-RESULT THRU 2935-EXIT
056140         GO TO 2930-EXIT
056150     END-IF.
056160     IF WS-PRI-BALANCE (WS-PRIOR-IX) > ZERO
056170         COMPUTE WS-CHANGE-PCT ROUNDED =
056180             ((MONEY - WS-PRI-BALANCE (WS-PRIOR-IX)) * 100)
056190             / WS-PRI-BALANCE (WS-PRIOR-IX)
056200             ON SIZE ERROR
056210                 MOVE 9999.99 TO WS-CHANGE-PCT
056220         END-COMPUTE
056230         IF WS-CHANGE-PCT > WS-CHANGE-THRESHOLD-PCT
056240             OR WS-CHANGE-PCT < WS-NEG-THRESHOLD
056250             PERFORM 3250-CHECK-CHG-PAGE-BREAK THRU 3250-EXIT
056260             MOVE CLM-CLIENT-ID TO CHG-CLIENT-ID
056270             MOVE WS-PRI-RUN-DATE (WS-PRIOR-IX)
056280                 TO CHG-PRIOR-DATE
056290             MOVE WS-PRI-BALANCE (WS-PRIOR-IX)
056300                 TO CHG-PRIOR-BALANCE
056310             MOVE MONEY TO CHG-CURRENT-BALANCE
056320             MOVE WS-CHANGE-PCT TO CHG-PCT
056330             WRITE CHANGE-REPORT-LINE FROM CHG-DETAIL-LINE
056340             MOVE CHG-DETAIL-LINE TO DST-PRINT-LINE
056350             PERFORM 2938-FEED-CHANGE-LINE THRU 2938-EXIT
056360             ADD 1 TO WS-CHG-LINE-COUNT
056370             ADD 1 TO WS-CHANGES-REPORTED
056380         END-IF
056390     END-IF.
056400     IF (WS-PRI-OUTCOME (WS-PRIOR-IX) = "D"
056410         AND WS-CURRENT-OUTCOME = "L")
056420         OR (WS-PRI-OUTCOME (WS-PRIOR-IX) = "L"
056430             AND WS-CURRENT-OUTCOME = "D")
056440         PERFORM 3250-CHECK-CHG-PAGE-BREAK THRU 3250-EXIT
056450         MOVE CLM-CLIENT-ID TO CHG-FLIP-CLIENT-ID
056460         IF WS-PRI-OUTCOME (WS-PRIOR-IX) = "D"
056470             MOVE "DEPLETED" TO CHG-OLD-OUTCOME
056480             MOVE "LASTED"   TO CHG-NEW-OUTCOME
056490         ELSE
056500             MOVE "LASTED"   TO CHG-OLD-OUTCOME
056510             MOVE "DEPLETED" TO CHG-NEW-OUTCOME
056520         END-IF
056530         WRITE CHANGE-REPORT-LINE FROM CHG-FLIP-LINE
056540         MOVE CHG-FLIP-LINE TO DST-PRINT-LINE
056550         PERFORM 2938-FEED-CHANGE-LINE THRU 2938-EXIT
056560         ADD 1 TO WS-CHG-LINE-COUNT
056570         ADD 1 TO WS-FLIPS-REPORTED
056580     END-IF.
056590     PERFORM 2935-REMEMBER-RESULT THRU 2935-EXIT.
056600 2930-EXIT.
056610     EXIT.
056620*****************************************************************
056630* 2938-FEED-CHANGE-LINE
056640*    WRITES THE CHANGE REPORT LINE JUST PRINTED (ALREADY IN
056650*    DST-PRINT-LINE) TO THE DISTRIBUTION FEED UNDER THE
056660*    CLIENT'S ADVISOR CODE.
056670*****************************************************************
056680 2938-FEED-CHANGE-LINE.
056690     SET DST-CHANGE-REPORT TO TRUE.
056700     MOVE CLM-ADVISOR-CODE TO DST-ADVISOR-CODE.
056710     MOVE CLM-CLIENT-ID TO DST-CLIENT-ID.
056720     PERFORM 2939-WRITE-FEED-RECORD THRU 2939-EXIT.
056730     ADD 1 TO WS-FEED-CHANGE-COUNT.
056740 2938-EXIT.
056750     EXIT.
056760*****************************************************************
056770* 2939-WRITE-FEED-RECORD
056780*    WRITES ONE DISTRIBUTION FEED DETAIL RECORD.  THE REPORT,
056790*    ADVISOR, CLIENT, AND PRINT LINE ARE ALREADY MOVED IN.  A
056800*    FAILED WRITE STOPS THE RUN LIKE A FAILED EXTRACT WRITE.
056810*****************************************************************
056820 2939-WRITE-FEED-RECORD.
056830     SET DST-DETAIL-RECORD TO TRUE.
056840     MOVE WS-RUN-DATE TO DST-RUN-DATE.
056850     WRITE DISTRIBUTION-DETAIL-RECORD.
056860     IF WS-DISTFEED-STATUS NOT = "00"
056870         DISPLAY "**ERROR** DISTRIBUTION FEED WRITE FAILED, "
056880             "STATUS " WS-DISTFEED-STATUS
056890         PERFORM 9900-ABORT-RUN THRU 9900-EXIT
056900     END-IF.
056910 2939-EXIT.
056920     EXIT.
056930*****************************************************************
056940* 2935-REMEMBER-RESULT
056950*    PUTS THIS RUN'S RESULT IN THE PRIOR TABLE -- REFRESHING
056960*    THE CLIENT'S ENTRY, OR ADDING ONE IF THERE IS ROOM -- SO
056970*    A LATER RERUN IN THE SAME EXECUTION COMPARES AGAINST IT.
056980****************************************************************
056990 2935-REMEMBER-RESULT.
057000     IF PRIOR-ENTRY-NOT-FOUND
057010         IF WS-PRIOR-COUNT < WS-PRIOR-MAX
057020             ADD 1 TO WS-PRIOR-COUNT
057030             MOVE WS-PRIOR-COUNT TO WS-PRIOR-IX
057040             MOVE CLM-CLIENT-ID
057050                 TO WS-PRI-CLIENT-ID (WS-PRIOR-IX)
057060         ELSE
057070             SET HISTORY-TABLE-OVERFLOWED TO TRUE
057080             GO TO 2935-EXIT
057090         END-IF
057100     END-IF.
057110     MOVE WS-RUN-DATE        TO WS-PRI-RUN-DATE (WS-PRIOR-IX).
057120     MOVE MONEY              TO WS-PRI-BALANCE (WS-PRIOR-IX).
057130     MOVE WS-CURRENT-OUTCOME TO WS-PRI-OUTCOME (WS-PRIOR-IX).
057140 2935-EXIT.
057150     EXIT.
057160*****************************************************************
057170* 2940-WRITE-HISTORY-RECORD
057180*    APPENDS THIS CLIENT'S KEY RESULTS TO THE CUMULATIVE
057190*    PROJECTION HISTORY FILE FOR THE NEXT RUN TO COMPARE
057200*    AGAINST.
057210*****************************************************************
057220 2940-WRITE-HISTORY-RECORD.
057230     MOVE SPACES TO HISTORY-RECORD.
057240     MOVE CLM-CLIENT-ID      TO HST-CLIENT-ID.
057250     MOVE WS-RUN-DATE        TO HST-RUN-DATE.
057260     MOVE MONEY              TO HST-PROJECTED-BALANCE.
057270     MOVE WS-CURRENT-OUTCOME TO HST-DECUM-OUTCOME.
057280     IF WS-CURRENT-OUTCOME = "D"
057290         MOVE WS-DEPLETED-YEAR TO HST-DEPLETED-YEAR
057300         MOVE WS-DEPLETED-AGE  TO HST-DEPLETED-AGE
057310     ELSE
057320         MOVE ZERO TO HST-DEPLETED-YEAR
057330         MOVE ZERO TO HST-DEPLETED-AGE
057340     END-IF.
057350     WRITE HISTORY-RECORD.
057360 2940-EXIT.
057370     EXIT.
057380*****************************************************************
057390* 2945-RECORD-HELD-CLIENT
057400*    REMEMBERS A HELD ACCOUNT FOR THE RUN CONTROL REPORT'S
057410*    STATEMENTS-HELD SECTION.  A FULL TABLE IS NOTED RATHER
057420*    THAN OVERFLOWED; THE HELD COUNT STILL COVERS EVERYONE.
057430*****************************************************************
057440 2945-RECORD-HELD-CLIENT.
057450     IF WS-HELD-COUNT >= WS-HELD-MAX
057460         SET HELD-TABLE-OVERFLOWED TO TRUE
057470         GO TO 2945-EXIT
057480     END-IF.
057490     ADD 1 TO WS-HELD-COUNT.
057500     MOVE CLM-CLIENT-ID TO WS-HELD-CLIENT-ID (WS-HELD-COUNT).
057510 2945-EXIT.
057520     EXIT.
057530*****************************************************************
057540* 2946-COUNT-MANIFEST-ZIP
057550*    ROLLS ONE MAILED STATEMENT INTO THE MANIFEST ZIP TABLE.  A
057560*    BLANK ZIP IS LUMPED UNDER *NONE SO THOSE PIECES STILL
057570*    COUNT; WHEN THE TABLE IS FULL THE REST LUMP UNDER *OVFL.
057580*****************************************************************
057590 2946-COUNT-MANIFEST-ZIP.
057600     MOVE CLM-ZIP-CODE TO WS-MANIFEST-ZIP.
057610     IF WS-MANIFEST-ZIP = SPACES
057620         MOVE "*NONE" TO WS-MANIFEST-ZIP
057630     END-IF.
057640     PERFORM 2947-LOCATE-ZIP THRU 2947-EXIT.
057650     ADD 1 TO WS-ZIP-PIECES (WS-ZIP-IX).
057660 2946-EXIT.
057670     EXIT.
057680*****************************************************************
057690* 2947-LOCATE-ZIP
057700*    FINDS THE ZIP TABLE ENTRY FOR WS-MANIFEST-ZIP, CREATING
057710*    ONE WHEN THE ZIP HAS NOT BEEN SEEN THIS RUN.  WHEN THE
057720*    TABLE IS FULL, EVERYTHING ELSE LUMPS INTO THE *OVFL SLOT.
057730*****************************************************************
057740 2947-LOCATE-ZIP.
057750     SET ZIP-NOT-FOUND TO TRUE.
057760     MOVE ZERO TO WS-ZIP-IX.
057770     PERFORM 2948-SCAN-ZIP THRU 2948-EXIT
057780         UNTIL ZIP-FOUND
057790            OR WS-ZIP-IX NOT < WS-ZIP-COUNT.
057800     IF ZIP-FOUND
057810         GO TO 2947-EXIT
057820     END-IF.
057830     IF WS-ZIP-COUNT < WS-ZIP-MAX
057840         ADD 1 TO WS-ZIP-COUNT
057850         MOVE WS-ZIP-COUNT TO WS-ZIP-IX
057860         INITIALIZE WS-ZIP-ENTRY (WS-ZIP-IX)
057870         MOVE WS-MANIFEST-ZIP TO WS-ZIP-CODE (WS-ZIP-IX)
057880     ELSE
057890         MOVE 1001 TO WS-ZIP-IX
057900         IF NOT ZIP-TABLE-OVERFLOWED
057910             INITIALIZE WS-ZIP-ENTRY (WS-ZIP-IX)
057920             MOVE "*OVFL" TO WS-ZIP-CODE (WS-ZIP-IX)
057930             SET ZIP-TABLE-OVERFLOWED TO TRUE
057940         END-IF
057950     END-IF.
057960 2947-EXIT.
057970     EXIT.
057980*****************************************************************
057990* 2948-SCAN-ZIP
058000*    ONE STEP OF THE SERIAL SEARCH OF THE ZIP TABLE.
058010*****************************************************************
058020 2948-SCAN-ZIP.
058030     ADD 1 TO WS-ZIP-IX.
058040     IF WS-ZIP-CODE (WS-ZIP-IX) = WS-MANIFEST-ZIP
058050         SET ZIP-FOUND TO TRUE
058060     END-IF.
058070 2948-EXIT.
058080     EXIT.
058090*****************************************************************
058100* 2950-WRITE-CLIENT-STATEMENT
058110*    WRITES ONE MAIL-READY STATEMENT FOR THE CLIENT JUST
058120*    PROJECTED, STARTING ON ITS OWN PAGE: BLANK LINES DOWN TO
058130*    THE WINDOW-ENVELOPE POSITION, THE MAILING ADDRESS, THE
058140*    PLAIN-LANGUAGE SUMMARY OF THE PROJECTED BALANCE AND OTHER
058150*    INCOME AND DRAWDOWN OUTCOME, AND THEN THE BUFFERED DETAIL
058160*    SCHEDULE.  A CLIENT INSIDE A RESTART'S REPLAY WINDOW WAS
058170*    ALREADY MAILED BY THE ABENDED RUN (SEE
058180*    1250-COUNT-EXTRACT-DETAILS), SO NO SECOND STATEMENT IS
058190*    WRITTEN FOR IT.  THE DELIVERY PREFERENCE ROUTES THE WHOLE
058200*    STATEMENT: MAIL CLIENTS TO CLIENT-STMT-FILE (AND INTO THE
058210*    MANIFEST ZIP COUNTS), E-DELIVERY CLIENTS TO THE
058220*    E-DELIVERY FILE, AND HELD ACCOUNTS GET NO STATEMENT AT
058230*    ALL, JUST A LINE ON THE RUN CONTROL REPORT SAYING WHY.
058240*****************************************************************
058250 2950-WRITE-CLIENT-STATEMENT.
058260     IF WS-EXTRACT-COUNT < WS-EXTRACT-ON-FILE
058270         GO TO 2950-EXIT
058280     END-IF.
058290     IF CLM-HOLD-DELIVERY
058300         ADD 1 TO WS-HELD-STMT-COUNT
058310         PERFORM 2945-RECORD-HELD-CLIENT THRU 2945-EXIT
058320         GO TO 2950-EXIT
058330     END-IF.
058340     IF CLM-E-DELIVERY
058350         ADD 1 TO WS-EDELIV-STMT-COUNT
058360     ELSE
058370         ADD 1 TO WS-MAIL-STMT-COUNT
058380         PERFORM 2946-COUNT-MANIFEST-ZIP THRU 2946-EXIT
058390     END-IF.
058400     MOVE ZERO TO WS-STMT-LINE-COUNT.
058410     MOVE STM-BLANK-LINE TO WS-STMT-OUT-LINE.
058420     PERFORM 2956-PUT-STMT-PAGE-TOP THRU 2956-EXIT.
058430     PERFORM 2955-PUT-STMT-LINE THRU 2955-EXIT.
058440     PERFORM 2955-PUT-STMT-LINE THRU 2955-EXIT.
058450     PERFORM 2955-PUT-STMT-LINE THRU 2955-EXIT.
058460     MOVE CLM-CLIENT-NAME TO STM-NAME.
058470     MOVE STM-NAME-LINE TO WS-STMT-OUT-LINE.
058480     PERFORM 2955-PUT-STMT-LINE THRU 2955-EXIT.
058490     MOVE CLM-ADDRESS-LINE-1 TO STM-ADDR.
058500     MOVE STM-ADDR-LINE TO WS-STMT-OUT-LINE.
058510     PERFORM 2955-PUT-STMT-LINE THRU 2955-EXIT.
058520     MOVE CLM-ADDRESS-LINE-2 TO STM-ADDR.
058530     MOVE STM-ADDR-LINE TO WS-STMT-OUT-LINE.
058540     PERFORM 2955-PUT-STMT-LINE THRU 2955-EXIT.
058550     MOVE CLM-CITY     TO STM-CITY.
058560     MOVE CLM-STATE    TO STM-STATE.
058570     MOVE CLM-ZIP-CODE TO STM-ZIP.
058580     MOVE STM-CITY-LINE TO WS-STMT-OUT-LINE.
058590     PERFORM 2955-PUT-STMT-LINE THRU 2955-EXIT.
058600     MOVE STM-BLANK-LINE TO WS-STMT-OUT-LINE.
058610     PERFORM 2955-PUT-STMT-LINE THRU 2955-EXIT.
058620     PERFORM 2955-PUT-STMT-LINE THRU 2955-EXIT.
058630     MOVE WS-RUN-DATE TO STM-PREPARED-DATE.
058640     MOVE STM-TITLE-LINE TO WS-STMT-OUT-LINE.
058650     PERFORM 2955-PUT-STMT-LINE THRU 2955-EXIT.
058660     MOVE STM-BLANK-LINE TO WS-STMT-OUT-LINE.
058670     PERFORM 2955-PUT-STMT-LINE THRU 2955-EXIT.
058680     MOVE RETIREMENT-AGE TO STM-SUM-RET-AGE.
058690     MOVE MONEY          TO STM-SUM-BALANCE.
058700     MOVE STM-SUMMARY-BALANCE-LINE TO WS-STMT-OUT-LINE.
058710     PERFORM 2955-PUT-STMT-LINE THRU 2955-EXIT.
058720     COMPUTE WS-TODAYS-AMOUNT ROUNDED =
058730         MONEY / WS-RETIRE-INFL-FACTOR.
058740     MOVE WS-TODAYS-AMOUNT TO STM-SUM-TODAYS.
058750     MOVE STM-TODAYS-LINE TO WS-STMT-OUT-LINE.
058760     PERFORM 2955-PUT-STMT-LINE THRU 2955-EXIT.
058770     ADD 14 TO WS-STMT-LINE-COUNT.
058780     IF WS-TOTAL-OTHER-INCOME NOT = ZERO
058790         MOVE WS-TOTAL-OTHER-INCOME TO STM-SUM-INCOME
058800         MOVE STM-SUMMARY-INCOME-LINE TO WS-STMT-OUT-LINE
058810         PERFORM 2955-PUT-STMT-LINE THRU 2955-EXIT
058820         ADD 1 TO WS-STMT-LINE-COUNT
058830     END-IF.
058840     IF CLM-WITHDRAWAL-AMOUNT NOT = ZERO
058850         IF FUNDS-DEPLETED
058860             MOVE WS-DEPLETED-AGE TO STM-OUTCOME-AGE
058870             MOVE "." TO STM-OUTCOME-TAIL
058880         ELSE
058890             MOVE WS-DRAWDOWN-AGE TO STM-OUTCOME-AGE
058900             MOVE " OR BEYOND." TO STM-OUTCOME-TAIL
058910         END-IF
058920         MOVE STM-OUTCOME-LINE TO WS-STMT-OUT-LINE
058930         PERFORM 2955-PUT-STMT-LINE THRU 2955-EXIT
058940         ADD 1 TO WS-STMT-LINE-COUNT
058950     END-IF.
058960     IF CLM-WITHDRAWAL-AMOUNT NOT = ZERO
058970         AND POT-SPLIT-ON-FILE
058980         MOVE CLM-WITHDRAWAL-AMOUNT TO STM-SUM-SPENDABLE
058990         MOVE STM-SPENDABLE-LINE TO WS-STMT-OUT-LINE
059000         PERFORM 2955-PUT-STMT-LINE THRU 2955-EXIT
059010         ADD 1 TO WS-STMT-LINE-COUNT
059020     END-IF.
059030     IF MC-ANALYSIS-RAN
059040         MOVE WS-MC-TRIALS      TO STM-MC-TRIALS
059050         MOVE WS-MC-SUCCESS-PCT TO STM-MC-SUCCESS-PCT
059060         MOVE STM-MC-LINE TO WS-STMT-OUT-LINE
059070         PERFORM 2955-PUT-STMT-LINE THRU 2955-EXIT
059080         ADD 1 TO WS-STMT-LINE-COUNT
059090     END-IF.
059100     IF WS-LIFETIME-FEES > ZERO
059110         MOVE WS-LIFETIME-FEES        TO STM-FEE-COST
059120         MOVE WS-LIFETIME-FEES-TODAYS TO STM-FEE-COST-TODAYS
059130         MOVE STM-FEE-COST-LINE TO WS-STMT-OUT-LINE
059140         PERFORM 2955-PUT-STMT-LINE THRU 2955-EXIT
059150         ADD 1 TO WS-STMT-LINE-COUNT
059160     END-IF.
059170     MOVE STM-BLANK-LINE TO WS-STMT-OUT-LINE.
059180     PERFORM 2955-PUT-STMT-LINE THRU 2955-EXIT.
059190     MOVE STM-SCHEDULE-HEADING TO WS-STMT-OUT-LINE.
059200     PERFORM 2955-PUT-STMT-LINE THRU 2955-EXIT.
059210     MOVE RPT-COLUMN-HEADING TO WS-STMT-OUT-LINE.
059220     PERFORM 2955-PUT-STMT-LINE THRU 2955-EXIT.
059230     MOVE STM-BLANK-LINE TO WS-STMT-OUT-LINE.
059240     PERFORM 2955-PUT-STMT-LINE THRU 2955-EXIT.
059250     ADD 4 TO WS-STMT-LINE-COUNT.
059260     MOVE ZERO TO WS-STMT-INDEX.
059270     PERFORM 2960-WRITE-STATEMENT-LINE THRU 2960-EXIT
059280         WS-STMT-DETAIL-COUNT TIMES.
059290     IF STATEMENT-TRUNCATED
059300         MOVE STM-TRUNC-LINE TO WS-STMT-OUT-LINE
059310         PERFORM 2955-PUT-STMT-LINE THRU 2955-EXIT
059320     END-IF.
059330 2950-EXIT.
059340     EXIT.
059350*****************************************************************
059360* 2955-PUT-STMT-LINE
059370*    WRITES ONE STATEMENT LINE FROM WS-STMT-OUT-LINE TO THE
059380*    FILE THE CLIENT'S DELIVERY PREFERENCE ROUTES TO.
059390*****************************************************************
059400 2955-PUT-STMT-LINE.
059410     IF CLM-E-DELIVERY
059420         WRITE EDELIV-STMT-LINE FROM WS-STMT-OUT-LINE
059430     ELSE
059440         WRITE CLIENT-STMT-LINE FROM WS-STMT-OUT-LINE
059450     END-IF.
059460 2955-EXIT.
059470     EXIT.
059480*****************************************************************
059490* 2956-PUT-STMT-PAGE-TOP
059500*    WRITES ONE STATEMENT LINE AT THE TOP OF A NEW PAGE,
059510*    ROUTED THE SAME WAY AS 2955-PUT-STMT-LINE.
059520*****************************************************************
059530 2956-PUT-STMT-PAGE-TOP.
059540     IF CLM-E-DELIVERY
059550         WRITE EDELIV-STMT-LINE FROM WS-STMT-OUT-LINE
059560             AFTER ADVANCING PAGE
059570     ELSE
059580         WRITE CLIENT-STMT-LINE FROM WS-STMT-OUT-LINE
059590             AFTER ADVANCING PAGE
059600     END-IF.
059610 2956-EXIT.
059620     EXIT.
059630*****************************************************************
059640* 2960-WRITE-STATEMENT-LINE
059650*    WRITES ONE BUFFERED SCHEDULE LINE TO THE STATEMENT,
059660*    BREAKING TO A CONTINUATION PAGE WHEN THE CURRENT PAGE IS
059670*    FULL.  ROUTED BY DELIVERY PREFERENCE LIKE EVERY OTHER
059680*    STATEMENT LINE.
059690*****************************************************************
059700 2960-WRITE-STATEMENT-LINE.
059710     ADD 1 TO WS-STMT-INDEX.
059720     IF WS-STMT-LINE-COUNT >= WS-STMT-MAX-LINES
059730         MOVE CLM-CLIENT-ID TO STM-CONT-CLIENT-ID
059740         MOVE STM-CONT-HEADING TO WS-STMT-OUT-LINE
059750         PERFORM 2956-PUT-STMT-PAGE-TOP THRU 2956-EXIT
059760         MOVE STM-BLANK-LINE TO WS-STMT-OUT-LINE
059770         PERFORM 2955-PUT-STMT-LINE THRU 2955-EXIT
059780         MOVE 2 TO WS-STMT-LINE-COUNT
059790     END-IF.
059800     MOVE WS-STMT-DETAIL-LINE (WS-STMT-INDEX)
059810         TO WS-STMT-OUT-LINE.
059820     PERFORM 2955-PUT-STMT-LINE THRU 2955-EXIT.
059830     ADD 1 TO WS-STMT-LINE-COUNT.
059840 2960-EXIT.
059850     EXIT.
059860*****************************************************************
059870* 2970-ADD-STATEMENT-DETAIL
059880*    ADDS ONE SCHEDULE LINE IMAGE TO THE STATEMENT BUFFER,
059890*    NOTING TRUNCATION INSTEAD OF OVERFLOWING WHEN A PROJECTION
059900*    RUNS PAST THE TABLE.
059910*****************************************************************
059920 2970-ADD-STATEMENT-DETAIL.
059930     IF WS-STMT-DETAIL-COUNT >= WS-STMT-DETAIL-MAX
059940         SET STATEMENT-TRUNCATED TO TRUE
059950         GO TO 2970-EXIT
059960     END-IF.
059970     ADD 1 TO WS-STMT-DETAIL-COUNT.
059980     MOVE WS-STMT-WORK-LINE TO
059990         WS-STMT-DETAIL-LINE (WS-STMT-DETAIL-COUNT).
060000 2970-EXIT.
060010     EXIT.
060020*****************************************************************
060030* A100-PROC
060040*    APPLIES ONE YEAR OF GROWTH AND DEPOSIT TO MONEY AND WRITES
060050*    ONE DETAIL LINE OF THE AMORTIZATION REPORT.  A CLIENT
060060*    FLAGGED FOR MONTHLY COMPOUNDING RUNS THE YEAR AS TWELVE
060070*    MONTHLY PERIODS -- ONE TWELFTH OF THE YEAR'S DEPOSIT AND
060080*    ONE TWELFTH OF THE RETURN RATE EACH MONTH -- AND THE
060090*    REPORT LINE SHOWS THE DEPOSITS ACTUALLY APPLIED, SO THE
060100*    YEAR'S DEPOSIT, INTEREST, AND BALANCE COLUMNS STILL TIE.
060110*    THE YEAR'S CASH FLOW EVENTS ARE APPLIED AFTER THE FEES; THE
060120*    BALANCE COLUMN INCLUDES THEM AND THE EVENT LINES PRINTED
060130*    UNDER THE YEAR SHOW WHAT THEY WERE.  THE YEAR'S RETURN IS
060140*    THE CLIENT'S GLIDE-PATH RATE FOR THE YEARS STILL TO GO (THE
060150*    FLAT RATE WITHOUT A PATH) AND PRINTS IN THE RATE COLUMN.
060160*****************************************************************
060170 A100-PROC.
060180     ADD 1 TO WS-YEAR-NUMBER.
060190     SET GLIDE-ACCUMULATION TO TRUE.
060200     COMPUTE WS-GLIDE-YEARS = PERIOD - WS-YEAR-NUMBER.
060210     PERFORM 2545-SET-YEAR-RETURN THRU 2545-EXIT.
060220     COMPUTE WS-INFL-FACTOR ROUNDED =
060230         WS-INFL-FACTOR * (1 + WS-INFLATION-RATE).
060240     IF CLM-MONTHLY-FREQUENCY
060250         COMPUTE WS-MONTHLY-RATE ROUNDED =
060260             WS-YEAR-RETURN / 12
060270         COMPUTE WS-MONTHLY-DEPOSIT ROUNDED =
060280             YEARLY-DEPOSIT-AMOUNT / 12
060290         MOVE ZERO TO WS-INTEREST-EARNED
060300         MOVE ZERO TO WS-YEAR-DEPOSIT-APPLIED
060310         MOVE ZERO TO WS-YEAR-FEES
060320         PERFORM A110-MONTHLY-PERIOD THRU A110-EXIT 12 TIMES
060330     ELSE
060340         COMPUTE WS-INTEREST-EARNED ROUNDED =
060350             MONEY * WS-YEAR-RETURN
060360         COMPUTE MONEY ROUNDED = (MONEY) * (WS-YEAR-FACTOR)
060370         ADD YEARLY-DEPOSIT-AMOUNT TO MONEY
060380         MOVE YEARLY-DEPOSIT-AMOUNT TO WS-YEAR-DEPOSIT-APPLIED
060390         MOVE MONEY TO WS-FEE-BASE
060400         PERFORM 2588-COMPUTE-FEE THRU 2588-EXIT
060410         SUBTRACT WS-FEE-AMOUNT FROM MONEY
060420         MOVE WS-FEE-AMOUNT TO WS-YEAR-FEES
060430     END-IF.
060440     COMPUTE WS-EVENT-AGE = AGE + WS-YEAR-NUMBER - 1.
060450     MOVE MONEY TO WS-EVENT-BALANCE.
060460     PERFORM 2520-APPLY-EVENTS THRU 2520-EXIT.
060470     IF WS-EVENT-BALANCE > 9999999.99
060480         MOVE 9999999.99 TO MONEY
060490     ELSE
060500         MOVE WS-EVENT-BALANCE TO MONEY
060510     END-IF.
060520     ADD WS-YEAR-FEES TO WS-LIFETIME-FEES.
060530     COMPUTE WS-TODAYS-AMOUNT ROUNDED =
060540         WS-YEAR-FEES / WS-INFL-FACTOR.
060550     ADD WS-TODAYS-AMOUNT TO WS-LIFETIME-FEES-TODAYS.
060560     PERFORM 3100-CHECK-PAGE-BREAK THRU 3100-EXIT.
060570     MOVE WS-YEAR-NUMBER          TO RPT-YEAR.
060580     MOVE WS-YEAR-DEPOSIT-APPLIED TO RPT-DEPOSIT.
060590     MOVE WS-INTEREST-EARNED      TO RPT-INTEREST.
060600     MOVE WS-YEAR-FEES            TO RPT-FEES.
060610     MOVE MONEY                   TO RPT-BALANCE.
060620     COMPUTE WS-TODAYS-AMOUNT ROUNDED =
060630         MONEY / WS-INFL-FACTOR.
060640     MOVE WS-TODAYS-AMOUNT        TO RPT-TODAYS-BALANCE.
060650     MOVE WS-YEAR-RETURN          TO RPT-RATE.
060660     WRITE AMORT-REPORT-LINE FROM RPT-DETAIL-LINE.
060670     MOVE RPT-DETAIL-LINE TO WS-STMT-WORK-LINE.
060680     PERFORM 2970-ADD-STATEMENT-DETAIL THRU 2970-EXIT.
060690     ADD 1 TO WS-LINE-COUNT.
060700     PERFORM 2530-PRINT-EVENTS THRU 2530-EXIT.
060710     IF BASELINE-THIS-CLIENT
060720         PERFORM 2065-WRITE-BASELINE-ROW THRU 2065-EXIT
060730     END-IF.
060740     IF POT-SPLIT-ON-FILE
060750         PERFORM A120-GROW-ACCOUNT-POTS THRU A120-EXIT
060760     END-IF.
060770     COMPUTE YEARLY-DEPOSIT-AMOUNT ROUNDED =
060780         YEARLY-DEPOSIT-AMOUNT * ESCALATION-RATE.
060790*****************************************************************
060800* A110-MONTHLY-PERIOD
060810*    ONE MONTH OF THE MONTHLY ACCUMULATION ENGINE: A MONTH'S
060820*    INTEREST ON THE RUNNING BALANCE, THEN A MONTH'S DEPOSIT,
060830*    THEN A TWELFTH OF THE ANNUAL FEE ON THE NEW BALANCE.
060840*****************************************************************
060850 A110-MONTHLY-PERIOD.
060860     COMPUTE WS-MONTH-INTEREST ROUNDED =
060870         MONEY * WS-MONTHLY-RATE.
060880     ADD WS-MONTH-INTEREST TO WS-INTEREST-EARNED.
060890     ADD WS-MONTH-INTEREST TO MONEY.
060900     ADD WS-MONTHLY-DEPOSIT TO MONEY.
060910     ADD WS-MONTHLY-DEPOSIT TO WS-YEAR-DEPOSIT-APPLIED.
060920     MOVE MONEY TO WS-FEE-BASE.
060930     PERFORM 2588-COMPUTE-FEE THRU 2588-EXIT.
060940     COMPUTE WS-MONTH-FEE ROUNDED = WS-FEE-AMOUNT / 12.
060950     SUBTRACT WS-MONTH-FEE FROM MONEY.
060960     ADD WS-MONTH-FEE TO WS-YEAR-FEES.
060970 A110-EXIT.
060980     EXIT.
060990*****************************************************************
061000* A120-GROW-ACCOUNT-POTS
061010*    ONE YEAR OF GROWTH AND DEPOSIT ON EACH ACCOUNT-TYPE POT,
061020*    WITH EACH POT'S DEPOSIT SPLIT ESCALATING IN STEP WITH THE
061030*    TOTAL DEPOSIT.  THE POTS RUN ON THE ANNUAL ENGINE EVEN FOR
061040*    A MONTHLY-COMPOUNDING CLIENT -- SEE
061050*    2560-PRINT-ACCOUNT-TYPES.  THE YEAR'S FEES ARE TAKEN FROM
061060*    THE POTS IN PROPORTION, AS THE SAME SHARE OF EACH POT AS
061070*    THE FEES WERE OF THE TOTAL BALANCE BEFORE THEM, AND THE
061080*    POTS GROW AT THE YEAR'S GLIDE-PATH RATE LIKE THE TOTAL.  THE
061090*    YEAR'S CASH FLOW EVENTS THEN MOVE THE POT EACH ONE NAMES,
061100*    AND NO POT IS TAKEN BELOW ZERO.
061110*****************************************************************
061120 A120-GROW-ACCOUNT-POTS.
061130     MOVE 1 TO WS-FEE-KEEP-FACTOR.
061140     IF WS-YEAR-FEES > ZERO
061150         COMPUTE WS-FEE-KEEP-FACTOR ROUNDED =
061160             1 - (WS-YEAR-FEES /
061170                 (WS-EVENT-PRIOR-BAL + WS-YEAR-FEES))
061180     END-IF.
061190     COMPUTE WS-TAXABLE-BAL ROUNDED =
061200         (WS-TAXABLE-BAL * WS-YEAR-FACTOR + WS-TAXABLE-DEP)
061210         * WS-FEE-KEEP-FACTOR.
061220     COMPUTE WS-DEFERRED-BAL ROUNDED =
061230         (WS-DEFERRED-BAL * WS-YEAR-FACTOR + WS-DEFERRED-DEP)
061240         * WS-FEE-KEEP-FACTOR.
061250     COMPUTE WS-ROTH-BAL ROUNDED =
061260         (WS-ROTH-BAL * WS-YEAR-FACTOR + WS-ROTH-DEP)
061270         * WS-FEE-KEEP-FACTOR.
061280     COMPUTE WS-EVENT-POT-WORK =
061290         WS-TAXABLE-BAL + WS-EVENT-TAXABLE-NET.
061300     IF WS-EVENT-POT-WORK < ZERO
061310         MOVE ZERO TO WS-EVENT-POT-WORK
061320     END-IF.
061330     MOVE WS-EVENT-POT-WORK TO WS-TAXABLE-BAL.
061340     COMPUTE WS-EVENT-POT-WORK =
061350         WS-DEFERRED-BAL + WS-EVENT-DEFERRED-NET.
061360     IF WS-EVENT-POT-WORK < ZERO
061370         MOVE ZERO TO WS-EVENT-POT-WORK
061380     END-IF.
061390     MOVE WS-EVENT-POT-WORK TO WS-DEFERRED-BAL.
061400     COMPUTE WS-EVENT-POT-WORK = WS-ROTH-BAL + WS-EVENT-ROTH-NET.
061410     IF WS-EVENT-POT-WORK < ZERO
061420         MOVE ZERO TO WS-EVENT-POT-WORK
061430     END-IF.
061440     MOVE WS-EVENT-POT-WORK TO WS-ROTH-BAL.
061450     COMPUTE WS-TAXABLE-DEP ROUNDED =
061460         WS-TAXABLE-DEP * ESCALATION-RATE.
061470     COMPUTE WS-DEFERRED-DEP ROUNDED =
061480         WS-DEFERRED-DEP * ESCALATION-RATE.
061490     COMPUTE WS-ROTH-DEP ROUNDED =
061500         WS-ROTH-DEP * ESCALATION-RATE.
061510 A120-EXIT.
061520     EXIT.
061530*****************************************************************
061540* 3000-PRINT-HEADERS
061550*    STARTS A NEW REPORT PAGE: PAGE HEADING, CLIENT HEADING, AND
061560*    COLUMN HEADINGS.  THE COLUMN HEADING PRINTED DEPENDS ON
061570*    WS-REPORT-PHASE SO A PAGE BREAK DURING THE DECUMULATION LOOP
061580*    REPRINTS THE WITHDRAWAL/GROWTH/BALANCE COLUMNS INSTEAD OF THE
061590*    ACCUMULATION PHASE'S DEPOSIT/INTEREST COLUMNS.
061600*****************************************************************
061610 3000-PRINT-HEADERS.
061620     ADD 1 TO WS-PAGE-COUNT.
061630     MOVE WS-PAGE-COUNT TO RPT-PAGE-NO.
061640     WRITE AMORT-REPORT-LINE FROM RPT-HEADING-1.
061650     MOVE CLM-CLIENT-ID   TO RPT-CLIENT-ID.
061660     MOVE CLM-CLIENT-NAME TO RPT-CLIENT-NAME.
061670     WRITE AMORT-REPORT-LINE FROM RPT-HEADING-2.
061680     WRITE AMORT-REPORT-LINE FROM RPT-BLANK-LINE.
061690     IF DECUMULATION-PHASE
061700         WRITE AMORT-REPORT-LINE FROM RPT-DECUM-COLUMNS
061710     ELSE
061720         WRITE AMORT-REPORT-LINE FROM RPT-COLUMN-HEADING
061730     END-IF.
061740     WRITE AMORT-REPORT-LINE FROM RPT-BLANK-LINE.
061750     MOVE ZERO TO WS-LINE-COUNT.
061760 3000-EXIT.
061770     EXIT.
061780*****************************************************************
061790* 3100-CHECK-PAGE-BREAK
061800*    STARTS A NEW PAGE WHEN THE CURRENT ONE IS FULL.  SETS
061810*    WS-PAGE-BREAK-SWITCH SO THE CALLER CAN TELL WHETHER A BREAK
061820*    ACTUALLY HAPPENED, SINCE 2580-RUN-DECUMULATION MUST SKIP ITS
061830*    OWN HEADING LINES WHEN 3000-PRINT-HEADERS JUST PRINTED THEM.
061840*****************************************************************
061850 3100-CHECK-PAGE-BREAK.
061860     SET PAGE-NOT-BROKEN TO TRUE.
061870     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
061880         PERFORM 3000-PRINT-HEADERS THRU 3000-EXIT
061890         SET PAGE-BROKE TO TRUE
061900     END-IF.
061910 3100-EXIT.
061920     EXIT.
061930*****************************************************************
061940* 3250-CHECK-CHG-PAGE-BREAK
061950*    STARTS A NEW CHANGE REPORT PAGE WHEN THE CURRENT ONE IS
061960*    FULL.
061970*****************************************************************
061980 3250-CHECK-CHG-PAGE-BREAK.
061990     IF WS-CHG-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
062000         PERFORM 1400-START-CHANGE-REPORT THRU 1400-EXIT
062010     END-IF.
062020 3250-EXIT.
062030     EXIT.
062040*****************************************************************
062050* 3300-CHECK-RPL-PAGE-BREAK
062060*    STARTS A NEW REPLAY REPORT PAGE WHEN THE CURRENT ONE IS
062070*    FULL.
062080*****************************************************************
062090 3300-CHECK-RPL-PAGE-BREAK.
062100     IF WS-RPL-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
062110         PERFORM 1950-WRITE-REPLAY-HEADING THRU 1950-EXIT
062120         PERFORM 1960-WRITE-REPLAY-COLUMNS THRU 1960-EXIT
062130     END-IF.
062140 3300-EXIT.
062150     EXIT.
062160*****************************************************************
062170* 9000-TERMINATE
062180*    RUNS THE END-OF-RUN BALANCING STEP AND WRITES THE RUN
062190*    CONTROL REPORT, CLOSES FILES, REPORTS THE NUMBER OF CLIENTS
062200*    PROCESSED, AND CLEARS THE CHECKPOINT SINCE THE WHOLE FILE
062210*    RAN TO COMPLETION.
062220*    THE RUN HAS ALREADY SUCCEEDED BY THIS POINT, SO A FAILURE TO
062230*    CLEAR THE CHECKPOINT IS LOGGED RATHER THAN ABORTED ON --
062240*    WORST CASE A RESTART RE-SKIPS RECORDS THAT ARE ALREADY DONE,
062250*    WHICH ONLY WASTES TIME INSTEAD OF LOSING WORK.  AN OUT OF
062260*    BALANCE RUN LEAVES RETURN CODE 8 BEHIND SO THE SCHEDULER
062270*    HOLDS THE DOWNSTREAM JOBS.  THE END OF THE RUN IS LOGGED ON
062280*    THE RUN LEDGER LAST.
062290*****************************************************************
062300 9000-TERMINATE.
062310     PERFORM 9100-WRITE-CONTROL-REPORT THRU 9100-EXIT.
062320     PERFORM 9200-WRITE-SUMMARY-REPORT THRU 9200-EXIT.
062330     PERFORM 9300-WRITE-MAIL-MANIFEST THRU 9300-EXIT.
062340     PERFORM 9400-WRITE-RMD-REPORT THRU 9400-EXIT.
062350     CLOSE CLIENT-MASTER-FILE.
062360     IF EVENT-FILE-OPEN
062370         CLOSE CLIENT-EVENT-FILE
062380     END-IF.
062390     CLOSE AMORT-REPORT-FILE.
062400     CLOSE CLIENT-STMT-FILE.
062410     CLOSE EDELIV-STMT-FILE.
062420     MOVE SPACES TO EXTRACT-TRAILER-RECORD.
062430     MOVE "T" TO EXL-RECORD-TYPE.
062440     MOVE WS-EXTRACT-COUNT TO EXL-RECORD-COUNT.
062450     MOVE WS-RUN-DATE TO EXL-RUN-DATE.
062460     WRITE EXTRACT-TRAILER-RECORD.
062470     PERFORM 1280-CHECK-EXTRACT-WRITE THRU 1280-EXIT.
062480     CLOSE EXTRACT-FILE.
062490     CLOSE PROJECTION-HISTORY-FILE.
062500     IF BASELINE-FILE-OPEN
062510         CLOSE PLAN-BASELINE-FILE
062520     END-IF.
062530     WRITE CHANGE-REPORT-LINE FROM CHG-BLANK-LINE.
062540     IF WS-RESTART-COUNT > ZERO
062550         MOVE "**RESTARTED - LINES ABOVE INCLUDE ABENDED RUN**"
062560             TO CHG-MESSAGE
062570         WRITE CHANGE-REPORT-LINE FROM CHG-MESSAGE-LINE
062580     END-IF.
062590     MOVE "BALANCE CHANGES THIS EXECUTION:"
062600         TO CHG-TOTAL-LABEL.
062610     MOVE WS-CHANGES-REPORTED TO CHG-TOTAL-VALUE.
062620     WRITE CHANGE-REPORT-LINE FROM CHG-TOTAL-LINE.
062630     MOVE "OUTCOME FLIPS THIS EXECUTION:" TO CHG-TOTAL-LABEL.
062640     MOVE WS-FLIPS-REPORTED TO CHG-TOTAL-VALUE.
062650     WRITE CHANGE-REPORT-LINE FROM CHG-TOTAL-LINE.
062660     IF HISTORY-TABLE-OVERFLOWED
062670         MOVE "**PRIOR TABLE FULL - SOME CLIENTS NOT COMPARED**"
062680             TO CHG-MESSAGE
062690         WRITE CHANGE-REPORT-LINE FROM CHG-MESSAGE-LINE
062700     END-IF.
062710     CLOSE CHANGE-REPORT-FILE.
062720     PERFORM 9450-CLOSE-DISTRIBUTION-FEED THRU 9450-EXIT.
062730     CLOSE AUDIT-LOG-FILE.
062740     IF KEYED-RERUN-MODE
062750         CLOSE RERUN-REQUEST-FILE
062760         GO TO 9000-COUNTS
062770     END-IF.
062780     OPEN OUTPUT CHECKPOINT-FILE.
062790     IF WS-CHECKPOINT-STATUS NOT = "00"
062800         DISPLAY "**WARNING** UNABLE TO CLEAR CHECKPOINT FILE, "
062810             "STATUS " WS-CHECKPOINT-STATUS
062820     END-IF.
062830     MOVE ZERO TO CHECKPOINT-RECORD.
062840     WRITE CHECKPOINT-RECORD.
062850     CLOSE CHECKPOINT-FILE.
062860 9000-COUNTS.
062870     DISPLAY "CLIENTS PROCESSED: " WS-CLIENT-COUNT.
062880     DISPLAY "CLIENTS REJECTED:  " WS-ERROR-COUNT.
062890     IF KEYED-RERUN-MODE
062900         DISPLAY "REQUESTS NOT FOUND: " WS-RERUN-NOT-FOUND
062910     END-IF.
062920     IF WS-BASEREQ-COUNT > ZERO
062930         DISPLAY "PLAN BASELINES SAVED: " WS-BASELINES-SAVED
062940         DISPLAY "BASELINE REQUESTS NOT SAVED: " WS-BASEREQ-UNUSED
062950     END-IF.
062960     DISPLAY "CHANGE LINES ON DISTRIBUTION FEED: "
062970         WS-FEED-CHANGE-COUNT.
062980     DISPLAY "RMD LINES ON DISTRIBUTION FEED:    "
062990         WS-FEED-RMD-COUNT.
063000     IF RUN-OUT-OF-BALANCE
063010         DISPLAY "**ERROR** RUN IS OUT OF BALANCE - SEE THE RUN "
063020             "CONTROL REPORT"
063030         MOVE 8 TO RETURN-CODE
063040     END-IF.
063050     PERFORM 9700-WRITE-LEDGER-END THRU 9700-EXIT.
063060 9000-EXIT.
063070     EXIT.
063080*****************************************************************
063090* 9100-WRITE-CONTROL-REPORT
063100*    THE END-OF-RUN BALANCING STEP.  RECORDS READ MUST EQUAL
063110*    RECORDS PROJECTED PLUS RECORDS REJECTED, AND MUST EQUAL THE
063120*    TRAILER RECORD COUNT, AND THE CLM-MONEY HASH ACCUMULATED
063130*    OVER EVERY DETAIL READ MUST EQUAL THE TRAILER HASH TOTAL.
063140*    A MISSING HEADER OR TRAILER IS ITSELF AN OUT-OF-BALANCE
063150*    CONDITION -- A SHORT BLOCK ON CLIENTIN USED TO RUN CLEAN
063160*    WITH NOBODY KNOWING CLIENTS WERE MISSED.  THE TOTALS AND
063170*    VERDICT GO TO A ONE-PAGE RUN CONTROL REPORT ON ITS OWN
063180*    FILE.  A KEYED RERUN READS ONLY THE REQUESTED CLIENTS, SO
063190*    THE HEADER/TRAILER CHECKS ARE BYPASSED AND NOTED ON THE
063200*    REPORT; ONLY THE READ-EQUALS-PROJECTED-PLUS-REJECTED CHECK
063210*    APPLIES.
063220*****************************************************************
063230 9100-WRITE-CONTROL-REPORT.
063240     OPEN OUTPUT CONTROL-REPORT-FILE.
063250     COMPUTE WS-PROJECTED-COUNT =
063260         WS-CLIENT-COUNT - WS-ERROR-COUNT.
063270     MOVE WS-RUN-DATE TO CTL-RUN-DATE.
063280     WRITE CONTROL-REPORT-LINE FROM CTL-HEADING-1.
063290     WRITE CONTROL-REPORT-LINE FROM CTL-BLANK-LINE.
063300     MOVE "CLIENT RECORDS READ:" TO CTL-COUNT-LABEL.
063310     MOVE WS-RECORDS-READ TO CTL-COUNT-VALUE.
063320     WRITE CONTROL-REPORT-LINE FROM CTL-COUNT-LINE.
063330     MOVE "CLIENTS PROJECTED:" TO CTL-COUNT-LABEL.
063340     MOVE WS-PROJECTED-COUNT TO CTL-COUNT-VALUE.
063350     WRITE CONTROL-REPORT-LINE FROM CTL-COUNT-LINE.
063360     MOVE "CLIENTS REJECTED:" TO CTL-COUNT-LABEL.
063370     MOVE WS-ERROR-COUNT TO CTL-COUNT-VALUE.
063380     WRITE CONTROL-REPORT-LINE FROM CTL-COUNT-LINE.
063390     MOVE "STATEMENTS MAILED:" TO CTL-COUNT-LABEL.
063400     MOVE WS-MAIL-STMT-COUNT TO CTL-COUNT-VALUE.
063410     WRITE CONTROL-REPORT-LINE FROM CTL-COUNT-LINE.
063420     MOVE "STATEMENTS E-DELIVERED:" TO CTL-COUNT-LABEL.
063430     MOVE WS-EDELIV-STMT-COUNT TO CTL-COUNT-VALUE.
063440     WRITE CONTROL-REPORT-LINE FROM CTL-COUNT-LINE.
063450     MOVE "STATEMENTS HELD:" TO CTL-COUNT-LABEL.
063460     MOVE WS-HELD-STMT-COUNT TO CTL-COUNT-VALUE.
063470     WRITE CONTROL-REPORT-LINE FROM CTL-COUNT-LINE.
063480     PERFORM 9150-PRINT-HELD-CLIENTS THRU 9150-EXIT.
063490     PERFORM 9170-PRINT-BASELINE-TOTALS THRU 9170-EXIT.
063500     IF KEYED-RERUN-MODE
063510         MOVE "REQUESTS NOT ON MASTER:" TO CTL-COUNT-LABEL
063520         MOVE WS-RERUN-NOT-FOUND TO CTL-COUNT-VALUE
063530         WRITE CONTROL-REPORT-LINE FROM CTL-COUNT-LINE
063540         GO TO 9100-CHECK-COUNTS
063550     END-IF.
063560     MOVE "TRAILER RECORD COUNT:" TO CTL-COUNT-LABEL.
063570     MOVE WS-TRAILER-COUNT TO CTL-COUNT-VALUE.
063580     WRITE CONTROL-REPORT-LINE FROM CTL-COUNT-LINE.
063590     MOVE "MONEY HASH TOTAL COMPUTED:" TO CTL-AMOUNT-LABEL.
063600     MOVE WS-MONEY-HASH TO CTL-AMOUNT-VALUE.
063610     WRITE CONTROL-REPORT-LINE FROM CTL-AMOUNT-LINE.
063620     MOVE "MONEY HASH TOTAL FROM TRAILER:" TO CTL-AMOUNT-LABEL.
063630     MOVE WS-TRAILER-HASH TO CTL-AMOUNT-VALUE.
063640     WRITE CONTROL-REPORT-LINE FROM CTL-AMOUNT-LINE.
063650     WRITE CONTROL-REPORT-LINE FROM CTL-BLANK-LINE.
063660     IF NOT HEADER-RECORD-SEEN
063670         SET RUN-OUT-OF-BALANCE TO TRUE
063680         MOVE "**MASTER HEADER RECORD MISSING**" TO CTL-MESSAGE
063690         WRITE CONTROL-REPORT-LINE FROM CTL-MESSAGE-LINE
063700     END-IF.
063710     IF NOT TRAILER-RECORD-SEEN
063720         SET RUN-OUT-OF-BALANCE TO TRUE
063730         MOVE "**MASTER TRAILER RECORD MISSING**" TO CTL-MESSAGE
063740         WRITE CONTROL-REPORT-LINE FROM CTL-MESSAGE-LINE
063750     END-IF.
063760 9100-CHECK-COUNTS.
063770     IF KEYED-RERUN-MODE
063780         WRITE CONTROL-REPORT-LINE FROM CTL-BLANK-LINE
063790         MOVE "KEYED RERUN MODE - MASTER CONTROL CHECK BYPASSED"
063800             TO CTL-MESSAGE
063810         WRITE CONTROL-REPORT-LINE FROM CTL-MESSAGE-LINE
063820     END-IF.
063830     IF WS-RECORDS-READ NOT =
063840         WS-PROJECTED-COUNT + WS-ERROR-COUNT
063850         SET RUN-OUT-OF-BALANCE TO TRUE
063860         MOVE "**READ NOT EQUAL PROJECTED PLUS REJECTED**"
063870             TO CTL-MESSAGE
063880         WRITE CONTROL-REPORT-LINE FROM CTL-MESSAGE-LINE
063890     END-IF.
063900     IF TRAILER-RECORD-SEEN
063910         AND WS-RECORDS-READ NOT = WS-TRAILER-COUNT
063920         SET RUN-OUT-OF-BALANCE TO TRUE
063930         MOVE "**RECORDS READ DO NOT EQUAL TRAILER COUNT**"
063940             TO CTL-MESSAGE
063950         WRITE CONTROL-REPORT-LINE FROM CTL-MESSAGE-LINE
063960     END-IF.
063970     IF TRAILER-RECORD-SEEN
063980         AND WS-MONEY-HASH NOT = WS-TRAILER-HASH
063990         SET RUN-OUT-OF-BALANCE TO TRUE
064000         MOVE "**MONEY HASH DOES NOT EQUAL TRAILER HASH**"
064010             TO CTL-MESSAGE
064020         WRITE CONTROL-REPORT-LINE FROM CTL-MESSAGE-LINE
064030     END-IF.
064040     IF RUN-IN-BALANCE
064050         MOVE "RUN IS IN BALANCE" TO CTL-MESSAGE
064060     ELSE
064070         MOVE "**RUN IS OUT OF BALANCE**" TO CTL-MESSAGE
064080     END-IF.
064090     WRITE CONTROL-REPORT-LINE FROM CTL-MESSAGE-LINE.
064100     CLOSE CONTROL-REPORT-FILE.
064110 9100-EXIT.
064120     EXIT.
064130*****************************************************************
064140* 9150-PRINT-HELD-CLIENTS
064150*    LISTS EVERY HELD ACCOUNT WHOSE STATEMENT THIS RUN
064160*    SUPPRESSED, WITH THE REASON, SO THE HELD COUNT ON THE
064170*    CONTROL REPORT IS NEVER JUST A NUMBER NOBODY CAN EXPLAIN.
064180*****************************************************************
064190 9150-PRINT-HELD-CLIENTS.
064200     IF WS-HELD-COUNT = ZERO
064210         GO TO 9150-EXIT
064220     END-IF.
064230     MOVE ZERO TO WS-HELD-IX.
064240     PERFORM 9160-PRINT-HELD-LINE THRU 9160-EXIT
064250         WS-HELD-COUNT TIMES.
064260     IF HELD-TABLE-OVERFLOWED
064270         MOVE "**MORE HELD ACCOUNTS THAN THE LIST HOLDS**"
064280             TO CTL-MESSAGE
064290         WRITE CONTROL-REPORT-LINE FROM CTL-MESSAGE-LINE
064300     END-IF.
064310 9150-EXIT.
064320     EXIT.
064330*****************************************************************
064340* 9160-PRINT-HELD-LINE
064350*    PRINTS ONE HELD-ACCOUNT LINE ON THE CONTROL REPORT.
064360*****************************************************************
064370 9160-PRINT-HELD-LINE.
064380     ADD 1 TO WS-HELD-IX.
064390     MOVE SPACES TO CTL-MESSAGE.
064400     STRING "STATEMENT HELD: "
064410         WS-HELD-CLIENT-ID (WS-HELD-IX)
064420         " - DELIVERY PREFERENCE H (DO NOT MAIL)"
064430         DELIMITED BY SIZE INTO CTL-MESSAGE.
064440     WRITE CONTROL-REPORT-LINE FROM CTL-MESSAGE-LINE.
064450 9160-EXIT.
064460     EXIT.
064470*****************************************************************
064480* 9170-PRINT-BASELINE-TOTALS
064490*    WHEN BASELINE REQUESTS WERE SUPPLIED, SHOWS HOW MANY PLAN
064500*    BASELINES AND BASELINE ROWS THIS EXECUTION SAVED, AND
064510*    LISTS EVERY REQUESTED CLIENT IT NEVER PROJECTED -- NOT ON
064520*    THE MASTER, REJECTED BY THE EDITS, OUTSIDE A KEYED RERUN'S
064530*    REQUEST LIST, OR BEFORE A RESTART'S CHECKPOINT -- SO THE
064540*    ADVISOR KNOWS TO RESUBMIT IT.
064550*****************************************************************
064560 9170-PRINT-BASELINE-TOTALS.
064570     IF WS-BASEREQ-COUNT = ZERO
064580         GO TO 9170-EXIT
064590     END-IF.
064600     MOVE "PLAN BASELINES SAVED:" TO CTL-COUNT-LABEL.
064610     MOVE WS-BASELINES-SAVED TO CTL-COUNT-VALUE.
064620     WRITE CONTROL-REPORT-LINE FROM CTL-COUNT-LINE.
064630     MOVE "PLAN BASELINE ROWS WRITTEN:" TO CTL-COUNT-LABEL.
064640     MOVE WS-BASELINE-ROWS TO CTL-COUNT-VALUE.
064650     WRITE CONTROL-REPORT-LINE FROM CTL-COUNT-LINE.
064660     MOVE ZERO TO WS-BASEREQ-IX.
064670     PERFORM 9180-PRINT-UNUSED-REQUEST THRU 9180-EXIT
064680         WS-BASEREQ-COUNT TIMES.
064690     IF WS-BASEREQ-LOST > ZERO
064700         MOVE "**MORE BASELINE REQUESTS THAN THE TABLE HOLDS**"
064710             TO CTL-MESSAGE
064720         WRITE CONTROL-REPORT-LINE FROM CTL-MESSAGE-LINE
064730     END-IF.
064740 9170-EXIT.
064750     EXIT.
064760*****************************************************************
064770* 9180-PRINT-UNUSED-REQUEST
064780*    PRINTS ONE CONTROL REPORT LINE FOR A BASELINE REQUEST THAT
064790*    WAS NOT SAVED THIS EXECUTION.
064800*****************************************************************
064810 9180-PRINT-UNUSED-REQUEST.
064820     ADD 1 TO WS-BASEREQ-IX.
064830     IF BASEREQ-USED (WS-BASEREQ-IX)
064840         GO TO 9180-EXIT
064850     END-IF.
064860     ADD 1 TO WS-BASEREQ-UNUSED.
064870     MOVE SPACES TO CTL-MESSAGE.
064880     STRING "BASELINE NOT SAVED: "
064890         WS-BRQ-CLIENT-ID (WS-BASEREQ-IX)
064900         " - NOT PROJECTED THIS EXECUTION"
064910         DELIMITED BY SIZE INTO CTL-MESSAGE.
064920     WRITE CONTROL-REPORT-LINE FROM CTL-MESSAGE-LINE.
064930 9180-EXIT.
064940     EXIT.
064950*****************************************************************
064960* 9200-WRITE-SUMMARY-REPORT
064970*    WRITES THE PORTFOLIO MANAGEMENT SUMMARY: ONE LINE PER
064980*    ADVISOR SEEN ON THE RUN WITH THE NAME FROM THE ADVISOR
064990*    MASTER, GROUPED BY BRANCH WITH A SUBTOTAL AFTER EACH
065000*    BRANCH, THE *OVFL LUMP WHEN THE TABLE OVERFLOWED, AND THE
065010*    GRAND TOTAL LINE, EACH WITH CLIENT COUNT, SUM AND AVERAGE
065020*    PROJECTED BALANCE, DRAWDOWN OUTCOME COUNTS, AND THE ENDING
065030*    BALANCE BAND DISTRIBUTION.  THE ROLL-UP ONLY SEES CLIENTS
065040*    THIS EXECUTION PROCESSED, SO A RESTARTED RUN SAYS SO
065050*    PROMINENTLY INSTEAD OF HANDING MANAGEMENT SILENTLY
065060*    UNDERSTATED TOTALS FOR THE CLIENTS THE CHECKPOINT SKIPPED.
065070*****************************************************************
065080 9200-WRITE-SUMMARY-REPORT.
065090     OPEN OUTPUT SUMMARY-REPORT-FILE.
065100     MOVE 1 TO SUM-PAGE-NO.
065110     MOVE WS-RUN-DATE TO SUM-RUN-DATE.
065120     WRITE SUMMARY-REPORT-LINE FROM SUM-HEADING-1.
065130     IF WS-RESTART-COUNT > ZERO
065140         MOVE "**RESTARTED - ONLY CLIENTS AFTER CHECKPOINT**"
065150             TO SUM-MESSAGE
065160         WRITE SUMMARY-REPORT-LINE FROM SUM-MESSAGE-LINE
065170     END-IF.
065180     IF KEYED-RERUN-MODE
065190         MOVE "**KEYED RERUN - ONLY REQUESTED CLIENTS**"
065200             TO SUM-MESSAGE
065210         WRITE SUMMARY-REPORT-LINE FROM SUM-MESSAGE-LINE
065220     END-IF.
065230     IF NOT ADVISOR-MASTER-LOADED
065240         MOVE "**NO ADVISOR MASTER - NAMES AND BRANCHES UNKNOWN**"
065250             TO SUM-MESSAGE
065260         WRITE SUMMARY-REPORT-LINE FROM SUM-MESSAGE-LINE
065270     END-IF.
065280     WRITE SUMMARY-REPORT-LINE FROM SUM-BLANK-LINE.
065290     WRITE SUMMARY-REPORT-LINE FROM SUM-COLUMN-HEADING.
065300     PERFORM 9220-SORT-ADVISORS THRU 9220-EXIT.
065310     MOVE HIGH-VALUES TO WS-CURRENT-BRANCH.
065320     MOVE ZERO TO WS-ADVISOR-JX.
065330     PERFORM 9210-PRINT-ADVISOR-LINE THRU 9210-EXIT
065340         WS-ADVISOR-COUNT TIMES.
065350     IF WS-ADVISOR-COUNT > ZERO
065360         PERFORM 9240-PRINT-BRANCH-TOTAL THRU 9240-EXIT
065370     END-IF.
065380     IF ADVISOR-TABLE-OVERFLOWED
065390         WRITE SUMMARY-REPORT-LINE FROM SUM-BLANK-LINE
065400         MOVE 101 TO WS-ADVISOR-IX
065410         PERFORM 9215-PRINT-ADVISOR-DETAIL THRU 9215-EXIT
065420         MOVE "**MORE THAN 100 ADVISORS - REST LUMPED IN *OVFL"
065430             TO SUM-MESSAGE
065440         WRITE SUMMARY-REPORT-LINE FROM SUM-MESSAGE-LINE
065450     END-IF.
065460     WRITE SUMMARY-REPORT-LINE FROM SUM-BLANK-LINE.
065470     MOVE "TOTAL" TO SUM-ADVISOR-CODE.
065480     MOVE SPACES TO SUM-ADVISOR-NAME.
065490     MOVE WS-TOT-CLIENT-COUNT   TO SUM-CLIENT-COUNT.
065500     MOVE WS-TOT-BALANCE-SUM    TO SUM-TOTAL-BALANCE.
065510     IF WS-TOT-CLIENT-COUNT > ZERO
065520         COMPUTE WS-AVG-BALANCE ROUNDED =
065530             WS-TOT-BALANCE-SUM / WS-TOT-CLIENT-COUNT
065540     ELSE
065550         MOVE ZERO TO WS-AVG-BALANCE
065560     END-IF.
065570     MOVE WS-AVG-BALANCE        TO SUM-AVG-BALANCE.
065580     MOVE WS-TOT-DEPLETED-COUNT TO SUM-DEPLETED-COUNT.
065590     MOVE WS-TOT-LASTED-COUNT   TO SUM-LASTED-COUNT.
065600     MOVE WS-TOT-NO-DRAWDOWN-CNT TO SUM-NO-DRAWDOWN-COUNT.
065610     MOVE WS-TOT-BAND-COUNT (1) TO SUM-BAND-1-COUNT.
065620     MOVE WS-TOT-BAND-COUNT (2) TO SUM-BAND-2-COUNT.
065630     MOVE WS-TOT-BAND-COUNT (3) TO SUM-BAND-3-COUNT.
065640     MOVE WS-TOT-BAND-COUNT (4) TO SUM-BAND-4-COUNT.
065650     WRITE SUMMARY-REPORT-LINE FROM SUM-DETAIL-LINE.
065660     CLOSE SUMMARY-REPORT-FILE.
065670 9200-EXIT.
065680     EXIT.
065690*****************************************************************
065700* 9210-PRINT-ADVISOR-LINE
065710*    PRINTS THE NEXT ADVISOR IN BRANCH ORDER.  WHEN THE BRANCH
065720*    CHANGES, THE PREVIOUS BRANCH'S SUBTOTAL AND THE NEW
065730*    BRANCH'S HEADING PRINT FIRST.  THE ADVISOR IS ADDED INTO
065740*    THE BRANCH TOTALS AS IT PRINTS.
065750*****************************************************************
065760 9210-PRINT-ADVISOR-LINE.
065770     ADD 1 TO WS-ADVISOR-JX.
065780     MOVE WS-ADVISOR-ORDER (WS-ADVISOR-JX) TO WS-ADVISOR-IX.
065790     IF WS-ADV-BRANCH (WS-ADVISOR-IX) NOT = WS-CURRENT-BRANCH
065800         IF WS-ADVISOR-JX > 1
065810             PERFORM 9240-PRINT-BRANCH-TOTAL THRU 9240-EXIT
065820         END-IF
065830         MOVE WS-ADV-BRANCH (WS-ADVISOR-IX) TO WS-CURRENT-BRANCH
065840         INITIALIZE WS-BRANCH-TOTALS
065850         MOVE WS-CURRENT-BRANCH TO SUM-BRANCH-CODE
065860         WRITE SUMMARY-REPORT-LINE FROM SUM-BLANK-LINE
065870         WRITE SUMMARY-REPORT-LINE FROM SUM-BRANCH-LINE
065880     END-IF.
065890     ADD WS-ADV-CLIENT-COUNT (WS-ADVISOR-IX)
065900         TO WS-BR-CLIENT-COUNT.
065910     ADD WS-ADV-BALANCE-SUM (WS-ADVISOR-IX)
065920         TO WS-BR-BALANCE-SUM.
065930     ADD WS-ADV-DEPLETED-COUNT (WS-ADVISOR-IX)
065940         TO WS-BR-DEPLETED-COUNT.
065950     ADD WS-ADV-LASTED-COUNT (WS-ADVISOR-IX)
065960         TO WS-BR-LASTED-COUNT.
065970     ADD WS-ADV-NO-DRAWDOWN-CNT (WS-ADVISOR-IX)
065980         TO WS-BR-NO-DRAWDOWN-CNT.
065990     ADD WS-ADV-BAND-COUNT (WS-ADVISOR-IX 1)
066000         TO WS-BR-BAND-COUNT (1).
066010     ADD WS-ADV-BAND-COUNT (WS-ADVISOR-IX 2)
066020         TO WS-BR-BAND-COUNT (2).
066030     ADD WS-ADV-BAND-COUNT (WS-ADVISOR-IX 3)
066040         TO WS-BR-BAND-COUNT (3).
066050     ADD WS-ADV-BAND-COUNT (WS-ADVISOR-IX 4)
066060         TO WS-BR-BAND-COUNT (4).
066070     PERFORM 9215-PRINT-ADVISOR-DETAIL THRU 9215-EXIT.
066080 9210-EXIT.
066090     EXIT.
066100*****************************************************************
066110* 9215-PRINT-ADVISOR-DETAIL
066120*    PRINTS ONE ADVISOR'S SUMMARY LINE FROM THE TABLE ENTRY AT
066130*    THE CURRENT INDEX.
066140*****************************************************************
066150 9215-PRINT-ADVISOR-DETAIL.
066160     MOVE WS-ADV-CODE (WS-ADVISOR-IX) TO SUM-ADVISOR-CODE.
066170     MOVE WS-ADV-NAME (WS-ADVISOR-IX) TO SUM-ADVISOR-NAME.
066180     MOVE WS-ADV-CLIENT-COUNT (WS-ADVISOR-IX)
066190         TO SUM-CLIENT-COUNT.
066200     MOVE WS-ADV-BALANCE-SUM (WS-ADVISOR-IX)
066210         TO SUM-TOTAL-BALANCE.
066220     IF WS-ADV-CLIENT-COUNT (WS-ADVISOR-IX) > ZERO
066230         COMPUTE WS-AVG-BALANCE ROUNDED =
066240             WS-ADV-BALANCE-SUM (WS-ADVISOR-IX)
066250             / WS-ADV-CLIENT-COUNT (WS-ADVISOR-IX)
066260     ELSE
066270         MOVE ZERO TO WS-AVG-BALANCE
066280     END-IF.
066290     MOVE WS-AVG-BALANCE TO SUM-AVG-BALANCE.
066300     MOVE WS-ADV-DEPLETED-COUNT (WS-ADVISOR-IX)
066310         TO SUM-DEPLETED-COUNT.
066320     MOVE WS-ADV-LASTED-COUNT (WS-ADVISOR-IX)
066330         TO SUM-LASTED-COUNT.
066340     MOVE WS-ADV-NO-DRAWDOWN-CNT (WS-ADVISOR-IX)
066350         TO SUM-NO-DRAWDOWN-COUNT.
066360     MOVE WS-ADV-BAND-COUNT (WS-ADVISOR-IX 1)
066370         TO SUM-BAND-1-COUNT.
066380     MOVE WS-ADV-BAND-COUNT (WS-ADVISOR-IX 2)
066390         TO SUM-BAND-2-COUNT.
066400     MOVE WS-ADV-BAND-COUNT (WS-ADVISOR-IX 3)
066410         TO SUM-BAND-3-COUNT.
066420     MOVE WS-ADV-BAND-COUNT (WS-ADVISOR-IX 4)
066430         TO SUM-BAND-4-COUNT.
066440     WRITE SUMMARY-REPORT-LINE FROM SUM-DETAIL-LINE.
066450 9215-EXIT.
066460     EXIT.
066470*****************************************************************
066480* 9220-SORT-ADVISORS
066490*    BUILDS THE PRINT ORDER LIST OVER THE ADVISOR TABLE AND
066500*    SORTS IT ASCENDING ON BRANCH AND ADVISOR CODE WITH A
066510*    SIMPLE EXCHANGE PASS PER SLOT, THE SAME WAY THE MONTE
066520*    CARLO TRIALS ARE SORTED.  ONLY THE SUBSCRIPTS MOVE.
066530*****************************************************************
066540 9220-SORT-ADVISORS.
066550     MOVE ZERO TO WS-ADVISOR-IX.
066560     PERFORM 9225-LIST-ADVISOR THRU 9225-EXIT
066570         WS-ADVISOR-COUNT TIMES.
066580     IF WS-ADVISOR-COUNT < 2
066590         GO TO 9220-EXIT
066600     END-IF.
066610     COMPUTE WS-ADVISOR-SORT-LIMIT = WS-ADVISOR-COUNT - 1.
066620     MOVE ZERO TO WS-ADVISOR-JX.
066630     PERFORM 9230-SORT-PASS THRU 9230-EXIT
066640         WS-ADVISOR-SORT-LIMIT TIMES.
066650 9220-EXIT.
066660     EXIT.
066670*****************************************************************
066680* 9225-LIST-ADVISOR
066690*    PUTS THE NEXT ADVISOR TABLE SUBSCRIPT ON THE ORDER LIST.
066700*****************************************************************
066710 9225-LIST-ADVISOR.
066720     ADD 1 TO WS-ADVISOR-IX.
066730     MOVE WS-ADVISOR-IX TO WS-ADVISOR-ORDER (WS-ADVISOR-IX).
066740 9225-EXIT.
066750     EXIT.
066760*****************************************************************
066770* 9230-SORT-PASS
066780*    ONE OUTER PASS OF THE EXCHANGE SORT: LEAVES THE LOWEST
066790*    REMAINING BRANCH AND CODE IN THE CURRENT SLOT.
066800*****************************************************************
066810 9230-SORT-PASS.
066820     ADD 1 TO WS-ADVISOR-JX.
066830     MOVE WS-ADVISOR-JX TO WS-ADVISOR-KX.
066840     PERFORM 9235-SORT-COMPARE THRU 9235-EXIT
066850         UNTIL WS-ADVISOR-KX NOT < WS-ADVISOR-COUNT.
066860 9230-EXIT.
066870     EXIT.
066880*****************************************************************
066890* 9235-SORT-COMPARE
066900*    ONE COMPARE-AND-SWAP STEP OF THE EXCHANGE SORT.
066910*****************************************************************
066920 9235-SORT-COMPARE.
066930     ADD 1 TO WS-ADVISOR-KX.
066940     IF WS-ADV-SORT-KEY (WS-ADVISOR-ORDER (WS-ADVISOR-KX))
066950         < WS-ADV-SORT-KEY (WS-ADVISOR-ORDER (WS-ADVISOR-JX))
066960         MOVE WS-ADVISOR-ORDER (WS-ADVISOR-JX) TO WS-ADVISOR-SWAP
066970         MOVE WS-ADVISOR-ORDER (WS-ADVISOR-KX)
066980             TO WS-ADVISOR-ORDER (WS-ADVISOR-JX)
066990         MOVE WS-ADVISOR-SWAP TO WS-ADVISOR-ORDER (WS-ADVISOR-KX)
067000     END-IF.
067010 9235-EXIT.
067020     EXIT.
067030*****************************************************************
067040* 9240-PRINT-BRANCH-TOTAL
067050*    PRINTS THE SUBTOTAL LINE OF THE BRANCH JUST FINISHED.
067060*****************************************************************
067070 9240-PRINT-BRANCH-TOTAL.
067080     MOVE SPACES TO SUM-ADVISOR-CODE.
067090     MOVE "BRANCH TOTAL" TO SUM-ADVISOR-NAME.
067100     MOVE WS-BR-CLIENT-COUNT    TO SUM-CLIENT-COUNT.
067110     MOVE WS-BR-BALANCE-SUM     TO SUM-TOTAL-BALANCE.
067120     IF WS-BR-CLIENT-COUNT > ZERO
067130         COMPUTE WS-AVG-BALANCE ROUNDED =
067140             WS-BR-BALANCE-SUM / WS-BR-CLIENT-COUNT
067150     ELSE
067160         MOVE ZERO TO WS-AVG-BALANCE
067170     END-IF.
067180     MOVE WS-AVG-BALANCE        TO SUM-AVG-BALANCE.
067190     MOVE WS-BR-DEPLETED-COUNT  TO SUM-DEPLETED-COUNT.
067200     MOVE WS-BR-LASTED-COUNT    TO SUM-LASTED-COUNT.
067210     MOVE WS-BR-NO-DRAWDOWN-CNT TO SUM-NO-DRAWDOWN-COUNT.
067220     MOVE WS-BR-BAND-COUNT (1)  TO SUM-BAND-1-COUNT.
067230     MOVE WS-BR-BAND-COUNT (2)  TO SUM-BAND-2-COUNT.
067240     MOVE WS-BR-BAND-COUNT (3)  TO SUM-BAND-3-COUNT.
067250     MOVE WS-BR-BAND-COUNT (4)  TO SUM-BAND-4-COUNT.
067260     WRITE SUMMARY-REPORT-LINE FROM SUM-DETAIL-LINE.
067270 9240-EXIT.
067280     EXIT.
067290*****************************************************************
067300* 9300-WRITE-MAIL-MANIFEST
067310*    WRITES THE MAIL MANIFEST FOR THE PRINT VENDOR: ONE LINE
067320*    PER ZIP WITH THE PIECE COUNT AND A TOTAL LINE THAT EQUALS
067330*    THE STATEMENTS-MAILED COUNT ON THE RUN CONTROL REPORT.
067340*    THE COUNTS COVER THIS EXECUTION ONLY, SO A RESTARTED RUN
067350*    SAYS SO THE SAME WAY THE MANAGEMENT SUMMARY DOES.
067360*****************************************************************
067370 9300-WRITE-MAIL-MANIFEST.
067380     OPEN OUTPUT MAIL-MANIFEST-FILE.
067390     MOVE WS-RUN-DATE TO MAN-RUN-DATE.
067400     WRITE MAIL-MANIFEST-LINE FROM MAN-HEADING-1.
067410     IF WS-RESTART-COUNT > ZERO
067420         MOVE "**RESTARTED - ONLY CLIENTS AFTER CHECKPOINT**"
067430             TO MAN-MESSAGE
067440         WRITE MAIL-MANIFEST-LINE FROM MAN-MESSAGE-LINE
067450     END-IF.
067460     WRITE MAIL-MANIFEST-LINE FROM MAN-BLANK-LINE.
067470     WRITE MAIL-MANIFEST-LINE FROM MAN-COLUMN-HEADING.
067480     WRITE MAIL-MANIFEST-LINE FROM MAN-BLANK-LINE.
067490     MOVE ZERO TO WS-ZIP-IX.
067500     PERFORM 9310-PRINT-MANIFEST-LINE THRU 9310-EXIT
067510         WS-ZIP-COUNT TIMES.
067520     IF ZIP-TABLE-OVERFLOWED
067530         MOVE 1000 TO WS-ZIP-IX
067540         PERFORM 9310-PRINT-MANIFEST-LINE THRU 9310-EXIT
067550         MOVE "**MORE THAN 1000 ZIPS - REST LUMPED IN *OVFL"
067560             TO MAN-MESSAGE
067570         WRITE MAIL-MANIFEST-LINE FROM MAN-MESSAGE-LINE
067580     END-IF.
067590     WRITE MAIL-MANIFEST-LINE FROM MAN-BLANK-LINE.
067600     MOVE WS-MAIL-STMT-COUNT TO MAN-TOTAL-COUNT.
067610     WRITE MAIL-MANIFEST-LINE FROM MAN-TOTAL-LINE.
067620     CLOSE MAIL-MANIFEST-FILE.
067630 9300-EXIT.
067640     EXIT.
067650*****************************************************************
067660* 9310-PRINT-MANIFEST-LINE
067670*    PRINTS ONE ZIP'S MANIFEST LINE FROM THE TABLE ENTRY AFTER
067680*    THE CURRENT INDEX.
067690*****************************************************************
067700 9310-PRINT-MANIFEST-LINE.
067710     ADD 1 TO WS-ZIP-IX.
067720     MOVE WS-ZIP-CODE (WS-ZIP-IX)   TO MAN-ZIP.
067730     MOVE WS-ZIP-PIECES (WS-ZIP-IX) TO MAN-PIECE-COUNT.
067740     WRITE MAIL-MANIFEST-LINE FROM MAN-DETAIL-LINE.
067750 9310-EXIT.
067760     EXIT.
067770*****************************************************************
067780* 9400-WRITE-RMD-REPORT
067790*    WRITES THE RMD EXCEPTION REPORT: EVERY CLIENT WHOSE
067800*    PLANNED WITHDRAWAL HAD TO BE FORCED UP TO THE REQUIRED
067810*    MINIMUM, WITH THE FIRST AGE FORCED AND THE NUMBER OF
067820*    YEARS, SO ADVISORS CORRECT THE PLAN BEFORE STATEMENTS
067830*    MAIL.  AN EMPTY REPORT SAYS SO OUTRIGHT.
067840*****************************************************************
067850 9400-WRITE-RMD-REPORT.
067860     OPEN OUTPUT RMD-REPORT-FILE.
067870     MOVE WS-RUN-DATE TO RMD-RUN-DATE.
067880     WRITE RMD-REPORT-LINE FROM RMD-HEADING-1.
067890     MOVE WS-RMD-START-AGE TO RMD-START-AGE-VALUE.
067900     WRITE RMD-REPORT-LINE FROM RMD-START-AGE-LINE.
067910     WRITE RMD-REPORT-LINE FROM RMD-BLANK-LINE.
067920     IF WS-RMD-EXC-COUNT = ZERO
067930         MOVE "NO CLIENT NEEDED AN RMD FORCE-UP THIS RUN"
067940             TO RMD-MESSAGE
067950         WRITE RMD-REPORT-LINE FROM RMD-MESSAGE-LINE
067960         GO TO 9400-CLOSE
067970     END-IF.
067980     WRITE RMD-REPORT-LINE FROM RMD-COLUMN-HEADING.
067990     WRITE RMD-REPORT-LINE FROM RMD-BLANK-LINE.
068000     MOVE ZERO TO WS-RMD-EXC-IX.
068010     PERFORM 9410-PRINT-RMD-LINE THRU 9410-EXIT
068020         WS-RMD-EXC-COUNT TIMES.
068030     IF RMD-TABLE-OVERFLOWED
068040         MOVE "**MORE FORCED CLIENTS THAN THE TABLE HOLDS**"
068050             TO RMD-MESSAGE
068060         WRITE RMD-REPORT-LINE FROM RMD-MESSAGE-LINE
068070     END-IF.
068080     WRITE RMD-REPORT-LINE FROM RMD-BLANK-LINE.
068090     MOVE WS-RMD-EXC-COUNT TO RMD-TOTAL-VALUE.
068100     WRITE RMD-REPORT-LINE FROM RMD-TOTAL-LINE.
068110 9400-CLOSE.
068120     CLOSE RMD-REPORT-FILE.
068130 9400-EXIT.
068140     EXIT.
068150*****************************************************************
068160* 9410-PRINT-RMD-LINE
068170*    PRINTS ONE RMD EXCEPTION LINE FROM THE TABLE ENTRY AFTER
068180*    THE CURRENT INDEX.
068190*****************************************************************
068200 9410-PRINT-RMD-LINE.
068210     ADD 1 TO WS-RMD-EXC-IX.
068220     MOVE WS-RMD-EXC-CLIENT-ID (WS-RMD-EXC-IX)
068230         TO RMD-EXC-CLIENT-ID.
068240     MOVE WS-RMD-EXC-ADVISOR (WS-RMD-EXC-IX)
068250         TO RMD-EXC-ADVISOR.
068260     MOVE WS-RMD-EXC-FIRST-AGE (WS-RMD-EXC-IX)
068270         TO RMD-EXC-FIRST-AGE.
068280     MOVE WS-RMD-EXC-YEARS (WS-RMD-EXC-IX)
068290         TO RMD-EXC-YEARS.
068300     WRITE RMD-REPORT-LINE FROM RMD-DETAIL-LINE.
068310     SET DST-RMD-REPORT TO TRUE.
068320     MOVE WS-RMD-EXC-ADVISOR (WS-RMD-EXC-IX) TO DST-ADVISOR-CODE.
068330     MOVE WS-RMD-EXC-CLIENT-ID (WS-RMD-EXC-IX) TO DST-CLIENT-ID.
068340     MOVE RMD-DETAIL-LINE TO DST-PRINT-LINE.
068350     PERFORM 2939-WRITE-FEED-RECORD THRU 2939-EXIT.
068360     ADD 1 TO WS-FEED-RMD-COUNT.
068370 9410-EXIT.
068380     EXIT.
068390*****************************************************************
068400* 9450-CLOSE-DISTRIBUTION-FEED
068410*    WRITES THE DISTRIBUTION FEED TRAILER WITH THE NUMBER OF
068420*    CHANGE AND RMD LINES ON THE FILE AND CLOSES THE FEED.
068430*    THE RMD REPORT IS WRITTEN BEFORE THIS, SO ITS LINES ARE
068440*    ALREADY ON THE FEED.
068450*****************************************************************
068460 9450-CLOSE-DISTRIBUTION-FEED.
068470     MOVE SPACES TO DISTRIBUTION-TRAILER-RECORD.
068480     MOVE "T" TO DSL-RECORD-TYPE.
068490     MOVE WS-FEED-CHANGE-COUNT TO DSL-CHANGE-COUNT.
068500     MOVE WS-FEED-RMD-COUNT TO DSL-RMD-COUNT.
068510     MOVE WS-RUN-DATE TO DSL-RUN-DATE.
068520     WRITE DISTRIBUTION-TRAILER-RECORD.
068530     IF WS-DISTFEED-STATUS NOT = "00"
068540         DISPLAY "**ERROR** DISTRIBUTION FEED WRITE FAILED, "
068550             "STATUS " WS-DISTFEED-STATUS
068560         PERFORM 9900-ABORT-RUN THRU 9900-EXIT
068570     END-IF.
068580     CLOSE DISTRIBUTION-FEED-FILE.
068590 9450-EXIT.
068600     EXIT.
068610*****************************************************************
068620* 9500-TERMINATE-WHATIF
068630*    CLOSES OUT A WHAT-IF MODE RUN.  NOTHING DOWNSTREAM OF THE
068640*    WHAT-IF REPORT WAS OPENED OR WRITTEN, SO THERE IS NO
068650*    BALANCING, NO TRAILERS, AND NO CHECKPOINT TO CLEAR.  THE END
068660*    OF THE RUN IS LOGGED ON THE RUN LEDGER LAST.
068670*****************************************************************
068680 9500-TERMINATE-WHATIF.
068690     WRITE WHATIF-REPORT-LINE FROM WIF-BLANK-LINE.
068700     WRITE WHATIF-REPORT-LINE FROM WIF-WATERMARK-LINE.
068710     CLOSE CLIENT-MASTER-FILE.
068720     IF EVENT-FILE-OPEN
068730         CLOSE CLIENT-EVENT-FILE
068740     END-IF.
068750     CLOSE WHATIF-REQUEST-FILE.
068760     CLOSE WHATIF-REPORT-FILE.
068770     CLOSE AUDIT-LOG-FILE.
068780     DISPLAY "WHAT-IF REQUESTS PROCESSED: " WS-WHATIF-COUNT.
068790     DISPLAY "REQUESTS NOT FOUND:         " WS-WHATIF-NOT-FOUND.
068800     DISPLAY "REQUESTS REJECTED:          " WS-WHATIF-REJECTS.
068810     PERFORM 9700-WRITE-LEDGER-END THRU 9700-EXIT.
068820 9500-EXIT.
068830     EXIT.
068840*****************************************************************
068850* 9600-TERMINATE-REPLAY
068860*    CLOSES OUT A REGRESSION REPLAY RUN WITH THE REPLAY TOTALS.
068870*    NOTHING DOWNSTREAM WAS OPENED OR WRITTEN, SO THERE IS NO
068880*    BALANCING AND NO CHECKPOINT TO CLEAR.  RETURN CODE 4 IS LEFT
068890*    WHEN ANY RUN MOVED, FLIPPED, OR NO LONGER PASSES THE EDITS,
068900*    OR WHEN NOTHING WAS SELECTED, SO THE PROMOTION IS HELD UNTIL
068910*    THE DIFFERENCES ARE SIGNED OFF.  THE END OF THE RUN IS
068920*    LOGGED ON THE RUN LEDGER LAST.
068930*****************************************************************
068940 9600-TERMINATE-REPLAY.
068950     WRITE REPLAY-REPORT-LINE FROM RPL-BLANK-LINE.
068960     MOVE "AUDIT RECORDS READ:" TO RPL-TOTAL-LABEL.
068970     MOVE WS-RPL-READ-COUNT TO RPL-TOTAL-VALUE.
068980     WRITE REPLAY-REPORT-LINE FROM RPL-TOTAL-LINE.
068990     MOVE "RUNS REPLAYED:" TO RPL-TOTAL-LABEL.
069000     MOVE WS-RPL-SELECTED TO RPL-TOTAL-VALUE.
069010     WRITE REPLAY-REPORT-LINE FROM RPL-TOTAL-LINE.
069020     MOVE "IDENTICAL:" TO RPL-TOTAL-LABEL.
069030     MOVE WS-RPL-IDENTICAL TO RPL-TOTAL-VALUE.
069040     WRITE REPLAY-REPORT-LINE FROM RPL-TOTAL-LINE.
069050     MOVE "MOVED WITHIN TOLERANCE:" TO RPL-TOTAL-LABEL.
069060     MOVE WS-RPL-WITHIN TO RPL-TOTAL-VALUE.
069070     WRITE REPLAY-REPORT-LINE FROM RPL-TOTAL-LINE.
069080     MOVE "MOVED BEYOND TOLERANCE:" TO RPL-TOTAL-LABEL.
069090     MOVE WS-RPL-MOVED TO RPL-TOTAL-VALUE.
069100     WRITE REPLAY-REPORT-LINE FROM RPL-TOTAL-LINE.
069110     MOVE "OUTCOME FLIPPED:" TO RPL-TOTAL-LABEL.
069120     MOVE WS-RPL-FLIPPED TO RPL-TOTAL-VALUE.
069130     WRITE REPLAY-REPORT-LINE FROM RPL-TOTAL-LINE.
069140     MOVE "NO LONGER PASS THE EDITS:" TO RPL-TOTAL-LABEL.
069150     MOVE WS-RPL-REJECTED TO RPL-TOTAL-VALUE.
069160     WRITE REPLAY-REPORT-LINE FROM RPL-TOTAL-LINE.
069170     WRITE REPLAY-REPORT-LINE FROM RPL-BLANK-LINE.
069180     IF WS-RPL-SELECTED = ZERO
069190         MOVE "**WARNING** NO AUDIT RECORDS MATCHED THE SELECTION"
069200             TO RPL-MESSAGE
069210         MOVE 4 TO RETURN-CODE
069220     ELSE
069230         IF WS-RPL-MOVED > ZERO OR WS-RPL-FLIPPED > ZERO
069240             OR WS-RPL-REJECTED > ZERO
069250             MOVE "**RESULTS DIFFER - REVIEW BEFORE PROMOTING**"
069260                 TO RPL-MESSAGE
069270             MOVE 4 TO RETURN-CODE
069280         ELSE
069290             MOVE "ALL REPLAYED RUNS REPRODUCED WITHIN TOLERANCE"
069300                 TO RPL-MESSAGE
069310         END-IF
069320     END-IF.
069330     WRITE REPLAY-REPORT-LINE FROM RPL-MESSAGE-LINE.
069340     CLOSE CLIENT-MASTER-FILE.
069350     IF EVENT-FILE-OPEN
069360         CLOSE CLIENT-EVENT-FILE
069370     END-IF.
069380     CLOSE AUDIT-LOG-FILE.
069390     CLOSE AMORT-REPORT-FILE.
069400     CLOSE REPLAY-REPORT-FILE.
069410     DISPLAY "AUDIT RECORDS READ:         " WS-RPL-READ-COUNT.
069420     DISPLAY "RUNS REPLAYED:              " WS-RPL-SELECTED.
069430     DISPLAY "IDENTICAL:                  " WS-RPL-IDENTICAL.
069440     DISPLAY "MOVED WITHIN TOLERANCE:     " WS-RPL-WITHIN.
069450     DISPLAY "MOVED BEYOND TOLERANCE:     " WS-RPL-MOVED.
069460     DISPLAY "OUTCOME FLIPPED:            " WS-RPL-FLIPPED.
069470     DISPLAY "NO LONGER PASS THE EDITS:   " WS-RPL-REJECTED.
069480     PERFORM 9700-WRITE-LEDGER-END THRU 9700-EXIT.
069490 9600-EXIT.
069500     EXIT.
069510*****************************************************************
069520* 9700-WRITE-LEDGER-END
069530*    LOGS THE END OF THIS RUN ON THE RUN LEDGER WITH THE RUN
069540*    MODE, THE RETURN CODE, THE KEY COUNTS FOR THAT MODE, AND
069550*    ANY NOTE FROM THE LEDGER GATE (A REFUSAL REASON, OR THAT A
069560*    DUPLICATE RUN WAS ALLOWED).  IT IS PERFORMED AT THE END OF
069570*    EACH MODE'S NORMAL RUN AND FROM 9900-ABORT-RUN ON A FATAL
069580*    ERROR OR A REFUSAL.  A RUN THAT GOT THIS FAR HAS ALREADY
069590*    WRITTEN ITS OUTPUTS, SO A LEDGER THAT CANNOT BE WRITTEN IS
069600*    WARNED ABOUT AND LEAVES AT LEAST RETURN CODE 4 (A FATAL RUN
069610*    KEEPS ITS 16) RATHER THAN STOPPING THE RUN.
069620*****************************************************************
069630 9700-WRITE-LEDGER-END.
069640     INITIALIZE RUN-LEDGER-RECORD.
069650     MOVE WS-RUN-DATE     TO RLG-RUN-DATE.
069660     MOVE WS-RUN-TIME     TO RLG-RUN-TIME.
069670     MOVE "RETIREMENT-PLANNER" TO RLG-STEP-NAME.
069680     SET RLG-END          TO TRUE.
069690     MOVE WS-RUN-MODE-SWITCH TO RLG-RUN-MODE.
069700     MOVE WS-OPERATOR-ID  TO RLG-OPERATOR-ID.
069710     MOVE RETURN-CODE     TO RLG-RETURN-CODE.
069720     MOVE WS-LEDGER-MESSAGE TO RLG-MESSAGE.
069730     IF WHATIF-MODE
069740         MOVE "REQUESTS"  TO RLG-COUNT-LABEL (1)
069750         MOVE WS-WHATIF-COUNT TO RLG-COUNT-VALUE (1)
069760         MOVE "NOT FOUND" TO RLG-COUNT-LABEL (2)
069770         MOVE WS-WHATIF-NOT-FOUND TO RLG-COUNT-VALUE (2)
069780         MOVE "REJECTED"  TO RLG-COUNT-LABEL (3)
069790         MOVE WS-WHATIF-REJECTS TO RLG-COUNT-VALUE (3)
069800         GO TO 9700-APPEND
069810     END-IF.
069820     IF REPLAY-MODE
069830         MOVE "READ"      TO RLG-COUNT-LABEL (1)
069840         MOVE WS-RPL-READ-COUNT TO RLG-COUNT-VALUE (1)
069850         MOVE "REPLAYED"  TO RLG-COUNT-LABEL (2)
069860         MOVE WS-RPL-SELECTED TO RLG-COUNT-VALUE (2)
069870         MOVE "MOVED"     TO RLG-COUNT-LABEL (3)
069880         MOVE WS-RPL-MOVED TO RLG-COUNT-VALUE (3)
069890         MOVE "FLIPPED"   TO RLG-COUNT-LABEL (4)
069900         MOVE WS-RPL-FLIPPED TO RLG-COUNT-VALUE (4)
069910         GO TO 9700-APPEND
069920     END-IF.
069930     MOVE "CLIENTS"       TO RLG-COUNT-LABEL (1).
069940     MOVE WS-CLIENT-COUNT TO RLG-COUNT-VALUE (1).
069950     MOVE "PROJECTED"     TO RLG-COUNT-LABEL (2).
069960     MOVE WS-PROJECTED-COUNT TO RLG-COUNT-VALUE (2).
069970     MOVE "REJECTED"      TO RLG-COUNT-LABEL (3).
069980     MOVE WS-ERROR-COUNT  TO RLG-COUNT-VALUE (3).
069990     MOVE "MAILED"        TO RLG-COUNT-LABEL (4).
070000     MOVE WS-MAIL-STMT-COUNT TO RLG-COUNT-VALUE (4).
070010 9700-APPEND.
070020     PERFORM 9750-APPEND-RUN-LEDGER THRU 9750-EXIT.
070030     IF WS-LEDGER-STATUS NOT = "00"
070040         DISPLAY "**WARNING** UNABLE TO WRITE RUN LEDGER END "
070050             "RECORD, STATUS " WS-LEDGER-STATUS
070060         IF RETURN-CODE < 4
070070             MOVE 4 TO RETURN-CODE
070080         END-IF
070090     END-IF.
070100 9700-EXIT.
070110     EXIT.
070120*****************************************************************
070130* 9750-APPEND-RUN-LEDGER
070140*    STAMPS THE RECORD BUILT IN RUN-LEDGER-RECORD WITH THE TIME
070150*    IT IS WRITTEN AND APPENDS IT TO THE RUN LEDGER, OPENING AND
070160*    CLOSING THE LEDGER AROUND THE ONE RECORD.  THE CALLER CHECKS
070170*    WS-LEDGER-STATUS, WHICH CARRIES THE STATUS OF A FAILED OPEN
070180*    OR WRITE RATHER THAN THAT OF THE CLOSE THAT FOLLOWS IT.
070190*****************************************************************
070200 9750-APPEND-RUN-LEDGER.
070210     ACCEPT RLG-STAMP-DATE FROM DATE YYYYMMDD.
070220     ACCEPT RLG-STAMP-TIME FROM TIME.
070230     OPEN EXTEND RUN-LEDGER-FILE.
070240     IF WS-LEDGER-STATUS = "35"
070250         OPEN OUTPUT RUN-LEDGER-FILE
070260     END-IF.
070270     IF WS-LEDGER-STATUS NOT = "00"
070280         GO TO 9750-EXIT
070290     END-IF.
070300     WRITE RUN-LEDGER-LINE FROM RUN-LEDGER-RECORD.
070310     MOVE WS-LEDGER-STATUS TO WS-LEDGER-SAVE-STATUS.
070320     CLOSE RUN-LEDGER-FILE.
070330     IF WS-LEDGER-SAVE-STATUS NOT = "00"
070340         MOVE WS-LEDGER-SAVE-STATUS TO WS-LEDGER-STATUS
070350     END-IF.
070360 9750-EXIT.
070370     EXIT.
070380*****************************************************************
070390* 9900-ABORT-RUN
070400*    THE ONE WAY OUT ON A FATAL ERROR ONCE THE START OF THE RUN
070410*    IS ON THE RUN LEDGER: SETS RETURN CODE 16, LOGS THE END OF
070420*    THE RUN WITH IT AND THE COUNTS SO FAR, AND STOPS.  ONLY AN
070430*    ABEND LEAVES THE START RECORD WITHOUT AN END.
070440*****************************************************************
070450 9900-ABORT-RUN.
070460     MOVE 16 TO RETURN-CODE.
070470     PERFORM 9700-WRITE-LEDGER-END THRU 9700-EXIT.
070480     STOP RUN.
070490 9900-EXIT.
070500     EXIT.
070510 END PROGRAM RETIREMENT-PLANNER.
