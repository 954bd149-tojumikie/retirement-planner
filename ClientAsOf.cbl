000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CLIENT-ASOF.
000030 AUTHOR.        TORITSEJU MIKIE.
000040 INSTALLATION.  RETIREMENT PLANNING GROUP.
000050 DATE-WRITTEN.  2026-10-09.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100*---------- ----  ----------------------------------------------
000110* 2026-10-09  TM   ORIGINAL VERSION.  WHEN A CLIENT DISPUTES A
000120*                  PROJECTION, OR COMPLIANCE ASKS WHAT THE
000130*                  MASTER LOOKED LIKE ON THE DAY A REPORT RAN,
000140*                  THE ONLY ANSWER USED TO BE THE PRINTED
000150*                  MAINTENANCE REGISTERS.  THIS PROGRAM REBUILDS
000160*                  THE CLIENT MASTER AS OF A GIVEN DATE FROM THE
000170*                  CHANGE JOURNAL CLIENT-MAINT APPENDS TO, FOR
000180*                  ONE CLIENT OR FOR EVERY CLIENT, PRINTS EACH
000190*                  RECONSTRUCTED RECORD WITH THE JOURNAL RECORD
000200*                  IT CAME FROM, AND WRITES THE RESULT AS A
000210*                  CLIENT MASTER (CLIENTREC LAYOUT, WITH HEADER
000220*                  AND TRAILER CONTROL RECORDS) THAT
000230*                  RETIREMENT-PLANNER CAN BE POINTED AT TO
000240*                  RE-PROJECT FROM.  THE CURRENT MASTER AND THE
000250*                  JOURNAL ARE READ ONLY.
000260* 2026-10-13  TM   THE MASTER RECORD AND JOURNAL IMAGE AREAS GREW
000270*                  WITH THE CLIENT RECORD FOR THE FEE OVERRIDE
000280*                  FIELDS.
000290* 2026-10-15  TM   THE MASTER RECORD AND JOURNAL IMAGE AREAS GREW
000300*                  WITH THE CLIENT RECORD FOR THE GLIDE-PATH CODE.
000310* 2026-10-15  TM   THE JOURNAL NOW ALSO CARRIES THE BALANCES
000320*                  CUSTODIAN-FEED REFRESHES, SO THEY ARE REBUILT
000330*                  AS OF A DATE LIKE ANY KEYED CHANGE.
000340* 2026-10-15  TM   THE JOURNAL START WARNING NO LONGER LOSES ITS
000350*                  LAST WORD: THE MESSAGE LINE IS WIDER, AND A
000360*                  MESSAGE THAT STILL WILL NOT FIT FALLS BACK TO A
000370*                  SHORTER FIXED WARNING INSTEAD OF TRUNCATING.
000380*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.   IBM-370.
000420 OBJECT-COMPUTER.   IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT CLIENT-MASTER-FILE ASSIGN TO CLIENTIN
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS CLM-CLIENT-ID
000490         FILE STATUS IS WS-MASTER-STATUS.
000500     SELECT CLIENT-JOURNAL-FILE ASSIGN TO CLNTJRNL
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-JOURNAL-STATUS.
000530     SELECT ASOF-PARM-FILE ASSIGN TO ASOFPRM
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-PARM-STATUS.
000560     SELECT ASOF-MASTER-FILE ASSIGN TO ASOFMAST
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS SEQUENTIAL
000590         RECORD KEY IS ASM-CLIENT-ID
000600         FILE STATUS IS WS-ASOF-STATUS.
000610     SELECT ASOF-REPORT-FILE ASSIGN TO ASOFRPT
000620         ORGANIZATION IS LINE SEQUENTIAL.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  CLIENT-MASTER-FILE.
000660 COPY CLIENTREC.
000670 FD  CLIENT-JOURNAL-FILE
000680     RECORDING MODE IS F.
000690 COPY JRNLREC.
000700 FD  ASOF-PARM-FILE
000710     RECORDING MODE IS F.
000720*****************************************************************
000730* ONE PARAMETER PER RECORD, KEYWORD AND VALUE, THE SAME SHAPE
000740* AS THE PLANNER'S RUN PARAMETER FILE EXCEPT THAT THE VALUE IS
000750* WIDE ENOUGH FOR A CLIENT ID.  THE KEYWORDS ARE:
000760*    AS-OF-DATE  YYYYMMDD, REQUIRED.  THE RUN STOPS WITHOUT IT.
000770*    CLIENT-ID   ONE CLIENT TO REBUILD.  OMITTED MEANS EVERY
000780*                CLIENT.
000790*    DATE-BASIS  RUN (THE DEFAULT) TAKES A JOURNAL RECORD AS OF
000800*                THE NIGHT CLIENT-MAINT OR CUSTODIAN-FEED
000810*                APPLIED IT, WHICH IS WHAT THE PLANNER SAW THAT
000820*                NIGHT.  EFFECTIVE
000830*                TAKES IT AS OF THE TRANSACTION'S OWN
000840*                EFFECTIVE DATE.
000850*****************************************************************
000860 01  ASOF-PARM-RECORD.
000870     05  PRM-KEYWORD            PIC X(20).
000880     05  PRM-VALUE              PIC X(10).
000890     05  PRM-VALUE-DATE         REDEFINES PRM-VALUE.
000900         10  PRM-DATE           PIC X(08).
000910         10  FILLER             PIC X(02).
000920*****************************************************************
000930* THE RECONSTRUCTED MASTER.  THE DETAIL RECORDS ARE WHOLE
000940* CLIENTREC IMAGES; THE HEADER AND TRAILER FOLLOW THE CLIENTREC
000950* CONTROL RECORD LAYOUTS SO THE PLANNER'S BALANCING WORKS ON
000960* THIS FILE JUST AS ON THE LIVE MASTER.  THE HEADER DATE IS THE
000970* AS-OF DATE.
000980*****************************************************************
000990 FD  ASOF-MASTER-FILE.
001000 01  ASOF-MASTER-RECORD.
001010     05  ASM-CLIENT-ID          PIC X(10).
001020     05  FILLER                 PIC X(324).
001030 01  ASOF-HEADER-RECORD.
001040     05  ASH-RECORD-KEY         PIC X(10).
001050     05  ASH-RUN-DATE           PIC 9(08).
001060     05  FILLER                 PIC X(316).
001070 01  ASOF-TRAILER-RECORD.
001080     05  AST-RECORD-KEY         PIC X(10).
001090     05  AST-RECORD-COUNT       PIC 9(07).
001100     05  AST-MONEY-HASH         PIC 9(13)V99.
001110     05  FILLER                 PIC X(302).
001120 FD  ASOF-REPORT-FILE
001130     RECORDING MODE IS F.
001140 01  ASOF-REPORT-LINE           PIC X(132).
001150 WORKING-STORAGE SECTION.
001160*****************************************************************
001170* SWITCHES AND COUNTERS
001180*****************************************************************
001190 77  WS-MASTER-STATUS           PIC X(02)       VALUE SPACES.
001200 77  WS-MASTER-EOF-SWITCH       PIC X(01)       VALUE "N".
001210     88  END-OF-MASTER-FILE                     VALUE "Y".
001220 77  WS-JOURNAL-STATUS          PIC X(02)       VALUE SPACES.
001230 77  WS-JOURNAL-EOF-SWITCH      PIC X(01)       VALUE "N".
001240     88  END-OF-JOURNAL-FILE                    VALUE "Y".
001250 77  WS-JOURNAL-FILE-SWITCH     PIC X(01)       VALUE "Y".
001260     88  JOURNAL-FILE-PRESENT                   VALUE "Y".
001270     88  JOURNAL-FILE-MISSING                   VALUE "N".
001280 77  WS-ASOF-STATUS             PIC X(02)       VALUE SPACES.
001290 77  WS-PARM-STATUS             PIC X(02)       VALUE SPACES.
001300 77  WS-PARM-EOF-SWITCH         PIC X(01)       VALUE "N".
001310     88  END-OF-PARM-FILE                       VALUE "Y".
001320 77  WS-RUN-DATE                PIC 9(08)       VALUE ZERO.
001330 77  WS-LINE-COUNT              PIC 9(03) COMP  VALUE ZERO.
001340 77  WS-PAGE-COUNT              PIC 9(03) COMP  VALUE ZERO.
001350 77  WS-MAX-LINES-PER-PAGE      PIC 9(03) COMP  VALUE 50.
001360 77  WS-MASTER-CLIENTS          PIC 9(07) COMP  VALUE ZERO.
001370 77  WS-JOURNAL-READ            PIC 9(07) COMP  VALUE ZERO.
001380 77  WS-JOURNAL-SELECTED        PIC 9(07) COMP  VALUE ZERO.
001390 77  WS-JOURNAL-APPLIED         PIC 9(07) COMP  VALUE ZERO.
001400 77  WS-CLIENTS-ON-FILE         PIC 9(07) COMP  VALUE ZERO.
001410 77  WS-CLIENTS-NOT-ON-FILE     PIC 9(07) COMP  VALUE ZERO.
001420 77  WS-CLIENTS-UNCHANGED       PIC 9(07) COMP  VALUE ZERO.
001430*****************************************************************
001440* THE SELECTION IN FORCE.  A ZERO AS-OF DATE AFTER THE
001450* PARAMETERS ARE LOADED MEANS NONE WAS SUPPLIED.  SPACES IN THE
001460* CLIENT ID MEAN EVERY CLIENT.
001470*****************************************************************
001480 77  WS-AS-OF-DATE              PIC 9(08)       VALUE ZERO.
001490 77  WS-SELECT-CLIENT-ID        PIC X(10)       VALUE SPACES.
001500 77  WS-DATE-BASIS              PIC X(09)       VALUE "RUN".
001510     88  RUN-DATE-BASIS                         VALUE "RUN".
001520     88  EFFECTIVE-DATE-BASIS                   VALUE "EFFECTIVE".
001530 77  WS-BASIS-DATE              PIC 9(08)       VALUE ZERO.
001540 77  WS-JOURNAL-FIRST-DATE      PIC 9(08)       VALUE ZERO.
001550*****************************************************************
001560* THE RECONSTRUCTED MASTER'S CONTROL TOTALS, BUILT AS THE
001570* DETAIL RECORDS ARE WRITTEN AND PUT ON ITS TRAILER.
001580*****************************************************************
001590 77  WS-OUT-COUNT               PIC 9(07)       VALUE ZERO.
001600 77  WS-OUT-HASH                PIC 9(13)V99    VALUE ZERO.
001610*****************************************************************
001620* ONE ENTRY PER CLIENT CONSIDERED, HOLDING THE IMAGE THAT IS
001630* THE CLIENT'S RECORD AS OF THE DATE.  AN ENTRY STARTS FROM THE
001640* CURRENT MASTER (M) AND IS THEN OVERRIDDEN FROM THE JOURNAL:
001650*    E  THE LAST JOURNAL RECORD ON OR BEFORE THE DATE, WHOSE
001660*       AFTER IMAGE IS THE RECORD (NONE AFTER A DELETE);
001670*    L  WHEN NO RECORD IS ON OR BEFORE THE DATE, THE FIRST ONE
001680*       AFTER IT, WHOSE BEFORE IMAGE IS THE RECORD (NONE BEFORE
001690*       AN ADD).
001700* A CLIENT ON THE MASTER WITH NO JOURNAL RECORD AT ALL HAS NOT
001710* CHANGED SINCE THE JOURNAL WAS STARTED, SO ITS CURRENT RECORD
001720* STANDS.  THE ORDER LIST HOLDS THE ENTRY SUBSCRIPTS IN CLIENT
001730* ID SEQUENCE; A CLIENT FOUND ONLY ON THE JOURNAL IS INSERTED
001740* INTO IT AT ITS PLACE.
001750*****************************************************************
001760 77  WS-ENTRY-MAX               PIC 9(04) COMP  VALUE 5000.
001770 77  WS-ENTRY-COUNT             PIC 9(04) COMP  VALUE ZERO.
001780 77  WS-ENTRY-LOST-COUNT        PIC 9(07) COMP  VALUE ZERO.
001790 77  WS-ENTRY-IX                PIC 9(04) COMP  VALUE ZERO.
001800 77  WS-ORDER-IX                PIC 9(04) COMP  VALUE ZERO.
001810 77  WS-ORDER-JX                PIC 9(04) COMP  VALUE ZERO.
001820 77  WS-ENTRY-FOUND-SWITCH      PIC X(01)       VALUE "N".
001830     88  ENTRY-FOUND                            VALUE "Y".
001840     88  ENTRY-NOT-FOUND                        VALUE "N".
001850 77  WS-SLOT-FOUND-SWITCH       PIC X(01)       VALUE "N".
001860     88  ORDER-SLOT-FOUND                       VALUE "Y".
001870     88  ORDER-SLOT-NOT-FOUND                   VALUE "N".
001880 01  WS-LOOKUP-CLIENT-ID        PIC X(10)       VALUE SPACES.
001890 01  WS-CLIENT-TABLE.
001900     05  WS-CLIENT-ENTRY        OCCURS 5000 TIMES.
001910         10  WS-ENT-CLIENT-ID       PIC X(10).
001920         10  WS-ENT-SOURCE          PIC X(01).
001930             88  ENT-NO-SOURCE                  VALUE " ".
001940             88  ENT-FROM-MASTER                VALUE "M".
001950             88  ENT-FROM-EARLIER               VALUE "E".
001960             88  ENT-FROM-LATER                 VALUE "L".
001970         10  WS-ENT-ON-FILE         PIC X(01).
001980             88  ENT-ON-FILE                    VALUE "Y".
001990             88  ENT-NOT-ON-FILE                VALUE "N".
002000         10  WS-ENT-JOURNAL-DATE    PIC 9(08).
002010         10  WS-ENT-ACTION          PIC X(01).
002020         10  WS-ENT-OPERATOR        PIC X(08).
002030         10  WS-ENT-IMAGE           PIC X(334).
002040 01  WS-ORDER-TABLE.
002050     05  WS-ORDER-ENTRY         PIC 9(04) COMP OCCURS 5000 TIMES.
002060*****************************************************************
002070* WORK AREA FOR PRINTING ONE IMAGE AS THREE LINES, WITH A VIEW
002080* OF THE LEADING CLIENTREC FIELDS FOR THE DETAIL LINE AND THE
002090* TRAILER HASH.
002100*****************************************************************
002110 01  WS-IMAGE-WORK.
002120     05  WS-IMAGE-PART-1        PIC X(116).
002130     05  WS-IMAGE-PART-2        PIC X(116).
002140     05  WS-IMAGE-PART-3        PIC X(116).
002150 01  WS-IMAGE-VIEW              REDEFINES WS-IMAGE-WORK.
002160     05  WS-IMG-CLIENT-ID       PIC X(10).
002170     05  WS-IMG-CLIENT-NAME     PIC X(30).
002180     05  WS-IMG-AGE             PIC 9(03).
002190     05  WS-IMG-MONEY           PIC 9(07)V99.
002200     05  FILLER                 PIC X(296).
002210*****************************************************************
002220* AS-OF RECONSTRUCTION REPORT LINE LAYOUTS
002230*****************************************************************
002240 COPY ASOFLIN.
002250 PROCEDURE DIVISION.
002260*****************************************************************
002270* 0000-MAINLINE
002280*    LOADS THE CURRENT MASTER AND APPLIES THE JOURNAL TO IT,
002290*    THEN PRINTS AND WRITES ONE RECONSTRUCTED RECORD PER CLIENT
002300*    IN CLIENT ID ORDER, AND THE RUN TOTALS.
002310*****************************************************************
002320 0000-MAINLINE.
002330     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002340     MOVE ZERO TO WS-ORDER-IX.
002350     PERFORM 2000-PROCESS-CLIENT THRU 2000-EXIT
002360         WS-ENTRY-COUNT TIMES.
002370     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002380     STOP RUN.
002390*****************************************************************
002400* 1000-INITIALIZE
002410*    LOADS THE SELECTION, WHICH MUST NAME AN AS-OF DATE NO LATER
002420*    THAN TODAY -- THE MASTER'S FUTURE IS NOT ON THE JOURNAL --
002430*    LOADS THE CURRENT MASTER, APPLIES THE JOURNAL, OPENS THE
002440*    OUTPUTS, AND STARTS THE REPORT WITH THE SELECTION AND ANY
002450*    WARNING ABOUT HOW FAR THE JOURNAL CAN BE TRUSTED.
002460*****************************************************************
002470 1000-INITIALIZE.
002480     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002490     PERFORM 1100-LOAD-PARAMETERS THRU 1100-EXIT.
002500     IF WS-AS-OF-DATE = ZERO
002510         DISPLAY "**ERROR** NO VALID AS-OF-DATE PARAMETER - "
002520             "RECONSTRUCTION STOPPED"
002530         MOVE 16 TO RETURN-CODE
002540         STOP RUN
002550     END-IF.
002560     IF WS-AS-OF-DATE > WS-RUN-DATE
002570         DISPLAY "**ERROR** AS-OF-DATE " WS-AS-OF-DATE
002580             " IS IN THE FUTURE - RECONSTRUCTION STOPPED"
002590         MOVE 16 TO RETURN-CODE
002600         STOP RUN
002610     END-IF.
002620     OPEN INPUT CLIENT-MASTER-FILE.
002630     IF WS-MASTER-STATUS NOT = "00"
002640         DISPLAY "**ERROR** UNABLE TO OPEN CLIENT MASTER, "
002650             "STATUS " WS-MASTER-STATUS
002660         MOVE 16 TO RETURN-CODE
002670         STOP RUN
002680     END-IF.
002690     PERFORM 1200-LOAD-MASTER THRU 1200-EXIT.
002700     CLOSE CLIENT-MASTER-FILE.
002710     PERFORM 1300-LOAD-JOURNAL THRU 1300-EXIT.
002720     OPEN OUTPUT ASOF-MASTER-FILE.
002730     IF WS-ASOF-STATUS NOT = "00"
002740         DISPLAY "**ERROR** UNABLE TO OPEN AS-OF MASTER, "
002750             "STATUS " WS-ASOF-STATUS
002760         MOVE 16 TO RETURN-CODE
002770         STOP RUN
002780     END-IF.
002790     MOVE SPACES        TO ASOF-HEADER-RECORD.
002800     MOVE "0000000000"  TO ASH-RECORD-KEY.
002810     MOVE WS-AS-OF-DATE TO ASH-RUN-DATE.
002820     PERFORM 2200-WRITE-ASOF-RECORD THRU 2200-EXIT.
002830     OPEN OUTPUT ASOF-REPORT-FILE.
002840     PERFORM 3000-PRINT-HEADERS THRU 3000-EXIT.
002850     IF JOURNAL-FILE-MISSING
002860         MOVE "**WARNING** NO CHANGE JOURNAL - MASTER SHOWN AS IS"
002870             TO ASF-MESSAGE
002880         PERFORM 3300-WRITE-MESSAGE THRU 3300-EXIT
002890     END-IF.
002900     IF WS-JOURNAL-FIRST-DATE > WS-AS-OF-DATE
002910         MOVE SPACES TO ASF-MESSAGE
002920         STRING "**WARNING** THE JOURNAL STARTS "
002930             WS-JOURNAL-FIRST-DATE
002940             " - CLIENTS IT NEVER MENTIONS ARE SHOWN AS TODAY"
002950             DELIMITED BY SIZE INTO ASF-MESSAGE
002960             ON OVERFLOW
002970                 MOVE SPACES TO ASF-MESSAGE
002980                 STRING
002990                     "**WARNING** JOURNAL STARTS AFTER AS-OF DATE"
003000                     " - UNMENTIONED CLIENTS SHOWN AS TODAY"
003010                     DELIMITED BY SIZE INTO ASF-MESSAGE
003020                 END-STRING
003030         END-STRING
003040         PERFORM 3300-WRITE-MESSAGE THRU 3300-EXIT
003050     END-IF.
003060     IF WS-ENTRY-COUNT = ZERO
003070         MOVE "**WARNING** NO CLIENT ON THE MASTER OR JOURNAL"
003080             TO ASF-MESSAGE
003090         PERFORM 3300-WRITE-MESSAGE THRU 3300-EXIT
003100     END-IF.
003110 1000-EXIT.
003120     EXIT.
003130*****************************************************************
003140* 1100-LOAD-PARAMETERS
003150*    READS THE PARAMETER FILE.  AN UNKNOWN KEYWORD OR A BAD
003160*    VALUE IS WARNED ABOUT AND IGNORED; A BAD AS-OF-DATE IS
003170*    TREATED AS MISSING, WHICH STOPS THE RUN IN 1000-INITIALIZE.
003180*****************************************************************
003190 1100-LOAD-PARAMETERS.
003200     OPEN INPUT ASOF-PARM-FILE.
003210     IF WS-PARM-STATUS NOT = "00"
003220         GO TO 1100-EXIT
003230     END-IF.
003240     PERFORM 1110-PROCESS-PARM-RECORD THRU 1110-EXIT
003250         UNTIL END-OF-PARM-FILE.
003260     CLOSE ASOF-PARM-FILE.
003270 1100-EXIT.
003280     EXIT.
003290*****************************************************************
003300* 1110-PROCESS-PARM-RECORD
003310*    READS AND APPLIES ONE PARAMETER RECORD.
003320*****************************************************************
003330 1110-PROCESS-PARM-RECORD.
003340     READ ASOF-PARM-FILE
003350         AT END
003360             SET END-OF-PARM-FILE TO TRUE
003370             GO TO 1110-EXIT
003380     END-READ.
003390     IF PRM-KEYWORD = SPACES
003400         GO TO 1110-EXIT
003410     END-IF.
003420     IF PRM-KEYWORD = "AS-OF-DATE"
003430         IF PRM-DATE NUMERIC
003440             MOVE PRM-DATE TO WS-AS-OF-DATE
003450         ELSE
003460             DISPLAY "**WARNING** AS-OF-DATE VALUE "
003470                 PRM-VALUE " IS NOT NUMERIC - IGNORED"
003480         END-IF
003490         GO TO 1110-EXIT
003500     END-IF.
003510     IF PRM-KEYWORD = "CLIENT-ID"
003520         MOVE PRM-VALUE TO WS-SELECT-CLIENT-ID
003530         GO TO 1110-EXIT
003540     END-IF.
003550     IF PRM-KEYWORD = "DATE-BASIS"
003560         IF PRM-VALUE = "RUN" OR PRM-VALUE = "EFFECTIVE"
003570             MOVE PRM-VALUE TO WS-DATE-BASIS
003580         ELSE
003590             DISPLAY "**WARNING** DATE-BASIS VALUE "
003600                 PRM-VALUE " IS NOT RUN OR EFFECTIVE - IGNORED"
003610         END-IF
003620         GO TO 1110-EXIT
003630     END-IF.
003640     DISPLAY "**WARNING** UNKNOWN PARAMETER " PRM-KEYWORD
003650         " - IGNORED".
003660 1110-EXIT.
003670     EXIT.
003680*****************************************************************
003690* 1200-LOAD-MASTER
003700*    LOADS THE SELECTED CLIENT BY KEY, OR SWEEPS THE WHOLE
003710*    MASTER IN KEY SEQUENCE, INTO THE CLIENT TABLE AS THE
003720*    STARTING POINT THE JOURNAL IS APPLIED TO.
003730*****************************************************************
003740 1200-LOAD-MASTER.
003750     IF WS-SELECT-CLIENT-ID NOT = SPACES
003760         MOVE WS-SELECT-CLIENT-ID TO CLM-CLIENT-ID
003770         READ CLIENT-MASTER-FILE
003780             INVALID KEY
003790                 GO TO 1200-EXIT
003800         END-READ
003810         PERFORM 1250-ADD-MASTER-ENTRY THRU 1250-EXIT
003820         GO TO 1200-EXIT
003830     END-IF.
003840     MOVE LOW-VALUES TO CLM-CLIENT-ID.
003850     START CLIENT-MASTER-FILE
003860         KEY NOT LESS THAN CLM-CLIENT-ID
003870         INVALID KEY
003880             SET END-OF-MASTER-FILE TO TRUE
003890     END-START.
003900     PERFORM 1210-LOAD-MASTER-RECORD THRU 1210-EXIT
003910         UNTIL END-OF-MASTER-FILE.
003920 1200-EXIT.
003930     EXIT.
003940*****************************************************************
003950* 1210-LOAD-MASTER-RECORD
003960*    READS THE NEXT MASTER RECORD AND LOADS IT IF IT IS A
003970*    DETAIL CLIENT.
003980*****************************************************************
003990 1210-LOAD-MASTER-RECORD.
004000     READ CLIENT-MASTER-FILE NEXT RECORD
004010         AT END
004020             SET END-OF-MASTER-FILE TO TRUE
004030             GO TO 1210-EXIT
004040     END-READ.
004050     IF CLM-HEADER-RECORD OR CLM-TRAILER-RECORD
004060         GO TO 1210-EXIT
004070     END-IF.
004080     PERFORM 1250-ADD-MASTER-ENTRY THRU 1250-EXIT.
004090 1210-EXIT.
004100     EXIT.
004110*****************************************************************
004120* 1250-ADD-MASTER-ENTRY
004130*    ADDS THE MASTER RECORD JUST READ TO THE CLIENT TABLE AS IT
004140*    STANDS TODAY.  THE MASTER COMES IN KEY SEQUENCE, SO ITS
004150*    ENTRIES GO ON THE END OF THE ORDER LIST.  A FULL TABLE IS
004160*    COUNTED AND NOTED RATHER THAN OVERFLOWED.
004170*****************************************************************
004180 1250-ADD-MASTER-ENTRY.
004190     ADD 1 TO WS-MASTER-CLIENTS.
004200     IF WS-ENTRY-COUNT NOT < WS-ENTRY-MAX
004210         ADD 1 TO WS-ENTRY-LOST-COUNT
004220         GO TO 1250-EXIT
004230     END-IF.
004240     ADD 1 TO WS-ENTRY-COUNT.
004250     MOVE WS-ENTRY-COUNT TO WS-ENTRY-IX.
004260     MOVE CLM-CLIENT-ID  TO WS-ENT-CLIENT-ID (WS-ENTRY-IX).
004270     SET ENT-FROM-MASTER (WS-ENTRY-IX) TO TRUE.
004280     SET ENT-ON-FILE (WS-ENTRY-IX) TO TRUE.
004290     MOVE ZERO           TO WS-ENT-JOURNAL-DATE (WS-ENTRY-IX).
004300     MOVE SPACES         TO WS-ENT-ACTION (WS-ENTRY-IX)
004310                            WS-ENT-OPERATOR (WS-ENTRY-IX).
004320     MOVE CLIENT-RECORD  TO WS-ENT-IMAGE (WS-ENTRY-IX).
004330     MOVE WS-ENTRY-COUNT TO WS-ORDER-ENTRY (WS-ENTRY-COUNT).
004340 1250-EXIT.
004350     EXIT.
004360*****************************************************************
004370* 1300-LOAD-JOURNAL
004380*    READS THE WHOLE CHANGE JOURNAL FRONT TO BACK AND APPLIES
004390*    EACH SELECTED RECORD TO ITS CLIENT'S ENTRY.  A MISSING
004400*    JOURNAL LEAVES THE CURRENT MASTER AS THE ANSWER, WITH A
004410*    WARNING AND RETURN CODE 4.
004420*****************************************************************
004430 1300-LOAD-JOURNAL.
004440     OPEN INPUT CLIENT-JOURNAL-FILE.
004450     IF WS-JOURNAL-STATUS NOT = "00"
004460         SET JOURNAL-FILE-MISSING TO TRUE
004470         GO TO 1300-EXIT
004480     END-IF.
004490     PERFORM 1310-APPLY-JOURNAL-RECORD THRU 1310-EXIT
004500         UNTIL END-OF-JOURNAL-FILE.
004510     CLOSE CLIENT-JOURNAL-FILE.
004520 1300-EXIT.
004530     EXIT.
004540*****************************************************************
004550* 1310-APPLY-JOURNAL-RECORD
004560*    READS ONE JOURNAL RECORD AND, IF IT IS FOR A SELECTED
004570*    CLIENT, DATES IT BY THE BASIS IN FORCE AND APPLIES IT AS
004580*    AN EARLIER OR A LATER CHANGE.  THE JOURNAL IS IN THE ORDER
004590*    THE CHANGES HIT THE MASTER, SO THE LAST EARLIER RECORD AND
004600*    THE FIRST LATER ONE ARE THE ONES THAT COUNT.
004610*****************************************************************
004620 1310-APPLY-JOURNAL-RECORD.
004630     READ CLIENT-JOURNAL-FILE
004640         AT END
004650             SET END-OF-JOURNAL-FILE TO TRUE
004660             GO TO 1310-EXIT
004670     END-READ.
004680     ADD 1 TO WS-JOURNAL-READ.
004690     IF WS-JOURNAL-FIRST-DATE = ZERO
004700         OR JRN-RUN-DATE < WS-JOURNAL-FIRST-DATE
004710         MOVE JRN-RUN-DATE TO WS-JOURNAL-FIRST-DATE
004720     END-IF.
004730     IF WS-SELECT-CLIENT-ID NOT = SPACES
004740         AND JRN-CLIENT-ID NOT = WS-SELECT-CLIENT-ID
004750         GO TO 1310-EXIT
004760     END-IF.
004770     ADD 1 TO WS-JOURNAL-SELECTED.
004780     IF EFFECTIVE-DATE-BASIS
004790         MOVE JRN-EFFECTIVE-DATE TO WS-BASIS-DATE
004800     ELSE
004810         MOVE JRN-RUN-DATE TO WS-BASIS-DATE
004820     END-IF.
004830     MOVE JRN-CLIENT-ID TO WS-LOOKUP-CLIENT-ID.
004840     PERFORM 1320-FIND-ENTRY THRU 1320-EXIT.
004850     IF ENTRY-NOT-FOUND
004860         PERFORM 1350-ADD-JOURNAL-ENTRY THRU 1350-EXIT
004870         IF ENTRY-NOT-FOUND
004880             GO TO 1310-EXIT
004890         END-IF
004900     END-IF.
004910     IF WS-BASIS-DATE NOT > WS-AS-OF-DATE
004920         PERFORM 1330-APPLY-EARLIER THRU 1330-EXIT
004930     ELSE
004940         PERFORM 1340-APPLY-LATER THRU 1340-EXIT
004950     END-IF.
004960 1310-EXIT.
004970     EXIT.
004980*****************************************************************
004990* 1320-FIND-ENTRY
005000*    SERIAL SEARCH OF THE CLIENT TABLE FOR THE CLIENT ID IN
005010*    WS-LOOKUP-CLIENT-ID.  LEAVES WS-ENTRY-IX AT THE MATCH.
005020*****************************************************************
005030 1320-FIND-ENTRY.
005040     SET ENTRY-NOT-FOUND TO TRUE.
005050     MOVE ZERO TO WS-ENTRY-IX.
005060     PERFORM 1325-SCAN-ENTRY THRU 1325-EXIT
005070         UNTIL ENTRY-FOUND
005080            OR WS-ENTRY-IX NOT < WS-ENTRY-COUNT.
005090 1320-EXIT.
005100     EXIT.
005110*****************************************************************
005120* 1325-SCAN-ENTRY
005130*    ONE STEP OF THE CLIENT TABLE SERIAL SEARCH.
005140*****************************************************************
005150 1325-SCAN-ENTRY.
005160     ADD 1 TO WS-ENTRY-IX.
005170     IF WS-ENT-CLIENT-ID (WS-ENTRY-IX) = WS-LOOKUP-CLIENT-ID
005180         SET ENTRY-FOUND TO TRUE
005190     END-IF.
005200 1325-EXIT.
005210     EXIT.
005220*****************************************************************
005230* 1330-APPLY-EARLIER
005240*    A JOURNAL RECORD DATED ON OR BEFORE THE AS-OF DATE: ITS
005250*    AFTER IMAGE IS THE CLIENT'S RECORD AS OF THE DATE UNLESS A
005260*    LATER EARLIER RECORD REPLACES IT.  AFTER A DELETE THE
005270*    CLIENT WAS NOT ON THE MASTER.
005280*****************************************************************
005290 1330-APPLY-EARLIER.
005300     ADD 1 TO WS-JOURNAL-APPLIED.
005310     SET ENT-FROM-EARLIER (WS-ENTRY-IX) TO TRUE.
005320     MOVE WS-BASIS-DATE   TO WS-ENT-JOURNAL-DATE (WS-ENTRY-IX).
005330     MOVE JRN-ACTION      TO WS-ENT-ACTION (WS-ENTRY-IX).
005340     MOVE JRN-OPERATOR-ID TO WS-ENT-OPERATOR (WS-ENTRY-IX).
005350     IF JRN-DELETE
005360         SET ENT-NOT-ON-FILE (WS-ENTRY-IX) TO TRUE
005370         MOVE SPACES TO WS-ENT-IMAGE (WS-ENTRY-IX)
005380     ELSE
005390         SET ENT-ON-FILE (WS-ENTRY-IX) TO TRUE
005400         MOVE JRN-AFTER-IMAGE TO WS-ENT-IMAGE (WS-ENTRY-IX)
005410     END-IF.
005420 1330-EXIT.
005430     EXIT.
005440*****************************************************************
005450* 1340-APPLY-LATER
005460*    A JOURNAL RECORD DATED AFTER THE AS-OF DATE.  ONLY THE
005470*    FIRST ONE FOR A CLIENT WITH NO EARLIER RECORD MATTERS: ITS
005480*    BEFORE IMAGE IS WHAT THE MASTER HELD UNTIL THEN, WHICH
005490*    REPLACES THE CURRENT MASTER RECORD.  BEFORE AN ADD THE
005500*    CLIENT WAS NOT ON THE MASTER YET.
005510*****************************************************************
005520 1340-APPLY-LATER.
005530     IF ENT-FROM-EARLIER (WS-ENTRY-IX)
005540         OR ENT-FROM-LATER (WS-ENTRY-IX)
005550         GO TO 1340-EXIT
005560     END-IF.
005570     ADD 1 TO WS-JOURNAL-APPLIED.
005580     SET ENT-FROM-LATER (WS-ENTRY-IX) TO TRUE.
005590     MOVE WS-BASIS-DATE   TO WS-ENT-JOURNAL-DATE (WS-ENTRY-IX).
005600     MOVE JRN-ACTION      TO WS-ENT-ACTION (WS-ENTRY-IX).
005610     MOVE JRN-OPERATOR-ID TO WS-ENT-OPERATOR (WS-ENTRY-IX).
005620     IF JRN-ADD
005630         SET ENT-NOT-ON-FILE (WS-ENTRY-IX) TO TRUE
005640         MOVE SPACES TO WS-ENT-IMAGE (WS-ENTRY-IX)
005650     ELSE
005660         SET ENT-ON-FILE (WS-ENTRY-IX) TO TRUE
005670         MOVE JRN-BEFORE-IMAGE TO WS-ENT-IMAGE (WS-ENTRY-IX)
005680     END-IF.
005690 1340-EXIT.
005700     EXIT.
005710*****************************************************************
005720* 1350-ADD-JOURNAL-ENTRY
005730*    ADDS AN ENTRY FOR A CLIENT FOUND ON THE JOURNAL BUT NOT ON
005740*    TODAY'S MASTER (ONE DELETED SINCE) AND INSERTS IT INTO THE
005750*    ORDER LIST AT ITS PLACE.  LEAVES ENTRY-FOUND SET AND
005760*    WS-ENTRY-IX AT THE NEW ENTRY, OR ENTRY-NOT-FOUND WHEN THE
005770*    TABLE IS FULL.
005780*****************************************************************
005790 1350-ADD-JOURNAL-ENTRY.
005800     IF WS-ENTRY-COUNT NOT < WS-ENTRY-MAX
005810         ADD 1 TO WS-ENTRY-LOST-COUNT
005820         GO TO 1350-EXIT
005830     END-IF.
005840     ADD 1 TO WS-ENTRY-COUNT.
005850     MOVE WS-ENTRY-COUNT TO WS-ENTRY-IX.
005860     MOVE JRN-CLIENT-ID  TO WS-ENT-CLIENT-ID (WS-ENTRY-IX).
005870     SET ENT-NO-SOURCE (WS-ENTRY-IX) TO TRUE.
005880     SET ENT-NOT-ON-FILE (WS-ENTRY-IX) TO TRUE.
005890     MOVE ZERO           TO WS-ENT-JOURNAL-DATE (WS-ENTRY-IX).
005900     MOVE SPACES         TO WS-ENT-ACTION (WS-ENTRY-IX)
005910                            WS-ENT-OPERATOR (WS-ENTRY-IX)
005920                            WS-ENT-IMAGE (WS-ENTRY-IX).
005930     MOVE WS-ENTRY-COUNT TO WS-ORDER-IX.
005940     SET ORDER-SLOT-NOT-FOUND TO TRUE.
005950     PERFORM 1360-SHIFT-ORDER THRU 1360-EXIT
005960         UNTIL ORDER-SLOT-FOUND.
005970     MOVE WS-ENTRY-COUNT TO WS-ORDER-ENTRY (WS-ORDER-IX).
005980     MOVE WS-ENTRY-COUNT TO WS-ENTRY-IX.
005990     SET ENTRY-FOUND TO TRUE.
006000 1350-EXIT.
006010     EXIT.
006020*****************************************************************
006030* 1360-SHIFT-ORDER
006040*    ONE STEP OF THE ORDER LIST INSERTION: WHEN THE CLIENT IN
006050*    THE SLOT BELOW SORTS AFTER THE NEW ONE IT MOVES UP A SLOT,
006060*    OTHERWISE WS-ORDER-IX IS WHERE THE NEW CLIENT GOES.
006070*****************************************************************
006080 1360-SHIFT-ORDER.
006090     IF WS-ORDER-IX = 1
006100         SET ORDER-SLOT-FOUND TO TRUE
006110         GO TO 1360-EXIT
006120     END-IF.
006130     COMPUTE WS-ORDER-JX = WS-ORDER-IX - 1.
006140     MOVE WS-ORDER-ENTRY (WS-ORDER-JX) TO WS-ENTRY-IX.
006150     IF WS-ENT-CLIENT-ID (WS-ENTRY-IX) < WS-LOOKUP-CLIENT-ID
006160         SET ORDER-SLOT-FOUND TO TRUE
006170         GO TO 1360-EXIT
006180     END-IF.
006190     MOVE WS-ORDER-ENTRY (WS-ORDER-JX)
006200         TO WS-ORDER-ENTRY (WS-ORDER-IX).
006210     MOVE WS-ORDER-JX TO WS-ORDER-IX.
006220 1360-EXIT.
006230     EXIT.
006240*****************************************************************
006250* 2000-PROCESS-CLIENT
006260*    PRINTS THE NEXT CLIENT IN CLIENT ID ORDER.  A CLIENT ON THE
006270*    MASTER AS OF THE DATE GETS ITS IMAGE PRINTED AND WRITTEN
006280*    TO THE RECONSTRUCTED MASTER; ONE THAT WAS NOT (DELETED BY
006290*    THEN, OR NOT YET ADDED) IS LISTED ONLY.
006300*****************************************************************
006310 2000-PROCESS-CLIENT.
006320     ADD 1 TO WS-ORDER-IX.
006330     MOVE WS-ORDER-ENTRY (WS-ORDER-IX) TO WS-ENTRY-IX.
006340     MOVE WS-ENT-IMAGE (WS-ENTRY-IX) TO WS-IMAGE-WORK.
006350     MOVE WS-ENT-CLIENT-ID (WS-ENTRY-IX) TO ASF-CLIENT-ID.
006360     MOVE WS-ENT-ACTION (WS-ENTRY-IX)    TO ASF-ACTION.
006370     MOVE WS-ENT-OPERATOR (WS-ENTRY-IX)  TO ASF-OPERATOR.
006380     IF WS-ENT-JOURNAL-DATE (WS-ENTRY-IX) = ZERO
006390         MOVE SPACES TO ASF-JOURNAL-DATE
006400     ELSE
006410         MOVE WS-ENT-JOURNAL-DATE (WS-ENTRY-IX)
006420             TO ASF-JOURNAL-DATE
006430     END-IF.
006440     IF ENT-FROM-MASTER (WS-ENTRY-IX)
006450         ADD 1 TO WS-CLIENTS-UNCHANGED
006460         MOVE "MASTER - NO CHANGE SINCE" TO ASF-IMAGE-SOURCE
006470     END-IF.
006480     IF ENT-FROM-EARLIER (WS-ENTRY-IX)
006490         MOVE "JOURNAL - LAST CHANGE BY DATE" TO ASF-IMAGE-SOURCE
006500     END-IF.
006510     IF ENT-FROM-LATER (WS-ENTRY-IX)
006520         MOVE "JOURNAL - BEFORE NEXT CHANGE" TO ASF-IMAGE-SOURCE
006530     END-IF.
006540     PERFORM 3100-CHECK-PAGE-BREAK THRU 3100-EXIT.
006550     IF ENT-NOT-ON-FILE (WS-ENTRY-IX)
006560         ADD 1 TO WS-CLIENTS-NOT-ON-FILE
006570         MOVE SPACES TO ASF-CLIENT-NAME
006580         MOVE ZERO   TO ASF-CLIENT-BALANCE
006590         IF ENT-FROM-LATER (WS-ENTRY-IX)
006600             MOVE "NOT YET ADDED" TO ASF-STATUS
006610         ELSE
006620             MOVE "DELETED" TO ASF-STATUS
006630         END-IF
006640         WRITE ASOF-REPORT-LINE FROM ASF-DETAIL-LINE
006650         ADD 1 TO WS-LINE-COUNT
006660         GO TO 2000-EXIT
006670     END-IF.
006680     ADD 1 TO WS-CLIENTS-ON-FILE.
006690     MOVE WS-IMG-CLIENT-NAME TO ASF-CLIENT-NAME.
006700     MOVE WS-IMG-MONEY       TO ASF-CLIENT-BALANCE.
006710     MOVE "ON MASTER"        TO ASF-STATUS.
006720     WRITE ASOF-REPORT-LINE FROM ASF-DETAIL-LINE.
006730     ADD 1 TO WS-LINE-COUNT.
006740     MOVE "RECORD:" TO ASF-IMAGE-LABEL.
006750     PERFORM 3400-WRITE-IMAGE THRU 3400-EXIT.
006760     MOVE WS-ENT-IMAGE (WS-ENTRY-IX) TO ASOF-MASTER-RECORD.
006770     PERFORM 2200-WRITE-ASOF-RECORD THRU 2200-EXIT.
006780     ADD 1 TO WS-OUT-COUNT.
006790     ADD WS-IMG-MONEY TO WS-OUT-HASH.
006800 2000-EXIT.
006810     EXIT.
006820*****************************************************************
006830* 2200-WRITE-ASOF-RECORD
006840*    WRITES THE RECORD ALREADY IN THE AS-OF MASTER RECORD AREA.
006850*    THE RECORDS GO OUT IN ASCENDING KEY ORDER, SO A FAILED
006860*    WRITE MEANS A DAMAGED FILE AND STOPS THE RUN WITH RETURN
006870*    CODE 16 RATHER THAN LEAVE A PARTIAL MASTER SOMEONE COULD
006880*    PROJECT FROM.
006890*****************************************************************
006900 2200-WRITE-ASOF-RECORD.
006910     WRITE ASOF-MASTER-RECORD.
006920     IF WS-ASOF-STATUS NOT = "00"
006930         DISPLAY "**ERROR** AS-OF MASTER WRITE FAILED FOR KEY "
006940             ASM-CLIENT-ID ", STATUS " WS-ASOF-STATUS
006950         MOVE 16 TO RETURN-CODE
006960         STOP RUN
006970     END-IF.
006980 2200-EXIT.
006990     EXIT.
007000*****************************************************************
007010* 3000-PRINT-HEADERS
007020*    STARTS A NEW PAGE: PAGE HEADING, THE SELECTION IN FORCE,
007030*    AND THE COLUMN HEADINGS.
007040*****************************************************************
007050 3000-PRINT-HEADERS.
007060     ADD 1 TO WS-PAGE-COUNT.
007070     MOVE WS-PAGE-COUNT TO ASF-PAGE-NO.
007080     MOVE WS-RUN-DATE   TO ASF-RUN-DATE.
007090     MOVE WS-AS-OF-DATE TO ASF-AS-OF-DATE.
007100     MOVE WS-DATE-BASIS TO ASF-DATE-BASIS.
007110     IF WS-SELECT-CLIENT-ID = SPACES
007120         MOVE "ALL" TO ASF-SELECT-CLIENT
007130     ELSE
007140         MOVE WS-SELECT-CLIENT-ID TO ASF-SELECT-CLIENT
007150     END-IF.
007160     WRITE ASOF-REPORT-LINE FROM ASF-HEADING-1.
007170     WRITE ASOF-REPORT-LINE FROM ASF-SELECTION-LINE.
007180     WRITE ASOF-REPORT-LINE FROM ASF-BLANK-LINE.
007190     WRITE ASOF-REPORT-LINE FROM ASF-COLUMN-HEADING.
007200     MOVE ZERO TO WS-LINE-COUNT.
007210 3000-EXIT.
007220     EXIT.
007230*****************************************************************
007240* 3100-CHECK-PAGE-BREAK
007250*    STARTS A NEW PAGE WHEN THE CURRENT ONE IS FULL.
007260*****************************************************************
007270 3100-CHECK-PAGE-BREAK.
007280     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
007290         PERFORM 3000-PRINT-HEADERS THRU 3000-EXIT
007300     END-IF.
007310 3100-EXIT.
007320     EXIT.
007330*****************************************************************
007340* 3300-WRITE-MESSAGE
007350*    WRITES ONE WARNING OR INFORMATION LINE.  THE MESSAGE IS
007360*    ALREADY IN ASF-MESSAGE.
007370*****************************************************************
007380 3300-WRITE-MESSAGE.
007390     PERFORM 3100-CHECK-PAGE-BREAK THRU 3100-EXIT.
007400     WRITE ASOF-REPORT-LINE FROM ASF-MESSAGE-LINE.
007410     ADD 1 TO WS-LINE-COUNT.
007420 3300-EXIT.
007430     EXIT.
007440*****************************************************************
007450* 3400-WRITE-IMAGE
007460*    WRITES ONE RECORD IMAGE AS THREE LINES FROM WS-IMAGE-WORK.
007470*    THE LABEL IS SET BY THE CALLER; THE LATER LINES ARE
007480*    LABELED AS CONTINUATIONS.
007490*****************************************************************
007500 3400-WRITE-IMAGE.
007510     MOVE WS-IMAGE-PART-1 TO ASF-IMAGE.
007520     WRITE ASOF-REPORT-LINE FROM ASF-IMAGE-LINE.
007530     MOVE "(CONT):" TO ASF-IMAGE-LABEL.
007540     MOVE WS-IMAGE-PART-2 TO ASF-IMAGE.
007550     WRITE ASOF-REPORT-LINE FROM ASF-IMAGE-LINE.
007560     MOVE WS-IMAGE-PART-3 TO ASF-IMAGE.
007570     WRITE ASOF-REPORT-LINE FROM ASF-IMAGE-LINE.
007580     ADD 3 TO WS-LINE-COUNT.
007590 3400-EXIT.
007600     EXIT.
007610*****************************************************************
007620* 9000-TERMINATE
007630*    WRITES THE RECONSTRUCTED MASTER'S TRAILER, PRINTS THE RUN
007640*    TOTALS, CLOSES THE OUTPUTS, AND SETS THE RETURN CODE: 4
007650*    WHEN THE JOURNAL WAS MISSING OR STARTS AFTER THE AS-OF
007660*    DATE, WHEN THE TABLE FILLED, OR WHEN THE ONE CLIENT ASKED
007670*    FOR WAS FOUND NOWHERE, SO THE RESULT IS KNOWN TO BE
007680*    INCOMPLETE.
007690*****************************************************************
007700 9000-TERMINATE.
007710     MOVE SPACES           TO ASOF-TRAILER-RECORD.
007720     MOVE "9999999999"     TO AST-RECORD-KEY.
007730     MOVE WS-OUT-COUNT     TO AST-RECORD-COUNT.
007740     MOVE WS-OUT-HASH      TO AST-MONEY-HASH.
007750     PERFORM 2200-WRITE-ASOF-RECORD THRU 2200-EXIT.
007760     CLOSE ASOF-MASTER-FILE.
007770     IF WS-LINE-COUNT + 12 > WS-MAX-LINES-PER-PAGE
007780         PERFORM 3000-PRINT-HEADERS THRU 3000-EXIT
007790     END-IF.
007800     WRITE ASOF-REPORT-LINE FROM ASF-BLANK-LINE.
007810     MOVE "CURRENT MASTER CLIENTS READ:" TO ASF-TOTAL-LABEL.
007820     MOVE WS-MASTER-CLIENTS TO ASF-TOTAL-VALUE.
007830     WRITE ASOF-REPORT-LINE FROM ASF-TOTAL-LINE.
007840     MOVE "JOURNAL RECORDS READ:" TO ASF-TOTAL-LABEL.
007850     MOVE WS-JOURNAL-READ TO ASF-TOTAL-VALUE.
007860     WRITE ASOF-REPORT-LINE FROM ASF-TOTAL-LINE.
007870     MOVE "JOURNAL RECORDS FOR THE SELECTION:" TO ASF-TOTAL-LABEL.
007880     MOVE WS-JOURNAL-SELECTED TO ASF-TOTAL-VALUE.
007890     WRITE ASOF-REPORT-LINE FROM ASF-TOTAL-LINE.
007900     MOVE "JOURNAL RECORDS USED:" TO ASF-TOTAL-LABEL.
007910     MOVE WS-JOURNAL-APPLIED TO ASF-TOTAL-VALUE.
007920     WRITE ASOF-REPORT-LINE FROM ASF-TOTAL-LINE.
007930     MOVE "CLIENTS ON MASTER AS OF DATE:" TO ASF-TOTAL-LABEL.
007940     MOVE WS-CLIENTS-ON-FILE TO ASF-TOTAL-VALUE.
007950     WRITE ASOF-REPORT-LINE FROM ASF-TOTAL-LINE.
007960     MOVE "CLIENTS NOT ON MASTER AS OF DATE:" TO ASF-TOTAL-LABEL.
007970     MOVE WS-CLIENTS-NOT-ON-FILE TO ASF-TOTAL-VALUE.
007980     WRITE ASOF-REPORT-LINE FROM ASF-TOTAL-LINE.
007990     MOVE "CLIENTS UNCHANGED SINCE DATE:" TO ASF-TOTAL-LABEL.
008000     MOVE WS-CLIENTS-UNCHANGED TO ASF-TOTAL-VALUE.
008010     WRITE ASOF-REPORT-LINE FROM ASF-TOTAL-LINE.
008020     MOVE "RECORDS WRITTEN TO AS-OF MASTER:" TO ASF-TOTAL-LABEL.
008030     MOVE WS-OUT-COUNT TO ASF-TOTAL-VALUE.
008040     WRITE ASOF-REPORT-LINE FROM ASF-TOTAL-LINE.
008050     IF WS-ENTRY-LOST-COUNT > ZERO
008060         MOVE "CLIENTS NOT LOADED - TABLE FULL:"
008070             TO ASF-TOTAL-LABEL
008080         MOVE WS-ENTRY-LOST-COUNT TO ASF-TOTAL-VALUE
008090         WRITE ASOF-REPORT-LINE FROM ASF-TOTAL-LINE
008100     END-IF.
008110     CLOSE ASOF-REPORT-FILE.
008120     DISPLAY "AS-OF DATE:            " WS-AS-OF-DATE.
008130     DISPLAY "JOURNAL RECORDS READ:  " WS-JOURNAL-READ.
008140     DISPLAY "CLIENTS ON MASTER:     " WS-CLIENTS-ON-FILE.
008150     DISPLAY "CLIENTS NOT ON MASTER: " WS-CLIENTS-NOT-ON-FILE.
008160     IF JOURNAL-FILE-MISSING
008170         OR WS-JOURNAL-FIRST-DATE > WS-AS-OF-DATE
008180         OR WS-ENTRY-LOST-COUNT > ZERO
008190         OR WS-ENTRY-COUNT = ZERO
008200         MOVE 4 TO RETURN-CODE
008210     END-IF.
008220 9000-EXIT.
008230     EXIT.
008240 END PROGRAM CLIENT-ASOF.
