000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FINGERPRINT-REPORT.
000030 AUTHOR. R HARTWELL.
000040 INSTALLATION. DEMO SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*  DATE       INIT  DESCRIPTION                              *
000100*  10/15/2026 RH    ORIGINAL PROGRAM - GROUPS THE FINGERPRINT *
000110*                   CATALOG WRITTEN BY GAME-OF-LIFE BY       *
000120*                   OUTCOME ACROSS ALL JOBS.  EACH DISTINCT   *
000130*                   OUTCOME IS LISTED WITH HOW MANY RUNS      *
000140*                   REACHED IT AND THE RULES AND SEEDS THAT   *
000150*                   LED THERE, SO REDUNDANT STRETCHES OF A    *
000160*                   SEED SWEEP AND GENUINELY RARE OUTCOMES    *
000170*                   STAND OUT.                                *
000180*----------------------------------------------------------*
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220     SELECT FINGERPRINT-FILE ASSIGN TO "FPRTCAT"
000230         ORGANIZATION IS LINE SEQUENTIAL
000240         FILE STATUS IS FS-FINGERPRINT.
000250     SELECT REPORT-FILE ASSIGN TO "FPRTRPT"
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS FS-REPORT.
000280 DATA DIVISION.
000290 FILE SECTION.
000300* FINGERPRINT CATALOG - ONE ENTRY PER RUN THAT REACHED AN
000310* OUTCOME, AS WRITTEN BY GAME-OF-LIFE.  A FINGERPRINT IS THE
000320* LIVE-CELL BOUNDING BOX HEIGHT AND WIDTH, THE LIVE COUNT,
000330* AND A HASH OF THE LIVE CELLS' OFFSETS WITHIN THAT BOX.
000340 FD  FINGERPRINT-FILE.
000350 01  FINGERPRINT-RECORD.
000360     05  FC-JOB-ID               PIC 9(14).
000370     05  FC-RUN-NUMBER           PIC 9(04).
000380     05  FC-SEED                 PIC 9(09).
000390     05  FC-RULE-NAME            PIC X(10).
000400     05  FC-WRAP-FLAG            PIC X(01).
000410     05  FC-PATTERN-NAME         PIC X(10).
000420     05  FC-HEIGHT               PIC 9(03).
000430     05  FC-WIDTH                PIC 9(03).
000440     05  FC-EXIT-GENERATION      PIC 9(04).
000450     05  FC-LIVE-COUNT           PIC 9(05).
000460     05  FC-FINAL-PRINT          PIC X(20).
000470     05  FC-CYCLE-START          PIC 9(04).
000480     05  FC-CYCLE-PERIOD         PIC 9(01).
000490     05  FC-CYCLE-PRINT          PIC X(20).
000500     05  FC-EXIT-REASON          PIC X(60).
000510
000520 FD  REPORT-FILE.
000530 01  REPORT-RECORD               PIC X(80).
000540
000550 WORKING-STORAGE SECTION.
000560* ONE ENTRY PER DISTINCT OUTCOME.  THE KEY IS THE CYCLE
000570* PERIOD (ZERO WHEN THE RUN DID NOT SETTLE) FOLLOWED BY THE
000580* CYCLE FINGERPRINT, OR THE FINAL-BOARD FINGERPRINT WHEN
000590* THERE WAS NO CYCLE.  EACH OUTCOME KEEPS A TALLY BY RULE
000600* AND WRAP SETTING AND THE FIRST FEW DISTINCT SEEDS (THE
000610* PATTERN NAME FOR A RUN THAT STARTED FROM A PATTERN).
000620 01  OUTCOME-LIMIT               PIC 9(03) VALUE 500.
000630 01  OUTCOME-COUNT               PIC 9(03) VALUE 0.
000640 01  OUTCOME-TABLE.
000650     05  OT-ENTRY OCCURS 500 TIMES.
000660         10  OT-KEY              PIC X(21).
000670         10  OT-RUN-COUNT        PIC 9(06).
000680         10  OT-FIRST-JOB        PIC 9(14).
000690         10  OT-FIRST-RUN        PIC 9(04).
000700         10  OT-FIRST-GEN        PIC 9(04).
000710         10  OT-REPORTED-FLAG    PIC X(01).
000720             88  OT-WAS-REPORTED            VALUE "Y".
000730         10  OT-RULE-COUNT       PIC 9(01).
000740         10  OT-RULE-ENTRY OCCURS 8 TIMES.
000750             15  OT-RULE-NAME    PIC X(10).
000760             15  OT-RULE-WRAP    PIC X(01).
000770             15  OT-RULE-RUNS    PIC 9(06).
000780         10  OT-SEED-COUNT       PIC 9(01).
000790         10  OT-SEED-MORE-FLAG   PIC X(01).
000800             88  OT-MORE-SEEDS              VALUE "Y".
000810         10  OT-SEED             PIC X(10) OCCURS 6 TIMES.
000820 01  RULE-LIMIT                  PIC 9(01) VALUE 8.
000830 01  SEED-LIMIT                  PIC 9(01) VALUE 6.
000840
000850* KEY OF THE ENTRY BEING FILED, WITH A VIEW OF ITS PARTS
000860 01  OUTCOME-KEY.
000870     05  KEY-PERIOD              PIC 9(01).
000880     05  KEY-PRINT.
000890         10  KEY-HEIGHT          PIC 9(03).
000900         10  KEY-WIDTH           PIC 9(03).
000910         10  KEY-LIVE            PIC 9(05).
000920         10  KEY-HASH            PIC 9(09).
000930 01  OUTCOME-KEY-TEXT REDEFINES OUTCOME-KEY PIC X(21).
000940 01  SEED-TEXT                   PIC X(10).
000950 01  OUTCOME-TEXT                PIC X(24).
000960
000970* SUBSCRIPTS AND SEARCH RESULTS
000980 01  OX                          PIC 9(03).
000990 01  FOUND-INDEX                 PIC 9(03).
001000 01  BEST-INDEX                  PIC 9(03).
001010 01  RX                          PIC 9(01).
001020 01  RULE-FOUND-INDEX            PIC 9(01).
001030 01  SX                          PIC 9(01).
001040 01  SEED-FOUND-FLAG             PIC X(01).
001050     88  SEED-ALREADY-LISTED                VALUE "Y".
001060 01  OUTCOME-SEQ                 PIC 9(03) VALUE 0.
001070
001080* COUNTERS
001090 01  ENTRIES-READ                PIC 9(06) VALUE 0.
001100 01  ENTRIES-SKIPPED             PIC 9(06) VALUE 0.
001110 01  ENTRIES-FILED               PIC 9(06) VALUE 0.
001120 01  ENTRIES-DROPPED             PIC 9(06) VALUE 0.
001130 01  REDUNDANT-RUNS              PIC 9(06) VALUE 0.
001140 01  RARE-OUTCOMES               PIC 9(03) VALUE 0.
001150
001160* SWITCHES
001170 01  CATALOG-EOF-FLAG            PIC X(01) VALUE "N".
001180     88  NO-MORE-ENTRIES                    VALUE "Y".
001190 01  CATALOG-OPEN-FLAG           PIC X(01) VALUE "N".
001200     88  CATALOG-IS-OPEN                    VALUE "Y".
001210 01  REPORT-OK-FLAG              PIC X(01) VALUE "N".
001220     88  REPORT-IS-OPEN                     VALUE "Y".
001230* CONDITION CODE HANDED BACK TO THE JOB STREAM - 0 CLEAN,
001240* 4 WARNINGS, 8 A REQUIRED DATASET WAS NOT AVAILABLE
001250 01  CONDITION-CODE              PIC 9(02) VALUE 0.
001260
001270* FILE STATUS SWITCHES
001280 01  FS-FINGERPRINT              PIC X(02).
001290 01  FS-REPORT                   PIC X(02).
001300
001310* REPORT LINE-EDITING WORK AREAS
001320 01  EDIT-SEQ                    PIC ZZ9.
001330 01  EDIT-HEIGHT                 PIC ZZ9.
001340 01  EDIT-WIDTH                  PIC ZZ9.
001350 01  EDIT-LIVE                   PIC ZZZZ9.
001360 01  EDIT-RUNS                   PIC ZZZZZ9.
001370 01  EDIT-RUN                    PIC ZZZ9.
001380 01  EDIT-GEN                    PIC ZZZ9.
001390 01  EDIT-PERIOD                 PIC 9.
001400 01  EDIT-SEED                   PIC Z(8)9.
001410 01  EDIT-COUNT                  PIC ZZ9.
001420
001430 PROCEDURE DIVISION.
001440*----------------------------------------------------------*
001450* 0000-MAINLINE - FILE EVERY CATALOG ENTRY UNDER ITS        *
001460* OUTCOME, THEN LIST THE OUTCOMES MOST-REACHED FIRST.       *
001470*----------------------------------------------------------*
001480 0000-MAINLINE.
001490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001500     IF REPORT-IS-OPEN AND CATALOG-IS-OPEN
001510         PERFORM 2000-LOAD-CATALOG THRU 2000-EXIT
001520         PERFORM 3000-WRITE-OUTCOMES THRU 3000-EXIT
001530     END-IF.
001540     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001550     STOP RUN.
001560
001570*----------------------------------------------------------*
001580* 1000-INITIALIZE - OPEN THE REPORT AND THE CATALOG.  BOTH  *
001590* ARE REQUIRED.                                             *
001600*----------------------------------------------------------*
001610 1000-INITIALIZE.
001620     OPEN OUTPUT REPORT-FILE.
001630     IF FS-REPORT NOT = "00"
001640         DISPLAY "FINGERPRINT REPORT DATASET NOT AVAILABLE - "
001650             "FILE STATUS " FS-REPORT " - JOB TERMINATED"
001660         MOVE 8 TO CONDITION-CODE
001670         GO TO 1000-EXIT
001680     END-IF.
001690     MOVE "Y" TO REPORT-OK-FLAG.
001700     MOVE SPACES TO REPORT-RECORD.
001710     STRING "FINGERPRINT CATALOG REPORT - RUNS GROUPED BY "
001720         "OUTCOME" DELIMITED BY SIZE INTO REPORT-RECORD.
001730     WRITE REPORT-RECORD.
001740     OPEN INPUT FINGERPRINT-FILE.
001750     IF FS-FINGERPRINT NOT = "00"
001760         DISPLAY "FINGERPRINT CATALOG NOT AVAILABLE - FILE "
001770             "STATUS " FS-FINGERPRINT " - JOB TERMINATED"
001780         MOVE 8 TO CONDITION-CODE
001790         MOVE SPACES TO REPORT-RECORD
001800         STRING "FINGERPRINT CATALOG NOT AVAILABLE - FILE "
001810             "STATUS " FS-FINGERPRINT " - NOTHING REPORTED"
001820             DELIMITED BY SIZE INTO REPORT-RECORD
001830         WRITE REPORT-RECORD
001840         GO TO 1000-EXIT
001850     END-IF.
001860     MOVE "Y" TO CATALOG-OPEN-FLAG.
001870 1000-EXIT.
001880     EXIT.
001890
001900*----------------------------------------------------------*
001910* 2000-LOAD-CATALOG - READ THE WHOLE CATALOG, FILING EACH   *
001920* ENTRY UNDER ITS OUTCOME.                                  *
001930*----------------------------------------------------------*
001940 2000-LOAD-CATALOG.
001950     PERFORM 2100-READ-CATALOG THRU 2100-EXIT.
001960     PERFORM 2200-FILE-ENTRY THRU 2200-EXIT
001970         UNTIL NO-MORE-ENTRIES.
001980     CLOSE FINGERPRINT-FILE.
001990     MOVE "N" TO CATALOG-OPEN-FLAG.
002000 2000-EXIT.
002010     EXIT.
002020
002030 2100-READ-CATALOG.
002040     READ FINGERPRINT-FILE
002050         AT END
002060             MOVE "Y" TO CATALOG-EOF-FLAG
002070         NOT AT END
002080             ADD 1 TO ENTRIES-READ
002090     END-READ.
002100 2100-EXIT.
002110     EXIT.
002120
002130* AN ENTRY WHOSE NUMERIC FIELDS ARE NOT NUMERIC CANNOT BE
002140* TRUSTED TO GROUP CORRECTLY AND IS SKIPPED
002150 2200-FILE-ENTRY.
002160     IF FC-JOB-ID NOT NUMERIC OR FC-RUN-NUMBER NOT NUMERIC
002170      OR FC-SEED NOT NUMERIC OR FC-CYCLE-PERIOD NOT NUMERIC
002180      OR FC-EXIT-GENERATION NOT NUMERIC
002190         ADD 1 TO ENTRIES-SKIPPED
002200         GO TO 2200-READ-NEXT
002210     END-IF.
002220     MOVE FC-CYCLE-PERIOD TO KEY-PERIOD.
002230     IF FC-CYCLE-PERIOD > 0
002240         MOVE FC-CYCLE-PRINT TO KEY-PRINT
002250     ELSE
002260         MOVE FC-FINAL-PRINT TO KEY-PRINT
002270     END-IF.
002280     IF KEY-PRINT NOT NUMERIC
002290         ADD 1 TO ENTRIES-SKIPPED
002300         GO TO 2200-READ-NEXT
002310     END-IF.
002320     MOVE 0 TO FOUND-INDEX.
002330     PERFORM 2210-FIND-OUTCOME THRU 2210-EXIT
002340         VARYING OX FROM 1 BY 1
002350         UNTIL OX > OUTCOME-COUNT OR FOUND-INDEX > 0.
002360     IF FOUND-INDEX = 0
002370         IF OUTCOME-COUNT NOT < OUTCOME-LIMIT
002380             ADD 1 TO ENTRIES-DROPPED
002390             GO TO 2200-READ-NEXT
002400         END-IF
002410         ADD 1 TO OUTCOME-COUNT
002420         MOVE OUTCOME-COUNT TO FOUND-INDEX
002430         MOVE OUTCOME-KEY-TEXT TO OT-KEY(FOUND-INDEX)
002440         MOVE 0 TO OT-RUN-COUNT(FOUND-INDEX)
002450         MOVE FC-JOB-ID TO OT-FIRST-JOB(FOUND-INDEX)
002460         MOVE FC-RUN-NUMBER TO OT-FIRST-RUN(FOUND-INDEX)
002470         MOVE FC-EXIT-GENERATION TO OT-FIRST-GEN(FOUND-INDEX)
002480         MOVE "N" TO OT-REPORTED-FLAG(FOUND-INDEX)
002490         MOVE 0 TO OT-RULE-COUNT(FOUND-INDEX)
002500         MOVE 0 TO OT-SEED-COUNT(FOUND-INDEX)
002510         MOVE "N" TO OT-SEED-MORE-FLAG(FOUND-INDEX)
002520     END-IF.
002530     ADD 1 TO OT-RUN-COUNT(FOUND-INDEX).
002540     ADD 1 TO ENTRIES-FILED.
002550     PERFORM 2220-TALLY-RULE THRU 2220-EXIT.
002560     PERFORM 2230-LIST-SEED THRU 2230-EXIT.
002570 2200-READ-NEXT.
002580     PERFORM 2100-READ-CATALOG THRU 2100-EXIT.
002590 2200-EXIT.
002600     EXIT.
002610
002620 2210-FIND-OUTCOME.
002630     IF OT-KEY(OX) = OUTCOME-KEY-TEXT
002640         MOVE OX TO FOUND-INDEX
002650     END-IF.
002660 2210-EXIT.
002670     EXIT.
002680
002690* RULE AND WRAP SETTING TOGETHER - THE SAME RULE ON A TORUS
002700* AND ON A DEAD-EDGE BOARD ARE DIFFERENT ROUTES TO AN OUTCOME
002710 2220-TALLY-RULE.
002720     MOVE 0 TO RULE-FOUND-INDEX.
002730     PERFORM 2221-FIND-RULE THRU 2221-EXIT
002740         VARYING RX FROM 1 BY 1
002750         UNTIL RX > OT-RULE-COUNT(FOUND-INDEX)
002760         OR RULE-FOUND-INDEX > 0.
002770     IF RULE-FOUND-INDEX = 0
002780         IF OT-RULE-COUNT(FOUND-INDEX) NOT < RULE-LIMIT
002790             GO TO 2220-EXIT
002800         END-IF
002810         ADD 1 TO OT-RULE-COUNT(FOUND-INDEX)
002820         MOVE OT-RULE-COUNT(FOUND-INDEX) TO RULE-FOUND-INDEX
002830         MOVE FC-RULE-NAME
002840             TO OT-RULE-NAME(FOUND-INDEX, RULE-FOUND-INDEX)
002850         MOVE FC-WRAP-FLAG
002860             TO OT-RULE-WRAP(FOUND-INDEX, RULE-FOUND-INDEX)
002870         MOVE 0 TO OT-RULE-RUNS(FOUND-INDEX, RULE-FOUND-INDEX)
002880     END-IF.
002890     ADD 1 TO OT-RULE-RUNS(FOUND-INDEX, RULE-FOUND-INDEX).
002900 2220-EXIT.
002910     EXIT.
002920
002930 2221-FIND-RULE.
002940     IF OT-RULE-NAME(FOUND-INDEX, RX) = FC-RULE-NAME
002950      AND OT-RULE-WRAP(FOUND-INDEX, RX) = FC-WRAP-FLAG
002960         MOVE RX TO RULE-FOUND-INDEX
002970     END-IF.
002980 2221-EXIT.
002990     EXIT.
003000
003010* A RUN STARTED FROM A NAMED PATTERN OR SCENARIO IS LISTED BY
003020* THAT NAME - ITS SEED PLAYED NO PART IN THE OUTCOME
003030 2230-LIST-SEED.
003040     IF FC-PATTERN-NAME NOT = SPACES
003050         MOVE FC-PATTERN-NAME TO SEED-TEXT
003060     ELSE
003070         MOVE FC-SEED TO EDIT-SEED
003080         MOVE EDIT-SEED TO SEED-TEXT
003090     END-IF.
003100     MOVE "N" TO SEED-FOUND-FLAG.
003110     PERFORM 2231-FIND-SEED THRU 2231-EXIT
003120         VARYING SX FROM 1 BY 1
003130         UNTIL SX > OT-SEED-COUNT(FOUND-INDEX)
003140         OR SEED-ALREADY-LISTED.
003150     IF SEED-ALREADY-LISTED
003160         GO TO 2230-EXIT
003170     END-IF.
003180     IF OT-SEED-COUNT(FOUND-INDEX) NOT < SEED-LIMIT
003190         MOVE "Y" TO OT-SEED-MORE-FLAG(FOUND-INDEX)
003200         GO TO 2230-EXIT
003210     END-IF.
003220     ADD 1 TO OT-SEED-COUNT(FOUND-INDEX).
003230     MOVE SEED-TEXT
003240         TO OT-SEED(FOUND-INDEX, OT-SEED-COUNT(FOUND-INDEX)).
003250 2230-EXIT.
003260     EXIT.
003270
003280 2231-FIND-SEED.
003290     IF OT-SEED(FOUND-INDEX, SX) = SEED-TEXT
003300         MOVE "Y" TO SEED-FOUND-FLAG
003310     END-IF.
003320 2231-EXIT.
003330     EXIT.
003340
003350*----------------------------------------------------------*
003360* 3000-WRITE-OUTCOMES - LIST EVERY OUTCOME, THE ONE REACHED *
003370* BY THE MOST RUNS FIRST.  AN OUTCOME REACHED BY ONE RUN    *
003380* ONLY IS FLAGGED RARE.                                     *
003390*----------------------------------------------------------*
003400 3000-WRITE-OUTCOMES.
003410     PERFORM 3100-WRITE-NEXT-OUTCOME THRU 3100-EXIT
003420         OUTCOME-COUNT TIMES.
003430 3000-EXIT.
003440     EXIT.
003450
003460 3100-WRITE-NEXT-OUTCOME.
003470     MOVE 0 TO BEST-INDEX.
003480     PERFORM 3110-PICK-MOST-RUNS THRU 3110-EXIT
003490         VARYING OX FROM 1 BY 1 UNTIL OX > OUTCOME-COUNT.
003500     IF BEST-INDEX = 0
003510         GO TO 3100-EXIT
003520     END-IF.
003530     MOVE "Y" TO OT-REPORTED-FLAG(BEST-INDEX).
003540     ADD 1 TO OUTCOME-SEQ.
003550     MOVE OT-KEY(BEST-INDEX) TO OUTCOME-KEY-TEXT.
003560     COMPUTE REDUNDANT-RUNS =
003570         REDUNDANT-RUNS + OT-RUN-COUNT(BEST-INDEX) - 1.
003580     MOVE SPACES TO OUTCOME-TEXT.
003590     EVALUATE TRUE
003600         WHEN KEY-LIVE = 0
003610             MOVE "EXTINCT" TO OUTCOME-TEXT
003620         WHEN KEY-PERIOD = 1
003630             MOVE "STILL LIFE" TO OUTCOME-TEXT
003640         WHEN KEY-PERIOD > 1
003650             MOVE KEY-PERIOD TO EDIT-PERIOD
003660             STRING "OSCILLATOR PERIOD " EDIT-PERIOD
003670                 DELIMITED BY SIZE INTO OUTCOME-TEXT
003680         WHEN OTHER
003690             MOVE "UNSETTLED AT RUN END" TO OUTCOME-TEXT
003700     END-EVALUATE.
003710     MOVE SPACES TO REPORT-RECORD.
003720     WRITE REPORT-RECORD.
003730     MOVE OUTCOME-SEQ TO EDIT-SEQ.
003740     MOVE KEY-HEIGHT TO EDIT-HEIGHT.
003750     MOVE KEY-WIDTH TO EDIT-WIDTH.
003760     MOVE KEY-LIVE TO EDIT-LIVE.
003770     MOVE SPACES TO REPORT-RECORD.
003780     STRING "OUTCOME " EDIT-SEQ "  " OUTCOME-TEXT
003790         "  BOX " EDIT-HEIGHT " X " EDIT-WIDTH
003800         "  LIVE " EDIT-LIVE DELIMITED BY SIZE
003810         INTO REPORT-RECORD.
003820     WRITE REPORT-RECORD.
003830     MOVE OT-RUN-COUNT(BEST-INDEX) TO EDIT-RUNS.
003840     MOVE SPACES TO REPORT-RECORD.
003850     STRING "  FINGERPRINT " KEY-PRINT
003860         "  RUNS REACHING IT " EDIT-RUNS
003870         DELIMITED BY SIZE INTO REPORT-RECORD.
003880     WRITE REPORT-RECORD.
003890     MOVE OT-FIRST-RUN(BEST-INDEX) TO EDIT-RUN.
003900     MOVE OT-FIRST-GEN(BEST-INDEX) TO EDIT-GEN.
003910     MOVE SPACES TO REPORT-RECORD.
003920     STRING "  FIRST REACHED JOB " OT-FIRST-JOB(BEST-INDEX)
003930         " RUN " EDIT-RUN " BY GENERATION " EDIT-GEN
003940         DELIMITED BY SIZE INTO REPORT-RECORD.
003950     WRITE REPORT-RECORD.
003960     PERFORM 3120-WRITE-RULE-LINE THRU 3120-EXIT
003970         VARYING RX FROM 1 BY 1
003980         UNTIL RX > OT-RULE-COUNT(BEST-INDEX).
003990     PERFORM 3130-WRITE-SEED-LINE THRU 3130-EXIT.
004000     IF OT-RUN-COUNT(BEST-INDEX) = 1
004010         ADD 1 TO RARE-OUTCOMES
004020         MOVE SPACES TO REPORT-RECORD
004030         STRING "  ** RARE - ONLY ONE RUN REACHED THIS OUTCOME"
004040             DELIMITED BY SIZE INTO REPORT-RECORD
004050         WRITE REPORT-RECORD
004060     END-IF.
004070 3100-EXIT.
004080     EXIT.
004090
004100 3110-PICK-MOST-RUNS.
004110     IF NOT OT-WAS-REPORTED(OX)
004120         IF BEST-INDEX = 0
004130             MOVE OX TO BEST-INDEX
004140         ELSE
004150             IF OT-RUN-COUNT(OX) > OT-RUN-COUNT(BEST-INDEX)
004160                 MOVE OX TO BEST-INDEX
004170             END-IF
004180         END-IF
004190     END-IF.
004200 3110-EXIT.
004210     EXIT.
004220
004230 3120-WRITE-RULE-LINE.
004240     MOVE OT-RULE-RUNS(BEST-INDEX, RX) TO EDIT-RUNS.
004250     MOVE SPACES TO REPORT-RECORD.
004260     STRING "  RULE " OT-RULE-NAME(BEST-INDEX, RX)
004270         " WRAP " OT-RULE-WRAP(BEST-INDEX, RX)
004280         "  RUNS " EDIT-RUNS DELIMITED BY SIZE
004290         INTO REPORT-RECORD.
004300     WRITE REPORT-RECORD.
004310 3120-EXIT.
004320     EXIT.
004330
004340 3130-WRITE-SEED-LINE.
004350     MOVE SPACES TO REPORT-RECORD.
004360     STRING "  SEEDS " OT-SEED(BEST-INDEX, 1)
004370         " " OT-SEED(BEST-INDEX, 2) " " OT-SEED(BEST-INDEX, 3)
004380         " " OT-SEED(BEST-INDEX, 4) " " OT-SEED(BEST-INDEX, 5)
004390         " " OT-SEED(BEST-INDEX, 6)
004400         DELIMITED BY SIZE INTO REPORT-RECORD.
004410     IF OT-SEED-COUNT(BEST-INDEX) < SEED-LIMIT
004420         COMPUTE SX = OT-SEED-COUNT(BEST-INDEX) + 1
004430         MOVE SPACES TO REPORT-RECORD(9 + (SX - 1) * 11:)
004440     END-IF.
004450     WRITE REPORT-RECORD.
004460     IF OT-MORE-SEEDS(BEST-INDEX)
004470         MOVE SPACES TO REPORT-RECORD
004480         STRING "         ... AND FURTHER SEEDS NOT LISTED"
004490             DELIMITED BY SIZE INTO REPORT-RECORD
004500         WRITE REPORT-RECORD
004510     END-IF.
004520 3130-EXIT.
004530     EXIT.
004540
004550*----------------------------------------------------------*
004560* 9000-TERMINATE - WRITE THE CATALOG SUMMARY AND CLOSE THE  *
004570* REPORT.                                                   *
004580*----------------------------------------------------------*
004590 9000-TERMINATE.
004600     IF CATALOG-IS-OPEN
004610         CLOSE FINGERPRINT-FILE
004620     END-IF.
004630     IF REPORT-IS-OPEN
004640         MOVE ENTRIES-READ TO EDIT-RUNS
004650         MOVE OUTCOME-COUNT TO EDIT-COUNT
004660         MOVE SPACES TO REPORT-RECORD
004670         WRITE REPORT-RECORD
004680         MOVE SPACES TO REPORT-RECORD
004690         STRING "CATALOG SUMMARY - " EDIT-RUNS
004700             " ENTRIES READ, " EDIT-COUNT
004710             " DISTINCT OUTCOME(S)" DELIMITED BY SIZE
004720             INTO REPORT-RECORD
004730         WRITE REPORT-RECORD
004740         MOVE REDUNDANT-RUNS TO EDIT-RUNS
004750         MOVE SPACES TO REPORT-RECORD
004760         STRING "  " EDIT-RUNS " RUN(S) REPEATED AN OUTCOME "
004770             "ALREADY REACHED" DELIMITED BY SIZE
004780             INTO REPORT-RECORD
004790         WRITE REPORT-RECORD
004800         MOVE RARE-OUTCOMES TO EDIT-COUNT
004810         MOVE SPACES TO REPORT-RECORD
004820         STRING "  " EDIT-COUNT " OUTCOME(S) REACHED BY A "
004830             "SINGLE RUN" DELIMITED BY SIZE INTO REPORT-RECORD
004840         WRITE REPORT-RECORD
004850         IF ENTRIES-SKIPPED > 0
004860             MOVE ENTRIES-SKIPPED TO EDIT-RUNS
004870             MOVE SPACES TO REPORT-RECORD
004880             STRING "  WARNING - " EDIT-RUNS " MALFORMED "
004890                 "CATALOG ENTRY(S) SKIPPED" DELIMITED BY SIZE
004900                 INTO REPORT-RECORD
004910             WRITE REPORT-RECORD
004920         END-IF
004930         IF ENTRIES-DROPPED > 0
004940             MOVE ENTRIES-DROPPED TO EDIT-RUNS
004950             MOVE SPACES TO REPORT-RECORD
004960             STRING "  WARNING - OUTCOME TABLE FULL, " EDIT-RUNS
004970                 " ENTRY(S) NOT GROUPED" DELIMITED BY SIZE
004980                 INTO REPORT-RECORD
004990             WRITE REPORT-RECORD
005000         END-IF
005010         CLOSE REPORT-FILE
005020     END-IF.
005030     DISPLAY "FINGERPRINT REPORT ENDED - " ENTRIES-READ
005040         " ENTRIES, " OUTCOME-COUNT " OUTCOME(S)".
005050     IF CONDITION-CODE < 4
005060      AND (ENTRIES-SKIPPED > 0 OR ENTRIES-DROPPED > 0)
005070         MOVE 4 TO CONDITION-CODE
005080     END-IF.
005090     MOVE CONDITION-CODE TO RETURN-CODE.
005100 9000-EXIT.
005110     EXIT.
