000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. WINDOW-FORECAST.
000030 AUTHOR. R HARTWELL.
000040 INSTALLATION. DEMO SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*  DATE       INIT  DESCRIPTION                              *
000100*  10/15/2026 RH    ORIGINAL PROGRAM - BATCH WINDOW FORECAST.*
000110*                   LEARNS THE SIMULATOR'S SPEED FROM THE    *
000120*                   RUN TIMINGS ON THE AUDIT TRAIL, BY BOARD *
000130*                   SIZE, RULE AND DIVERGENCE MODE, THEN     *
000140*                   ESTIMATES EACH RECORD OF A PROPOSED      *
000150*                   RUNSPEC DECK AND FLAGS THE RECORDS THAT  *
000160*                   WOULD LIKELY BE CARRIED OVER OR NEVER    *
000170*                   STARTED UNDER THE JOBPARM MINUTE BUDGET. *
000180*----------------------------------------------------------*
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220     SELECT RUN-SPEC-FILE ASSIGN TO "RUNSPEC"
000230         ORGANIZATION IS LINE SEQUENTIAL
000240         FILE STATUS IS FS-RUNSPEC.
000250     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS FS-AUDIT.
000280     SELECT JOBPARM-FILE ASSIGN TO "JOBPARM"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS FS-JOBPARM.
000310     SELECT REPORT-FILE ASSIGN TO "FCSTRPT"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS FS-REPORT.
000340 DATA DIVISION.
000350 FILE SECTION.
000360* SAME 52-BYTE LAYOUT THE SIMULATOR READS
000370 FD  RUN-SPEC-FILE.
000380 01  RUN-SPEC-RECORD.
000390     05  RS-HEIGHT               PIC 9(03).
000400     05  RS-WIDTH                PIC 9(03).
000410     05  RS-GENERATIONS          PIC 9(04).
000420     05  RS-SEED                 PIC 9(09).
000430     05  RS-WRAP-FLAG            PIC X(01).
000440     05  RS-PATTERN-NAME         PIC X(10).
000450     05  RS-CKPT-INTERVAL        PIC 9(04).
000460     05  RS-RESTART-FLAG         PIC X(01).
000470     05  RS-RULE-NAME            PIC X(10).
000480     05  RS-DIVERGE-FLAG         PIC X(01).
000490     05  RS-PERTURB-ROW          PIC 9(03).
000500     05  RS-PERTURB-COL          PIC 9(03).
000510
000520 FD  AUDIT-FILE.
000530 01  AUDIT-RECORD                PIC X(300).
000540
000550 FD  JOBPARM-FILE.
000560 01  JOBPARM-RECORD.
000570     05  JP-TIME-BUDGET-MINS     PIC 9(04).
000580     05  JP-QUIET-FLAG           PIC X(01).
000590     05  JP-STATUS-INTERVAL      PIC 9(04).
000600
000610 FD  REPORT-FILE.
000620 01  REPORT-RECORD               PIC X(80).
000630
000640 WORKING-STORAGE SECTION.
000650* TIMING HISTORY ROLLED UP BY SIZE CLASS, RULE AND
000660* DIVERGENCE MODE.  A REQUESTED CELL-GENERATION IS ONE CELL
000670* OF THE BOARD FOR ONE OF THE GENERATIONS THE RUNSPEC ASKED
000680* FOR, SO RUNS THAT DIE OUT EARLY PULL THE RATE DOWN JUST AS
000690* THEY WILL IN THE PROPOSED DECK.
000700 01  HIST-LIMIT                  PIC 9(2) VALUE 60.
000710 01  HIST-COUNT                  PIC 9(2) VALUE 0.
000720 01  HIST-TABLE.
000730     05  HIST-ENTRY OCCURS 60 TIMES.
000740         10  HT-SIZE-CLASS       PIC 9(01).
000750         10  HT-RULE             PIC X(10).
000760         10  HT-DIVERGE          PIC X(01).
000770         10  HT-RUNS             PIC 9(07).
000780         10  HT-HUNDREDTHS       PIC 9(11).
000790         10  HT-REQ-CELLS        PIC 9(15).
000800         10  HT-RATE-TOTAL       PIC 9(15).
000810         10  HT-GENS-REQUESTED   PIC 9(11).
000820         10  HT-GENS-RUN         PIC 9(11).
000830
000840* THE PROPOSED DECK'S ESTIMATE ROLLED UP THE SAME WAY
000850 01  DECK-LIMIT                  PIC 9(2) VALUE 60.
000860 01  DECK-COUNT                  PIC 9(2) VALUE 0.
000870 01  DECK-TABLE.
000880     05  DECK-ENTRY OCCURS 60 TIMES.
000890         10  DT-SIZE-CLASS       PIC 9(01).
000900         10  DT-RULE             PIC X(10).
000910         10  DT-DIVERGE          PIC X(01).
000920         10  DT-RECORDS          PIC 9(05).
000930         10  DT-NO-HISTORY       PIC 9(05).
000940         10  DT-HUNDREDTHS       PIC 9(11).
000950
000960* SIZE CLASSES ARE BY BOARD AREA - THE CELLS TABLE HOLDS AT
000970* MOST 40000 CELLS, A 200 BY 200 BOARD
000980 01  SIZE-LABEL-TABLE.
000990     05  FILLER                  PIC X(14) VALUE "UP TO 50X50".
001000     05  FILLER                  PIC X(14) VALUE "UP TO 100X100".
001010     05  FILLER                  PIC X(14) VALUE "UP TO 150X150".
001020     05  FILLER                  PIC X(14) VALUE "UP TO 200X200".
001030 01  SIZE-LABELS REDEFINES SIZE-LABEL-TABLE.
001040     05  SIZE-LABEL              PIC X(14) OCCURS 4 TIMES.
001050
001060* FIELDS UNPACKED FROM THE AUDIT LINE BEING PROCESSED
001070 01  WORK-HEIGHT                 PIC 9(03).
001080 01  WORK-WIDTH                  PIC 9(03).
001090 01  WORK-REQGEN                 PIC 9(04).
001100 01  WORK-RANGEN                 PIC 9(04).
001110 01  WORK-RULE                   PIC X(10).
001120 01  WORK-DIVERGE                PIC X(01).
001130 01  WORK-HUNDREDTHS             PIC 9(08).
001140 01  WORK-CELL-RATE              PIC 9(09).
001150 01  WORK-OUTCOME                PIC X(12).
001160 01  WORK-AREA                   PIC 9(05).
001170 01  WORK-SIZE-CLASS             PIC 9(01).
001180 01  WORK-REQ-CELLS              PIC 9(12).
001190
001200* ESTIMATE FOR THE DECK RECORD BEING PROCESSED
001210 01  DECK-RECORD-NUMBER          PIC 9(05) VALUE 0.
001220 01  EST-HUNDREDTHS              PIC 9(09).
001230 01  EST-BASIS                   PIC X(05).
001240 01  EST-NOTE                    PIC X(22).
001250 01  BASIS-HUNDREDTHS            PIC 9(11).
001260 01  BASIS-REQ-CELLS             PIC 9(15).
001270 01  RUN-START-HUNDREDTHS        PIC 9(11) VALUE 0.
001280 01  RUN-END-HUNDREDTHS          PIC 9(11) VALUE 0.
001290 01  VALID-FLAG                  PIC X(01).
001300     88  RECORD-WOULD-RUN                   VALUE "Y".
001310
001320* TIME BUDGET FROM THE JOBPARM DATASET, ZERO MEANS NO LIMIT
001330 01  TIME-BUDGET-MINUTES         PIC 9(04) VALUE 0.
001340 01  BUDGET-HUNDREDTHS           PIC 9(11) VALUE 0.
001350 01  BUDGET-GONE-FLAG            PIC X(01) VALUE "N".
001360     88  BUDGET-IS-GONE                     VALUE "Y".
001370
001380* TOKEN SCAN AND NUMBER PARSE WORK AREAS
001390 01  TOKEN-SEARCH                PIC X(14).
001400 01  TOKEN-LEN                   PIC 9(2).
001410 01  TOKEN-POSITION              PIC 9(3).
001420 01  SCAN-LIMIT                  PIC 9(3).
001430 01  TOKEN-FOUND-FLAG            PIC X(01).
001440     88  TOKEN-WAS-FOUND                    VALUE "Y".
001450 01  PARSE-FIELD                 PIC X(10).
001460 01  PARSE-VALUE                 PIC 9(9).
001470 01  PARSE-DIGIT                 PIC 9(1).
001480 01  PARSE-STATE                 PIC X(01).
001490     88  PARSE-IN-DIGITS                    VALUE "D".
001500     88  PARSE-DONE                         VALUE "E".
001510
001520* RECORD AND JOB COUNTERS
001530 01  AUDIT-READ                  PIC 9(6) VALUE 0.
001540 01  AUDIT-USED                  PIC 9(6) VALUE 0.
001550 01  AUDIT-UNTIMED               PIC 9(6) VALUE 0.
001560 01  AUDIT-EXCLUDED              PIC 9(6) VALUE 0.
001570 01  HIST-DROPPED                PIC 9(6) VALUE 0.
001580 01  DECK-DROPPED                PIC 9(6) VALUE 0.
001590 01  DECK-REJECTS                PIC 9(5) VALUE 0.
001600 01  DECK-NO-HISTORY             PIC 9(5) VALUE 0.
001610 01  DECK-CARRIED                PIC 9(5) VALUE 0.
001620 01  DECK-NEVER-STARTED          PIC 9(5) VALUE 0.
001630 01  RATE-HUNDREDTHS             PIC 9(07)V99.
001640 01  AVERAGE-HUNDREDTHS          PIC 9(09).
001650 01  AVERAGE-RATE                PIC 9(09).
001660 01  GENS-PERCENT                PIC 9(03).
001670
001680* LOOP COUNTERS AND SWITCHES
001690 01  I                           PIC 9(3).
001700 01  K                           PIC 9(2).
001710 01  P                           PIC 9(3).
001720 01  FOUND-INDEX                 PIC 9(2).
001730 01  AUDIT-EOF-FLAG              PIC X(01) VALUE "N".
001740     88  NO-MORE-AUDIT-RECORDS              VALUE "Y".
001750 01  DECK-EOF-FLAG               PIC X(01) VALUE "N".
001760     88  NO-MORE-DECK-RECORDS               VALUE "Y".
001770 01  RECORD-OK-FLAG              PIC X(01).
001780     88  RECORD-IS-GOOD                     VALUE "Y".
001790 01  REPORT-OK-FLAG              PIC X(01) VALUE "N".
001800     88  REPORT-IS-OPEN                     VALUE "Y".
001810 01  DECK-OK-FLAG                PIC X(01) VALUE "N".
001820     88  DECK-IS-OPEN                       VALUE "Y".
001830 01  AUDIT-OK-FLAG               PIC X(01) VALUE "N".
001840     88  AUDIT-IS-OPEN                      VALUE "Y".
001850
001860* CONDITION CODE HANDED BACK TO THE JOB STREAM - 0 THE DECK
001870* FITS THE WINDOW, 4 RECORDS FLAGGED OR WITHOUT HISTORY,
001880* 8 A REQUIRED DATASET WAS NOT AVAILABLE
001890 01  CONDITION-CODE              PIC 9(02) VALUE 0.
001900
001910* FILE STATUS SWITCHES
001920 01  FS-RUNSPEC                  PIC X(02).
001930 01  FS-AUDIT                    PIC X(02).
001940 01  FS-JOBPARM                  PIC X(02).
001950 01  FS-REPORT                   PIC X(02).
001960
001970* REPORT LINE-EDITING WORK AREAS
001980 01  EDIT-RECORD-NUMBER          PIC ZZZZ9.
001990 01  EDIT-HEIGHT                 PIC ZZ9.
002000 01  EDIT-WIDTH                  PIC ZZ9.
002010 01  EDIT-BOARD                  PIC X(07).
002020 01  EDIT-GENS                   PIC ZZZ9.
002030 01  EDIT-RUNS                   PIC ZZZZ9.
002040 01  EDIT-RECORDS                PIC ZZZZ9.
002050 01  EDIT-RATE                   PIC ZZZ9.99.
002060 01  EDIT-AVG-SECS               PIC ZZZZZ9.99.
002070 01  EDIT-CELL-RATE              PIC Z(8)9.
002080 01  EDIT-PERCENT                PIC ZZ9.
002090 01  EDIT-EST-SECS               PIC Z(6)9.
002100 01  EDIT-CUM-SECS               PIC Z(6)9.
002110 01  EDIT-BUDGET-SECS            PIC Z(6)9.
002120 01  EDIT-MINUTES                PIC ZZZ9.
002130 01  EDIT-COUNT                  PIC ZZZZZ9.
002140 01  EDIT-COUNT-2                PIC ZZZZZ9.
002150 01  EDIT-COUNT-3                PIC ZZZZZ9.
002160
002170 PROCEDURE DIVISION.
002180*----------------------------------------------------------*
002190* 0000-MAINLINE - LEARN THE TIMINGS FROM THE AUDIT TRAIL,   *
002200* THEN WALK THE PROPOSED DECK AGAINST THE MINUTE BUDGET.    *
002210*----------------------------------------------------------*
002220 0000-MAINLINE.
002230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002240     IF REPORT-IS-OPEN AND DECK-IS-OPEN AND AUDIT-IS-OPEN
002250         PERFORM 2000-PROCESS-AUDIT-TRAIL THRU 2000-EXIT
002260         PERFORM 4000-WRITE-HISTORY-SECTION THRU 4000-EXIT
002270         PERFORM 5000-FORECAST-DECK THRU 5000-EXIT
002280         PERFORM 6000-WRITE-DECK-BREAKDOWN THRU 6000-EXIT
002290     END-IF.
002300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002310     STOP RUN.
002320
002330*----------------------------------------------------------*
002340* 1000-INITIALIZE - OPEN THE REPORT, THE PROPOSED DECK AND  *
002350* THE AUDIT TRAIL, AND PICK UP THE MINUTE BUDGET.  AN       *
002360* ABSENT OR EMPTY JOBPARM DATASET MEANS NO LIMIT.           *
002370*----------------------------------------------------------*
002380 1000-INITIALIZE.
002390     OPEN OUTPUT REPORT-FILE.
002400     IF FS-REPORT NOT = "00"
002410         DISPLAY "FORECAST REPORT DATASET NOT AVAILABLE - FILE "
002420             "STATUS " FS-REPORT " - JOB TERMINATED"
002430         MOVE 8 TO CONDITION-CODE
002440         GO TO 1000-EXIT
002450     END-IF.
002460     MOVE "Y" TO REPORT-OK-FLAG.
002470     MOVE SPACES TO REPORT-RECORD.
002480     STRING "GAME-OF-LIFE BATCH WINDOW FORECAST"
002490         DELIMITED BY SIZE INTO REPORT-RECORD.
002500     WRITE REPORT-RECORD.
002510     OPEN INPUT JOBPARM-FILE.
002520     IF FS-JOBPARM = "00"
002530         READ JOBPARM-FILE
002540             AT END
002550                 CONTINUE
002560             NOT AT END
002570                 IF JP-TIME-BUDGET-MINS NUMERIC
002580                     MOVE JP-TIME-BUDGET-MINS
002590                         TO TIME-BUDGET-MINUTES
002600                 END-IF
002610         END-READ
002620         CLOSE JOBPARM-FILE
002630     END-IF.
002640     COMPUTE BUDGET-HUNDREDTHS = TIME-BUDGET-MINUTES * 6000.
002650     MOVE SPACES TO REPORT-RECORD.
002660     IF TIME-BUDGET-MINUTES > 0
002670         MOVE TIME-BUDGET-MINUTES TO EDIT-MINUTES
002680         STRING "JOB TIME BUDGET " EDIT-MINUTES " MINUTE(S)"
002690             DELIMITED BY SIZE INTO REPORT-RECORD
002700     ELSE
002710         STRING "NO JOB TIME BUDGET SET - NO RECORD WILL BE "
002720             "FLAGGED FOR CARRY-OVER"
002730             DELIMITED BY SIZE INTO REPORT-RECORD
002740     END-IF.
002750     WRITE REPORT-RECORD.
002760     OPEN INPUT RUN-SPEC-FILE.
002770     IF FS-RUNSPEC NOT = "00"
002780         MOVE 8 TO CONDITION-CODE
002790         DISPLAY "PROPOSED RUNSPEC DECK NOT AVAILABLE - FILE "
002800             "STATUS " FS-RUNSPEC " - NOTHING TO FORECAST"
002810         MOVE SPACES TO REPORT-RECORD
002820         STRING "PROPOSED RUNSPEC DECK NOT AVAILABLE - NOTHING "
002830             "TO FORECAST" DELIMITED BY SIZE INTO REPORT-RECORD
002840         WRITE REPORT-RECORD
002850         GO TO 1000-EXIT
002860     END-IF.
002870     MOVE "Y" TO DECK-OK-FLAG.
002880     OPEN INPUT AUDIT-FILE.
002890     IF FS-AUDIT NOT = "00"
002900         MOVE 8 TO CONDITION-CODE
002910         DISPLAY "AUDIT TRAIL NOT AVAILABLE - FILE STATUS "
002920             FS-AUDIT " - NO TIMING HISTORY TO FORECAST FROM"
002930         MOVE SPACES TO REPORT-RECORD
002940         STRING "AUDIT TRAIL NOT AVAILABLE - NO TIMING HISTORY "
002950             "TO FORECAST FROM" DELIMITED BY SIZE
002960             INTO REPORT-RECORD
002970         WRITE REPORT-RECORD
002980         GO TO 1000-EXIT
002990     END-IF.
003000     MOVE "Y" TO AUDIT-OK-FLAG.
003010 1000-EXIT.
003020     EXIT.
003030
003040*----------------------------------------------------------*
003050* 2000-PROCESS-AUDIT-TRAIL - READ EVERY AUDIT LINE AND      *
003060* ACCUMULATE THE TIMED ONES.                                *
003070*----------------------------------------------------------*
003080 2000-PROCESS-AUDIT-TRAIL.
003090     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
003100     PERFORM 2200-HANDLE-ONE-RECORD THRU 2200-EXIT
003110         UNTIL NO-MORE-AUDIT-RECORDS.
003120 2000-EXIT.
003130     EXIT.
003140
003150 2100-READ-AUDIT-RECORD.
003160     READ AUDIT-FILE
003170         AT END
003180             MOVE "Y" TO AUDIT-EOF-FLAG
003190     END-READ.
003200 2100-EXIT.
003210     EXIT.
003220
003230 2200-HANDLE-ONE-RECORD.
003240     ADD 1 TO AUDIT-READ.
003250     IF AUDIT-RECORD(1:8) = "SUMMARY "
003260         ADD 1 TO AUDIT-UNTIMED
003270         GO TO 2200-NEXT
003280     END-IF.
003290     PERFORM 3000-UNPACK-AUDIT-LINE THRU 3000-EXIT.
003300     IF RECORD-IS-GOOD
003310         PERFORM 3500-ACCUMULATE-RECORD THRU 3500-EXIT
003320     END-IF.
003330 2200-NEXT.
003340     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
003350 2200-EXIT.
003360     EXIT.
003370
003380*----------------------------------------------------------*
003390* 3000-UNPACK-AUDIT-LINE - PULL THE BOARD, RULE, MODE AND   *
003400* TIMING FIELDS OUT OF ONE AUDIT LINE.  LINES WRITTEN       *
003410* BEFORE THE SIMULATOR TIMED ITS RUNS ARE COUNTED AS        *
003420* UNTIMED; REJECTED RUNS AND RUNS STOPPED BY THE TIME       *
003430* BUDGET ARE LEFT OUT BECAUSE THEIR TIMINGS DO NOT COVER    *
003440* THE GENERATIONS ASKED FOR.                                *
003450*----------------------------------------------------------*
003460 3000-UNPACK-AUDIT-LINE.
003470     MOVE "N" TO RECORD-OK-FLAG.
003480     MOVE " ELAPSED=" TO TOKEN-SEARCH.
003490     MOVE 9 TO TOKEN-LEN.
003500     PERFORM 8100-FIND-TOKEN THRU 8100-EXIT.
003510     IF NOT TOKEN-WAS-FOUND
003520      OR AUDIT-RECORD(TOKEN-POSITION + 6:1) NOT = "."
003530      OR AUDIT-RECORD(TOKEN-POSITION + 7:2) NOT NUMERIC
003540         ADD 1 TO AUDIT-UNTIMED
003550         GO TO 3000-EXIT
003560     END-IF.
003570     MOVE AUDIT-RECORD(TOKEN-POSITION:10) TO PARSE-FIELD.
003580     PERFORM 8200-PARSE-NUMBER THRU 8200-EXIT.
003590     COMPUTE WORK-HUNDREDTHS = PARSE-VALUE * 100.
003600     MOVE AUDIT-RECORD(TOKEN-POSITION + 7:1) TO PARSE-DIGIT.
003610     COMPUTE WORK-HUNDREDTHS = WORK-HUNDREDTHS
003620         + PARSE-DIGIT * 10.
003630     MOVE AUDIT-RECORD(TOKEN-POSITION + 8:1) TO PARSE-DIGIT.
003640     ADD PARSE-DIGIT TO WORK-HUNDREDTHS.
003650     MOVE " OUTCOME=" TO TOKEN-SEARCH.
003660     MOVE 9 TO TOKEN-LEN.
003670     PERFORM 8100-FIND-TOKEN THRU 8100-EXIT.
003680     IF TOKEN-WAS-FOUND
003690         MOVE AUDIT-RECORD(TOKEN-POSITION:12) TO WORK-OUTCOME
003700     ELSE
003710         MOVE SPACES TO WORK-OUTCOME
003720     END-IF.
003730     IF WORK-OUTCOME(1:8) = "REJECTED"
003740      OR WORK-OUTCOME(1:11) = "TIME BUDGET"
003750      OR WORK-OUTCOME = SPACES
003760         ADD 1 TO AUDIT-EXCLUDED
003770         GO TO 3000-EXIT
003780     END-IF.
003790     MOVE " HEIGHT=" TO TOKEN-SEARCH.
003800     MOVE 8 TO TOKEN-LEN.
003810     PERFORM 3080-PARSE-TOKEN-VALUE THRU 3080-EXIT.
003820     MOVE PARSE-VALUE TO WORK-HEIGHT.
003830     MOVE " WIDTH=" TO TOKEN-SEARCH.
003840     MOVE 7 TO TOKEN-LEN.
003850     PERFORM 3080-PARSE-TOKEN-VALUE THRU 3080-EXIT.
003860     MOVE PARSE-VALUE TO WORK-WIDTH.
003870     MOVE " REQGEN=" TO TOKEN-SEARCH.
003880     MOVE 8 TO TOKEN-LEN.
003890     PERFORM 3080-PARSE-TOKEN-VALUE THRU 3080-EXIT.
003900     MOVE PARSE-VALUE TO WORK-REQGEN.
003910     MOVE " RANGEN=" TO TOKEN-SEARCH.
003920     MOVE 8 TO TOKEN-LEN.
003930     PERFORM 3080-PARSE-TOKEN-VALUE THRU 3080-EXIT.
003940     MOVE PARSE-VALUE TO WORK-RANGEN.
003950     MOVE " CPS=" TO TOKEN-SEARCH.
003960     MOVE 5 TO TOKEN-LEN.
003970     PERFORM 3080-PARSE-TOKEN-VALUE THRU 3080-EXIT.
003980     MOVE PARSE-VALUE TO WORK-CELL-RATE.
003990     MOVE " RULE=" TO TOKEN-SEARCH.
004000     MOVE 6 TO TOKEN-LEN.
004010     PERFORM 8100-FIND-TOKEN THRU 8100-EXIT.
004020     IF TOKEN-WAS-FOUND
004030         MOVE AUDIT-RECORD(TOKEN-POSITION:10) TO WORK-RULE
004040     ELSE
004050         MOVE "CONWAY" TO WORK-RULE
004060     END-IF.
004070     MOVE " DIVERGE=" TO TOKEN-SEARCH.
004080     MOVE 9 TO TOKEN-LEN.
004090     PERFORM 8100-FIND-TOKEN THRU 8100-EXIT.
004100     IF TOKEN-WAS-FOUND
004110      AND AUDIT-RECORD(TOKEN-POSITION:1) = "Y"
004120         MOVE "Y" TO WORK-DIVERGE
004130     ELSE
004140         MOVE "N" TO WORK-DIVERGE
004150     END-IF.
004160     IF WORK-HEIGHT = 0 OR WORK-WIDTH = 0 OR WORK-REQGEN = 0
004170         ADD 1 TO AUDIT-EXCLUDED
004180         GO TO 3000-EXIT
004190     END-IF.
004200     MOVE "Y" TO RECORD-OK-FLAG.
004210 3000-EXIT.
004220     EXIT.
004230
004240 3080-PARSE-TOKEN-VALUE.
004250     PERFORM 8100-FIND-TOKEN THRU 8100-EXIT.
004260     IF TOKEN-WAS-FOUND
004270         MOVE AUDIT-RECORD(TOKEN-POSITION:10) TO PARSE-FIELD
004280         PERFORM 8200-PARSE-NUMBER THRU 8200-EXIT
004290     ELSE
004300         MOVE 0 TO PARSE-VALUE
004310     END-IF.
004320 3080-EXIT.
004330     EXIT.
004340
004350*----------------------------------------------------------*
004360* 3500-ACCUMULATE-RECORD - ADD ONE TIMED RUN TO ITS SIZE,   *
004370* RULE AND MODE ROW OF THE HISTORY TABLE.                   *
004380*----------------------------------------------------------*
004390 3500-ACCUMULATE-RECORD.
004400     PERFORM 8300-SET-SIZE-CLASS THRU 8300-EXIT.
004410     COMPUTE WORK-REQ-CELLS = WORK-AREA * WORK-REQGEN.
004420     MOVE 0 TO FOUND-INDEX.
004430     PERFORM 3510-MATCH-HISTORY-ROW THRU 3510-EXIT
004440         VARYING K FROM 1 BY 1
004450         UNTIL K > HIST-COUNT OR FOUND-INDEX > 0.
004460     IF FOUND-INDEX = 0
004470         IF HIST-COUNT < HIST-LIMIT
004480             ADD 1 TO HIST-COUNT
004490             MOVE HIST-COUNT TO FOUND-INDEX
004500             MOVE WORK-SIZE-CLASS TO HT-SIZE-CLASS(FOUND-INDEX)
004510             MOVE WORK-RULE TO HT-RULE(FOUND-INDEX)
004520             MOVE WORK-DIVERGE TO HT-DIVERGE(FOUND-INDEX)
004530             MOVE 0 TO HT-RUNS(FOUND-INDEX)
004540             MOVE 0 TO HT-HUNDREDTHS(FOUND-INDEX)
004550             MOVE 0 TO HT-REQ-CELLS(FOUND-INDEX)
004560             MOVE 0 TO HT-RATE-TOTAL(FOUND-INDEX)
004570             MOVE 0 TO HT-GENS-REQUESTED(FOUND-INDEX)
004580             MOVE 0 TO HT-GENS-RUN(FOUND-INDEX)
004590         ELSE
004600             ADD 1 TO HIST-DROPPED
004610             GO TO 3500-EXIT
004620         END-IF
004630     END-IF.
004640     ADD 1 TO AUDIT-USED.
004650     ADD 1 TO HT-RUNS(FOUND-INDEX).
004660     ADD WORK-HUNDREDTHS TO HT-HUNDREDTHS(FOUND-INDEX).
004670     ADD WORK-REQ-CELLS TO HT-REQ-CELLS(FOUND-INDEX).
004680     ADD WORK-CELL-RATE TO HT-RATE-TOTAL(FOUND-INDEX).
004690     ADD WORK-REQGEN TO HT-GENS-REQUESTED(FOUND-INDEX).
004700     ADD WORK-RANGEN TO HT-GENS-RUN(FOUND-INDEX).
004710 3500-EXIT.
004720     EXIT.
004730
004740 3510-MATCH-HISTORY-ROW.
004750     IF HT-SIZE-CLASS(K) = WORK-SIZE-CLASS
004760      AND HT-RULE(K) = WORK-RULE
004770      AND HT-DIVERGE(K) = WORK-DIVERGE
004780         MOVE K TO FOUND-INDEX
004790     END-IF.
004800 3510-EXIT.
004810     EXIT.
004820
004830*----------------------------------------------------------*
004840* 4000-WRITE-HISTORY-SECTION - ONE LINE PER SIZE CLASS,     *
004850* RULE AND MODE SEEN ON THE AUDIT TRAIL.  SECS/MCELL IS THE *
004860* SECONDS TAKEN PER MILLION REQUESTED CELL-GENERATIONS AND  *
004870* IS THE RATE THE FORECAST USES.                            *
004880*----------------------------------------------------------*
004890 4000-WRITE-HISTORY-SECTION.
004900     MOVE SPACES TO REPORT-RECORD.
004910     WRITE REPORT-RECORD.
004920     MOVE SPACES TO REPORT-RECORD.
004930     STRING "TIMING HISTORY BY BOARD SIZE, RULE AND "
004940         "DIVERGENCE MODE"
004950         DELIMITED BY SIZE INTO REPORT-RECORD.
004960     WRITE REPORT-RECORD.
004970     MOVE SPACES TO REPORT-RECORD.
004980     STRING "  SIZE CLASS     RULE      DV   RUNS  SECS/MCELL"
004990         "   AVG SECS  AVG CELLS/S  GENS%"
005000         DELIMITED BY SIZE INTO REPORT-RECORD.
005010     WRITE REPORT-RECORD.
005020     IF HIST-COUNT = 0
005030         MOVE SPACES TO REPORT-RECORD
005040         STRING "  NO TIMED RUNS ON THE AUDIT TRAIL"
005050             DELIMITED BY SIZE INTO REPORT-RECORD
005060         WRITE REPORT-RECORD
005070         GO TO 4000-EXIT
005080     END-IF.
005090     PERFORM 4100-WRITE-HISTORY-LINE THRU 4100-EXIT
005100         VARYING K FROM 1 BY 1 UNTIL K > HIST-COUNT.
005110 4000-EXIT.
005120     EXIT.
005130
005140 4100-WRITE-HISTORY-LINE.
005150     MOVE HT-RUNS(K) TO EDIT-RUNS.
005160     IF HT-REQ-CELLS(K) > 0
005170         COMPUTE RATE-HUNDREDTHS ROUNDED =
005180             HT-HUNDREDTHS(K) * 10000 / HT-REQ-CELLS(K)
005190     ELSE
005200         MOVE 0 TO RATE-HUNDREDTHS
005210     END-IF.
005220     MOVE RATE-HUNDREDTHS TO EDIT-RATE.
005230     COMPUTE AVERAGE-HUNDREDTHS ROUNDED =
005240         HT-HUNDREDTHS(K) / HT-RUNS(K).
005250     COMPUTE EDIT-AVG-SECS = AVERAGE-HUNDREDTHS / 100.
005260     COMPUTE AVERAGE-RATE ROUNDED =
005270         HT-RATE-TOTAL(K) / HT-RUNS(K).
005280     MOVE AVERAGE-RATE TO EDIT-CELL-RATE.
005290     IF HT-GENS-REQUESTED(K) > 0
005300         COMPUTE GENS-PERCENT ROUNDED =
005310             HT-GENS-RUN(K) * 100 / HT-GENS-REQUESTED(K)
005320     ELSE
005330         MOVE 0 TO GENS-PERCENT
005340     END-IF.
005350     MOVE GENS-PERCENT TO EDIT-PERCENT.
005360     MOVE SPACES TO REPORT-RECORD.
005370     STRING "  " SIZE-LABEL(HT-SIZE-CLASS(K)) " "
005380         HT-RULE(K) " " HT-DIVERGE(K) "  " EDIT-RUNS "     "
005390         EDIT-RATE "  " EDIT-AVG-SECS "    " EDIT-CELL-RATE
005400         "    " EDIT-PERCENT
005410         DELIMITED BY SIZE INTO REPORT-RECORD.
005420     WRITE REPORT-RECORD.
005430 4100-EXIT.
005440     EXIT.
005450
005460*----------------------------------------------------------*
005470* 5000-FORECAST-DECK - ESTIMATE EVERY RECORD OF THE         *
005480* PROPOSED DECK IN TURN AND RUN THE CLOCK FORWARD AGAINST   *
005490* THE BUDGET THE WAY THE SIMULATOR'S GOVERNOR WOULD.        *
005500*----------------------------------------------------------*
005510 5000-FORECAST-DECK.
005520     MOVE SPACES TO REPORT-RECORD.
005530     WRITE REPORT-RECORD.
005540     MOVE SPACES TO REPORT-RECORD.
005550     STRING "PROPOSED DECK FORECAST"
005560         DELIMITED BY SIZE INTO REPORT-RECORD.
005570     WRITE REPORT-RECORD.
005580     MOVE SPACES TO REPORT-RECORD.
005590     STRING "   REC BOARD   GENS RULE     DV EST SECS  "
005600         "CUM SECS BASIS NOTE"
005610         DELIMITED BY SIZE INTO REPORT-RECORD.
005620     WRITE REPORT-RECORD.
005630     PERFORM 5100-READ-DECK-RECORD THRU 5100-EXIT.
005640     PERFORM 5200-FORECAST-ONE-RECORD THRU 5200-EXIT
005650         UNTIL NO-MORE-DECK-RECORDS.
005660 5000-EXIT.
005670     EXIT.
005680
005690 5100-READ-DECK-RECORD.
005700     READ RUN-SPEC-FILE
005710         AT END
005720             MOVE "Y" TO DECK-EOF-FLAG
005730     END-READ.
005740 5100-EXIT.
005750     EXIT.
005760
005770 5200-FORECAST-ONE-RECORD.
005780     ADD 1 TO DECK-RECORD-NUMBER.
005790     MOVE 0 TO EST-HUNDREDTHS.
005800     MOVE SPACES TO EST-NOTE.
005810     MOVE "NONE" TO EST-BASIS.
005820     MOVE "Y" TO VALID-FLAG.
005830     IF RS-HEIGHT NOT NUMERIC OR RS-WIDTH NOT NUMERIC
005840      OR RS-GENERATIONS NOT NUMERIC
005850         MOVE "N" TO VALID-FLAG
005860         MOVE 0 TO WORK-HEIGHT WORK-WIDTH WORK-REQGEN
005870     ELSE
005880         MOVE RS-HEIGHT TO WORK-HEIGHT
005890         MOVE RS-WIDTH TO WORK-WIDTH
005900         MOVE RS-GENERATIONS TO WORK-REQGEN
005910     END-IF.
005920     IF RS-RULE-NAME = SPACES
005930         MOVE "CONWAY" TO WORK-RULE
005940     ELSE
005950         MOVE RS-RULE-NAME TO WORK-RULE
005960     END-IF.
005970     IF RS-DIVERGE-FLAG = "Y"
005980         MOVE "Y" TO WORK-DIVERGE
005990     ELSE
006000         MOVE "N" TO WORK-DIVERGE
006010     END-IF.
006020     IF WORK-HEIGHT = 0 OR WORK-WIDTH = 0
006030      OR WORK-HEIGHT * WORK-WIDTH > 40000
006040         MOVE "N" TO VALID-FLAG
006050     END-IF.
006060     IF WORK-RULE NOT = "CONWAY" AND WORK-RULE NOT = "HIGHLIFE"
006070      AND WORK-RULE NOT = "SEEDS" AND WORK-RULE NOT = "DAYNIGHT"
006080         MOVE "N" TO VALID-FLAG
006090     END-IF.
006100     IF NOT RECORD-WOULD-RUN
006110         ADD 1 TO DECK-REJECTS
006120         MOVE "WOULD BE REJECTED" TO EST-NOTE
006130         MOVE SPACES TO EST-BASIS
006140         PERFORM 5400-WRITE-FORECAST-LINE THRU 5400-EXIT
006150         GO TO 5200-NEXT
006160     END-IF.
006170     PERFORM 8300-SET-SIZE-CLASS THRU 8300-EXIT.
006180     COMPUTE WORK-REQ-CELLS = WORK-AREA * WORK-REQGEN.
006190     PERFORM 5300-ESTIMATE-RECORD THRU 5300-EXIT.
006200     IF EST-BASIS = "NONE"
006210         ADD 1 TO DECK-NO-HISTORY
006220         MOVE "NO TIMING HISTORY" TO EST-NOTE
006230     END-IF.
006240     MOVE RUN-END-HUNDREDTHS TO RUN-START-HUNDREDTHS.
006250     ADD EST-HUNDREDTHS TO RUN-END-HUNDREDTHS.
006260     IF BUDGET-HUNDREDTHS > 0
006270         EVALUATE TRUE
006280             WHEN BUDGET-IS-GONE
006290              OR RUN-START-HUNDREDTHS >= BUDGET-HUNDREDTHS
006300                 MOVE "LIKELY NEVER STARTED" TO EST-NOTE
006310                 ADD 1 TO DECK-NEVER-STARTED
006320                 MOVE "Y" TO BUDGET-GONE-FLAG
006330             WHEN RUN-END-HUNDREDTHS > BUDGET-HUNDREDTHS
006340                 MOVE "LIKELY CARRIED OVER" TO EST-NOTE
006350                 ADD 1 TO DECK-CARRIED
006360                 MOVE "Y" TO BUDGET-GONE-FLAG
006370             WHEN OTHER
006380                 CONTINUE
006390         END-EVALUATE
006400     END-IF.
006410     PERFORM 5500-ADD-TO-BREAKDOWN THRU 5500-EXIT.
006420     PERFORM 5400-WRITE-FORECAST-LINE THRU 5400-EXIT.
006430 5200-NEXT.
006440     PERFORM 5100-READ-DECK-RECORD THRU 5100-EXIT.
006450 5200-EXIT.
006460     EXIT.
006470
006480*----------------------------------------------------------*
006490* 5300-ESTIMATE-RECORD - PRICE THE RECORD'S REQUESTED       *
006500* CELL-GENERATIONS AT THE BEST RATE THE HISTORY OFFERS:     *
006510*   EXACT - SAME SIZE CLASS, RULE AND MODE                  *
006520*   RULE  - SAME RULE AND MODE, ANY SIZE                    *
006530*   MODE  - SAME DIVERGENCE MODE, ANY SIZE OR RULE          *
006540*   NONE  - NOTHING COMPARABLE HAS BEEN TIMED               *
006550*----------------------------------------------------------*
006560 5300-ESTIMATE-RECORD.
006570     MOVE 0 TO BASIS-HUNDREDTHS BASIS-REQ-CELLS.
006580     PERFORM 5310-ADD-EXACT-ROW THRU 5310-EXIT
006590         VARYING K FROM 1 BY 1 UNTIL K > HIST-COUNT.
006600     IF BASIS-REQ-CELLS > 0
006610         MOVE "EXACT" TO EST-BASIS
006620         GO TO 5300-PRICE
006630     END-IF.
006640     PERFORM 5320-ADD-RULE-ROW THRU 5320-EXIT
006650         VARYING K FROM 1 BY 1 UNTIL K > HIST-COUNT.
006660     IF BASIS-REQ-CELLS > 0
006670         MOVE "RULE" TO EST-BASIS
006680         GO TO 5300-PRICE
006690     END-IF.
006700     PERFORM 5330-ADD-MODE-ROW THRU 5330-EXIT
006710         VARYING K FROM 1 BY 1 UNTIL K > HIST-COUNT.
006720     IF BASIS-REQ-CELLS > 0
006730         MOVE "MODE" TO EST-BASIS
006740         GO TO 5300-PRICE
006750     END-IF.
006760     GO TO 5300-EXIT.
006770 5300-PRICE.
006780     COMPUTE EST-HUNDREDTHS ROUNDED =
006790         WORK-REQ-CELLS * BASIS-HUNDREDTHS / BASIS-REQ-CELLS.
006800 5300-EXIT.
006810     EXIT.
006820
006830 5310-ADD-EXACT-ROW.
006840     IF HT-SIZE-CLASS(K) = WORK-SIZE-CLASS
006850      AND HT-RULE(K) = WORK-RULE
006860      AND HT-DIVERGE(K) = WORK-DIVERGE
006870         ADD HT-HUNDREDTHS(K) TO BASIS-HUNDREDTHS
006880         ADD HT-REQ-CELLS(K) TO BASIS-REQ-CELLS
006890     END-IF.
006900 5310-EXIT.
006910     EXIT.
006920
006930 5320-ADD-RULE-ROW.
006940     IF HT-RULE(K) = WORK-RULE
006950      AND HT-DIVERGE(K) = WORK-DIVERGE
006960         ADD HT-HUNDREDTHS(K) TO BASIS-HUNDREDTHS
006970         ADD HT-REQ-CELLS(K) TO BASIS-REQ-CELLS
006980     END-IF.
006990 5320-EXIT.
007000     EXIT.
007010
007020 5330-ADD-MODE-ROW.
007030     IF HT-DIVERGE(K) = WORK-DIVERGE
007040         ADD HT-HUNDREDTHS(K) TO BASIS-HUNDREDTHS
007050         ADD HT-REQ-CELLS(K) TO BASIS-REQ-CELLS
007060     END-IF.
007070 5330-EXIT.
007080     EXIT.
007090
007100 5400-WRITE-FORECAST-LINE.
007110     MOVE DECK-RECORD-NUMBER TO EDIT-RECORD-NUMBER.
007120     MOVE WORK-HEIGHT TO EDIT-HEIGHT.
007130     MOVE WORK-WIDTH TO EDIT-WIDTH.
007140     MOVE SPACES TO EDIT-BOARD.
007150     STRING EDIT-HEIGHT "X" EDIT-WIDTH
007160         DELIMITED BY SIZE INTO EDIT-BOARD.
007170     MOVE WORK-REQGEN TO EDIT-GENS.
007180     COMPUTE EDIT-EST-SECS ROUNDED = EST-HUNDREDTHS / 100.
007190     COMPUTE EDIT-CUM-SECS ROUNDED = RUN-END-HUNDREDTHS / 100.
007200     MOVE SPACES TO REPORT-RECORD.
007210     STRING "  " EDIT-RECORD-NUMBER(2:4) " " EDIT-BOARD " "
007220         EDIT-GENS " " WORK-RULE(1:9) " " WORK-DIVERGE " "
007230         EDIT-EST-SECS "   " EDIT-CUM-SECS " " EST-BASIS " "
007240         EST-NOTE
007250         DELIMITED BY SIZE INTO REPORT-RECORD.
007260     WRITE REPORT-RECORD.
007270 5400-EXIT.
007280     EXIT.
007290
007300*----------------------------------------------------------*
007310* 5500-ADD-TO-BREAKDOWN - ROLL THE RECORD'S ESTIMATE INTO   *
007320* ITS SIZE, RULE AND MODE ROW OF THE DECK TABLE.            *
007330*----------------------------------------------------------*
007340 5500-ADD-TO-BREAKDOWN.
007350     MOVE 0 TO FOUND-INDEX.
007360     PERFORM 5510-MATCH-DECK-ROW THRU 5510-EXIT
007370         VARYING K FROM 1 BY 1
007380         UNTIL K > DECK-COUNT OR FOUND-INDEX > 0.
007390     IF FOUND-INDEX = 0
007400         IF DECK-COUNT < DECK-LIMIT
007410             ADD 1 TO DECK-COUNT
007420             MOVE DECK-COUNT TO FOUND-INDEX
007430             MOVE WORK-SIZE-CLASS TO DT-SIZE-CLASS(FOUND-INDEX)
007440             MOVE WORK-RULE TO DT-RULE(FOUND-INDEX)
007450             MOVE WORK-DIVERGE TO DT-DIVERGE(FOUND-INDEX)
007460             MOVE 0 TO DT-RECORDS(FOUND-INDEX)
007470             MOVE 0 TO DT-NO-HISTORY(FOUND-INDEX)
007480             MOVE 0 TO DT-HUNDREDTHS(FOUND-INDEX)
007490         ELSE
007500             ADD 1 TO DECK-DROPPED
007510             GO TO 5500-EXIT
007520         END-IF
007530     END-IF.
007540     ADD 1 TO DT-RECORDS(FOUND-INDEX).
007550     ADD EST-HUNDREDTHS TO DT-HUNDREDTHS(FOUND-INDEX).
007560     IF EST-BASIS = "NONE"
007570         ADD 1 TO DT-NO-HISTORY(FOUND-INDEX)
007580     END-IF.
007590 5500-EXIT.
007600     EXIT.
007610
007620 5510-MATCH-DECK-ROW.
007630     IF DT-SIZE-CLASS(K) = WORK-SIZE-CLASS
007640      AND DT-RULE(K) = WORK-RULE
007650      AND DT-DIVERGE(K) = WORK-DIVERGE
007660         MOVE K TO FOUND-INDEX
007670     END-IF.
007680 5510-EXIT.
007690     EXIT.
007700
007710*----------------------------------------------------------*
007720* 6000-WRITE-DECK-BREAKDOWN - THE DECK'S ESTIMATE BY SIZE   *
007730* CLASS, RULE AND MODE, FOR BALANCING IT ACROSS WINDOWS.    *
007740*----------------------------------------------------------*
007750 6000-WRITE-DECK-BREAKDOWN.
007760     MOVE SPACES TO REPORT-RECORD.
007770     WRITE REPORT-RECORD.
007780     MOVE SPACES TO REPORT-RECORD.
007790     STRING "DECK ESTIMATE BY BOARD SIZE, RULE AND "
007800         "DIVERGENCE MODE"
007810         DELIMITED BY SIZE INTO REPORT-RECORD.
007820     WRITE REPORT-RECORD.
007830     MOVE SPACES TO REPORT-RECORD.
007840     STRING "  SIZE CLASS     RULE      DV   RECS  EST SECS"
007850         "  NO HISTORY"
007860         DELIMITED BY SIZE INTO REPORT-RECORD.
007870     WRITE REPORT-RECORD.
007880     IF DECK-COUNT = 0
007890         MOVE SPACES TO REPORT-RECORD
007900         STRING "  NO RUNNABLE RECORDS IN THE PROPOSED DECK"
007910             DELIMITED BY SIZE INTO REPORT-RECORD
007920         WRITE REPORT-RECORD
007930         GO TO 6000-EXIT
007940     END-IF.
007950     PERFORM 6100-WRITE-BREAKDOWN-LINE THRU 6100-EXIT
007960         VARYING K FROM 1 BY 1 UNTIL K > DECK-COUNT.
007970 6000-EXIT.
007980     EXIT.
007990
008000 6100-WRITE-BREAKDOWN-LINE.
008010     MOVE DT-RECORDS(K) TO EDIT-RECORDS.
008020     COMPUTE EDIT-EST-SECS ROUNDED = DT-HUNDREDTHS(K) / 100.
008030     MOVE DT-NO-HISTORY(K) TO EDIT-COUNT.
008040     MOVE SPACES TO REPORT-RECORD.
008050     STRING "  " SIZE-LABEL(DT-SIZE-CLASS(K)) " "
008060         DT-RULE(K) " " DT-DIVERGE(K) "  " EDIT-RECORDS "   "
008070         EDIT-EST-SECS "      " EDIT-COUNT
008080         DELIMITED BY SIZE INTO REPORT-RECORD.
008090     WRITE REPORT-RECORD.
008100 6100-EXIT.
008110     EXIT.
008120
008130*----------------------------------------------------------*
008140* 8100-FIND-TOKEN - LOCATE TOKEN-SEARCH(1:TOKEN-LEN) IN THE *
008150* AUDIT LINE; TOKEN-POSITION IS SET JUST PAST IT.           *
008160*----------------------------------------------------------*
008170 8100-FIND-TOKEN.
008180     MOVE "N" TO TOKEN-FOUND-FLAG.
008190     MOVE 0 TO TOKEN-POSITION.
008200     COMPUTE SCAN-LIMIT = 300 - TOKEN-LEN - 11.
008210     PERFORM 8110-CHECK-ONE-POSITION THRU 8110-EXIT
008220         VARYING P FROM 1 BY 1
008230         UNTIL P > SCAN-LIMIT OR TOKEN-WAS-FOUND.
008240 8100-EXIT.
008250     EXIT.
008260
008270 8110-CHECK-ONE-POSITION.
008280     IF AUDIT-RECORD(P:TOKEN-LEN) = TOKEN-SEARCH(1:TOKEN-LEN)
008290         MOVE "Y" TO TOKEN-FOUND-FLAG
008300         COMPUTE TOKEN-POSITION = P + TOKEN-LEN
008310     END-IF.
008320 8110-EXIT.
008330     EXIT.
008340
008350*----------------------------------------------------------*
008360* 8200-PARSE-NUMBER - COLLECT THE LEADING NUMBER OUT OF     *
008370* PARSE-FIELD, SKIPPING LEADING BLANKS AND STOPPING AT THE  *
008380* FIRST CHARACTER AFTER THE DIGITS.                         *
008390*----------------------------------------------------------*
008400 8200-PARSE-NUMBER.
008410     MOVE 0 TO PARSE-VALUE.
008420     MOVE "S" TO PARSE-STATE.
008430     PERFORM 8210-PARSE-ONE-CHAR THRU 8210-EXIT
008440         VARYING I FROM 1 BY 1
008450         UNTIL I > 10 OR PARSE-DONE.
008460 8200-EXIT.
008470     EXIT.
008480
008490 8210-PARSE-ONE-CHAR.
008500     EVALUATE TRUE
008510         WHEN PARSE-FIELD(I:1) >= "0"
008520          AND PARSE-FIELD(I:1) <= "9"
008530             MOVE PARSE-FIELD(I:1) TO PARSE-DIGIT(1:1)
008540             COMPUTE PARSE-VALUE =
008550                 PARSE-VALUE * 10 + PARSE-DIGIT
008560             MOVE "D" TO PARSE-STATE
008570         WHEN PARSE-FIELD(I:1) = " " AND PARSE-IN-DIGITS
008580             MOVE "E" TO PARSE-STATE
008590         WHEN PARSE-FIELD(I:1) = " "
008600             CONTINUE
008610         WHEN OTHER
008620             MOVE "E" TO PARSE-STATE
008630     END-EVALUATE.
008640 8210-EXIT.
008650     EXIT.
008660
008670*----------------------------------------------------------*
008680* 8300-SET-SIZE-CLASS - BOARD AREA OF WORK-HEIGHT BY        *
008690* WORK-WIDTH AND THE SIZE CLASS IT FALLS IN.                *
008700*----------------------------------------------------------*
008710 8300-SET-SIZE-CLASS.
008720     COMPUTE WORK-AREA = WORK-HEIGHT * WORK-WIDTH.
008730     EVALUATE TRUE
008740         WHEN WORK-AREA <= 2500
008750             MOVE 1 TO WORK-SIZE-CLASS
008760         WHEN WORK-AREA <= 10000
008770             MOVE 2 TO WORK-SIZE-CLASS
008780         WHEN WORK-AREA <= 22500
008790             MOVE 3 TO WORK-SIZE-CLASS
008800         WHEN OTHER
008810             MOVE 4 TO WORK-SIZE-CLASS
008820     END-EVALUATE.
008830 8300-EXIT.
008840     EXIT.
008850
008860*----------------------------------------------------------*
008870* 9000-TERMINATE - WRITE THE WINDOW SUMMARY, SET THE        *
008880* CONDITION CODE AND CLOSE THE DATASETS.                    *
008890*----------------------------------------------------------*
008900 9000-TERMINATE.
008910     IF NOT REPORT-IS-OPEN
008920         GO TO 9000-CLOSE
008930     END-IF.
008940     IF NOT DECK-IS-OPEN OR NOT AUDIT-IS-OPEN
008950         GO TO 9000-CLOSE
008960     END-IF.
008970     MOVE SPACES TO REPORT-RECORD.
008980     WRITE REPORT-RECORD.
008990     MOVE AUDIT-READ TO EDIT-COUNT.
009000     MOVE AUDIT-USED TO EDIT-COUNT-2.
009010     MOVE AUDIT-UNTIMED TO EDIT-COUNT-3.
009020     MOVE SPACES TO REPORT-RECORD.
009030     STRING "HISTORY - " EDIT-COUNT " AUDIT LINE(S) READ, "
009040         EDIT-COUNT-2 " TIMED RUN(S) USED, " EDIT-COUNT-3
009050         " UNTIMED"
009060         DELIMITED BY SIZE INTO REPORT-RECORD.
009070     WRITE REPORT-RECORD.
009080     MOVE AUDIT-EXCLUDED TO EDIT-COUNT.
009090     MOVE SPACES TO REPORT-RECORD.
009100     STRING "          " EDIT-COUNT " REJECTED OR BUDGET-"
009110         "STOPPED RUN(S) LEFT OUT"
009120         DELIMITED BY SIZE INTO REPORT-RECORD.
009130     WRITE REPORT-RECORD.
009140     IF HIST-DROPPED > 0 OR DECK-DROPPED > 0
009150         COMPUTE EDIT-COUNT = HIST-DROPPED + DECK-DROPPED
009160         MOVE SPACES TO REPORT-RECORD
009170         STRING "          " EDIT-COUNT " LINE(S) NOT "
009180             "TABULATED - SIZE/RULE/MODE TABLE FULL"
009190             DELIMITED BY SIZE INTO REPORT-RECORD
009200         WRITE REPORT-RECORD
009210     END-IF.
009220     MOVE DECK-RECORD-NUMBER TO EDIT-COUNT.
009230     COMPUTE EDIT-CUM-SECS ROUNDED = RUN-END-HUNDREDTHS / 100.
009240     MOVE SPACES TO REPORT-RECORD.
009250     STRING "DECK    - " EDIT-COUNT " RECORD(S), ESTIMATED "
009260         EDIT-CUM-SECS " SECOND(S) IN ALL"
009270         DELIMITED BY SIZE INTO REPORT-RECORD.
009280     WRITE REPORT-RECORD.
009290     MOVE DECK-REJECTS TO EDIT-COUNT.
009300     MOVE DECK-NO-HISTORY TO EDIT-COUNT-2.
009310     MOVE SPACES TO REPORT-RECORD.
009320     STRING "          " EDIT-COUNT " WOULD BE REJECTED, "
009330         EDIT-COUNT-2 " WITH NO TIMING HISTORY"
009340         DELIMITED BY SIZE INTO REPORT-RECORD.
009350     WRITE REPORT-RECORD.
009360     MOVE SPACES TO REPORT-RECORD.
009370     IF BUDGET-HUNDREDTHS = 0
009380         STRING "WINDOW  - NO TIME BUDGET, NOTHING FLAGGED"
009390             DELIMITED BY SIZE INTO REPORT-RECORD
009400     ELSE
009410         COMPUTE EDIT-BUDGET-SECS = BUDGET-HUNDREDTHS / 100
009420         IF DECK-CARRIED = 0 AND DECK-NEVER-STARTED = 0
009430             STRING "WINDOW  - DECK FITS THE " EDIT-BUDGET-SECS
009440                 " SECOND BUDGET"
009450                 DELIMITED BY SIZE INTO REPORT-RECORD
009460         ELSE
009470             MOVE DECK-CARRIED TO EDIT-COUNT
009480             MOVE DECK-NEVER-STARTED TO EDIT-COUNT-2
009490             STRING "WINDOW  - " EDIT-BUDGET-SECS " SECOND "
009500                 "BUDGET EXCEEDED - " EDIT-COUNT " CARRIED, "
009510                 EDIT-COUNT-2 " NEVER STARTED"
009520                 DELIMITED BY SIZE INTO REPORT-RECORD
009530         END-IF
009540     END-IF.
009550     WRITE REPORT-RECORD.
009560     DISPLAY "WINDOW FORECAST - " DECK-RECORD-NUMBER
009570         " DECK RECORD(S), " DECK-CARRIED " LIKELY CARRIED OVER, "
009580         DECK-NEVER-STARTED " LIKELY NEVER STARTED".
009590     IF CONDITION-CODE < 4
009600      AND (DECK-CARRIED > 0 OR DECK-NEVER-STARTED > 0
009610       OR DECK-NO-HISTORY > 0 OR DECK-REJECTS > 0
009620       OR HIST-DROPPED > 0 OR DECK-DROPPED > 0)
009630         MOVE 4 TO CONDITION-CODE
009640     END-IF.
009650 9000-CLOSE.
009660     MOVE CONDITION-CODE TO RETURN-CODE.
009670     IF DECK-IS-OPEN
009680         CLOSE RUN-SPEC-FILE
009690     END-IF.
009700     IF AUDIT-IS-OPEN
009710         CLOSE AUDIT-FILE
009720     END-IF.
009730     IF REPORT-IS-OPEN
009740         CLOSE REPORT-FILE
009750     END-IF.
009760 9000-EXIT.
009770     EXIT.
