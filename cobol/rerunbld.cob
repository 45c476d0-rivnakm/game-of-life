000180*                   GENERATION BUDGET AND A CHECKPOINT       *
000190*                   INTERVAL FILLED IN.  A MANIFEST REPORT   *
000200*                   SAYS WHAT WAS PROMOTED AND WHY.          *
000202*  10/15/2026 RH    SETS A CONDITION CODE FOR THE JOB STREAM *
000204*                   - 0 CLEAN, 4 AUDIT TABLE FULL, 8 A       *
000206*                   REQUIRED DATASET WAS NOT AVAILABLE.      *
000207*  10/15/2026 RH    AUDIT RECORD WIDENED TO 300 BYTES - THE  *
000208*                   SIMULATOR NOW ADDS THE RUN TIMINGS AHEAD *
000209*                   OF THE OUTCOME.                          *
000210*  10/15/2026 RH    READS THE LIBRARY VERSION EACH RUN       *
000211*                   LOADED FROM ITS AUDIT LINE. A NEW        *
000212*                   OPTIONAL PROMPARM RECORD CHOOSES THE     *
000213*                   LIBRARY - CURRENT (AS BEFORE, NOW        *
000214*                   WARNING OF RUNS FIRST MADE ON ANOTHER    *
000215*                   VERSION) OR ORIGINAL, WHICH BUILDS THE   *
000216*                   DECK FOR ONE VERSION, WRITES THAT        *
000217*                   VERSION OUT OF THE LIBRARY HISTORY TO    *
000218*                   PROMPAT/PROMSCN AND HOLDS RUNS OF OTHER  *
000219*                   VERSIONS - AND CAN NAME ONE JOB AND RUN  *
000220*                   TO REBUILD AS IT WAS FIRST RUN.          *
000221*----------------------------------------------------------*
000222 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000310     SELECT REPORT-FILE ASSIGN TO "PROMRPT"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS FS-REPORT.
000331     SELECT PARM-FILE ASSIGN TO "PROMPARM"
000332         ORGANIZATION IS LINE SEQUENTIAL
000333         FILE STATUS IS FS-PARM.
000334     SELECT PATTERN-FILE ASSIGN TO "PATTERN"
000335         ORGANIZATION IS LINE SEQUENTIAL
000336         FILE STATUS IS FS-PATTERN.
000337     SELECT HISTORY-FILE ASSIGN TO "LIBHIST"
000338         ORGANIZATION IS LINE SEQUENTIAL
000339         FILE STATUS IS FS-HISTORY.
000340     SELECT PROMOTE-PATTERN-FILE ASSIGN TO "PROMPAT"
000341         ORGANIZATION IS LINE SEQUENTIAL
000342         FILE STATUS IS FS-PROMOTE-PATTERN.
000343     SELECT PROMOTE-SCENARIO-FILE ASSIGN TO "PROMSCN"
000344         ORGANIZATION IS LINE SEQUENTIAL
000345         FILE STATUS IS FS-PROMOTE-SCENARIO.
000346 DATA DIVISION.
000350 FILE SECTION.
000360 FD  AUDIT-FILE.
000370 01  AUDIT-RECORD                PIC X(300).
000380
000390* SAME 52-BYTE LAYOUT SWEEP-GENERATOR WRITES AND THE
000400* SIMULATOR READS
000550
000560 FD  REPORT-FILE.
000570 01  REPORT-RECORD               PIC X(80).
000571
000572* OPTIONAL PARAMETERS - LIBRARY OPTION CURRENT (THE DEFAULT)
000573* BUILDS THE DECK FOR THE LIBRARY NOW IN USE; ORIGINAL BUILDS
000574* IT FOR THE LIBRARY VERSION THE RUNS FIRST USED AND WRITES
000575* THAT VERSION OUT OF THE LIBRARY HISTORY ALONGSIDE THE DECK.
000576* A JOB ID (AND RUN NUMBER) REBUILDS THAT ONE RUN AS IT WAS
000577* FIRST RUN INSTEAD OF PROMOTING UNRESOLVED RUNS.
000578 FD  PARM-FILE.
000579 01  PARM-RECORD.
000580     05  PP-LIBRARY-OPTION       PIC X(08).
000581     05  PP-JOB-ID               PIC X(14).
000582     05  PP-RUN-NUMBER           PIC 9(04).
000583
000584* CURRENT PATTERN LIBRARY - ONLY ITS VERSION HEADER IS READ
000585 FD  PATTERN-FILE.
000586 01  PATTERN-HEADER-RECORD.
000587     05  PH-TAG                  PIC X(04).
000588         88  PATTERN-HEADER                 VALUE "*VER".
000589     05  PH-VERSION              PIC X(14).
000590
000591* LIBRARY HISTORY KEPT BY PATTERN-MAINT - EVERY VERSION OF
000592* THE PATTERN (TYPE P) AND SCENARIO (TYPE S) DATASETS
000593 FD  HISTORY-FILE.
000594 01  HISTORY-RECORD.
000595     05  LH-VERSION              PIC X(14).
000596     05  LH-TYPE                 PIC X(01).
000597     05  LH-IMAGE                PIC X(27).
000598
000599* THE LIBRARY VERSION THE DECK IS BUILT FOR, TO BE SWAPPED IN
000600* AS THE PATTERN AND SCENARIO DATASETS FOR THE RERUN
000601 FD  PROMOTE-PATTERN-FILE.
000602 01  PROMOTE-PATTERN-RECORD      PIC X(18).
000603
000604 FD  PROMOTE-SCENARIO-FILE.
000605 01  PROMOTE-SCENARIO-RECORD     PIC X(27).
000606
000607 WORKING-STORAGE SECTION.
000608* THE NEWEST AUDIT ENTRY PER JOB IDENTIFIER AND RUN NUMBER
000610 01  AUDIT-LIMIT                 PIC 9(4) VALUE 1000.
000620 01  AUDIT-COUNT                 PIC 9(4) VALUE 0.
000630 01  AUDIT-TABLE.
000720         10  AR-PATTERN          PIC X(10).
000730         10  AR-RULE             PIC X(10).
000740         10  AR-OUTCOME          PIC X(12).
000745         10  AR-LIBVER           PIC X(14).
000750 01  ENTRIES-DROPPED             PIC 9(4) VALUE 0.
000760
000770* FIELDS UNPACKED FROM THE AUDIT LINE BEING PROCESSED
000850 01  WORK-PATTERN                PIC X(10).
000860 01  WORK-RULE                   PIC X(10).
000870 01  WORK-OUTCOME                PIC X(12).
000872 01  WORK-LIBVER                 PIC X(14).
000880 01  NEW-GENERATIONS             PIC 9(05).
000890 01  NEW-INTERVAL                PIC 9(04).
000891
000892* LIBRARY VERSIONS - A PATTERN RUN'S AUDIT LINE CARRIES THE
000893* VERSION IT LOADED; A LINE WRITTEN BEFORE THE LIBRARY WAS
000894* VERSIONED IS TAKEN AS THE UNVERSIONED LIBRARY (ZEROS).
000895* NONE IS A RUN THAT LOADED NO LIBRARY.
000896 01  CURRENT-VERSION             PIC X(14) VALUE "NONE".
000897 01  TARGET-VERSION              PIC X(14) VALUE "NONE".
000898 01  LIBRARY-OPTION              PIC X(08) VALUE "CURRENT".
000899     88  ORIGINAL-LIBRARY                   VALUE "ORIGINAL".
000900 01  SELECT-JOB-ID               PIC X(14) VALUE SPACES.
000901 01  SELECT-RUN                  PIC 9(04) VALUE 0.
000902 01  HOLD-REASON                 PIC X(40).
000903 01  LIBRARY-OK-FLAG             PIC X(01) VALUE "N".
000904     88  LIBRARY-IS-EXTRACTED               VALUE "Y".
000905 01  HISTORY-EOF-FLAG            PIC X(01) VALUE "N".
000906     88  NO-MORE-HISTORY                    VALUE "Y".
000907 01  HISTORY-RECORDS-OUT         PIC 9(05) VALUE 0.
000908
000910* TOKEN SCAN AND NUMBER PARSE WORK AREAS
000920 01  TOKEN-SEARCH                PIC X(10).
000930 01  TOKEN-LEN                   PIC 9(2).
001070 01  LINES-READ                  PIC 9(6) VALUE 0.
001080 01  RUNS-PROMOTED               PIC 9(4) VALUE 0.
001090 01  RUNS-RESOLVED               PIC 9(4) VALUE 0.
001092 01  RUNS-HELD                   PIC 9(4) VALUE 0.
001094 01  RUNS-ON-OTHER-VERSION       PIC 9(4) VALUE 0.
001096 01  RUNS-SELECTED               PIC 9(4) VALUE 0.
001100
001110* LOOP COUNTERS AND SWITCHES
001120 01  K                           PIC 9(4).
001210 01  PROMOTE-OK-FLAG             PIC X(01) VALUE "N".
001220     88  PROMOTE-IS-OPEN                    VALUE "Y".
001230
001232* CONDITION CODE HANDED BACK TO THE JOB STREAM - 0 CLEAN,
001234* 4 WARNINGS, 8 A REQUIRED DATASET WAS NOT AVAILABLE
001236 01  CONDITION-CODE              PIC 9(02) VALUE 0.
001238
001240* FILE STATUS SWITCHES
001250 01  FS-AUDIT                    PIC X(02).
001260 01  FS-PROMOTE                  PIC X(02).
001270 01  FS-REPORT                   PIC X(02).
001271 01  FS-PARM                     PIC X(02).
001272 01  FS-PATTERN                  PIC X(02).
001273 01  FS-HISTORY                  PIC X(02).
001274 01  FS-PROMOTE-PATTERN          PIC X(02).
001275 01  FS-PROMOTE-SCENARIO         PIC X(02).
001280
001290* REPORT LINE-EDITING WORK AREAS
001300 01  EDIT-RUN                    PIC ZZZ9.
001360 PROCEDURE DIVISION.
001370*----------------------------------------------------------*
001380* 0000-MAINLINE - DIGEST THE AUDIT TRAIL, THEN EMIT ONE     *
001386* RUNSPEC RECORD FOR EVERY RUN THAT NEVER RESOLVED (OR FOR  *
001392* THE ONE RUN ASKED FOR), AGAINST THE LIBRARY CHOSEN.       *
001400*----------------------------------------------------------*
001410 0000-MAINLINE.
001420     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001430     IF PROMOTE-IS-OPEN
001440         PERFORM 2000-LOAD-AUDIT-TABLE THRU 2000-EXIT
001445         PERFORM 4000-CHOOSE-LIBRARY THRU 4000-EXIT
001450         PERFORM 5000-PROMOTE-RUNS THRU 5000-EXIT
001460     END-IF.
001470     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001520     IF FS-REPORT NOT = "00"
001530         DISPLAY "MANIFEST DATASET NOT AVAILABLE - FILE STATUS "
001540             FS-REPORT " - JOB TERMINATED"
001545         MOVE 8 TO CONDITION-CODE
001550         GO TO 1000-EXIT
001560     END-IF.
001570     MOVE "Y" TO REPORT-OK-FLAG.
001610     WRITE REPORT-RECORD.
001620     OPEN OUTPUT PROMOTE-FILE.
001630     IF FS-PROMOTE NOT = "00"
001635         MOVE 8 TO CONDITION-CODE
001640         MOVE SPACES TO REPORT-RECORD
001650         STRING "PROMOTED RUNSPEC DATASET NOT AVAILABLE - FILE "
001660             "STATUS " FS-PROMOTE " - JOB TERMINATED"
001710     ELSE
001720         MOVE "Y" TO PROMOTE-OK-FLAG
001730     END-IF.
001733     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
001736     PERFORM 1200-READ-CURRENT-VERSION THRU 1200-EXIT.
001740 1000-EXIT.
001741     EXIT.
001742
001743 1100-READ-PARAMETERS.
001744     OPEN INPUT PARM-FILE.
001745     IF FS-PARM NOT = "00"
001746         GO TO 1100-EXIT
001747     END-IF.
001748     READ PARM-FILE
001749         AT END
001750             MOVE SPACES TO PARM-RECORD
001751     END-READ.
001752     CLOSE PARM-FILE.
001753     IF PP-LIBRARY-OPTION = "ORIGINAL"
001754         MOVE PP-LIBRARY-OPTION TO LIBRARY-OPTION
001755     END-IF.
001756     IF PP-JOB-ID NUMERIC
001757         MOVE PP-JOB-ID TO SELECT-JOB-ID
001758         IF PP-RUN-NUMBER NUMERIC
001759             MOVE PP-RUN-NUMBER TO SELECT-RUN
001760         END-IF
001761     END-IF.
001762 1100-EXIT.
001763     EXIT.
001764
001765 1200-READ-CURRENT-VERSION.
001766     OPEN INPUT PATTERN-FILE.
001767     IF FS-PATTERN NOT = "00"
001768         GO TO 1200-EXIT
001769     END-IF.
001770     MOVE ZEROS TO CURRENT-VERSION.
001771     READ PATTERN-FILE
001772         AT END
001773             MOVE SPACES TO PATTERN-HEADER-RECORD
001774     END-READ.
001775     IF PATTERN-HEADER
001776         MOVE PH-VERSION TO CURRENT-VERSION
001777     END-IF.
001778     CLOSE PATTERN-FILE.
001779 1200-EXIT.
001780     EXIT.
001781
001782*----------------------------------------------------------*
001783* 2000-LOAD-AUDIT-TABLE - KEEP THE NEWEST AUDIT ENTRY FOR   *
001790* EACH JOB IDENTIFIER AND RUN NUMBER, SO A RUN ALREADY      *
001800* RERUN TO A RESOLUTION IS NOT PROMOTED AGAIN.              *
001810*----------------------------------------------------------*
001830     OPEN INPUT AUDIT-FILE.
001840     IF FS-AUDIT NOT = "00"
001850         MOVE "Y" TO AUDIT-EOF-FLAG
001855         MOVE 8 TO CONDITION-CODE
001860         MOVE SPACES TO REPORT-RECORD
001870         STRING "AUDIT TRAIL NOT AVAILABLE - FILE STATUS "
001880             FS-AUDIT " - NOTHING TO PROMOTE"
002790     ELSE
002800         MOVE SPACES TO WORK-OUTCOME
002810     END-IF.
002811     MOVE " LIBVER=" TO TOKEN-SEARCH.
002812     MOVE 8 TO TOKEN-LEN.
002813     PERFORM 8100-FIND-TOKEN THRU 8100-EXIT.
002814     EVALUATE TRUE
002815         WHEN WORK-PATTERN = SPACES
002816             MOVE "NONE" TO WORK-LIBVER
002817         WHEN TOKEN-WAS-FOUND
002818             MOVE AUDIT-RECORD(TOKEN-POSITION:14) TO WORK-LIBVER
002819         WHEN OTHER
002820             MOVE ZEROS TO WORK-LIBVER
002821     END-EVALUATE.
002822     PERFORM 3100-KEEP-NEWEST-ENTRY THRU 3100-EXIT.
002830 3000-EXIT.
002840     EXIT.
002850
003080         MOVE WORK-PATTERN TO AR-PATTERN(FOUND-INDEX)
003090         MOVE WORK-RULE TO AR-RULE(FOUND-INDEX)
003100         MOVE WORK-OUTCOME TO AR-OUTCOME(FOUND-INDEX)
003105         MOVE WORK-LIBVER TO AR-LIBVER(FOUND-INDEX)
003110     END-IF.
003120 3100-EXIT.
003130     EXIT.
003210     EXIT.
003220
003230*----------------------------------------------------------*
003231* 4000-CHOOSE-LIBRARY - WITH THE CURRENT LIBRARY NOTHING IS *
003232* EXTRACTED.  WITH THE ORIGINAL LIBRARY THE DECK IS BUILT   *
003233* FOR ONE VERSION, SINCE THE SIMULATOR LOADS ONE LIBRARY    *
003234* PER JOB - THE VERSION OF THE RUN ASKED FOR, ELSE OF THE   *
003235* FIRST PATTERN RUN TO BE PROMOTED.  THAT VERSION IS        *
003236* WRITTEN OUT OF THE LIBRARY HISTORY FOR THE RERUN.         *
003237*----------------------------------------------------------*
003238 4000-CHOOSE-LIBRARY.
003239     MOVE SPACES TO REPORT-RECORD.
003240     IF NOT ORIGINAL-LIBRARY
003241         STRING "LIBRARY - CURRENT, VERSION " CURRENT-VERSION
003242             DELIMITED BY SIZE INTO REPORT-RECORD
003243         WRITE REPORT-RECORD
003244         GO TO 4000-EXIT
003245     END-IF.
003246     PERFORM 4010-FIND-TARGET-VERSION THRU 4010-EXIT
003247         VARYING K FROM 1 BY 1
003248         UNTIL K > AUDIT-COUNT OR TARGET-VERSION NOT = "NONE".
003249     IF TARGET-VERSION = "NONE"
003250         STRING "LIBRARY - ORIGINAL, NO PATTERN RUN TO REBUILD"
003251             DELIMITED BY SIZE INTO REPORT-RECORD
003252         WRITE REPORT-RECORD
003253         GO TO 4000-EXIT
003254     END-IF.
003255     PERFORM 4100-EXTRACT-LIBRARY THRU 4100-EXIT.
003256     MOVE SPACES TO REPORT-RECORD.
003257     IF LIBRARY-IS-EXTRACTED
003258         MOVE HISTORY-RECORDS-OUT TO EDIT-READ
003259         STRING "LIBRARY - ORIGINAL, VERSION " TARGET-VERSION
003260             " - " EDIT-READ " RECORD(S) TO PROMPAT/PROMSCN"
003261             DELIMITED BY SIZE INTO REPORT-RECORD
003262     ELSE
003263         MOVE 8 TO CONDITION-CODE
003264         STRING "LIBRARY - ORIGINAL, VERSION " TARGET-VERSION
003265             " NOT AVAILABLE FROM THE LIBRARY HISTORY"
003266             DELIMITED BY SIZE INTO REPORT-RECORD
003267     END-IF.
003268     WRITE REPORT-RECORD.
003269 4000-EXIT.
003270     EXIT.
003271
003272 4010-FIND-TARGET-VERSION.
003273     IF AR-LIBVER(K) NOT = "NONE"
003274      AND AR-PATTERN(K) NOT = SPACES
003275         IF SELECT-JOB-ID NOT = SPACES
003276             IF AR-JOBID(K) = SELECT-JOB-ID
003277              AND AR-RUN(K) = SELECT-RUN
003278                 MOVE AR-LIBVER(K) TO TARGET-VERSION
003279             END-IF
003280         ELSE
003281             IF AR-OUTCOME(K)(1:9) = "COMPLETED"
003282                 MOVE AR-LIBVER(K) TO TARGET-VERSION
003283             END-IF
003284         END-IF
003285     END-IF.
003286 4010-EXIT.
003287     EXIT.
003288
003289 4100-EXTRACT-LIBRARY.
003290     OPEN INPUT HISTORY-FILE.
003291     IF FS-HISTORY NOT = "00"
003292         GO TO 4100-EXIT
003293     END-IF.
003294     OPEN OUTPUT PROMOTE-PATTERN-FILE.
003295     OPEN OUTPUT PROMOTE-SCENARIO-FILE.
003296     IF FS-PROMOTE-PATTERN NOT = "00"
003297      OR FS-PROMOTE-SCENARIO NOT = "00"
003298         CLOSE HISTORY-FILE
003299         GO TO 4100-EXIT
003300     END-IF.
003301     PERFORM 4110-COPY-HISTORY-RECORD THRU 4110-EXIT
003302         UNTIL NO-MORE-HISTORY.
003303     CLOSE HISTORY-FILE.
003304     CLOSE PROMOTE-PATTERN-FILE.
003305     CLOSE PROMOTE-SCENARIO-FILE.
003306     IF HISTORY-RECORDS-OUT > 0
003307         MOVE "Y" TO LIBRARY-OK-FLAG
003308     END-IF.
003309 4100-EXIT.
003310     EXIT.
003311
003312 4110-COPY-HISTORY-RECORD.
003313     READ HISTORY-FILE
003314         AT END
003315             MOVE "Y" TO HISTORY-EOF-FLAG
003316             GO TO 4110-EXIT
003317     END-READ.
003318     IF LH-VERSION = TARGET-VERSION
003319         ADD 1 TO HISTORY-RECORDS-OUT
003320         IF LH-TYPE = "P"
003321             MOVE LH-IMAGE TO PROMOTE-PATTERN-RECORD
003322             WRITE PROMOTE-PATTERN-RECORD
003323         ELSE
003324             MOVE LH-IMAGE TO PROMOTE-SCENARIO-RECORD
003325             WRITE PROMOTE-SCENARIO-RECORD
003326         END-IF
003327     END-IF.
003328 4110-EXIT.
003329     EXIT.
003330
003331*----------------------------------------------------------*
003332* 5000-PROMOTE-RUNS - A RUN WHOSE NEWEST OUTCOME BEGINS     *
003333* WITH COMPLETED RAN OUT OF GENERATIONS WHILE THE BOARD WAS *
003334* STILL CHANGING.  EMIT IT WITH A DOUBLED GENERATION BUDGET *
003335* (CAPPED AT 9999) AND A CHECKPOINT INTERVAL OF ONE TENTH   *
003336* OF THE NEW BUDGET, NO SMALLER THAN TEN.  A RUN ASKED FOR  *
003337* BY JOB ID IS EMITTED WHATEVER ITS OUTCOME, WITH ITS OWN   *
003338* GENERATION BUDGET.  WITH THE ORIGINAL LIBRARY, A PATTERN  *
003339* RUN OF ANOTHER VERSION IS HELD FOR A LATER DECK.          *
003340*----------------------------------------------------------*
003341 5000-PROMOTE-RUNS.
003342     PERFORM 5100-CONSIDER-ONE-ENTRY THRU 5100-EXIT
003343         VARYING K FROM 1 BY 1 UNTIL K > AUDIT-COUNT.
003344 5000-EXIT.
003345     EXIT.
003350
003360 5100-CONSIDER-ONE-ENTRY.
003363     IF SELECT-JOB-ID NOT = SPACES
003366         IF AR-JOBID(K) NOT = SELECT-JOB-ID
003369          OR AR-RUN(K) NOT = SELECT-RUN
003372             GO TO 5100-EXIT
003375         END-IF
003378         ADD 1 TO RUNS-SELECTED
003381     ELSE
003384         IF AR-OUTCOME(K)(1:9) NOT = "COMPLETED"
003387             ADD 1 TO RUNS-RESOLVED
003390             GO TO 5100-EXIT
003393         END-IF
003400     END-IF.
003410     IF AR-HEIGHT(K) = 0 OR AR-WIDTH(K) = 0
003420      OR AR-REQGEN(K) = 0
003430         GO TO 5100-EXIT
003440     END-IF.
003443     IF ORIGINAL-LIBRARY AND AR-PATTERN(K) NOT = SPACES
003446         PERFORM 5200-CHECK-LIBRARY-VERSION THRU 5200-EXIT
003449         IF HOLD-REASON NOT = SPACES
003452             ADD 1 TO RUNS-HELD
003455             MOVE AR-RUN(K) TO EDIT-RUN
003458             MOVE SPACES TO REPORT-RECORD
003461             STRING "RUN " EDIT-RUN " JOB " AR-JOBID(K)
003464                 " - HELD, " HOLD-REASON
003467                 DELIMITED BY SIZE INTO REPORT-RECORD
003470             WRITE REPORT-RECORD
003473             GO TO 5100-EXIT
003476         END-IF
003480     END-IF.
003481     IF SELECT-JOB-ID NOT = SPACES
003482         MOVE AR-REQGEN(K) TO NEW-GENERATIONS
003483     ELSE
003484         COMPUTE NEW-GENERATIONS = AR-REQGEN(K) * 2
003485     END-IF.
003486     IF NEW-GENERATIONS > 9999
003487         MOVE 9999 TO NEW-GENERATIONS
003488     END-IF.
003490     COMPUTE NEW-INTERVAL = NEW-GENERATIONS / 10.
003500     IF NEW-INTERVAL < 10
003510         MOVE 10 TO NEW-INTERVAL
003680     MOVE AR-REQGEN(K) TO EDIT-OLD-GENS.
003690     MOVE NEW-GENERATIONS TO EDIT-NEW-GENS.
003700     MOVE SPACES TO REPORT-RECORD.
003704     IF SELECT-JOB-ID NOT = SPACES
003708         STRING "RUN " EDIT-RUN " JOB " AR-JOBID(K)
003712             " - REBUILT AS FIRST RUN, " EDIT-NEW-GENS
003716             " GENERATIONS" DELIMITED BY SIZE INTO REPORT-RECORD
003720     ELSE
003724         STRING "RUN " EDIT-RUN " JOB " AR-JOBID(K)
003728             " - STILL CHANGING AT GEN " EDIT-OLD-GENS
003732             ", RERUN TO " EDIT-NEW-GENS
003736             DELIMITED BY SIZE INTO REPORT-RECORD
003740     END-IF.
003750     WRITE REPORT-RECORD.
003751     IF NOT ORIGINAL-LIBRARY AND AR-LIBVER(K) NOT = "NONE"
003752      AND AR-LIBVER(K) NOT = CURRENT-VERSION
003753         ADD 1 TO RUNS-ON-OTHER-VERSION
003754         MOVE SPACES TO REPORT-RECORD
003755         STRING "  WARNING - FIRST RUN ON LIBRARY VERSION "
003756             AR-LIBVER(K) DELIMITED BY SIZE INTO REPORT-RECORD
003757         WRITE REPORT-RECORD
003758     END-IF.
003760 5100-EXIT.
003770     EXIT.
003771
003772 5200-CHECK-LIBRARY-VERSION.
003773     MOVE SPACES TO HOLD-REASON.
003774     EVALUATE TRUE
003775         WHEN AR-LIBVER(K) = "NONE"
003776             MOVE "LIBRARY VERSION NOT RECORDED" TO HOLD-REASON
003777         WHEN AR-LIBVER(K) NOT = TARGET-VERSION
003778             STRING "NEEDS VERSION " AR-LIBVER(K)
003779                 DELIMITED BY SIZE INTO HOLD-REASON
003780         WHEN NOT LIBRARY-IS-EXTRACTED
003781             MOVE "LIBRARY VERSION NOT AVAILABLE" TO HOLD-REASON
003782     END-EVALUATE.
003783 5200-EXIT.
003784     EXIT.
003785
003790*----------------------------------------------------------*
003800* 8100-FIND-TOKEN - LOCATE TOKEN-SEARCH(1:TOKEN-LEN) IN THE *
003810* AUDIT LINE AND RETURN THE POSITION OF THE CHARACTER JUST  *
003840 8100-FIND-TOKEN.
003850     MOVE "N" TO TOKEN-FOUND-FLAG.
003860     MOVE 0 TO TOKEN-POSITION.
003870     COMPUTE SCAN-LIMIT = 300 - TOKEN-LEN - 11.
003880     PERFORM 8110-CHECK-ONE-POSITION THRU 8110-EXIT
003890         VARYING P FROM 1 BY 1
003900         UNTIL P > SCAN-LIMIT OR TOKEN-WAS-FOUND.
004740                 INTO REPORT-RECORD
004750             WRITE REPORT-RECORD
004760         END-IF
004761         IF RUNS-HELD > 0
004762             MOVE RUNS-HELD TO EDIT-COUNT
004763             MOVE SPACES TO REPORT-RECORD
004764             STRING "  " EDIT-COUNT " RUN(S) HELD FOR ANOTHER "
004765                 "LIBRARY VERSION" DELIMITED BY SIZE
004766                 INTO REPORT-RECORD
004767             WRITE REPORT-RECORD
004768         END-IF
004769         IF RUNS-ON-OTHER-VERSION > 0
004770             MOVE RUNS-ON-OTHER-VERSION TO EDIT-COUNT
004771             MOVE SPACES TO REPORT-RECORD
004772             STRING "  " EDIT-COUNT " RUN(S) FIRST RUN ON "
004773                 "ANOTHER LIBRARY VERSION" DELIMITED BY SIZE
004774                 INTO REPORT-RECORD
004775             WRITE REPORT-RECORD
004776         END-IF
004777         IF SELECT-JOB-ID NOT = SPACES AND RUNS-SELECTED = 0
004778             MOVE SPACES TO REPORT-RECORD
004779             STRING "  WARNING - RUN ASKED FOR IS NOT IN THE "
004780                 "AUDIT TRAIL" DELIMITED BY SIZE
004781                 INTO REPORT-RECORD
004782             WRITE REPORT-RECORD
004783         END-IF
004784         CLOSE REPORT-FILE
004785     END-IF.
004790     IF PROMOTE-IS-OPEN
004800         CLOSE PROMOTE-FILE
004810     END-IF.
004820     DISPLAY "RERUN BUILDER ENDED - " RUNS-PROMOTED
004830         " RUN(S) PROMOTED".
004831     IF CONDITION-CODE < 4
004832      AND (ENTRIES-DROPPED > 0 OR RUNS-HELD > 0
004833       OR RUNS-ON-OTHER-VERSION > 0
004834       OR (SELECT-JOB-ID NOT = SPACES AND RUNS-SELECTED = 0))
004835         MOVE 4 TO CONDITION-CODE
004836     END-IF.
004838     MOVE CONDITION-CODE TO RETURN-CODE.
004840 9000-EXIT.
004850     EXIT.
