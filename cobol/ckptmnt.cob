000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CHECKPOINT-MAINT.
000030 AUTHOR. R HARTWELL.
000040 INSTALLATION. DEMO SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*  DATE       INIT  DESCRIPTION                              *
000100*  10/15/2026 RH    ORIGINAL PROGRAM - CHECKPOINT DATASET    *
000110*                   HOUSEKEEPING.  EVERY RECORD IS VERIFIED  *
000120*                   AGAINST ITS CHECK TOTAL AND A FAILING    *
000130*                   RECORD IS DROPPED.  ONLY THE NEWEST GOOD *
000140*                   CHECKPOINT OF EACH JOB ID AND RUN IS     *
000150*                   KEPT, AND ONLY WHILE IT CAN STILL BE     *
000160*                   NEEDED - A RUN THE AUDIT TRAIL SHOWS AS  *
000170*                   FINISHED LOSES ITS CHECKPOINTS UNLESS IT *
000180*                   HOLDS A CARRY-OVER RESTART NOT YET RUN.  *
000190*                   A JOB/RUN WITH NO AUDIT ENTRY AT ALL IS  *
000200*                   REPORTED AS AN ORPHAN AND KEPT.  THE     *
000210*                   SURVIVORS GO TO A NEW DATASET TO MOUNT   *
000220*                   IN PLACE OF CKPTFILE.                    *
000222*  10/15/2026 RH    AUDIT RECORD WIDENED TO 300 BYTES - THE  *
000224*                   SIMULATOR NOW ADDS THE RUN TIMINGS AHEAD *
000226*                   OF THE OUTCOME.                          *
000230*----------------------------------------------------------*
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT CHECKPOINT-FILE ASSIGN TO "CKPTFILE"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS FS-CHECKPOINT.
000300     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS FS-AUDIT.
000330     SELECT NEW-CHECKPOINT-FILE ASSIGN TO "CKPTNEW"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS FS-NEW-CHECKPOINT.
000360     SELECT REPORT-FILE ASSIGN TO "CKPTRPT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS FS-REPORT.
000390 DATA DIVISION.
000400 FILE SECTION.
000410* SAME LAYOUT THE SIMULATOR WRITES AT EACH CHECKPOINT
000420 FD  CHECKPOINT-FILE.
000430 01  CHECKPOINT-RECORD.
000440     05  CKPT-JOB-ID             PIC 9(14).
000450     05  CKPT-RUN-NUMBER         PIC 9(04).
000460     05  CKPT-GENERATION         PIC 9(04).
000470     05  CKPT-HEIGHT             PIC 9(03).
000480     05  CKPT-WIDTH              PIC 9(03).
000490     05  CKPT-PEAK-POPULATION    PIC 9(05).
000500     05  CKPT-PEAK-GENERATION    PIC 9(04).
000510     05  CKPT-CELLS              PIC 9 OCCURS 40000 TIMES.
000520     05  CKPT-CHECK-TOTAL        PIC 9(15).
000530
000540 FD  AUDIT-FILE.
000550 01  AUDIT-RECORD                PIC X(300).
000560
000570 FD  NEW-CHECKPOINT-FILE.
000580 01  NEW-CHECKPOINT-RECORD       PIC X(40052).
000590
000600 FD  REPORT-FILE.
000610 01  REPORT-RECORD               PIC X(80).
000620
000630 WORKING-STORAGE SECTION.
000640* ONE ENTRY PER JOB ID AND RUN NUMBER HOLDING CHECKPOINTS -
000650* THE NEWEST GOOD RECORD IS THE LAST ONE IN DATASET ORDER
000660 01  PAIR-LIMIT                  PIC 9(04) VALUE 2000.
000670 01  PAIR-COUNT                  PIC 9(04) VALUE 0.
000680 01  PAIR-TABLE.
000690     05  PAIR-ENTRY OCCURS 2000 TIMES.
000700         10  PR-JOB-ID           PIC 9(14).
000710         10  PR-RUN              PIC 9(04).
000720         10  PR-NEWEST-RECORD    PIC 9(06).
000730         10  PR-GENERATION       PIC 9(04).
000740         10  PR-RECORDS          PIC 9(06).
000750         10  PR-AUDIT-FLAG       PIC X(01).
000760             88  PR-IN-AUDIT                VALUE "Y".
000770         10  PR-KEEP-FLAG        PIC X(01).
000780             88  PR-KEPT                    VALUE "Y".
000790 01  RECORDS-UNTRACKED           PIC 9(06) VALUE 0.
000800
000810* RUNS THE TIME GOVERNOR CARRIED OVER - THE SIMULATOR
000820* REWRITES SUCH A RUN'S FINAL CHECKPOINT UNDER RUN 1 OF THE
000830* SAME JOB ID, AND IT IS NEEDED UNTIL A LATER JOB RUNS IT
000840 01  CARRY-LIMIT                 PIC 9(04) VALUE 1000.
000850 01  CARRY-COUNT                 PIC 9(04) VALUE 0.
000860 01  CARRY-TABLE.
000870     05  CARRY-ENTRY OCCURS 1000 TIMES.
000880         10  CY-JOB-ID           PIC 9(14).
000890         10  CY-SEED             PIC 9(09).
000900         10  CY-RESUMED-FLAG     PIC X(01).
000910             88  CY-RESUMED                 VALUE "Y".
000920 01  CARRIES-OVERFLOWED          PIC 9(04) VALUE 0.
000930
000940* FIELDS UNPACKED FROM THE AUDIT LINE BEING PROCESSED
000950 01  WORK-JOBID                  PIC X(14).
000960 01  WORK-JOBID-NUM REDEFINES WORK-JOBID PIC 9(14).
000970 01  WORK-RUN                    PIC 9(04).
000980 01  WORK-SEED                   PIC 9(09).
000990 01  WORK-OUTCOME                PIC X(21).
001000     88  WORK-RUN-CARRIED      VALUE "TIME BUDGET EXHAUSTED".
001010
001020* TOKEN SCAN AND NUMBER PARSE WORK AREAS
001030 01  TOKEN-SEARCH                PIC X(10).
001040 01  TOKEN-LEN                   PIC 9(2).
001050 01  TOKEN-POSITION              PIC 9(3).
001060 01  SCAN-LIMIT                  PIC 9(3).
001070 01  TOKEN-FOUND-FLAG            PIC X(01).
001080     88  TOKEN-WAS-FOUND                    VALUE "Y".
001090 01  PARSE-FIELD                 PIC X(10).
001100 01  PARSE-VALUE                 PIC 9(9).
001110 01  PARSE-DIGIT                 PIC 9(1).
001120 01  PARSE-STATE                 PIC X(01).
001130     88  PARSE-IN-DIGITS                    VALUE "D".
001140     88  PARSE-DONE                         VALUE "E".
001150 01  PARSE-INDEX                 PIC 9(2).
001160
001170* CHECK TOTAL - THE SAME TOTAL THE SIMULATOR WRITES
001180 01  BOARD-SIZE-MAX              PIC 9(05) VALUE 40000.
001190 01  CHECK-TOTAL-WORK            PIC 9(15).
001200 01  CHECK-TOTAL-OK-FLAG         PIC X(01).
001210     88  CHECK-TOTAL-IS-GOOD                VALUE "Y".
001220
001230* RECORD AND JOB COUNTERS
001240 01  RECORD-NUMBER               PIC 9(06) VALUE 0.
001250 01  RECORDS-READ                PIC 9(06) VALUE 0.
001260 01  RECORDS-KEPT                PIC 9(06) VALUE 0.
001270 01  RECORDS-SUPERSEDED          PIC 9(06) VALUE 0.
001280 01  RECORDS-FINISHED            PIC 9(06) VALUE 0.
001290 01  RECORDS-REFUSED             PIC 9(06) VALUE 0.
001300 01  ORPHAN-PAIRS                PIC 9(04) VALUE 0.
001310 01  CARRY-PAIRS                 PIC 9(04) VALUE 0.
001320 01  AUDIT-LINES-READ            PIC 9(06) VALUE 0.
001330
001340* LOOP COUNTERS AND SWITCHES
001350 01  G                           PIC 9(05).
001360 01  K                           PIC 9(04).
001370 01  P                           PIC 9(03).
001380 01  FOUND-INDEX                 PIC 9(04).
001390 01  MATCH-FOUND-FLAG            PIC X(01).
001400     88  ENTRY-WAS-FOUND                    VALUE "Y".
001410 01  CHECKPOINT-EOF-FLAG         PIC X(01) VALUE "N".
001420     88  NO-MORE-CHECKPOINTS                VALUE "Y".
001430 01  AUDIT-EOF-FLAG              PIC X(01) VALUE "N".
001440     88  NO-MORE-AUDIT-RECORDS              VALUE "Y".
001450 01  REPORT-OK-FLAG              PIC X(01) VALUE "N".
001460     88  REPORT-IS-OPEN                     VALUE "Y".
001470 01  INPUTS-OK-FLAG              PIC X(01) VALUE "N".
001480     88  INPUTS-ARE-READY                   VALUE "Y".
001490 01  NEW-CHECKPOINT-OK-FLAG      PIC X(01) VALUE "N".
001500     88  NEW-CHECKPOINT-IS-OPEN             VALUE "Y".
001510
001520* CONDITION CODE HANDED BACK TO THE JOB STREAM - 0 CLEAN,
001530* 4 WARNINGS, 8 A REQUIRED DATASET WAS NOT AVAILABLE
001540 01  CONDITION-CODE              PIC 9(02) VALUE 0.
001550
001560* FILE STATUS SWITCHES
001570 01  FS-CHECKPOINT               PIC X(02).
001580 01  FS-AUDIT                    PIC X(02).
001590 01  FS-NEW-CHECKPOINT           PIC X(02).
001600 01  FS-REPORT                   PIC X(02).
001610
001620* REPORT LINE-EDITING WORK AREAS
001630 01  DISPOSITION-TEXT            PIC X(29).
001640 01  EDIT-RUN                    PIC ZZZ9.
001650 01  EDIT-GENS                   PIC ZZZ9.
001660 01  EDIT-COUNT                  PIC ZZZZZ9.
001670 01  EDIT-READ                   PIC ZZZZZ9.
001680
001690 PROCEDURE DIVISION.
001700*----------------------------------------------------------*
001710* 0000-MAINLINE - VERIFY AND TALLY THE CHECKPOINTS, MATCH   *
001720* THEM TO THE AUDIT TRAIL, DECIDE WHAT EACH JOB/RUN KEEPS   *
001730* AND COPY THE SURVIVORS TO THE NEW DATASET.                *
001740*----------------------------------------------------------*
001750 0000-MAINLINE.
001760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001770     IF INPUTS-ARE-READY
001780         PERFORM 2000-TALLY-CHECKPOINTS THRU 2000-EXIT
001790         PERFORM 3000-SCAN-AUDIT-TRAIL THRU 3000-EXIT
001800         PERFORM 4000-DECIDE-PAIRS THRU 4000-EXIT
001810         PERFORM 5000-COPY-SURVIVORS THRU 5000-EXIT
001820     END-IF.
001830     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001840     STOP RUN.
001850
001860*----------------------------------------------------------*
001870* 1000-INITIALIZE - OPEN THE REPORT AND MAKE SURE BOTH      *
001880* INPUTS ARE THERE.  NOTHING IS REWRITTEN UNLESS THE AUDIT  *
001890* TRAIL CAN BE READ - WITHOUT IT EVERY RUN WOULD LOOK LIKE  *
001900* AN ORPHAN.                                                *
001910*----------------------------------------------------------*
001920 1000-INITIALIZE.
001930     OPEN OUTPUT REPORT-FILE.
001940     IF FS-REPORT NOT = "00"
001950         DISPLAY "HOUSEKEEPING REPORT NOT AVAILABLE - FILE "
001960             "STATUS " FS-REPORT " - JOB TERMINATED"
001970         MOVE 8 TO CONDITION-CODE
001980         GO TO 1000-EXIT
001990     END-IF.
002000     MOVE "Y" TO REPORT-OK-FLAG.
002010     MOVE SPACES TO REPORT-RECORD.
002020     STRING "CHECKPOINT DATASET HOUSEKEEPING REPORT"
002030         DELIMITED BY SIZE INTO REPORT-RECORD.
002040     WRITE REPORT-RECORD.
002050     MOVE SPACES TO REPORT-RECORD.
002060     WRITE REPORT-RECORD.
002070     OPEN INPUT AUDIT-FILE.
002080     IF FS-AUDIT NOT = "00"
002090         MOVE 8 TO CONDITION-CODE
002100         MOVE SPACES TO REPORT-RECORD
002110         STRING "AUDIT TRAIL NOT AVAILABLE - FILE STATUS "
002120             FS-AUDIT " - NOTHING REWRITTEN"
002130             DELIMITED BY SIZE INTO REPORT-RECORD
002140         WRITE REPORT-RECORD
002150         GO TO 1000-EXIT
002160     END-IF.
002170     CLOSE AUDIT-FILE.
002180     OPEN INPUT CHECKPOINT-FILE.
002190     IF FS-CHECKPOINT NOT = "00"
002200         MOVE 8 TO CONDITION-CODE
002210         MOVE SPACES TO REPORT-RECORD
002220         STRING "CHECKPOINT DATASET NOT AVAILABLE - FILE STATUS "
002230             FS-CHECKPOINT " - NOTHING REWRITTEN"
002240             DELIMITED BY SIZE INTO REPORT-RECORD
002250         WRITE REPORT-RECORD
002260         GO TO 1000-EXIT
002270     END-IF.
002280     CLOSE CHECKPOINT-FILE.
002290     MOVE "Y" TO INPUTS-OK-FLAG.
002300 1000-EXIT.
002310     EXIT.
002320
002330*----------------------------------------------------------*
002340* 2000-TALLY-CHECKPOINTS - FIRST PASS.  VERIFY EVERY RECORD *
002350* AND NOTE, PER JOB ID AND RUN, HOW MANY GOOD RECORDS ARE   *
002360* HELD AND WHICH ONE IS THE NEWEST.                         *
002370*----------------------------------------------------------*
002380 2000-TALLY-CHECKPOINTS.
002390     OPEN INPUT CHECKPOINT-FILE.
002400     MOVE "N" TO CHECKPOINT-EOF-FLAG.
002410     MOVE 0 TO RECORD-NUMBER.
002420     PERFORM 2100-READ-CHECKPOINT-RECORD THRU 2100-EXIT.
002430     PERFORM 2200-TALLY-ONE-RECORD THRU 2200-EXIT
002440         UNTIL NO-MORE-CHECKPOINTS.
002450     CLOSE CHECKPOINT-FILE.
002460 2000-EXIT.
002470     EXIT.
002480
002490 2100-READ-CHECKPOINT-RECORD.
002500     READ CHECKPOINT-FILE
002510         AT END
002520             MOVE "Y" TO CHECKPOINT-EOF-FLAG
002530         NOT AT END
002540             ADD 1 TO RECORD-NUMBER
002550     END-READ.
002560 2100-EXIT.
002570     EXIT.
002580
002590 2200-TALLY-ONE-RECORD.
002600     ADD 1 TO RECORDS-READ.
002610     PERFORM 8000-COMPUTE-CHECK-TOTAL THRU 8000-EXIT.
002620     IF CKPT-CHECK-TOTAL NOT NUMERIC
002630      OR CKPT-CHECK-TOTAL NOT = CHECK-TOTAL-WORK
002640         MOVE "N" TO CHECK-TOTAL-OK-FLAG
002650     END-IF.
002660     IF NOT CHECK-TOTAL-IS-GOOD
002670         ADD 1 TO RECORDS-REFUSED
002680         PERFORM 2300-REPORT-REFUSED THRU 2300-EXIT
002690         PERFORM 2100-READ-CHECKPOINT-RECORD THRU 2100-EXIT
002700         GO TO 2200-EXIT
002710     END-IF.
002720     PERFORM 2400-FIND-PAIR THRU 2400-EXIT.
002730     IF NOT ENTRY-WAS-FOUND
002740         IF PAIR-COUNT < PAIR-LIMIT
002750             ADD 1 TO PAIR-COUNT
002760             MOVE PAIR-COUNT TO FOUND-INDEX
002770             MOVE CKPT-JOB-ID TO PR-JOB-ID(FOUND-INDEX)
002780             MOVE CKPT-RUN-NUMBER TO PR-RUN(FOUND-INDEX)
002790             MOVE 0 TO PR-RECORDS(FOUND-INDEX)
002800             MOVE "N" TO PR-AUDIT-FLAG(FOUND-INDEX)
002810             MOVE "N" TO PR-KEEP-FLAG(FOUND-INDEX)
002820         ELSE
002830*            NO ROOM TO TRACK THIS JOB/RUN - ITS RECORDS ARE
002840*            ALL CARRIED FORWARD UNTOUCHED IN THE SECOND PASS
002850             ADD 1 TO RECORDS-UNTRACKED
002860             PERFORM 2100-READ-CHECKPOINT-RECORD THRU 2100-EXIT
002870             GO TO 2200-EXIT
002880         END-IF
002890     END-IF.
002900     ADD 1 TO PR-RECORDS(FOUND-INDEX).
002910     MOVE RECORD-NUMBER TO PR-NEWEST-RECORD(FOUND-INDEX).
002920     MOVE CKPT-GENERATION TO PR-GENERATION(FOUND-INDEX).
002930     PERFORM 2100-READ-CHECKPOINT-RECORD THRU 2100-EXIT.
002940 2200-EXIT.
002950     EXIT.
002960
002970 2300-REPORT-REFUSED.
002980     MOVE RECORD-NUMBER TO EDIT-READ.
002990     MOVE SPACES TO REPORT-RECORD.
003000     IF CKPT-JOB-ID NUMERIC AND CKPT-RUN-NUMBER NUMERIC
003010      AND CKPT-GENERATION NUMERIC
003020         MOVE CKPT-RUN-NUMBER TO EDIT-RUN
003030         MOVE CKPT-GENERATION TO EDIT-GENS
003040         STRING "RECORD " EDIT-READ " JOB " CKPT-JOB-ID
003050             " RUN " EDIT-RUN " GEN " EDIT-GENS
003060             " - FAILS CHECK TOTAL, DROPPED"
003070             DELIMITED BY SIZE INTO REPORT-RECORD
003080     ELSE
003090         STRING "RECORD " EDIT-READ
003100             " - HEADER NOT READABLE, FAILS CHECK TOTAL, "
003110             "DROPPED" DELIMITED BY SIZE INTO REPORT-RECORD
003120     END-IF.
003130     WRITE REPORT-RECORD.
003140 2300-EXIT.
003150     EXIT.
003160
003170 2400-FIND-PAIR.
003180     MOVE "N" TO MATCH-FOUND-FLAG.
003190     MOVE 0 TO FOUND-INDEX.
003200     PERFORM 2410-MATCH-PAIR THRU 2410-EXIT
003210         VARYING K FROM 1 BY 1
003220         UNTIL K > PAIR-COUNT OR ENTRY-WAS-FOUND.
003230 2400-EXIT.
003240     EXIT.
003250
003260 2410-MATCH-PAIR.
003270     IF PR-JOB-ID(K) = CKPT-JOB-ID
003280      AND PR-RUN(K) = CKPT-RUN-NUMBER
003290         MOVE "Y" TO MATCH-FOUND-FLAG
003300         MOVE K TO FOUND-INDEX
003310     END-IF.
003320 2410-EXIT.
003330     EXIT.
003340
003350*----------------------------------------------------------*
003360* 3000-SCAN-AUDIT-TRAIL - MARK EVERY JOB/RUN THE TRAIL HAS  *
003370* AN ENTRY FOR, AND TRACK WHICH CARRIED-OVER RUNS A LATER   *
003380* JOB HAS SINCE PICKED UP (RUN 1 OF THAT JOB, SAME SEED).   *
003390*----------------------------------------------------------*
003400 3000-SCAN-AUDIT-TRAIL.
003410     OPEN INPUT AUDIT-FILE.
003420     MOVE "N" TO AUDIT-EOF-FLAG.
003430     PERFORM 3100-READ-AUDIT-RECORD THRU 3100-EXIT.
003440     PERFORM 3200-NOTE-AUDIT-RECORD THRU 3200-EXIT
003450         UNTIL NO-MORE-AUDIT-RECORDS.
003460     CLOSE AUDIT-FILE.
003470 3000-EXIT.
003480     EXIT.
003490
003500 3100-READ-AUDIT-RECORD.
003510     READ AUDIT-FILE
003520         AT END
003530             MOVE "Y" TO AUDIT-EOF-FLAG
003540     END-READ.
003550 3100-EXIT.
003560     EXIT.
003570
003580 3200-NOTE-AUDIT-RECORD.
003590     ADD 1 TO AUDIT-LINES-READ.
003600     IF AUDIT-RECORD(1:4) NUMERIC
003610      AND AUDIT-RECORD(5:1) = "-"
003620         PERFORM 3300-UNPACK-AUDIT-LINE THRU 3300-EXIT
003630     END-IF.
003640     PERFORM 3100-READ-AUDIT-RECORD THRU 3100-EXIT.
003650 3200-EXIT.
003660     EXIT.
003670
003680 3300-UNPACK-AUDIT-LINE.
003690     MOVE " JOBID=" TO TOKEN-SEARCH.
003700     MOVE 7 TO TOKEN-LEN.
003710     PERFORM 8100-FIND-TOKEN THRU 8100-EXIT.
003720     IF NOT TOKEN-WAS-FOUND
003730         GO TO 3300-EXIT
003740     END-IF.
003750     MOVE AUDIT-RECORD(TOKEN-POSITION:14) TO WORK-JOBID.
003760     IF WORK-JOBID-NUM NOT NUMERIC
003770         GO TO 3300-EXIT
003780     END-IF.
003790     MOVE " RUN=" TO TOKEN-SEARCH.
003800     MOVE 5 TO TOKEN-LEN.
003810     PERFORM 8150-PARSE-TOKEN-VALUE THRU 8150-EXIT.
003820     IF NOT TOKEN-WAS-FOUND
003830         GO TO 3300-EXIT
003840     END-IF.
003850     MOVE PARSE-VALUE TO WORK-RUN.
003860     MOVE " SEED=" TO TOKEN-SEARCH.
003870     MOVE 6 TO TOKEN-LEN.
003880     PERFORM 8150-PARSE-TOKEN-VALUE THRU 8150-EXIT.
003890     MOVE PARSE-VALUE TO WORK-SEED.
003900     MOVE " OUTCOME=" TO TOKEN-SEARCH.
003910     MOVE 9 TO TOKEN-LEN.
003920     PERFORM 8100-FIND-TOKEN THRU 8100-EXIT.
003930     IF TOKEN-WAS-FOUND
003940         MOVE AUDIT-RECORD(TOKEN-POSITION:21) TO WORK-OUTCOME
003950     ELSE
003960         MOVE SPACES TO WORK-OUTCOME
003970     END-IF.
003980     PERFORM 3400-MARK-PAIR-AUDITED THRU 3400-EXIT.
003990     IF WORK-RUN = 1
004000         PERFORM 3500-MARK-CARRY-RESUMED THRU 3500-EXIT
004010             VARYING K FROM 1 BY 1 UNTIL K > CARRY-COUNT
004020     END-IF.
004030     IF WORK-RUN-CARRIED
004040         IF CARRY-COUNT < CARRY-LIMIT
004050             ADD 1 TO CARRY-COUNT
004060             MOVE WORK-JOBID-NUM TO CY-JOB-ID(CARRY-COUNT)
004070             MOVE WORK-SEED TO CY-SEED(CARRY-COUNT)
004080             MOVE "N" TO CY-RESUMED-FLAG(CARRY-COUNT)
004090         ELSE
004100             ADD 1 TO CARRIES-OVERFLOWED
004110         END-IF
004120     END-IF.
004130 3300-EXIT.
004140     EXIT.
004150
004160 3400-MARK-PAIR-AUDITED.
004170     MOVE "N" TO MATCH-FOUND-FLAG.
004180     PERFORM 3410-MATCH-AUDITED-PAIR THRU 3410-EXIT
004190         VARYING K FROM 1 BY 1
004200         UNTIL K > PAIR-COUNT OR ENTRY-WAS-FOUND.
004210 3400-EXIT.
004220     EXIT.
004230
004240 3410-MATCH-AUDITED-PAIR.
004250     IF PR-JOB-ID(K) = WORK-JOBID-NUM AND PR-RUN(K) = WORK-RUN
004260         MOVE "Y" TO MATCH-FOUND-FLAG
004270         MOVE "Y" TO PR-AUDIT-FLAG(K)
004280     END-IF.
004290 3410-EXIT.
004300     EXIT.
004310
004320 3500-MARK-CARRY-RESUMED.
004330     IF CY-SEED(K) = WORK-SEED
004340      AND CY-JOB-ID(K) < WORK-JOBID-NUM
004350         MOVE "Y" TO CY-RESUMED-FLAG(K)
004360     END-IF.
004370 3500-EXIT.
004380     EXIT.
004390
004400*----------------------------------------------------------*
004410* 4000-DECIDE-PAIRS - ONE REPORT LINE PER JOB ID AND RUN    *
004420* SAYING WHAT IT KEEPS AND WHY.                             *
004430*----------------------------------------------------------*
004440 4000-DECIDE-PAIRS.
004450     IF PAIR-COUNT > 0
004460         MOVE SPACES TO REPORT-RECORD
004470         WRITE REPORT-RECORD
004480     END-IF.
004490     PERFORM 4100-DECIDE-ONE-PAIR THRU 4100-EXIT
004500         VARYING FOUND-INDEX FROM 1 BY 1
004510         UNTIL FOUND-INDEX > PAIR-COUNT.
004520 4000-EXIT.
004530     EXIT.
004540
004550 4100-DECIDE-ONE-PAIR.
004560     EVALUATE TRUE
004570         WHEN NOT PR-IN-AUDIT(FOUND-INDEX)
004580             MOVE "Y" TO PR-KEEP-FLAG(FOUND-INDEX)
004590             ADD 1 TO ORPHAN-PAIRS
004600             MOVE "ORPHAN - NO AUDIT ENTRY, KEPT"
004610                 TO DISPOSITION-TEXT
004620         WHEN OTHER
004630             MOVE "N" TO MATCH-FOUND-FLAG
004640             IF PR-RUN(FOUND-INDEX) = 1
004650                 PERFORM 4200-FIND-OPEN-CARRY THRU 4200-EXIT
004660                     VARYING K FROM 1 BY 1
004670                     UNTIL K > CARRY-COUNT OR ENTRY-WAS-FOUND
004680             END-IF
004690             IF ENTRY-WAS-FOUND
004700                 MOVE "Y" TO PR-KEEP-FLAG(FOUND-INDEX)
004710                 ADD 1 TO CARRY-PAIRS
004720                 MOVE "CARRY-OVER RESTART DUE, KEPT"
004730                     TO DISPOSITION-TEXT
004740             ELSE
004750                 MOVE "RUN FINISHED, DROPPED"
004760                     TO DISPOSITION-TEXT
004770             END-IF
004780     END-EVALUATE.
004790     IF PR-KEPT(FOUND-INDEX)
004800         ADD 1 TO RECORDS-KEPT
004810         COMPUTE RECORDS-SUPERSEDED = RECORDS-SUPERSEDED
004820             + PR-RECORDS(FOUND-INDEX) - 1
004830     ELSE
004840         ADD PR-RECORDS(FOUND-INDEX) TO RECORDS-FINISHED
004850     END-IF.
004860     MOVE PR-RUN(FOUND-INDEX) TO EDIT-RUN.
004870     MOVE PR-GENERATION(FOUND-INDEX) TO EDIT-GENS.
004880     MOVE PR-RECORDS(FOUND-INDEX) TO EDIT-COUNT.
004890     MOVE SPACES TO REPORT-RECORD.
004900     STRING "JOB " PR-JOB-ID(FOUND-INDEX) " RUN " EDIT-RUN
004910         " GEN " EDIT-GENS " HELD " EDIT-COUNT " - "
004920         DISPOSITION-TEXT DELIMITED BY SIZE INTO REPORT-RECORD.
004930     WRITE REPORT-RECORD.
004940 4100-EXIT.
004950     EXIT.
004960
004970 4200-FIND-OPEN-CARRY.
004980     IF CY-JOB-ID(K) = PR-JOB-ID(FOUND-INDEX)
004990      AND NOT CY-RESUMED(K)
005000         MOVE "Y" TO MATCH-FOUND-FLAG
005010     END-IF.
005020 4200-EXIT.
005030     EXIT.
005040
005050*----------------------------------------------------------*
005060* 5000-COPY-SURVIVORS - SECOND PASS.  COPY THE NEWEST GOOD  *
005070* RECORD OF EVERY KEPT JOB/RUN, PLUS EVERY RECORD OF A      *
005080* JOB/RUN THE PAIR TABLE HAD NO ROOM FOR.                   *
005090*----------------------------------------------------------*
005100 5000-COPY-SURVIVORS.
005110     OPEN OUTPUT NEW-CHECKPOINT-FILE.
005120     IF FS-NEW-CHECKPOINT NOT = "00"
005130         MOVE 8 TO CONDITION-CODE
005140         MOVE SPACES TO REPORT-RECORD
005150         STRING "NEW CHECKPOINT DATASET NOT AVAILABLE - FILE "
005160             "STATUS " FS-NEW-CHECKPOINT " - NOTHING REWRITTEN"
005170             DELIMITED BY SIZE INTO REPORT-RECORD
005180         WRITE REPORT-RECORD
005190         GO TO 5000-EXIT
005200     END-IF.
005210     MOVE "Y" TO NEW-CHECKPOINT-OK-FLAG.
005220     OPEN INPUT CHECKPOINT-FILE.
005230     MOVE "N" TO CHECKPOINT-EOF-FLAG.
005240     MOVE 0 TO RECORD-NUMBER.
005250     PERFORM 2100-READ-CHECKPOINT-RECORD THRU 2100-EXIT.
005260     PERFORM 5100-COPY-ONE-RECORD THRU 5100-EXIT
005270         UNTIL NO-MORE-CHECKPOINTS.
005280     CLOSE CHECKPOINT-FILE.
005290 5000-EXIT.
005300     EXIT.
005310
005320 5100-COPY-ONE-RECORD.
005330     PERFORM 8000-COMPUTE-CHECK-TOTAL THRU 8000-EXIT.
005340     IF CKPT-CHECK-TOTAL NOT NUMERIC
005350      OR CKPT-CHECK-TOTAL NOT = CHECK-TOTAL-WORK
005360         MOVE "N" TO CHECK-TOTAL-OK-FLAG
005370     END-IF.
005380     IF NOT CHECK-TOTAL-IS-GOOD
005390         PERFORM 2100-READ-CHECKPOINT-RECORD THRU 2100-EXIT
005400         GO TO 5100-EXIT
005410     END-IF.
005420     PERFORM 2400-FIND-PAIR THRU 2400-EXIT.
005430     IF NOT ENTRY-WAS-FOUND
005440         WRITE NEW-CHECKPOINT-RECORD FROM CHECKPOINT-RECORD
005450         ADD 1 TO RECORDS-KEPT
005460     ELSE
005470         IF PR-KEPT(FOUND-INDEX)
005480          AND PR-NEWEST-RECORD(FOUND-INDEX) = RECORD-NUMBER
005490             WRITE NEW-CHECKPOINT-RECORD FROM CHECKPOINT-RECORD
005500         END-IF
005510     END-IF.
005520     PERFORM 2100-READ-CHECKPOINT-RECORD THRU 2100-EXIT.
005530 5100-EXIT.
005540     EXIT.
005550
005560*----------------------------------------------------------*
005570* 8000-COMPUTE-CHECK-TOTAL - CHECK TOTAL OF THE CHECKPOINT  *
005580* RECORD IN THE BUFFER, COMPUTED EXACTLY AS GAME-OF-LIFE    *
005590* COMPUTES IT: JOB ID + RUN*7 + GENERATION*11 + HEIGHT*13 + *
005600* WIDTH*17 + PEAK POPULATION*19 + PEAK GENERATION*23 + THE  *
005610* CELL NUMBER OF EVERY LIVE CELL.                           *
005620*----------------------------------------------------------*
005630 8000-COMPUTE-CHECK-TOTAL.
005640     MOVE "Y" TO CHECK-TOTAL-OK-FLAG.
005650     MOVE 0 TO CHECK-TOTAL-WORK.
005660     IF CKPT-JOB-ID NOT NUMERIC OR CKPT-RUN-NUMBER NOT NUMERIC
005670      OR CKPT-GENERATION NOT NUMERIC OR CKPT-HEIGHT NOT NUMERIC
005680      OR CKPT-WIDTH NOT NUMERIC
005690      OR CKPT-PEAK-POPULATION NOT NUMERIC
005700      OR CKPT-PEAK-GENERATION NOT NUMERIC
005710         MOVE "N" TO CHECK-TOTAL-OK-FLAG
005720         GO TO 8000-EXIT
005730     END-IF.
005740     COMPUTE CHECK-TOTAL-WORK = CKPT-JOB-ID
005750         + CKPT-RUN-NUMBER * 7 + CKPT-GENERATION * 11
005760         + CKPT-HEIGHT * 13 + CKPT-WIDTH * 17
005770         + CKPT-PEAK-POPULATION * 19
005780         + CKPT-PEAK-GENERATION * 23.
005790     PERFORM 8010-ADD-CELL THRU 8010-EXIT
005800         VARYING G FROM 1 BY 1 UNTIL G > BOARD-SIZE-MAX.
005810 8000-EXIT.
005820     EXIT.
005830
005840 8010-ADD-CELL.
005850     IF CKPT-CELLS(G) NOT NUMERIC OR CKPT-CELLS(G) > 1
005860         MOVE "N" TO CHECK-TOTAL-OK-FLAG
005870     ELSE
005880         IF CKPT-CELLS(G) = 1
005890             ADD G TO CHECK-TOTAL-WORK
005900         END-IF
005910     END-IF.
005920 8010-EXIT.
005930     EXIT.
005940
005950*----------------------------------------------------------*
005960* 8100-FIND-TOKEN - LOCATE TOKEN-SEARCH(1:TOKEN-LEN) IN THE *
005970* AUDIT LINE AND RETURN THE POSITION OF THE CHARACTER JUST  *
005980* AFTER IT.                                                 *
005990*----------------------------------------------------------*
006000 8100-FIND-TOKEN.
006010     MOVE "N" TO TOKEN-FOUND-FLAG.
006020     MOVE 0 TO TOKEN-POSITION.
006030     COMPUTE SCAN-LIMIT = 300 - TOKEN-LEN - 11.
006040     PERFORM 8110-CHECK-ONE-POSITION THRU 8110-EXIT
006050         VARYING P FROM 1 BY 1
006060         UNTIL P > SCAN-LIMIT OR TOKEN-WAS-FOUND.
006070 8100-EXIT.
006080     EXIT.
006090
006100 8110-CHECK-ONE-POSITION.
006110     IF AUDIT-RECORD(P:TOKEN-LEN) = TOKEN-SEARCH(1:TOKEN-LEN)
006120         MOVE "Y" TO TOKEN-FOUND-FLAG
006130         COMPUTE TOKEN-POSITION = P + TOKEN-LEN
006140     END-IF.
006150 8110-EXIT.
006160     EXIT.
006170
006180 8150-PARSE-TOKEN-VALUE.
006190     PERFORM 8100-FIND-TOKEN THRU 8100-EXIT.
006200     IF TOKEN-WAS-FOUND
006210         MOVE AUDIT-RECORD(TOKEN-POSITION:10) TO PARSE-FIELD
006220         PERFORM 8200-PARSE-NUMBER THRU 8200-EXIT
006230     ELSE
006240         MOVE 0 TO PARSE-VALUE
006250     END-IF.
006260 8150-EXIT.
006270     EXIT.
006280
006290*----------------------------------------------------------*
006300* 8200-PARSE-NUMBER - COLLECT THE LEADING NUMBER OUT OF     *
006310* PARSE-FIELD, SKIPPING LEADING BLANKS AND STOPPING AT THE  *
006320* FIRST CHARACTER AFTER THE DIGITS.                         *
006330*----------------------------------------------------------*
006340 8200-PARSE-NUMBER.
006350     MOVE 0 TO PARSE-VALUE.
006360     MOVE "S" TO PARSE-STATE.
006370     PERFORM 8210-PARSE-ONE-CHAR THRU 8210-EXIT
006380         VARYING PARSE-INDEX FROM 1 BY 1
006390         UNTIL PARSE-INDEX > 10 OR PARSE-DONE.
006400 8200-EXIT.
006410     EXIT.
006420
006430 8210-PARSE-ONE-CHAR.
006440     EVALUATE TRUE
006450         WHEN PARSE-FIELD(PARSE-INDEX:1) >= "0"
006460          AND PARSE-FIELD(PARSE-INDEX:1) <= "9"
006470             MOVE PARSE-FIELD(PARSE-INDEX:1)
006480                 TO PARSE-DIGIT(1:1)
006490             COMPUTE PARSE-VALUE =
006500                 PARSE-VALUE * 10 + PARSE-DIGIT
006510             MOVE "D" TO PARSE-STATE
006520         WHEN PARSE-FIELD(PARSE-INDEX:1) = " "
006530          AND PARSE-IN-DIGITS
006540             MOVE "E" TO PARSE-STATE
006550         WHEN PARSE-FIELD(PARSE-INDEX:1) = " "
006560             CONTINUE
006570         WHEN OTHER
006580             MOVE "E" TO PARSE-STATE
006590     END-EVALUATE.
006600 8210-EXIT.
006610     EXIT.
006620
006630*----------------------------------------------------------*
006640* 9000-TERMINATE - WRITE THE HOUSEKEEPING TOTALS AND CLOSE  *
006650* THE DATASETS.                                             *
006660*----------------------------------------------------------*
006670 9000-TERMINATE.
006680     IF REPORT-IS-OPEN AND NEW-CHECKPOINT-IS-OPEN
006690         MOVE SPACES TO REPORT-RECORD
006700         WRITE REPORT-RECORD
006710         MOVE RECORDS-READ TO EDIT-READ
006720         MOVE RECORDS-KEPT TO EDIT-COUNT
006730         MOVE SPACES TO REPORT-RECORD
006740         STRING "HOUSEKEEPING TOTALS - " EDIT-READ
006750             " RECORD(S) READ, " EDIT-COUNT " KEPT"
006760             DELIMITED BY SIZE INTO REPORT-RECORD
006770         WRITE REPORT-RECORD
006771         MOVE AUDIT-LINES-READ TO EDIT-COUNT
006772         MOVE SPACES TO REPORT-RECORD
006773         STRING "  " EDIT-COUNT " AUDIT LINE(S) SCANNED"
006774             DELIMITED BY SIZE INTO REPORT-RECORD
006775         WRITE REPORT-RECORD
006780         MOVE RECORDS-SUPERSEDED TO EDIT-COUNT
006790         MOVE SPACES TO REPORT-RECORD
006800         STRING "  " EDIT-COUNT " SUPERSEDED BY A NEWER "
006810             "CHECKPOINT OF THE SAME JOB/RUN - DROPPED"
006820             DELIMITED BY SIZE INTO REPORT-RECORD
006830         WRITE REPORT-RECORD
006840         MOVE RECORDS-FINISHED TO EDIT-COUNT
006850         MOVE SPACES TO REPORT-RECORD
006860         STRING "  " EDIT-COUNT " BELONG TO FINISHED RUNS - "
006870             "DROPPED" DELIMITED BY SIZE INTO REPORT-RECORD
006880         WRITE REPORT-RECORD
006890         MOVE RECORDS-REFUSED TO EDIT-COUNT
006900         MOVE SPACES TO REPORT-RECORD
006910         STRING "  " EDIT-COUNT " FAIL THEIR CHECK TOTAL - "
006920             "DROPPED" DELIMITED BY SIZE INTO REPORT-RECORD
006930         WRITE REPORT-RECORD
006940         MOVE CARRY-PAIRS TO EDIT-COUNT
006950         MOVE SPACES TO REPORT-RECORD
006960         STRING "  " EDIT-COUNT " CARRY-OVER RESTART(S) STILL "
006970             "PENDING - KEPT" DELIMITED BY SIZE
006980             INTO REPORT-RECORD
006990         WRITE REPORT-RECORD
007000         MOVE ORPHAN-PAIRS TO EDIT-COUNT
007010         MOVE SPACES TO REPORT-RECORD
007020         STRING "  " EDIT-COUNT " ORPHAN JOB/RUN(S) WITH NO "
007030             "AUDIT ENTRY - KEPT" DELIMITED BY SIZE
007040             INTO REPORT-RECORD
007050         WRITE REPORT-RECORD
007060         IF RECORDS-UNTRACKED > 0
007070             MOVE RECORDS-UNTRACKED TO EDIT-COUNT
007080             MOVE SPACES TO REPORT-RECORD
007090             STRING "  WARNING - JOB/RUN TABLE FULL, " EDIT-COUNT
007100                 " RECORD(S) KEPT UNEXAMINED" DELIMITED BY SIZE
007110                 INTO REPORT-RECORD
007120             WRITE REPORT-RECORD
007130         END-IF
007140         IF CARRIES-OVERFLOWED > 0
007150             MOVE CARRIES-OVERFLOWED TO EDIT-COUNT
007160             MOVE SPACES TO REPORT-RECORD
007170             STRING "  WARNING - CARRY-OVER TABLE FULL, "
007180                 EDIT-COUNT " CARRY-OVER(S) NOT TRACKED"
007190                 DELIMITED BY SIZE INTO REPORT-RECORD
007200             WRITE REPORT-RECORD
007210         END-IF
007220         MOVE SPACES TO REPORT-RECORD
007230         STRING "  MOUNT THE REWRITTEN CHECKPOINTS IN PLACE OF "
007240             "THE ORIGINAL CKPTFILE" DELIMITED BY SIZE
007250             INTO REPORT-RECORD
007260         WRITE REPORT-RECORD
007270     END-IF.
007280     IF REPORT-IS-OPEN
007290         CLOSE REPORT-FILE
007300     END-IF.
007310     IF NEW-CHECKPOINT-IS-OPEN
007320         CLOSE NEW-CHECKPOINT-FILE
007330     END-IF.
007340     MOVE RECORDS-KEPT TO EDIT-COUNT.
007350     MOVE RECORDS-READ TO EDIT-READ.
007360     DISPLAY "CHECKPOINT HOUSEKEEPING ENDED - " EDIT-READ
007370         " RECORD(S) READ, " EDIT-COUNT " KEPT".
007380     IF CONDITION-CODE < 4
007390      AND (RECORDS-REFUSED > 0 OR ORPHAN-PAIRS > 0
007400       OR RECORDS-UNTRACKED > 0 OR CARRIES-OVERFLOWED > 0)
007410         MOVE 4 TO CONDITION-CODE
007420     END-IF.
007430     MOVE CONDITION-CODE TO RETURN-CODE.
007440 9000-EXIT.
007450     EXIT.
