000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EXCEPTION-DIGEST.
000030 AUTHOR. R HARTWELL.
000040 INSTALLATION. DEMO SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*  DATE       INIT  DESCRIPTION                              *
000100*  10/15/2026 RH    ORIGINAL PROGRAM - MORNING OPERATIONS    *
000110*                   EXCEPTION DIGEST.  FOR ONE JOB ID THE    *
000120*                   RUN REPORT, STATUS, CARRY-OVER,          *
000130*                   VERIFICATION, MERGE AND CENSUS OUTPUTS   *
000140*                   ARE READ WITH THE AUDIT TRAIL AND THE    *
000150*                   BOARD ARCHIVE, AND ONLY WHAT NEEDS A     *
000160*                   LOOK IS LISTED - REJECTED RUNS AND       *
000170*                   PLACEMENTS, RUNS THE TIME BUDGET STOPPED *
000180*                   OR NEVER STARTED, ARCHIVE DISAGREEMENTS, *
000190*                   MERGE RENUMBERING CONFLICTS AND AUDIT    *
000200*                   ENTRIES WITH NO ARCHIVE HEADER OR THE    *
000210*                   REVERSE.  EACH LINE CARRIES A SEVERITY   *
000220*                   AND THE DIGEST ENDS WITH ONE CLEAN OR    *
000230*                   NEEDS ATTENTION LINE FOR SIGN-OFF.       *
000232*  10/15/2026 RH    AUDIT RECORD WIDENED TO 300 BYTES - THE  *
000234*                   SIMULATOR NOW ADDS THE RUN TIMINGS AHEAD *
000236*                   OF THE OUTCOME.                          *
000240*----------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT PARM-FILE ASSIGN TO "DIGPARM"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS FS-PARM.
000310     SELECT GAME-REPORT-FILE ASSIGN TO "RPTFILE"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS FS-GAME-REPORT.
000340     SELECT STATUS-FILE ASSIGN TO "STATFILE"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS FS-STATUS.
000370     SELECT CARRY-FILE ASSIGN TO "CARRYOVR"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS FS-CARRY.
000400     SELECT VERIFY-FILE ASSIGN TO "VERFRPT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS FS-VERIFY.
000430     SELECT MERGE-LOG-FILE ASSIGN TO "MRGLOG"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS FS-MERGE-LOG.
000460     SELECT CENSUS-FILE ASSIGN TO "CENSRPT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS FS-CENSUS.
000490     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS FS-AUDIT.
000520     SELECT BOARD-IN-FILE ASSIGN TO "BOARDOUT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS FS-BOARD-IN.
000550     SELECT DIGEST-FILE ASSIGN TO "EXCDGST"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS FS-DIGEST.
000580 DATA DIVISION.
000590 FILE SECTION.
000600* OPTIONAL - THE JOB ID TO DIGEST.  WITHOUT IT THE JOB ID ON
000610* THE RUN REPORT TITLE IS TAKEN.
000620 FD  PARM-FILE.
000630 01  PARM-RECORD.
000640     05  PARM-JOB-ID             PIC X(14).
000650     05  FILLER                  PIC X(66).
000660
000670 FD  GAME-REPORT-FILE.
000680 01  GAME-REPORT-RECORD          PIC X(80).
000690
000700 FD  STATUS-FILE.
000710 01  STATUS-RECORD               PIC X(100).
000720
000730* SAME LAYOUT AS A RUN SPECIFICATION CARD
000740 FD  CARRY-FILE.
000750 01  CARRY-RECORD.
000760     05  CR-HEIGHT               PIC 9(03).
000770     05  CR-WIDTH                PIC 9(03).
000780     05  CR-GENERATIONS          PIC 9(04).
000790     05  CR-SEED                 PIC 9(09).
000800     05  CR-WRAP-FLAG            PIC X(01).
000810     05  CR-PATTERN-NAME         PIC X(10).
000820     05  CR-CHECKPOINT-INTERVAL  PIC 9(04).
000830     05  CR-RESTART-FLAG         PIC X(01).
000840     05  CR-RULE-NAME            PIC X(10).
000850     05  FILLER                  PIC X(07).
000860
000870 FD  VERIFY-FILE.
000880 01  VERIFY-RECORD               PIC X(80).
000890
000900 FD  MERGE-LOG-FILE.
000910 01  MERGE-LOG-RECORD            PIC X(80).
000920
000930 FD  CENSUS-FILE.
000940 01  CENSUS-RECORD               PIC X(80).
000950
000960 FD  AUDIT-FILE.
000970 01  AUDIT-RECORD                PIC X(300).
000980
000990 FD  BOARD-IN-FILE.
001000 01  BOARD-IN-RECORD             PIC X(2000).
001010
001020 FD  DIGEST-FILE.
001030 01  DIGEST-RECORD               PIC X(80).
001040
001050 WORKING-STORAGE SECTION.
001060* THE JOB BEING DIGESTED
001070 01  DIGEST-JOB-ID               PIC X(14) VALUE SPACES.
001080 01  DIGEST-JOB-ID-NUM REDEFINES DIGEST-JOB-ID PIC 9(14).
001090
001100* ONE ENTRY PER RUN THE AUDIT TRAIL HOLDS FOR THE JOB, MARKED
001110* AS ITS ARCHIVE HEADER AND CENSUS LINE TURN UP
001120 01  RUN-LIMIT                   PIC 9(04) VALUE 2000.
001130 01  RUN-COUNT                   PIC 9(04) VALUE 0.
001140 01  RUN-TABLE.
001150     05  RUN-ENTRY OCCURS 2000 TIMES.
001160         10  RT-RUN              PIC 9(04).
001170         10  RT-OUTCOME          PIC X(30).
001180         10  RT-REJECTED-FLAG    PIC X(01).
001190             88  RT-REJECTED                VALUE "Y".
001200         10  RT-HEADER-FLAG      PIC X(01).
001210             88  RT-HAS-HEADER              VALUE "Y".
001220         10  RT-CENSUS-FLAG      PIC X(01).
001230             88  RT-IN-CENSUS               VALUE "Y".
001240 01  RUNS-OVERFLOWED             PIC 9(04) VALUE 0.
001250
001260* FIELDS UNPACKED FROM THE AUDIT LINE BEING PROCESSED
001270 01  WORK-JOBID                  PIC X(14).
001280 01  WORK-RUN                    PIC 9(04).
001290 01  WORK-OUTCOME                PIC X(30).
001300
001310* TOKEN SCAN AND NUMBER PARSE WORK AREAS
001320 01  SCAN-LINE                   PIC X(300).
001330 01  TOKEN-SEARCH                PIC X(10).
001340 01  TOKEN-LEN                   PIC 9(2).
001350 01  TOKEN-POSITION              PIC 9(3).
001360 01  SCAN-LIMIT                  PIC 9(3).
001370 01  TOKEN-FOUND-FLAG            PIC X(01).
001380     88  TOKEN-WAS-FOUND                    VALUE "Y".
001390 01  PARSE-FIELD                 PIC X(10).
001400 01  PARSE-VALUE                 PIC 9(9).
001410 01  PARSE-DIGIT                 PIC 9(1).
001420 01  PARSE-STATE                 PIC X(01).
001430     88  PARSE-IN-DIGITS                    VALUE "D".
001440     88  PARSE-DONE                         VALUE "E".
001450 01  PARSE-INDEX                 PIC 9(2).
001460
001470* RUN REPORT STATE - USABLE ONLY WHEN ITS TITLE NAMES THE JOB
001480 01  GAME-REPORT-STATE           PIC X(01) VALUE "M".
001490     88  GAME-REPORT-IS-USABLE              VALUE "Y".
001500     88  GAME-REPORT-IS-MISSING             VALUE "M".
001510     88  GAME-REPORT-IS-OTHER-JOB           VALUE "O".
001520 01  GAME-REPORT-JOB-ID          PIC X(14) VALUE SPACES.
001530 01  CURRENT-RUN                 PIC 9(04) VALUE 0.
001540 01  RUN-PLACEMENT-LINES         PIC 9(04) VALUE 0.
001550 01  SUMMARY-FLAG                PIC X(01) VALUE "N".
001560     88  SUMMARY-WAS-SEEN                   VALUE "Y".
001570 01  JOB-CARRIED-OVER            PIC 9(04) VALUE 0.
001580 01  JOB-NEVER-STARTED           PIC 9(04) VALUE 0.
001590 01  CARRY-LIST-LIMIT            PIC 9(04) VALUE 10.
001600 01  CARRY-RECORDS-READ          PIC 9(04) VALUE 0.
001610 01  CARRY-LISTED                PIC 9(04) VALUE 0.
001620
001630* ONE VERIFICATION GROUP - ALL DISAGREEMENT LINES OF A RUN
001640 01  VERIFY-RUN                  PIC 9(04) VALUE 0.
001650 01  VERIFY-LINES                PIC 9(04) VALUE 0.
001660 01  VERIFY-FIRST-TEXT           PIC X(56).
001670 01  VERIFY-RUNS                 PIC 9(04) VALUE 0.
001680
001690* ARCHIVE, CENSUS AND STATUS COUNTS FOR THE JOB
001700 01  HEADERS-FOR-JOB             PIC 9(04) VALUE 0.
001710 01  CENSUS-RUNS-FOR-JOB         PIC 9(04) VALUE 0.
001720 01  STATUS-LINES-FOR-JOB        PIC 9(06) VALUE 0.
001730 01  LAST-STATUS-RUN             PIC 9(04) VALUE 0.
001740 01  LAST-STATUS-GEN             PIC 9(04) VALUE 0.
001750
001760* THE EXCEPTION BEING WRITTEN AND THE RUNNING TALLIES
001770 01  EXCEPTION-SEVERITY          PIC X(08).
001780     88  EXCEPTION-IS-SEVERE                VALUE "SEVERE".
001790     88  EXCEPTION-IS-WARNING               VALUE "WARNING".
001800     88  EXCEPTION-IS-NOTICE                VALUE "NOTICE".
001810 01  EXCEPTION-TEXT              PIC X(70).
001820 01  SECTION-TITLE               PIC X(60).
001830 01  SECTION-LINES               PIC 9(04) VALUE 0.
001840 01  SEVERE-COUNT                PIC 9(04) VALUE 0.
001850 01  WARNING-COUNT               PIC 9(04) VALUE 0.
001860 01  NOTICE-COUNT                PIC 9(04) VALUE 0.
001870
001880* LOOP COUNTERS AND SWITCHES
001890 01  K                           PIC 9(04).
001900 01  P                           PIC 9(03).
001910 01  FOUND-INDEX                 PIC 9(04).
001920 01  MATCH-FOUND-FLAG            PIC X(01).
001930     88  ENTRY-WAS-FOUND                    VALUE "Y".
001940 01  INPUT-EOF-FLAG              PIC X(01) VALUE "N".
001950     88  NO-MORE-INPUT                      VALUE "Y".
001960 01  AUDIT-OK-FLAG               PIC X(01) VALUE "N".
001970     88  AUDIT-WAS-READ                     VALUE "Y".
001980 01  DIGEST-OK-FLAG              PIC X(01) VALUE "N".
001990     88  DIGEST-IS-OPEN                     VALUE "Y".
002000 01  JOB-KNOWN-FLAG              PIC X(01) VALUE "N".
002010     88  JOB-IS-KNOWN                       VALUE "Y".
002020
002030* CONDITION CODE HANDED BACK TO THE JOB STREAM - 0 CLEAN,
002040* 4 THE DIGEST NEEDS ATTENTION, 8 NO DIGEST COULD BE MADE
002050 01  CONDITION-CODE              PIC 9(02) VALUE 0.
002060
002070* FILE STATUS SWITCHES
002080 01  FS-PARM                     PIC X(02).
002090 01  FS-GAME-REPORT              PIC X(02).
002100 01  FS-STATUS                   PIC X(02).
002110 01  FS-CARRY                    PIC X(02).
002120 01  FS-VERIFY                   PIC X(02).
002130 01  FS-MERGE-LOG                PIC X(02).
002140 01  FS-CENSUS                   PIC X(02).
002150 01  FS-AUDIT                    PIC X(02).
002160 01  FS-BOARD-IN                 PIC X(02).
002170 01  FS-DIGEST                   PIC X(02).
002180
002190* REPORT LINE-EDITING WORK AREAS
002200 01  EDIT-RUN                    PIC ZZZ9.
002210 01  EDIT-GEN                    PIC ZZZ9.
002220 01  EDIT-COUNT                  PIC ZZZ9.
002230 01  EDIT-SEVERE                 PIC ZZZ9.
002240 01  EDIT-WARNING                PIC ZZZ9.
002250 01  EDIT-NOTICE                 PIC ZZZ9.
002260 01  EDIT-HEIGHT                 PIC ZZ9.
002270 01  EDIT-WIDTH                  PIC ZZ9.
002280 01  EDIT-SEED                   PIC Z(8)9.
002290
002300 PROCEDURE DIVISION.
002310*----------------------------------------------------------*
002320* 0000-MAINLINE - SETTLE THE JOB ID, LOAD ITS AUDIT ENTRIES *
002330* AND WORK THROUGH EACH SOURCE IN TURN, ONE DIGEST SECTION  *
002340* PER SOURCE.                                               *
002350*----------------------------------------------------------*
002360 0000-MAINLINE.
002370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002380     IF DIGEST-IS-OPEN AND JOB-IS-KNOWN
002390         PERFORM 2000-LOAD-AUDIT-TRAIL THRU 2000-EXIT
002400         PERFORM 3000-REJECTED-RUNS THRU 3000-EXIT
002410         PERFORM 3500-REJECTED-PLACEMENTS THRU 3500-EXIT
002420         PERFORM 4000-TIME-BUDGET THRU 4000-EXIT
002430         PERFORM 5000-ARCHIVE-VERIFICATION THRU 5000-EXIT
002440         PERFORM 5500-SWEEP-MERGE THRU 5500-EXIT
002450         PERFORM 6000-AUDIT-AGAINST-ARCHIVE THRU 6000-EXIT
002460         PERFORM 6500-CENSUS-COVERAGE THRU 6500-EXIT
002470         PERFORM 7000-OPERATOR-STATUS THRU 7000-EXIT
002480     END-IF.
002490     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002500     STOP RUN.
002510
002520*----------------------------------------------------------*
002530* 1000-INITIALIZE - OPEN THE DIGEST AND SETTLE WHICH JOB IT *
002540* IS FOR.  A JOB ID ON DIGPARM WINS, OTHERWISE THE ONE ON   *
002550* THE RUN REPORT TITLE IS USED.  THE RUN REPORT IS ONLY     *
002560* READ WHEN ITS TITLE NAMES THE JOB BEING DIGESTED.         *
002570*----------------------------------------------------------*
002580 1000-INITIALIZE.
002590     OPEN OUTPUT DIGEST-FILE.
002600     IF FS-DIGEST NOT = "00"
002610         DISPLAY "EXCEPTION DIGEST NOT AVAILABLE - FILE STATUS "
002620             FS-DIGEST " - JOB TERMINATED"
002630         MOVE 8 TO CONDITION-CODE
002640         GO TO 1000-EXIT
002650     END-IF.
002660     MOVE "Y" TO DIGEST-OK-FLAG.
002670     OPEN INPUT PARM-FILE.
002680     IF FS-PARM = "00"
002690         READ PARM-FILE
002700             AT END
002710                 MOVE SPACES TO PARM-RECORD
002720         END-READ
002730         IF PARM-JOB-ID NUMERIC
002740             MOVE PARM-JOB-ID TO DIGEST-JOB-ID
002750         END-IF
002760         CLOSE PARM-FILE
002770     END-IF.
002780     OPEN INPUT GAME-REPORT-FILE.
002790     IF FS-GAME-REPORT = "00"
002800         READ GAME-REPORT-FILE
002810             AT END
002820                 MOVE SPACES TO GAME-REPORT-RECORD
002830         END-READ
002840         IF GAME-REPORT-RECORD(1:36) =
002850             "GAME-OF-LIFE BATCH RUN REPORT - JOB "
002860             MOVE GAME-REPORT-RECORD(37:14)
002870                 TO GAME-REPORT-JOB-ID
002880         END-IF
002890         CLOSE GAME-REPORT-FILE
002900         MOVE "O" TO GAME-REPORT-STATE
002910     END-IF.
002920     IF DIGEST-JOB-ID = SPACES
002930         MOVE GAME-REPORT-JOB-ID TO DIGEST-JOB-ID
002940     END-IF.
002950     MOVE SPACES TO DIGEST-RECORD.
002960     IF DIGEST-JOB-ID-NUM NOT NUMERIC
002970         STRING "MORNING OPERATIONS EXCEPTION DIGEST"
002980             DELIMITED BY SIZE INTO DIGEST-RECORD
002990         WRITE DIGEST-RECORD
003000         MOVE SPACES TO DIGEST-RECORD
003010         WRITE DIGEST-RECORD
003020         MOVE SPACES TO DIGEST-RECORD
003030         STRING "NO JOB ID ON DIGPARM AND NONE ON THE RUN "
003040             "REPORT TITLE - NO DIGEST PRODUCED"
003050             DELIMITED BY SIZE INTO DIGEST-RECORD
003060         WRITE DIGEST-RECORD
003070         MOVE 8 TO CONDITION-CODE
003080         GO TO 1000-EXIT
003090     END-IF.
003100     MOVE "Y" TO JOB-KNOWN-FLAG.
003110     IF GAME-REPORT-JOB-ID = DIGEST-JOB-ID
003120         MOVE "Y" TO GAME-REPORT-STATE
003130     END-IF.
003140     STRING "MORNING OPERATIONS EXCEPTION DIGEST - JOB "
003150         DIGEST-JOB-ID DELIMITED BY SIZE INTO DIGEST-RECORD.
003160     WRITE DIGEST-RECORD.
003170     MOVE SPACES TO DIGEST-RECORD.
003180     STRING "SEVERE = RESULTS IN DOUBT, WARNING = WORK LOST OR "
003190         "DEFERRED, NOTICE = FYI" DELIMITED BY SIZE
003200         INTO DIGEST-RECORD.
003210     WRITE DIGEST-RECORD.
003220 1000-EXIT.
003230     EXIT.
003240
003250*----------------------------------------------------------*
003260* 2000-LOAD-AUDIT-TRAIL - NOTE EVERY RUN THE AUDIT TRAIL    *
003270* HOLDS FOR THE JOB, WITH ITS OUTCOME.  THE TABLE IS        *
003280* MATCHED AGAINST THE ARCHIVE, THE CENSUS AND THE STATUS    *
003290* DATASET FURTHER ON.                                       *
003300*----------------------------------------------------------*
003310 2000-LOAD-AUDIT-TRAIL.
003320     OPEN INPUT AUDIT-FILE.
003330     IF FS-AUDIT NOT = "00"
003340         GO TO 2000-EXIT
003350     END-IF.
003360     MOVE "Y" TO AUDIT-OK-FLAG.
003370     MOVE "N" TO INPUT-EOF-FLAG.
003380     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
003390     PERFORM 2200-NOTE-AUDIT-RECORD THRU 2200-EXIT
003400         UNTIL NO-MORE-INPUT.
003410     CLOSE AUDIT-FILE.
003420 2000-EXIT.
003430     EXIT.
003440
003450 2100-READ-AUDIT-RECORD.
003460     READ AUDIT-FILE
003470         AT END
003480             MOVE "Y" TO INPUT-EOF-FLAG
003490     END-READ.
003500 2100-EXIT.
003510     EXIT.
003520
003530 2200-NOTE-AUDIT-RECORD.
003540     IF AUDIT-RECORD(1:4) NUMERIC
003550      AND AUDIT-RECORD(5:1) = "-"
003560         PERFORM 2300-UNPACK-AUDIT-LINE THRU 2300-EXIT
003570     END-IF.
003580     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
003590 2200-EXIT.
003600     EXIT.
003610
003620 2300-UNPACK-AUDIT-LINE.
003630     MOVE AUDIT-RECORD TO SCAN-LINE.
003640     MOVE " JOBID=" TO TOKEN-SEARCH.
003650     MOVE 7 TO TOKEN-LEN.
003660     PERFORM 8100-FIND-TOKEN THRU 8100-EXIT.
003670     IF NOT TOKEN-WAS-FOUND
003680         GO TO 2300-EXIT
003690     END-IF.
003700     MOVE SCAN-LINE(TOKEN-POSITION:14) TO WORK-JOBID.
003710     IF WORK-JOBID NOT = DIGEST-JOB-ID
003720         GO TO 2300-EXIT
003730     END-IF.
003740     MOVE " RUN=" TO TOKEN-SEARCH.
003750     MOVE 5 TO TOKEN-LEN.
003760     PERFORM 8150-PARSE-TOKEN-VALUE THRU 8150-EXIT.
003770     IF NOT TOKEN-WAS-FOUND
003780         GO TO 2300-EXIT
003790     END-IF.
003800     MOVE PARSE-VALUE TO WORK-RUN.
003810     MOVE " OUTCOME=" TO TOKEN-SEARCH.
003820     MOVE 9 TO TOKEN-LEN.
003830     PERFORM 8100-FIND-TOKEN THRU 8100-EXIT.
003840     IF TOKEN-WAS-FOUND
003850         MOVE SCAN-LINE(TOKEN-POSITION:30) TO WORK-OUTCOME
003860     ELSE
003870         MOVE SPACES TO WORK-OUTCOME
003880     END-IF.
003890     MOVE WORK-RUN TO CURRENT-RUN.
003900     PERFORM 8500-FIND-RUN THRU 8500-EXIT.
003910     IF NOT ENTRY-WAS-FOUND
003920         IF RUN-COUNT < RUN-LIMIT
003930             ADD 1 TO RUN-COUNT
003940             MOVE RUN-COUNT TO FOUND-INDEX
003950             MOVE WORK-RUN TO RT-RUN(FOUND-INDEX)
003960             MOVE "N" TO RT-HEADER-FLAG(FOUND-INDEX)
003970             MOVE "N" TO RT-CENSUS-FLAG(FOUND-INDEX)
003980         ELSE
003990             ADD 1 TO RUNS-OVERFLOWED
004000             GO TO 2300-EXIT
004010         END-IF
004020     END-IF.
004030*    A LATER ENTRY FOR THE SAME RUN SUPERSEDES AN EARLIER ONE
004040     MOVE WORK-OUTCOME TO RT-OUTCOME(FOUND-INDEX).
004050     IF WORK-OUTCOME(1:11) = "REJECTED - "
004060         MOVE "Y" TO RT-REJECTED-FLAG(FOUND-INDEX)
004070     ELSE
004080         MOVE "N" TO RT-REJECTED-FLAG(FOUND-INDEX)
004090     END-IF.
004100 2300-EXIT.
004110     EXIT.
004120
004130*----------------------------------------------------------*
004140* 3000-REJECTED-RUNS - EVERY RUN THE SIMULATOR REFUSED TO   *
004150* START, WITH THE REASON IT GAVE ON THE RUN REPORT.  THIS   *
004160* SECTION ALSO SAYS WHY THE RUN REPORT COULD NOT BE USED.   *
004170*----------------------------------------------------------*
004180 3000-REJECTED-RUNS.
004190     MOVE "RUNS REJECTED BY THE SIMULATOR" TO SECTION-TITLE.
004200     PERFORM 8050-START-SECTION THRU 8050-EXIT.
004210     IF GAME-REPORT-IS-MISSING
004220         MOVE "WARNING" TO EXCEPTION-SEVERITY
004230         MOVE SPACES TO EXCEPTION-TEXT
004240         STRING "RUN REPORT NOT AVAILABLE - FILE STATUS "
004250             FS-GAME-REPORT " - RUNS NOT CHECKED"
004260             DELIMITED BY SIZE INTO EXCEPTION-TEXT
004270         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
004280     END-IF.
004290     IF GAME-REPORT-IS-OTHER-JOB
004300         MOVE "WARNING" TO EXCEPTION-SEVERITY
004310         MOVE SPACES TO EXCEPTION-TEXT
004320         STRING "RUN REPORT IS FOR JOB " GAME-REPORT-JOB-ID
004330             " - RUNS NOT CHECKED" DELIMITED BY SIZE
004340             INTO EXCEPTION-TEXT
004350         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
004360     END-IF.
004370     IF NOT GAME-REPORT-IS-USABLE
004380         GO TO 3000-CLOSE-SECTION
004390     END-IF.
004400     OPEN INPUT GAME-REPORT-FILE.
004410     MOVE "N" TO INPUT-EOF-FLAG.
004420     PERFORM 8400-READ-GAME-REPORT THRU 8400-EXIT.
004430     PERFORM 3100-CHECK-REJECTED-RUN THRU 3100-EXIT
004440         UNTIL NO-MORE-INPUT.
004450     CLOSE GAME-REPORT-FILE.
004460 3000-CLOSE-SECTION.
004470     PERFORM 8060-END-SECTION THRU 8060-EXIT.
004480 3000-EXIT.
004490     EXIT.
004500
004510 3100-CHECK-REJECTED-RUN.
004520     IF GAME-REPORT-RECORD(1:4) = "RUN "
004530      AND GAME-REPORT-RECORD(9:12) = " REJECTED - "
004540         MOVE "WARNING" TO EXCEPTION-SEVERITY
004550         MOVE GAME-REPORT-RECORD(1:70) TO EXCEPTION-TEXT
004560         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
004570     END-IF.
004580     PERFORM 8400-READ-GAME-REPORT THRU 8400-EXIT.
004590 3100-EXIT.
004600     EXIT.
004610
004620*----------------------------------------------------------*
004630* 3500-REJECTED-PLACEMENTS - SCENARIO PLACEMENTS THE        *
004640* SIMULATOR LEFT OFF THE BOARD.  EACH IS LISTED UNDER ITS   *
004650* RUN; A REPORT WRITTEN BEFORE PLACEMENTS WERE ITEMISED     *
004660* ONLY CARRIES THE SCENARIO TOTAL, WHICH IS LISTED INSTEAD. *
004670*----------------------------------------------------------*
004680 3500-REJECTED-PLACEMENTS.
004690     MOVE "SCENARIO PLACEMENTS REJECTED" TO SECTION-TITLE.
004700     PERFORM 8050-START-SECTION THRU 8050-EXIT.
004710     IF NOT GAME-REPORT-IS-USABLE
004720         MOVE "  NOT CHECKED - RUN REPORT NOT USABLE"
004730             TO DIGEST-RECORD
004740         PERFORM 8070-WRITE-DETAIL THRU 8070-EXIT
004750         GO TO 3500-CLOSE-SECTION
004760     END-IF.
004770     MOVE 0 TO CURRENT-RUN.
004780     MOVE 0 TO RUN-PLACEMENT-LINES.
004790     OPEN INPUT GAME-REPORT-FILE.
004800     MOVE "N" TO INPUT-EOF-FLAG.
004810     PERFORM 8400-READ-GAME-REPORT THRU 8400-EXIT.
004820     PERFORM 3600-CHECK-PLACEMENT-LINE THRU 3600-EXIT
004830         UNTIL NO-MORE-INPUT.
004840     CLOSE GAME-REPORT-FILE.
004850 3500-CLOSE-SECTION.
004860     PERFORM 8060-END-SECTION THRU 8060-EXIT.
004870 3500-EXIT.
004880     EXIT.
004890
004900 3600-CHECK-PLACEMENT-LINE.
004910     PERFORM 8450-NOTE-RUN-HEADER THRU 8450-EXIT.
004920     IF GAME-REPORT-RECORD(1:12) = "  PLACEMENT "
004930         ADD 1 TO RUN-PLACEMENT-LINES
004940         MOVE CURRENT-RUN TO EDIT-RUN
004950         MOVE "WARNING" TO EXCEPTION-SEVERITY
004960         MOVE SPACES TO EXCEPTION-TEXT
004970         STRING "RUN " EDIT-RUN " " GAME-REPORT-RECORD(3:58)
004980             DELIMITED BY SIZE INTO EXCEPTION-TEXT
004990         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
005000     END-IF.
005010     IF GAME-REPORT-RECORD(1:11) = "  SCENARIO "
005020      AND GAME-REPORT-RECORD(28:23) = " PLACEMENT(S) APPLIED, "
005030      AND RUN-PLACEMENT-LINES = 0
005040         MOVE GAME-REPORT-RECORD(51:3) TO PARSE-FIELD
005050         PERFORM 8200-PARSE-NUMBER THRU 8200-EXIT
005060         IF PARSE-VALUE > 0
005070             MOVE CURRENT-RUN TO EDIT-RUN
005080             MOVE PARSE-VALUE TO EDIT-COUNT
005090             MOVE "WARNING" TO EXCEPTION-SEVERITY
005100             MOVE SPACES TO EXCEPTION-TEXT
005110             STRING "RUN " EDIT-RUN " SCENARIO "
005120                 GAME-REPORT-RECORD(12:10) " - " EDIT-COUNT
005130                 " PLACEMENT(S) REJECTED, NOT ITEMISED"
005140                 DELIMITED BY SIZE INTO EXCEPTION-TEXT
005150             PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
005160         END-IF
005170     END-IF.
005180     PERFORM 8400-READ-GAME-REPORT THRU 8400-EXIT.
005190 3600-EXIT.
005200     EXIT.
005210
005220*----------------------------------------------------------*
005230* 4000-TIME-BUDGET - RUNS THE TIME GOVERNOR STOPPED AND     *
005240* CARRIED OVER, RUNS IT NEVER STARTED, AND A RUN REPORT     *
005250* WITH NO JOB SUMMARY (THE JOB DID NOT REACH ITS END).  THE *
005260* CARRY-OVER DATASET IS ONLY WRITTEN WHEN A JOB CARRIES     *
005270* SOMETHING OVER, SO IT IS READ ONLY WHEN THE SUMMARY SAYS  *
005280* RUNS WERE LEFT - OTHERWISE IT MAY BE AN EARLIER NIGHT'S.  *
005290*----------------------------------------------------------*
005300 4000-TIME-BUDGET.
005310     MOVE "TIME BUDGET AND JOB COMPLETION" TO SECTION-TITLE.
005320     PERFORM 8050-START-SECTION THRU 8050-EXIT.
005330     IF NOT GAME-REPORT-IS-USABLE
005340         MOVE "  NOT CHECKED - RUN REPORT NOT USABLE"
005350             TO DIGEST-RECORD
005360         PERFORM 8070-WRITE-DETAIL THRU 8070-EXIT
005370         GO TO 4000-CLOSE-SECTION
005380     END-IF.
005390     MOVE 0 TO CURRENT-RUN.
005400     OPEN INPUT GAME-REPORT-FILE.
005410     MOVE "N" TO INPUT-EOF-FLAG.
005420     PERFORM 8400-READ-GAME-REPORT THRU 8400-EXIT.
005430     PERFORM 4100-CHECK-BUDGET-LINE THRU 4100-EXIT
005440         UNTIL NO-MORE-INPUT.
005450     CLOSE GAME-REPORT-FILE.
005460     IF NOT SUMMARY-WAS-SEEN
005470         MOVE "SEVERE" TO EXCEPTION-SEVERITY
005480         MOVE SPACES TO EXCEPTION-TEXT
005490         STRING "RUN REPORT HAS NO JOB SUMMARY - THE JOB DID "
005500             "NOT RUN TO ITS END" DELIMITED BY SIZE
005510             INTO EXCEPTION-TEXT
005520         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
005530     END-IF.
005540     IF JOB-NEVER-STARTED > 0
005550         PERFORM 4200-LIST-NEVER-STARTED THRU 4200-EXIT
005560     END-IF.
005570 4000-CLOSE-SECTION.
005580     PERFORM 8060-END-SECTION THRU 8060-EXIT.
005590 4000-EXIT.
005600     EXIT.
005610
005620 4100-CHECK-BUDGET-LINE.
005630     PERFORM 8450-NOTE-RUN-HEADER THRU 8450-EXIT.
005640     IF GAME-REPORT-RECORD(1:35) =
005650         "  RUN ENDED - TIME BUDGET EXHAUSTED"
005660         MOVE CURRENT-RUN TO EDIT-RUN
005670         MOVE "WARNING" TO EXCEPTION-SEVERITY
005680         MOVE SPACES TO EXCEPTION-TEXT
005690         STRING "RUN " EDIT-RUN " CARRIED OVER - "
005700             GAME-REPORT-RECORD(15:50)
005710             DELIMITED BY SIZE INTO EXCEPTION-TEXT
005720         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
005730     END-IF.
005740     IF GAME-REPORT-RECORD(1:14) = "JOB SUMMARY - "
005750         MOVE "Y" TO SUMMARY-FLAG
005760     END-IF.
005770     IF GAME-REPORT-RECORD(1:14) = SPACES
005780      AND GAME-REPORT-RECORD(19:22) = " RUN(S) CARRIED OVER, "
005790         MOVE GAME-REPORT-RECORD(15:4) TO PARSE-FIELD
005800         PERFORM 8200-PARSE-NUMBER THRU 8200-EXIT
005810         MOVE PARSE-VALUE TO JOB-CARRIED-OVER
005820         MOVE GAME-REPORT-RECORD(41:4) TO PARSE-FIELD
005830         PERFORM 8200-PARSE-NUMBER THRU 8200-EXIT
005840         MOVE PARSE-VALUE TO JOB-NEVER-STARTED
005850     END-IF.
005860     PERFORM 8400-READ-GAME-REPORT THRU 8400-EXIT.
005870 4100-EXIT.
005880     EXIT.
005890
005900*----------------------------------------------------------*
005910* 4200-LIST-NEVER-STARTED - ONE WARNING FOR THE RUNS LEFT   *
005920* WAITING, THEN THE FIRST FEW OF THEM FROM THE CARRY-OVER   *
005930* DATASET.  WHEN A RUN WAS ALSO CARRIED OVER ITS RESTART    *
005940* CARD IS THE FIRST RECORD AND IS PASSED OVER HERE.         *
005950*----------------------------------------------------------*
005960 4200-LIST-NEVER-STARTED.
005970     MOVE JOB-NEVER-STARTED TO EDIT-COUNT.
005980     MOVE "WARNING" TO EXCEPTION-SEVERITY.
005990     MOVE SPACES TO EXCEPTION-TEXT.
006000     STRING EDIT-COUNT " RUN(S) NEVER STARTED - HELD ON THE "
006010         "CARRY-OVER DATASET" DELIMITED BY SIZE
006020         INTO EXCEPTION-TEXT.
006030     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
006040     OPEN INPUT CARRY-FILE.
006050     IF FS-CARRY NOT = "00"
006060         MOVE SPACES TO DIGEST-RECORD
006070         STRING "          CARRY-OVER DATASET NOT AVAILABLE - "
006080             "FILE STATUS " FS-CARRY DELIMITED BY SIZE
006090             INTO DIGEST-RECORD
006100         PERFORM 8070-WRITE-DETAIL THRU 8070-EXIT
006110         GO TO 4200-EXIT
006120     END-IF.
006130     MOVE 0 TO CARRY-RECORDS-READ.
006140     MOVE 0 TO CARRY-LISTED.
006150     MOVE "N" TO INPUT-EOF-FLAG.
006160     PERFORM 4210-READ-CARRY-RECORD THRU 4210-EXIT.
006170     PERFORM 4220-LIST-CARRY-RECORD THRU 4220-EXIT
006180         UNTIL NO-MORE-INPUT.
006190     CLOSE CARRY-FILE.
006200     IF JOB-NEVER-STARTED > CARRY-LISTED
006210      AND CARRY-LISTED = CARRY-LIST-LIMIT
006220         COMPUTE K = JOB-NEVER-STARTED - CARRY-LISTED
006230         MOVE K TO EDIT-COUNT
006240         MOVE SPACES TO DIGEST-RECORD
006250         STRING "          AND " EDIT-COUNT " MORE"
006260             DELIMITED BY SIZE INTO DIGEST-RECORD
006270         PERFORM 8070-WRITE-DETAIL THRU 8070-EXIT
006280     END-IF.
006290 4200-EXIT.
006300     EXIT.
006310
006320 4210-READ-CARRY-RECORD.
006330     READ CARRY-FILE
006340         AT END
006350             MOVE "Y" TO INPUT-EOF-FLAG
006360         NOT AT END
006370             ADD 1 TO CARRY-RECORDS-READ
006380     END-READ.
006390 4210-EXIT.
006400     EXIT.
006410
006420 4220-LIST-CARRY-RECORD.
006430     IF CARRY-RECORDS-READ = 1 AND JOB-CARRIED-OVER > 0
006440         GO TO 4220-NEXT
006450     END-IF.
006460     IF CARRY-LISTED NOT < CARRY-LIST-LIMIT
006470         GO TO 4220-NEXT
006480     END-IF.
006490     ADD 1 TO CARRY-LISTED.
006500     MOVE SPACES TO DIGEST-RECORD.
006510     IF CR-HEIGHT NOT NUMERIC OR CR-WIDTH NOT NUMERIC
006520      OR CR-GENERATIONS NOT NUMERIC OR CR-SEED NOT NUMERIC
006530         STRING "          " CARRY-RECORD(1:52)
006540             DELIMITED BY SIZE INTO DIGEST-RECORD
006550     ELSE
006560         MOVE CR-HEIGHT TO EDIT-HEIGHT
006570         MOVE CR-WIDTH TO EDIT-WIDTH
006580         MOVE CR-GENERATIONS TO EDIT-GEN
006590         MOVE CR-SEED TO EDIT-SEED
006600         IF CR-PATTERN-NAME = SPACES
006610             STRING "          " EDIT-HEIGHT " X " EDIT-WIDTH
006620                 ", " EDIT-GEN " GENERATIONS, SEED " EDIT-SEED
006630                 DELIMITED BY SIZE INTO DIGEST-RECORD
006640         ELSE
006650             STRING "          " EDIT-HEIGHT " X " EDIT-WIDTH
006660                 ", " EDIT-GEN " GENERATIONS, PATTERN "
006670                 CR-PATTERN-NAME DELIMITED BY SIZE
006680                 INTO DIGEST-RECORD
006690         END-IF
006700     END-IF.
006710     PERFORM 8070-WRITE-DETAIL THRU 8070-EXIT.
006720 4220-NEXT.
006730     PERFORM 4210-READ-CARRY-RECORD THRU 4210-EXIT.
006740 4220-EXIT.
006750     EXIT.
006760
006770*----------------------------------------------------------*
006780* 5000-ARCHIVE-VERIFICATION - EVERY RUN THE RECONCILIATION  *
006790* REPORT FOUND DISAGREEING, WITH HOW MANY LINES IT TOOK AND *
006800* THE FIRST OF THEM.  THE DISAGREEMENT LINES OF A RUN ARE   *
006810* CONSECUTIVE, SO A RUN IS FLUSHED WHEN THE NEXT BEGINS.    *
006820*----------------------------------------------------------*
006830 5000-ARCHIVE-VERIFICATION.
006840     MOVE "ARCHIVE VERIFICATION DISAGREEMENTS" TO SECTION-TITLE.
006850     PERFORM 8050-START-SECTION THRU 8050-EXIT.
006860     OPEN INPUT VERIFY-FILE.
006870     IF FS-VERIFY NOT = "00"
006880         MOVE "NOTICE" TO EXCEPTION-SEVERITY
006890         MOVE SPACES TO EXCEPTION-TEXT
006900         STRING "RECONCILIATION REPORT NOT AVAILABLE - FILE "
006910             "STATUS " FS-VERIFY " - NOT CHECKED"
006920             DELIMITED BY SIZE INTO EXCEPTION-TEXT
006930         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
006940         GO TO 5000-CLOSE-SECTION
006950     END-IF.
006960     MOVE 0 TO VERIFY-LINES.
006970     MOVE "N" TO INPUT-EOF-FLAG.
006980     PERFORM 5100-READ-VERIFY-RECORD THRU 5100-EXIT.
006990     PERFORM 5200-CHECK-VERIFY-LINE THRU 5200-EXIT
007000         UNTIL NO-MORE-INPUT.
007010     CLOSE VERIFY-FILE.
007020     PERFORM 5300-FLUSH-VERIFY-RUN THRU 5300-EXIT.
007030 5000-CLOSE-SECTION.
007040     PERFORM 8060-END-SECTION THRU 8060-EXIT.
007050 5000-EXIT.
007060     EXIT.
007070
007080 5100-READ-VERIFY-RECORD.
007090     READ VERIFY-FILE
007100         AT END
007110             MOVE "Y" TO INPUT-EOF-FLAG
007120     END-READ.
007130 5100-EXIT.
007140     EXIT.
007150
007160 5200-CHECK-VERIFY-LINE.
007170     IF VERIFY-RECORD(1:4) = "RUN "
007180         MOVE VERIFY-RECORD(5:4) TO PARSE-FIELD
007190         PERFORM 8200-PARSE-NUMBER THRU 8200-EXIT
007200         IF VERIFY-LINES > 0 AND PARSE-VALUE = VERIFY-RUN
007210             ADD 1 TO VERIFY-LINES
007220         ELSE
007230             PERFORM 5300-FLUSH-VERIFY-RUN THRU 5300-EXIT
007240             MOVE PARSE-VALUE TO VERIFY-RUN
007250             MOVE 1 TO VERIFY-LINES
007260             MOVE VERIFY-RECORD(10:56) TO VERIFY-FIRST-TEXT
007270         END-IF
007280     END-IF.
007290     IF VERIFY-RECORD(1:26) = "AUDIT TRAIL NOT AVAILABLE "
007300      OR VERIFY-RECORD(1:28) = "BOARD ARCHIVE NOT AVAILABLE "
007310         MOVE "WARNING" TO EXCEPTION-SEVERITY
007320         MOVE VERIFY-RECORD(1:70) TO EXCEPTION-TEXT
007330         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
007340     END-IF.
007350     PERFORM 5100-READ-VERIFY-RECORD THRU 5100-EXIT.
007360 5200-EXIT.
007370     EXIT.
007380
007390 5300-FLUSH-VERIFY-RUN.
007400     IF VERIFY-LINES = 0
007410         GO TO 5300-EXIT
007420     END-IF.
007430     ADD 1 TO VERIFY-RUNS.
007440     MOVE VERIFY-RUN TO EDIT-RUN.
007450     MOVE VERIFY-LINES TO EDIT-COUNT.
007460     MOVE "SEVERE" TO EXCEPTION-SEVERITY.
007470     MOVE SPACES TO EXCEPTION-TEXT.
007480     STRING "RUN " EDIT-RUN " - " EDIT-COUNT
007490         " LINE(S) OF DISAGREEMENT WITH THE ARCHIVE"
007500         DELIMITED BY SIZE INTO EXCEPTION-TEXT.
007510     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
007520     MOVE SPACES TO DIGEST-RECORD.
007530     STRING "          FIRST: " VERIFY-FIRST-TEXT
007540         DELIMITED BY SIZE INTO DIGEST-RECORD.
007550     PERFORM 8070-WRITE-DETAIL THRU 8070-EXIT.
007560     MOVE 0 TO VERIFY-LINES.
007570 5300-EXIT.
007580     EXIT.
007590
007600*----------------------------------------------------------*
007610* 5500-SWEEP-MERGE - RUN NUMBERS THE MERGE COULD NOT        *
007620* RENUMBER WITHOUT PASSING 9999 (THEY NOW CLASH WITH THE    *
007630* PARENT'S), AND CHILD DATASETS THAT WERE NOT MERGED.       *
007640*----------------------------------------------------------*
007650 5500-SWEEP-MERGE.
007660     MOVE "SWEEP MERGE" TO SECTION-TITLE.
007670     PERFORM 8050-START-SECTION THRU 8050-EXIT.
007680     OPEN INPUT MERGE-LOG-FILE.
007690     IF FS-MERGE-LOG NOT = "00"
007700         MOVE "NOTICE" TO EXCEPTION-SEVERITY
007710         MOVE SPACES TO EXCEPTION-TEXT
007720         STRING "MERGE LOG NOT AVAILABLE - FILE STATUS "
007730             FS-MERGE-LOG " - NO MERGE TO CHECK"
007740             DELIMITED BY SIZE INTO EXCEPTION-TEXT
007750         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
007760         GO TO 5500-CLOSE-SECTION
007770     END-IF.
007780     MOVE "N" TO INPUT-EOF-FLAG.
007790     PERFORM 5600-READ-MERGE-LOG THRU 5600-EXIT.
007800     PERFORM 5700-CHECK-MERGE-LINE THRU 5700-EXIT
007810         UNTIL NO-MORE-INPUT.
007820     CLOSE MERGE-LOG-FILE.
007830 5500-CLOSE-SECTION.
007840     PERFORM 8060-END-SECTION THRU 8060-EXIT.
007850 5500-EXIT.
007860     EXIT.
007870
007880 5600-READ-MERGE-LOG.
007890     READ MERGE-LOG-FILE
007900         AT END
007910             MOVE "Y" TO INPUT-EOF-FLAG
007920     END-READ.
007930 5600-EXIT.
007940     EXIT.
007950
007960 5700-CHECK-MERGE-LINE.
007970     IF MERGE-LOG-RECORD(1:12) = "  WARNING - "
007980         MOVE "SEVERE" TO EXCEPTION-SEVERITY
007990         MOVE SPACES TO EXCEPTION-TEXT
008000         STRING "MERGE CONFLICT -" MERGE-LOG-RECORD(12:54)
008010             DELIMITED BY SIZE INTO EXCEPTION-TEXT
008020         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
008030     END-IF.
008040     IF MERGE-LOG-RECORD(1:33) =
008050         "A CHILD DATASET IS NOT AVAILABLE "
008060         MOVE "WARNING" TO EXCEPTION-SEVERITY
008070         MOVE MERGE-LOG-RECORD(1:70) TO EXCEPTION-TEXT
008080         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
008090     END-IF.
008100     PERFORM 5600-READ-MERGE-LOG THRU 5600-EXIT.
008110 5700-EXIT.
008120     EXIT.
008130
008140*----------------------------------------------------------*
008150* 6000-AUDIT-AGAINST-ARCHIVE - EVERY RUN THE AUDIT TRAIL    *
008160* SAYS WAS ATTEMPTED MUST HAVE A HEADER IN THE BOARD        *
008170* ARCHIVE, AND EVERY HEADER OF THE JOB AN AUDIT ENTRY.      *
008180* REJECTED RUNS NEVER REACH THE ARCHIVE AND ARE LEFT OUT.   *
008190*----------------------------------------------------------*
008200 6000-AUDIT-AGAINST-ARCHIVE.
008210     MOVE "AUDIT TRAIL AGAINST BOARD ARCHIVE" TO SECTION-TITLE.
008220     PERFORM 8050-START-SECTION THRU 8050-EXIT.
008230     IF NOT AUDIT-WAS-READ
008240         MOVE "WARNING" TO EXCEPTION-SEVERITY
008250         MOVE SPACES TO EXCEPTION-TEXT
008260         STRING "AUDIT TRAIL NOT AVAILABLE - FILE STATUS "
008270             FS-AUDIT " - NOT CHECKED" DELIMITED BY SIZE
008280             INTO EXCEPTION-TEXT
008290         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
008300         GO TO 6000-CLOSE-SECTION
008310     END-IF.
008320     OPEN INPUT BOARD-IN-FILE.
008330     IF FS-BOARD-IN NOT = "00"
008340         MOVE "WARNING" TO EXCEPTION-SEVERITY
008350         MOVE SPACES TO EXCEPTION-TEXT
008360         STRING "BOARD ARCHIVE NOT AVAILABLE - FILE STATUS "
008370             FS-BOARD-IN " - NOT CHECKED" DELIMITED BY SIZE
008380             INTO EXCEPTION-TEXT
008390         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
008400         GO TO 6000-CLOSE-SECTION
008410     END-IF.
008420     MOVE "N" TO INPUT-EOF-FLAG.
008430     PERFORM 6100-READ-BOARD-RECORD THRU 6100-EXIT.
008440     PERFORM 6200-CHECK-BOARD-RECORD THRU 6200-EXIT
008450         UNTIL NO-MORE-INPUT.
008460     CLOSE BOARD-IN-FILE.
008470     PERFORM 6300-CHECK-AUDITED-RUN THRU 6300-EXIT
008480         VARYING K FROM 1 BY 1 UNTIL K > RUN-COUNT.
008490     IF RUN-COUNT = 0 AND HEADERS-FOR-JOB = 0
008500         MOVE "WARNING" TO EXCEPTION-SEVERITY
008510         MOVE SPACES TO EXCEPTION-TEXT
008520         STRING "NO AUDIT ENTRIES AND NO ARCHIVE HEADERS FOR "
008530             "THIS JOB" DELIMITED BY SIZE INTO EXCEPTION-TEXT
008540         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
008550     END-IF.
008560     IF RUNS-OVERFLOWED > 0
008570         MOVE RUNS-OVERFLOWED TO EDIT-COUNT
008580         MOVE "WARNING" TO EXCEPTION-SEVERITY
008590         MOVE SPACES TO EXCEPTION-TEXT
008600         STRING "RUN TABLE FULL - " EDIT-COUNT
008610             " AUDITED RUN(S) NOT CHECKED" DELIMITED BY SIZE
008620             INTO EXCEPTION-TEXT
008630         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
008640     END-IF.
008650 6000-CLOSE-SECTION.
008660     PERFORM 8060-END-SECTION THRU 8060-EXIT.
008670 6000-EXIT.
008680     EXIT.
008690
008700 6100-READ-BOARD-RECORD.
008710     READ BOARD-IN-FILE
008720         AT END
008730             MOVE "Y" TO INPUT-EOF-FLAG
008740     END-READ.
008750 6100-EXIT.
008760     EXIT.
008770
008780 6200-CHECK-BOARD-RECORD.
008790     IF BOARD-IN-RECORD(1:4) = "RUN "
008800      AND BOARD-IN-RECORD(21:11) = " BOARD JOB "
008810      AND BOARD-IN-RECORD(32:14) = DIGEST-JOB-ID
008820         ADD 1 TO HEADERS-FOR-JOB
008830         MOVE BOARD-IN-RECORD(5:4) TO PARSE-FIELD
008840         PERFORM 8200-PARSE-NUMBER THRU 8200-EXIT
008850         MOVE PARSE-VALUE TO CURRENT-RUN
008860         PERFORM 8500-FIND-RUN THRU 8500-EXIT
008870         IF ENTRY-WAS-FOUND
008880             MOVE "Y" TO RT-HEADER-FLAG(FOUND-INDEX)
008890         ELSE
008900             IF RUNS-OVERFLOWED = 0
008910                 MOVE CURRENT-RUN TO EDIT-RUN
008920                 MOVE "SEVERE" TO EXCEPTION-SEVERITY
008930                 MOVE SPACES TO EXCEPTION-TEXT
008940                 STRING "RUN " EDIT-RUN " - ARCHIVE HEADER BUT "
008950                     "NO AUDIT ENTRY" DELIMITED BY SIZE
008960                     INTO EXCEPTION-TEXT
008970                 PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
008980             END-IF
008990         END-IF
009000     END-IF.
009010     PERFORM 6100-READ-BOARD-RECORD THRU 6100-EXIT.
009020 6200-EXIT.
009030     EXIT.
009040
009050 6300-CHECK-AUDITED-RUN.
009060     IF RT-REJECTED(K) OR RT-HAS-HEADER(K)
009070         GO TO 6300-EXIT
009080     END-IF.
009090     MOVE RT-RUN(K) TO EDIT-RUN.
009100     MOVE "SEVERE" TO EXCEPTION-SEVERITY.
009110     MOVE SPACES TO EXCEPTION-TEXT.
009120     STRING "RUN " EDIT-RUN " - NOT IN ARCHIVE, AUDIT SAYS "
009130         RT-OUTCOME(K)
009140         DELIMITED BY SIZE INTO EXCEPTION-TEXT.
009150     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
009160 6300-EXIT.
009170     EXIT.
009180
009190*----------------------------------------------------------*
009200* 6500-CENSUS-COVERAGE - EVERY ARCHIVED RUN OF THE JOB      *
009210* SHOULD HAVE BEEN TAKEN BY THE OBJECT CENSUS, AND THE      *
009220* CENSUS'S OWN WARNINGS ARE PASSED ON.  A CENSUS THAT HOLDS *
009230* NOTHING OF THIS JOB WAS RUN AGAINST ANOTHER ARCHIVE AND   *
009240* IS ONLY NOTED.                                            *
009250*----------------------------------------------------------*
009260 6500-CENSUS-COVERAGE.
009270     MOVE "OBJECT CENSUS COVERAGE" TO SECTION-TITLE.
009280     PERFORM 8050-START-SECTION THRU 8050-EXIT.
009290     OPEN INPUT CENSUS-FILE.
009300     IF FS-CENSUS NOT = "00"
009310         MOVE "NOTICE" TO EXCEPTION-SEVERITY
009320         MOVE SPACES TO EXCEPTION-TEXT
009330         STRING "CENSUS REPORT NOT AVAILABLE - FILE STATUS "
009340             FS-CENSUS " - NOT CHECKED" DELIMITED BY SIZE
009350             INTO EXCEPTION-TEXT
009360         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
009370         GO TO 6500-CLOSE-SECTION
009380     END-IF.
009390     MOVE "N" TO INPUT-EOF-FLAG.
009400     PERFORM 6600-READ-CENSUS-RECORD THRU 6600-EXIT.
009410     PERFORM 6700-CHECK-CENSUS-LINE THRU 6700-EXIT
009420         UNTIL NO-MORE-INPUT.
009430     CLOSE CENSUS-FILE.
009440     IF CENSUS-RUNS-FOR-JOB = 0
009450         MOVE "NOTICE" TO EXCEPTION-SEVERITY
009460         MOVE SPACES TO EXCEPTION-TEXT
009470         STRING "CENSUS REPORT HOLDS NO RUN OF THIS JOB - "
009480             "COVERAGE NOT CHECKED" DELIMITED BY SIZE
009490             INTO EXCEPTION-TEXT
009500         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
009510     ELSE
009520         PERFORM 6800-CHECK-CENSUS-RUN THRU 6800-EXIT
009530             VARYING K FROM 1 BY 1 UNTIL K > RUN-COUNT
009540     END-IF.
009550 6500-CLOSE-SECTION.
009560     PERFORM 8060-END-SECTION THRU 8060-EXIT.
009570 6500-EXIT.
009580     EXIT.
009590
009600 6600-READ-CENSUS-RECORD.
009610     READ CENSUS-FILE
009620         AT END
009630             MOVE "Y" TO INPUT-EOF-FLAG
009640     END-READ.
009650 6600-EXIT.
009660     EXIT.
009670
009680 6700-CHECK-CENSUS-LINE.
009690     IF CENSUS-RECORD(1:4) = "RUN "
009700      AND CENSUS-RECORD(9:5) = " JOB "
009710      AND CENSUS-RECORD(14:14) = DIGEST-JOB-ID
009720         ADD 1 TO CENSUS-RUNS-FOR-JOB
009730         MOVE CENSUS-RECORD(5:4) TO PARSE-FIELD
009740         PERFORM 8200-PARSE-NUMBER THRU 8200-EXIT
009750         MOVE PARSE-VALUE TO CURRENT-RUN
009760         PERFORM 8500-FIND-RUN THRU 8500-EXIT
009770         IF ENTRY-WAS-FOUND
009780             MOVE "Y" TO RT-CENSUS-FLAG(FOUND-INDEX)
009790         END-IF
009800     END-IF.
009810     IF CENSUS-RECORD(1:12) = "  WARNING - "
009820      OR CENSUS-RECORD(1:16) = "PATTERN DATASET "
009830      OR CENSUS-RECORD(1:18) = "ARCHIVE DIRECTORY "
009840      OR CENSUS-RECORD(1:20) = "  CANDIDATE DATASET "
009850         MOVE "WARNING" TO EXCEPTION-SEVERITY
009860         MOVE SPACES TO EXCEPTION-TEXT
009870         STRING "CENSUS - " CENSUS-RECORD(1:61)
009880             DELIMITED BY SIZE INTO EXCEPTION-TEXT
009890         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
009900     END-IF.
009910     PERFORM 6600-READ-CENSUS-RECORD THRU 6600-EXIT.
009920 6700-EXIT.
009930     EXIT.
009940
009950 6800-CHECK-CENSUS-RUN.
009960     IF NOT RT-HAS-HEADER(K) OR RT-IN-CENSUS(K)
009970         GO TO 6800-EXIT
009980     END-IF.
009990     MOVE RT-RUN(K) TO EDIT-RUN.
010000     MOVE "WARNING" TO EXCEPTION-SEVERITY.
010010     MOVE SPACES TO EXCEPTION-TEXT.
010020     STRING "RUN " EDIT-RUN " - ARCHIVED BUT MISSING FROM THE "
010030         "OBJECT CENSUS" DELIMITED BY SIZE INTO EXCEPTION-TEXT.
010040     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
010050 6800-EXIT.
010060     EXIT.
010070
010080*----------------------------------------------------------*
010090* 7000-OPERATOR-STATUS - THE LAST PROGRESS LINE THE JOB     *
010100* POSTED.  EVERY RUN FINISHES WITH AN AUDIT ENTRY, SO A     *
010110* LAST STATUS RUN WITH NO ENTRY MEANS THE JOB STOPPED       *
010120* PART-WAY THROUGH IT.  THE STATUS DATASET IS ONLY WRITTEN  *
010130* IN QUIET MODE.                                            *
010140*----------------------------------------------------------*
010150 7000-OPERATOR-STATUS.
010160     MOVE "LAST OPERATOR STATUS" TO SECTION-TITLE.
010170     PERFORM 8050-START-SECTION THRU 8050-EXIT.
010180     OPEN INPUT STATUS-FILE.
010190     IF FS-STATUS NOT = "00"
010200         MOVE "NOTICE" TO EXCEPTION-SEVERITY
010210         MOVE SPACES TO EXCEPTION-TEXT
010220         STRING "STATUS DATASET NOT AVAILABLE - FILE STATUS "
010230             FS-STATUS " - NOT CHECKED" DELIMITED BY SIZE
010240             INTO EXCEPTION-TEXT
010250         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
010260         GO TO 7000-CLOSE-SECTION
010270     END-IF.
010280     MOVE "N" TO INPUT-EOF-FLAG.
010290     PERFORM 7100-READ-STATUS-RECORD THRU 7100-EXIT.
010300     PERFORM 7200-NOTE-STATUS-LINE THRU 7200-EXIT
010310         UNTIL NO-MORE-INPUT.
010320     CLOSE STATUS-FILE.
010330     IF STATUS-LINES-FOR-JOB = 0 OR NOT AUDIT-WAS-READ
010340         GO TO 7000-CLOSE-SECTION
010350     END-IF.
010360     MOVE LAST-STATUS-RUN TO CURRENT-RUN.
010370     PERFORM 8500-FIND-RUN THRU 8500-EXIT.
010380     IF NOT ENTRY-WAS-FOUND AND RUNS-OVERFLOWED = 0
010390         MOVE LAST-STATUS-RUN TO EDIT-RUN
010400         MOVE LAST-STATUS-GEN TO EDIT-GEN
010410         MOVE "SEVERE" TO EXCEPTION-SEVERITY
010420         MOVE SPACES TO EXCEPTION-TEXT
010430         STRING "LAST STATUS WAS RUN " EDIT-RUN " GEN " EDIT-GEN
010440             " - NO AUDIT ENTRY, POSSIBLE ABEND"
010450             DELIMITED BY SIZE INTO EXCEPTION-TEXT
010460         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
010470     END-IF.
010480 7000-CLOSE-SECTION.
010490     PERFORM 8060-END-SECTION THRU 8060-EXIT.
010500 7000-EXIT.
010510     EXIT.
010520
010530 7100-READ-STATUS-RECORD.
010540     READ STATUS-FILE
010550         AT END
010560             MOVE "Y" TO INPUT-EOF-FLAG
010570     END-READ.
010580 7100-EXIT.
010590     EXIT.
010600
010610 7200-NOTE-STATUS-LINE.
010620     IF STATUS-RECORD(1:4) = "JOB "
010630      AND STATUS-RECORD(5:14) = DIGEST-JOB-ID
010640         ADD 1 TO STATUS-LINES-FOR-JOB
010650         MOVE STATUS-RECORD TO SCAN-LINE
010660         MOVE " RUN=" TO TOKEN-SEARCH
010670         MOVE 5 TO TOKEN-LEN
010680         PERFORM 8150-PARSE-TOKEN-VALUE THRU 8150-EXIT
010690         MOVE PARSE-VALUE TO LAST-STATUS-RUN
010700         MOVE " GEN=" TO TOKEN-SEARCH
010710         MOVE 5 TO TOKEN-LEN
010720         PERFORM 8150-PARSE-TOKEN-VALUE THRU 8150-EXIT
010730         MOVE PARSE-VALUE TO LAST-STATUS-GEN
010740     END-IF.
010750     PERFORM 7100-READ-STATUS-RECORD THRU 7100-EXIT.
010760 7200-EXIT.
010770     EXIT.
010780
010790*----------------------------------------------------------*
010800* 8000-WRITE-EXCEPTION - ONE DIGEST LINE: SEVERITY, THEN    *
010810* THE TEXT, TALLIED BY SEVERITY FOR THE CLOSING LINES.      *
010820*----------------------------------------------------------*
010830 8000-WRITE-EXCEPTION.
010840     EVALUATE TRUE
010850         WHEN EXCEPTION-IS-SEVERE
010860             ADD 1 TO SEVERE-COUNT
010870         WHEN EXCEPTION-IS-WARNING
010880             ADD 1 TO WARNING-COUNT
010890         WHEN OTHER
010900             ADD 1 TO NOTICE-COUNT
010910     END-EVALUATE.
010920     MOVE SPACES TO DIGEST-RECORD.
010930     STRING "  " EXCEPTION-SEVERITY EXCEPTION-TEXT
010940         DELIMITED BY SIZE INTO DIGEST-RECORD.
010950     PERFORM 8070-WRITE-DETAIL THRU 8070-EXIT.
010960 8000-EXIT.
010970     EXIT.
010980
010990 8050-START-SECTION.
011000     MOVE 0 TO SECTION-LINES.
011010     MOVE SPACES TO DIGEST-RECORD.
011020     WRITE DIGEST-RECORD.
011030     MOVE SECTION-TITLE TO DIGEST-RECORD.
011040     WRITE DIGEST-RECORD.
011050 8050-EXIT.
011060     EXIT.
011070
011080 8060-END-SECTION.
011090     IF SECTION-LINES = 0
011100         MOVE "  NONE" TO DIGEST-RECORD
011110         WRITE DIGEST-RECORD
011120     END-IF.
011130 8060-EXIT.
011140     EXIT.
011150
011160 8070-WRITE-DETAIL.
011170     ADD 1 TO SECTION-LINES.
011180     WRITE DIGEST-RECORD.
011190 8070-EXIT.
011200     EXIT.
011210
011220*----------------------------------------------------------*
011230* 8100-FIND-TOKEN - LOCATE TOKEN-SEARCH(1:TOKEN-LEN) IN THE *
011240* SCAN LINE AND RETURN THE POSITION OF THE CHARACTER JUST   *
011250* AFTER IT.                                                 *
011260*----------------------------------------------------------*
011270 8100-FIND-TOKEN.
011280     MOVE "N" TO TOKEN-FOUND-FLAG.
011290     MOVE 0 TO TOKEN-POSITION.
011300     COMPUTE SCAN-LIMIT = 300 - TOKEN-LEN - 11.
011310     PERFORM 8110-CHECK-ONE-POSITION THRU 8110-EXIT
011320         VARYING P FROM 1 BY 1
011330         UNTIL P > SCAN-LIMIT OR TOKEN-WAS-FOUND.
011340 8100-EXIT.
011350     EXIT.
011360
011370 8110-CHECK-ONE-POSITION.
011380     IF SCAN-LINE(P:TOKEN-LEN) = TOKEN-SEARCH(1:TOKEN-LEN)
011390         MOVE "Y" TO TOKEN-FOUND-FLAG
011400         COMPUTE TOKEN-POSITION = P + TOKEN-LEN
011410     END-IF.
011420 8110-EXIT.
011430     EXIT.
011440
011450 8150-PARSE-TOKEN-VALUE.
011460     PERFORM 8100-FIND-TOKEN THRU 8100-EXIT.
011470     IF TOKEN-WAS-FOUND
011480         MOVE SCAN-LINE(TOKEN-POSITION:10) TO PARSE-FIELD
011490         PERFORM 8200-PARSE-NUMBER THRU 8200-EXIT
011500     ELSE
011510         MOVE 0 TO PARSE-VALUE
011520     END-IF.
011530 8150-EXIT.
011540     EXIT.
011550
011560*----------------------------------------------------------*
011570* 8200-PARSE-NUMBER - COLLECT THE LEADING NUMBER OUT OF     *
011580* PARSE-FIELD, SKIPPING LEADING BLANKS AND STOPPING AT THE  *
011590* FIRST CHARACTER AFTER THE DIGITS.                         *
011600*----------------------------------------------------------*
011610 8200-PARSE-NUMBER.
011620     MOVE 0 TO PARSE-VALUE.
011630     MOVE "S" TO PARSE-STATE.
011640     PERFORM 8210-PARSE-ONE-CHAR THRU 8210-EXIT
011650         VARYING PARSE-INDEX FROM 1 BY 1
011660         UNTIL PARSE-INDEX > 10 OR PARSE-DONE.
011670 8200-EXIT.
011680     EXIT.
011690
011700 8210-PARSE-ONE-CHAR.
011710     EVALUATE TRUE
011720         WHEN PARSE-FIELD(PARSE-INDEX:1) >= "0"
011730          AND PARSE-FIELD(PARSE-INDEX:1) <= "9"
011740             MOVE PARSE-FIELD(PARSE-INDEX:1)
011750                 TO PARSE-DIGIT(1:1)
011760             COMPUTE PARSE-VALUE =
011770                 PARSE-VALUE * 10 + PARSE-DIGIT
011780             MOVE "D" TO PARSE-STATE
011790         WHEN PARSE-FIELD(PARSE-INDEX:1) = " "
011800          AND PARSE-IN-DIGITS
011810             MOVE "E" TO PARSE-STATE
011820         WHEN PARSE-FIELD(PARSE-INDEX:1) = " "
011830             CONTINUE
011840         WHEN OTHER
011850             MOVE "E" TO PARSE-STATE
011860     END-EVALUATE.
011870 8210-EXIT.
011880     EXIT.
011890
011900 8400-READ-GAME-REPORT.
011910     READ GAME-REPORT-FILE
011920         AT END
011930             MOVE "Y" TO INPUT-EOF-FLAG
011940     END-READ.
011950 8400-EXIT.
011960     EXIT.
011970
011980* A RUN REPORT SECTION BEGINS "RUN nnnn - " - EVERYTHING UP
011990* TO THE NEXT ONE BELONGS TO THAT RUN
012000 8450-NOTE-RUN-HEADER.
012010     IF GAME-REPORT-RECORD(1:4) = "RUN "
012020      AND GAME-REPORT-RECORD(9:3) = " - "
012030         MOVE GAME-REPORT-RECORD(5:4) TO PARSE-FIELD
012040         PERFORM 8200-PARSE-NUMBER THRU 8200-EXIT
012050         MOVE PARSE-VALUE TO CURRENT-RUN
012060         MOVE 0 TO RUN-PLACEMENT-LINES
012070     END-IF.
012080 8450-EXIT.
012090     EXIT.
012100
012110 8500-FIND-RUN.
012120     MOVE "N" TO MATCH-FOUND-FLAG.
012130     MOVE 0 TO FOUND-INDEX.
012140     PERFORM 8510-MATCH-RUN THRU 8510-EXIT
012150         VARYING K FROM 1 BY 1
012160         UNTIL K > RUN-COUNT OR ENTRY-WAS-FOUND.
012170 8500-EXIT.
012180     EXIT.
012190
012200 8510-MATCH-RUN.
012210     IF RT-RUN(K) = CURRENT-RUN
012220         MOVE "Y" TO MATCH-FOUND-FLAG
012230         MOVE K TO FOUND-INDEX
012240     END-IF.
012250 8510-EXIT.
012260     EXIT.
012270
012280*----------------------------------------------------------*
012290* 9000-TERMINATE - THE SEVERITY TOTALS AND THE ONE LINE THE *
012300* SHIFT LEAD SIGNS OFF: CLEAN WHEN NOTHING IS SEVERE OR A   *
012310* WARNING (NOTICES ARE FOR INFORMATION ONLY).               *
012320*----------------------------------------------------------*
012330 9000-TERMINATE.
012340     IF DIGEST-IS-OPEN AND JOB-IS-KNOWN
012350         MOVE SEVERE-COUNT TO EDIT-SEVERE
012360         MOVE WARNING-COUNT TO EDIT-WARNING
012370         MOVE NOTICE-COUNT TO EDIT-NOTICE
012380         MOVE SPACES TO DIGEST-RECORD
012390         WRITE DIGEST-RECORD
012400         MOVE SPACES TO DIGEST-RECORD
012410         STRING "EXCEPTIONS - " EDIT-SEVERE " SEVERE, "
012420             EDIT-WARNING " WARNING, " EDIT-NOTICE " NOTICE"
012430             DELIMITED BY SIZE INTO DIGEST-RECORD
012440         WRITE DIGEST-RECORD
012450         MOVE SPACES TO DIGEST-RECORD
012460         WRITE DIGEST-RECORD
012470         MOVE SPACES TO DIGEST-RECORD
012480         IF SEVERE-COUNT = 0 AND WARNING-COUNT = 0
012490             STRING "DIGEST RESULT - CLEAN                   "
012500                 "SIGNED OFF ______________"
012510                 DELIMITED BY SIZE INTO DIGEST-RECORD
012520         ELSE
012530             STRING "DIGEST RESULT - NEEDS ATTENTION         "
012540                 "SIGNED OFF ______________"
012550                 DELIMITED BY SIZE INTO DIGEST-RECORD
012560             IF CONDITION-CODE < 4
012570                 MOVE 4 TO CONDITION-CODE
012580             END-IF
012590         END-IF
012600         WRITE DIGEST-RECORD
012610         DISPLAY DIGEST-RECORD
012620     END-IF.
012630     IF DIGEST-IS-OPEN
012640         CLOSE DIGEST-FILE
012650     END-IF.
012660     MOVE CONDITION-CODE TO RETURN-CODE.
012670 9000-EXIT.
012680     EXIT.
