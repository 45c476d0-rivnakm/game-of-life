000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ARCHIVE-RETENTION.
000030 AUTHOR. R HARTWELL.
000040 INSTALLATION. DEMO SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*  DATE       INIT  DESCRIPTION                              *
000100*  10/15/2026 RH    ORIGINAL PROGRAM - RETENTION AND         *
000110*                   THINNING OF THE BOARD ARCHIVE.  A POLICY *
000120*                   DATASET OF RULES BY JOB IDENTIFIER, BY   *
000130*                   OUTCOME OR BY AGE SAYS HOW LONG A RUN IS *
000140*                   KEPT IN FULL, HOW IT IS THINNED AFTER    *
000150*                   THAT AND WHEN IT IS DROPPED.  THE        *
000160*                   ARCHIVE AND ITS DIRECTORY ARE REWRITTEN  *
000170*                   TO NEW DATASETS, THINNED RUNS ARE MARKED *
000180*                   ON THEIR RUN HEADER FOR THE ARCHIVE      *
000190*                   READERS, AND A REPORT GIVES THE SPACE    *
000200*                   RECLAIMED PER JOB.                       *
000210*----------------------------------------------------------*
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT POLICY-FILE ASSIGN TO "RETNPOL"
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS FS-POLICY.
000280     SELECT BOARD-IN-FILE ASSIGN TO "BOARDOUT"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS FS-BOARD-IN.
000310     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS FS-AUDIT.
000340     SELECT HISTORY-FILE ASSIGN TO "AUDITHST"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS FS-HISTORY.
000370     SELECT BOARD-NEW-FILE ASSIGN TO "BOARDNEW"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS FS-BOARD-NEW.
000400     SELECT DIR-NEW-FILE ASSIGN TO "BDIRNEW"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS FS-DIR-NEW.
000430     SELECT REPORT-FILE ASSIGN TO "RETNRPT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS FS-REPORT.
000460 DATA DIVISION.
000470 FILE SECTION.
000480*----------------------------------------------------------*
000490* RETENTION POLICY - ONE RULE PER RECORD, TRIED IN THE      *
000500* ORDER LISTED, THE FIRST RULE A RUN MATCHES DECIDES IT:    *
000510*   JOB      KEY = 14-DIGIT JOB IDENTIFIER                  *
000520*   OUTCOME  KEY = START OF THE AUDIT OUTCOME (EXTINCT,      *
000530*            STABLE, OSCILLATING, COMPLETED ...)            *
000540*   AGE      KEY BLANK - MATCHES EVERY RUN, SO IT BELONGS   *
000550*            LAST AS THE DEFAULT                            *
000560* A RUN NO OLDER THAN FULL-DAYS IS KEPT IN FULL.  AN OLDER  *
000570* RUN IS DROPPED WHEN DROP-DAYS IS NOT ZERO AND THE RUN IS  *
000580* OLDER THAN THAT, OTHERWISE IT IS THINNED TO ITS FIRST     *
000590* GENERATION, EVERY THIN-EVERY'TH ONE AFTER IT (ZERO = NONE *
000600* BETWEEN), THE CYCLE START AND ITS LAST TWO GENERATIONS.   *
000610* AN ASOF RECORD (KEY = YYYYMMDD) DATES THE RUN AGES FROM   *
000620* THAT DAY INSTEAD OF TODAY.  A * IN COLUMN 1 IS A COMMENT. *
000630*----------------------------------------------------------*
000640 FD  POLICY-FILE.
000650 01  POLICY-RECORD.
000660     05  RP-RULE-TYPE            PIC X(08).
000670     05  RP-KEY                  PIC X(14).
000680     05  RP-FULL-DAYS            PIC 9(04).
000690     05  RP-THIN-EVERY           PIC 9(04).
000700     05  RP-DROP-DAYS            PIC 9(04).
000710
000720 FD  BOARD-IN-FILE.
000730 01  BOARD-IN-RECORD             PIC X(2000).
000740
000750 FD  AUDIT-FILE.
000760 01  AUDIT-RECORD                PIC X(300).
000770
000780 FD  HISTORY-FILE.
000790 01  HISTORY-RECORD              PIC X(300).
000800
000810 FD  BOARD-NEW-FILE.
000820 01  BOARD-NEW-RECORD            PIC X(2000).
000830
000840 FD  DIR-NEW-FILE.
000850 01  DIR-NEW-RECORD.
000860     05  BD-JOB-ID               PIC X(14).
000870     05  BD-RUN-NUMBER           PIC 9(04).
000880     05  BD-GENERATION           PIC 9(04).
000890     05  BD-RECORD-NO            PIC 9(09).
000900     05  BD-HEIGHT               PIC 9(03).
000910     05  BD-WIDTH                PIC 9(03).
000920
000930 FD  REPORT-FILE.
000940 01  REPORT-RECORD               PIC X(80).
000950
000960 WORKING-STORAGE SECTION.
000970* THE DAY RUN AGES ARE MEASURED FROM - TODAY UNLESS THE
000980* POLICY CARRIES AN ASOF RECORD
000990 01  CURRENT-DATE-FIELD          PIC 9(08).
001000 01  ASOF-DATE                   PIC 9(08) VALUE 0.
001010 01  ASOF-DAY-NUMBER             PIC 9(07) VALUE 0.
001020
001030* THE RETENTION RULES IN POLICY ORDER
001040 01  RULE-LIMIT                  PIC 9(2) VALUE 50.
001050 01  RULE-COUNT                  PIC 9(2) VALUE 0.
001060 01  RULE-TABLE.
001070     05  RULE-ENTRY OCCURS 50 TIMES.
001080         10  RL-TYPE             PIC X(08).
001090         10  RL-KEY              PIC X(14).
001100         10  RL-KEY-LEN          PIC 9(02).
001110         10  RL-FULL-DAYS        PIC 9(04).
001120         10  RL-THIN-EVERY       PIC 9(04).
001130         10  RL-DROP-DAYS        PIC 9(04).
001140 01  POLICY-RECORDS-READ         PIC 9(4) VALUE 0.
001150 01  POLICY-REJECTS              PIC 9(4) VALUE 0.
001160 01  POLICY-REASON               PIC X(40).
001170
001180* OUTCOME AND CYCLE START FOR EACH JOB IDENTIFIER AND RUN
001190* NUMBER, FROM THE AUDIT HISTORY AND THEN THE LIVE AUDIT
001200* TRAIL SO THE NEWEST ENTRY WINS
001210 01  AUDIT-LIMIT                 PIC 9(4) VALUE 5000.
001220 01  AUDIT-COUNT                 PIC 9(4) VALUE 0.
001230 01  AUDIT-TABLE.
001240     05  AUDIT-ENTRY OCCURS 5000 TIMES.
001250         10  AT-JOBID            PIC X(14).
001260         10  AT-RUN              PIC 9(04).
001270         10  AT-OUTCOME          PIC X(14).
001280         10  AT-CYCLE-GEN        PIC 9(04).
001290 01  AUDIT-ENTRIES-DROPPED       PIC 9(6) VALUE 0.
001300 01  AUDIT-LINE                  PIC X(300).
001310 01  AUDIT-SOURCE-FLAG           PIC X(01) VALUE "N".
001320     88  AUDIT-TRAIL-READ                   VALUE "Y".
001330
001340* ONE ENTRY PER RUN HEADER, IN ARCHIVE ORDER, HOLDING THE
001350* DECISION MADE FOR THE RUN IN PASS ONE
001360 01  RUN-LIMIT                   PIC 9(4) VALUE 5000.
001370 01  RUN-COUNT                   PIC 9(4) VALUE 0.
001380 01  RUN-TABLE.
001390     05  RUN-ENTRY OCCURS 5000 TIMES.
001400         10  RT-JOBID            PIC X(14).
001410         10  RT-RUN              PIC 9(04).
001420         10  RT-FIRST-GEN        PIC 9(04).
001430         10  RT-LAST-GEN         PIC 9(04).
001440         10  RT-PREV-GEN         PIC 9(04).
001450         10  RT-GENS             PIC 9(04).
001460         10  RT-DROPS            PIC 9(04).
001470         10  RT-LAST-DROPPED     PIC X(01).
001480         10  RT-PREV-DROPPED     PIC X(01).
001490         10  RT-ACTION           PIC X(01).
001500             88  RT-KEEP                    VALUE "K".
001510             88  RT-THIN                    VALUE "T".
001520             88  RT-DROP                    VALUE "D".
001530         10  RT-RULE             PIC 9(02).
001540         10  RT-AGE              PIC 9(05).
001550         10  RT-EVERY            PIC 9(04).
001560         10  RT-CYCLE-GEN        PIC 9(04).
001570         10  RT-OUTCOME          PIC X(14).
001580         10  RT-WAS-THINNED      PIC X(01).
001590 01  RUNS-OVER-LIMIT             PIC 9(4) VALUE 0.
001600 01  RUNS-NOT-DATED              PIC 9(4) VALUE 0.
001610 01  RUNS-NO-AUDIT               PIC 9(4) VALUE 0.
001620 01  RUNS-NO-RULE                PIC 9(4) VALUE 0.
001625 01  RUNS-ALREADY-THINNED        PIC 9(4) VALUE 0.
001630 01  RUN-INDEX                   PIC 9(4) VALUE 0.
001640 01  RUN-ORDINAL                 PIC 9(4) VALUE 0.
001650 01  RUNS-LISTED                 PIC 9(4) VALUE 0.
001660
001670* SPACE ACCOUNTING PER JOB IDENTIFIER FOR THE REPORT
001680 01  JOB-LIMIT                   PIC 9(4) VALUE 1000.
001690 01  JOB-COUNT                   PIC 9(4) VALUE 0.
001700 01  JOB-TABLE.
001710     05  JOB-ENTRY OCCURS 1000 TIMES.
001720         10  JT-JOBID            PIC X(14).
001730         10  JT-RUNS             PIC 9(04).
001740         10  JT-THINNED          PIC 9(04).
001750         10  JT-DROPPED          PIC 9(04).
001760         10  JT-GENS-BEFORE      PIC 9(07).
001770         10  JT-GENS-AFTER       PIC 9(07).
001780         10  JT-BYTES-BEFORE     PIC 9(12).
001790         10  JT-BYTES-AFTER      PIC 9(12).
001800 01  JOBS-OVER-LIMIT             PIC 9(4) VALUE 0.
001810 01  JOB-INDEX                   PIC 9(4) VALUE 0.
001820
001830* JOB TOTALS
001840 01  TOTAL-RUNS                  PIC 9(6) VALUE 0.
001850 01  TOTAL-KEPT                  PIC 9(6) VALUE 0.
001860 01  TOTAL-THINNED               PIC 9(6) VALUE 0.
001870 01  TOTAL-DROPPED               PIC 9(6) VALUE 0.
001880 01  TOTAL-GENS-BEFORE           PIC 9(9) VALUE 0.
001890 01  TOTAL-GENS-AFTER            PIC 9(9) VALUE 0.
001900 01  TOTAL-RECS-BEFORE           PIC 9(9) VALUE 0.
001910 01  TOTAL-RECS-AFTER            PIC 9(9) VALUE 0.
001920 01  TOTAL-BYTES-BEFORE          PIC 9(12) VALUE 0.
001930 01  TOTAL-BYTES-AFTER           PIC 9(12) VALUE 0.
001940 01  DIR-ENTRIES-WRITTEN         PIC 9(9) VALUE 0.
001950
001960* THE RUN AND RECORD IN HAND
001970 01  WORK-JOBID                  PIC X(14).
001980 01  WORK-RUN                    PIC 9(04).
001990 01  WORK-HEIGHT                 PIC 9(03).
002000 01  WORK-WIDTH                  PIC 9(03).
002010 01  WORK-OUTCOME                PIC X(60).
002020 01  WORK-CYCLE-GEN              PIC 9(04).
002030 01  SCAN-GEN                    PIC 9(04).
002040 01  CURRENT-ACTION              PIC X(01) VALUE "K".
002050     88  ACTION-KEEP                        VALUE "K".
002060     88  ACTION-THIN                        VALUE "T".
002070     88  ACTION-DROP                        VALUE "D".
002080 01  KEEP-RECORD-FLAG            PIC X(01) VALUE "Y".
002090     88  KEEP-THIS-RECORD                   VALUE "Y".
002100 01  KEEP-GEN-FLAG               PIC X(01).
002110     88  KEEP-THIS-GEN                      VALUE "Y".
002120 01  NEW-RECORD-COUNT            PIC 9(09) VALUE 0.
002130
002140* AGE OF A RUN FROM THE DATE IN ITS JOB IDENTIFIER
002150 01  JOB-DATE-X.
002160     05  JD-YYYY                 PIC 9(04).
002170     05  JD-MM                   PIC 9(02).
002180     05  JD-DD                   PIC 9(02).
002190 01  JOB-DATE REDEFINES JOB-DATE-X PIC 9(08).
002200 01  JOB-DAY-NUMBER              PIC 9(07).
002210 01  RUN-AGE                     PIC S9(07).
002220 01  DATE-OK-FLAG                PIC X(01).
002230     88  DATE-IS-GOOD                       VALUE "Y".
002240
002250* THINNING ARITHMETIC
002260 01  GEN-OFFSET                  PIC 9(04).
002270 01  GEN-QUOTIENT                PIC 9(04).
002280 01  GEN-REMAINDER               PIC 9(04).
002290
002300* RECORD LENGTH - THE ARCHIVE IS LINE SEQUENTIAL, SO A
002310* RECORD TAKES ITS TEXT UP TO THE LAST NON-BLANK PLUS THE
002320* LINE END.  FOUND BY HALVING ON THE ALL-BLANK TAIL.
002330 01  RECORD-BYTES                PIC 9(05).
002340 01  OLD-RECORD-BYTES            PIC 9(05).
002350 01  MEASURE-LOW                 PIC 9(04).
002360 01  MEASURE-HIGH                PIC 9(04).
002370 01  MEASURE-MID                 PIC 9(04).
002380
002390* TOKEN SCAN AND NUMBER PARSE WORK AREAS
002400 01  TOKEN-SEARCH                PIC X(24).
002410 01  TOKEN-LEN                   PIC 9(2).
002420 01  TOKEN-POSITION              PIC 9(3).
002430 01  SCAN-LIMIT                  PIC 9(3).
002440 01  TOKEN-FOUND-FLAG            PIC X(01).
002450     88  TOKEN-WAS-FOUND                    VALUE "Y".
002460 01  PARSE-FIELD                 PIC X(10).
002470 01  PARSE-VALUE                 PIC 9(9).
002480 01  PARSE-DIGIT                 PIC 9(1).
002490 01  PARSE-STATE                 PIC X(01).
002500     88  PARSE-IN-DIGITS                    VALUE "D".
002510     88  PARSE-DONE                         VALUE "E".
002520 01  PARSE-INDEX                 PIC 9(2).
002530
002540* LOOP COUNTERS AND SWITCHES
002550 01  K                           PIC 9(4).
002560 01  P                           PIC 9(3).
002570 01  FOUND-INDEX                 PIC 9(4).
002580 01  MATCH-FOUND-FLAG            PIC X(01).
002590     88  ENTRY-WAS-FOUND                    VALUE "Y".
002600 01  POLICY-EOF-FLAG             PIC X(01) VALUE "N".
002610     88  NO-MORE-POLICY                     VALUE "Y".
002620 01  AUDIT-EOF-FLAG              PIC X(01) VALUE "N".
002630     88  NO-MORE-AUDIT-RECORDS              VALUE "Y".
002640 01  ARCHIVE-EOF-FLAG            PIC X(01) VALUE "N".
002650     88  NO-MORE-ARCHIVE                    VALUE "Y".
002660 01  POLICY-OK-FLAG              PIC X(01) VALUE "N".
002670     88  POLICY-IS-GOOD                     VALUE "Y".
002680 01  ARCHIVE-OK-FLAG             PIC X(01) VALUE "N".
002690     88  ARCHIVE-WAS-READ                   VALUE "Y".
002700 01  REWRITE-OK-FLAG             PIC X(01) VALUE "N".
002710     88  ARCHIVE-REWRITTEN                  VALUE "Y".
002720 01  REPORT-OK-FLAG              PIC X(01) VALUE "N".
002730     88  REPORT-IS-OPEN                     VALUE "Y".
002740
002750* CONDITION CODE HANDED BACK TO THE JOB STREAM - 0 CLEAN,
002760* 4 WARNINGS, 8 A REQUIRED DATASET WAS NOT AVAILABLE
002770 01  CONDITION-CODE              PIC 9(02) VALUE 0.
002780
002790* FILE STATUS SWITCHES
002800 01  FS-POLICY                   PIC X(02).
002810 01  FS-BOARD-IN                 PIC X(02).
002820 01  FS-AUDIT                    PIC X(02).
002830 01  FS-HISTORY                  PIC X(02).
002840 01  FS-BOARD-NEW                PIC X(02).
002850 01  FS-DIR-NEW                  PIC X(02).
002860 01  FS-REPORT                   PIC X(02).
002870
002880* REPORT LINE-EDITING WORK AREAS
002890 01  EDIT-RULE                   PIC Z9.
002900 01  EDIT-DAYS-1                 PIC ZZZ9.
002910 01  EDIT-DAYS-2                 PIC ZZZ9.
002920 01  EDIT-EVERY                  PIC ZZZ9.
002930 01  EDIT-RUN                    PIC ZZZ9.
002940 01  EDIT-AGE                    PIC ZZZZ9.
002950 01  EDIT-GENS-1                 PIC ZZZ9.
002960 01  EDIT-GENS-2                 PIC ZZZ9.
002970 01  EDIT-COUNT                  PIC ZZZZZ9.
002980 01  EDIT-RUNS                   PIC ZZZ9.
002990 01  EDIT-THIN                   PIC ZZZ9.
003000 01  EDIT-DROP                   PIC ZZZ9.
003010 01  EDIT-BIG-1                  PIC ZZZZZZ9.
003020 01  EDIT-BIG-2                  PIC ZZZZZZ9.
003030 01  EDIT-BYTES-1                PIC ZZZ,ZZZ,ZZ9.
003040 01  EDIT-BYTES-2                PIC ZZZ,ZZZ,ZZ9.
003050 01  EDIT-PCT                    PIC ZZ9.
003060 01  RECLAIMED-BYTES             PIC 9(12).
003070 01  RECLAIMED-PCT               PIC 9(03).
003080 01  REPORT-JOBID                PIC X(14).
003090
003100 PROCEDURE DIVISION.
003110*----------------------------------------------------------*
003120* 0000-MAINLINE - READ THE POLICY AND THE AUDIT OUTCOMES,   *
003130* DECIDE EVERY RUN IN A FIRST PASS OVER THE ARCHIVE, THEN   *
003140* WRITE THE RETAINED RECORDS AND THE REBUILT DIRECTORY IN A *
003150* SECOND PASS AND REPORT THE SPACE RECLAIMED.               *
003160*----------------------------------------------------------*
003170 0000-MAINLINE.
003180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003190     IF POLICY-IS-GOOD
003200         PERFORM 1300-LOAD-AUDIT-TABLE THRU 1300-EXIT
003210         PERFORM 2000-PASS-ONE THRU 2000-EXIT
003220     END-IF.
003230     IF ARCHIVE-WAS-READ
003240         PERFORM 2800-LIST-RUN-DECISIONS THRU 2800-EXIT
003250         PERFORM 3000-PASS-TWO THRU 3000-EXIT
003260     END-IF.
003270     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003280     STOP RUN.
003290
003300*----------------------------------------------------------*
003310* 1000-INITIALIZE - OPEN THE REPORT AND LOAD THE RETENTION  *
003320* POLICY.                                                   *
003330*----------------------------------------------------------*
003340 1000-INITIALIZE.
003350     OPEN OUTPUT REPORT-FILE.
003360     IF FS-REPORT NOT = "00"
003370         DISPLAY "RETENTION REPORT DATASET NOT AVAILABLE - FILE "
003380             "STATUS " FS-REPORT " - JOB TERMINATED"
003390         MOVE 8 TO CONDITION-CODE
003400         GO TO 1000-EXIT
003410     END-IF.
003420     MOVE "Y" TO REPORT-OK-FLAG.
003430     MOVE SPACES TO REPORT-RECORD.
003440     STRING "BOARD ARCHIVE RETENTION REPORT" DELIMITED BY SIZE
003450         INTO REPORT-RECORD.
003460     WRITE REPORT-RECORD.
003470     ACCEPT CURRENT-DATE-FIELD FROM DATE YYYYMMDD.
003480     MOVE CURRENT-DATE-FIELD TO ASOF-DATE.
003490     PERFORM 1100-READ-POLICY THRU 1100-EXIT.
003500     IF NOT POLICY-IS-GOOD
003510         GO TO 1000-EXIT
003520     END-IF.
003530     COMPUTE ASOF-DAY-NUMBER =
003540         FUNCTION INTEGER-OF-DATE(ASOF-DATE).
003550     MOVE SPACES TO REPORT-RECORD.
003560     STRING "RUN AGES TAKEN AS AT " ASOF-DATE
003570         " FROM THE DATE IN EACH JOB IDENTIFIER"
003580         DELIMITED BY SIZE INTO REPORT-RECORD.
003590     WRITE REPORT-RECORD.
003600 1000-EXIT.
003610     EXIT.
003620
003630*----------------------------------------------------------*
003640* 1100-READ-POLICY - LOAD THE RULES IN POLICY ORDER AND     *
003650* LIST EACH ONE ON THE REPORT.  A POLICY WITH NO USABLE     *
003660* RULE STOPS THE JOB WITHOUT REWRITING ANYTHING.            *
003670*----------------------------------------------------------*
003680 1100-READ-POLICY.
003690     OPEN INPUT POLICY-FILE.
003700     IF FS-POLICY NOT = "00"
003710         MOVE SPACES TO REPORT-RECORD
003720         STRING "RETENTION POLICY NOT AVAILABLE - FILE STATUS "
003730             FS-POLICY DELIMITED BY SIZE INTO REPORT-RECORD
003740         WRITE REPORT-RECORD
003750         PERFORM 8400-BAD-POLICY THRU 8400-EXIT
003760         GO TO 1100-EXIT
003770     END-IF.
003780     MOVE SPACES TO REPORT-RECORD.
003790     WRITE REPORT-RECORD.
003800     MOVE SPACES TO REPORT-RECORD.
003810     STRING "RETENTION POLICY (AGES IN DAYS - EVERY 0 KEEPS NONE "
003820         "BETWEEN, DROP 0 = NEVER)"
003830         DELIMITED BY SIZE INTO REPORT-RECORD.
003840     WRITE REPORT-RECORD.
003850     PERFORM 1110-READ-POLICY-RECORD THRU 1110-EXIT.
003860     PERFORM 1120-STORE-POLICY-RECORD THRU 1120-EXIT
003870         UNTIL NO-MORE-POLICY.
003880     CLOSE POLICY-FILE.
003890     IF RULE-COUNT = 0
003900         MOVE SPACES TO REPORT-RECORD
003910         STRING "RETENTION POLICY HOLDS NO USABLE RULE"
003920             DELIMITED BY SIZE INTO REPORT-RECORD
003930         WRITE REPORT-RECORD
003940         PERFORM 8400-BAD-POLICY THRU 8400-EXIT
003950     ELSE
003960         MOVE "Y" TO POLICY-OK-FLAG
003970     END-IF.
003980 1100-EXIT.
003990     EXIT.
004000
004010 1110-READ-POLICY-RECORD.
004020     READ POLICY-FILE
004030         AT END
004040             MOVE "Y" TO POLICY-EOF-FLAG
004050     END-READ.
004060 1110-EXIT.
004070     EXIT.
004080
004090 1120-STORE-POLICY-RECORD.
004100     IF POLICY-RECORD(1:1) = "*" OR POLICY-RECORD = SPACES
004110         GO TO 1120-READ-NEXT
004120     END-IF.
004130     ADD 1 TO POLICY-RECORDS-READ.
004140     MOVE SPACES TO POLICY-REASON.
004150     EVALUATE TRUE
004160         WHEN RP-RULE-TYPE = "ASOF"
004170             PERFORM 1130-TAKE-ASOF-DATE THRU 1130-EXIT
004180             GO TO 1120-READ-NEXT
004190         WHEN RP-RULE-TYPE NOT = "JOB"
004200          AND RP-RULE-TYPE NOT = "OUTCOME"
004210          AND RP-RULE-TYPE NOT = "AGE"
004220             MOVE "UNKNOWN RULE TYPE" TO POLICY-REASON
004230         WHEN RP-RULE-TYPE NOT = "AGE" AND RP-KEY = SPACES
004240             MOVE "JOB OR OUTCOME RULE WITH NO KEY"
004250                 TO POLICY-REASON
004260         WHEN RP-RULE-TYPE = "AGE" AND RP-KEY NOT = SPACES
004270             MOVE "AGE RULE MUST HAVE A BLANK KEY"
004280                 TO POLICY-REASON
004290         WHEN RP-FULL-DAYS NOT NUMERIC
004300          OR RP-THIN-EVERY NOT NUMERIC
004310          OR RP-DROP-DAYS NOT NUMERIC
004320             MOVE "DAYS OR EVERY FIELD NOT NUMERIC"
004330                 TO POLICY-REASON
004340         WHEN RULE-COUNT NOT < RULE-LIMIT
004350             MOVE "RULE TABLE FULL" TO POLICY-REASON
004360         WHEN OTHER
004370             CONTINUE
004380     END-EVALUATE.
004390     IF POLICY-REASON NOT = SPACES
004400         PERFORM 1150-REJECT-POLICY-RECORD THRU 1150-EXIT
004410         GO TO 1120-READ-NEXT
004420     END-IF.
004430     ADD 1 TO RULE-COUNT.
004440     MOVE RP-RULE-TYPE TO RL-TYPE(RULE-COUNT).
004450     MOVE RP-KEY TO RL-KEY(RULE-COUNT).
004460     MOVE RP-FULL-DAYS TO RL-FULL-DAYS(RULE-COUNT).
004470     MOVE RP-THIN-EVERY TO RL-THIN-EVERY(RULE-COUNT).
004480     MOVE RP-DROP-DAYS TO RL-DROP-DAYS(RULE-COUNT).
004486     IF RP-KEY = SPACES
004492         MOVE 0 TO RL-KEY-LEN(RULE-COUNT)
004498     ELSE
004504         MOVE 14 TO RL-KEY-LEN(RULE-COUNT)
004510         PERFORM 1160-SHORTEN-KEY THRU 1160-EXIT
004516             UNTIL RP-KEY(RL-KEY-LEN(RULE-COUNT):1) NOT = SPACE
004522     END-IF.
004530     PERFORM 1170-LIST-RULE THRU 1170-EXIT.
004540 1120-READ-NEXT.
004550     PERFORM 1110-READ-POLICY-RECORD THRU 1110-EXIT.
004560 1120-EXIT.
004570     EXIT.
004580
004590 1130-TAKE-ASOF-DATE.
004600     IF RP-KEY(1:8) NUMERIC
004610         MOVE RP-KEY(1:8) TO JOB-DATE-X
004620         PERFORM 8700-CHECK-JOB-DATE THRU 8700-EXIT
004630     ELSE
004640         MOVE "N" TO DATE-OK-FLAG
004650     END-IF.
004660     IF DATE-IS-GOOD
004670         MOVE JOB-DATE TO ASOF-DATE
004680     ELSE
004690         MOVE "ASOF DATE NOT A VALID YYYYMMDD" TO POLICY-REASON
004700         PERFORM 1150-REJECT-POLICY-RECORD THRU 1150-EXIT
004710     END-IF.
004720 1130-EXIT.
004730     EXIT.
004740
004750 1150-REJECT-POLICY-RECORD.
004760     ADD 1 TO POLICY-REJECTS.
004770     MOVE POLICY-RECORDS-READ TO EDIT-RUN.
004780     MOVE SPACES TO REPORT-RECORD.
004790     STRING "  POLICY RECORD " EDIT-RUN " REJECTED - "
004800         POLICY-REASON DELIMITED BY SIZE INTO REPORT-RECORD.
004810     WRITE REPORT-RECORD.
004820 1150-EXIT.
004830     EXIT.
004840
004850 1160-SHORTEN-KEY.
004860     SUBTRACT 1 FROM RL-KEY-LEN(RULE-COUNT).
004870 1160-EXIT.
004880     EXIT.
004890
004900 1170-LIST-RULE.
004910     MOVE RULE-COUNT TO EDIT-RULE.
004920     MOVE RP-FULL-DAYS TO EDIT-DAYS-1.
004930     MOVE RP-THIN-EVERY TO EDIT-EVERY.
004940     MOVE RP-DROP-DAYS TO EDIT-DAYS-2.
004950     MOVE SPACES TO REPORT-RECORD.
004960     STRING "  RULE " EDIT-RULE " " RP-RULE-TYPE " " RP-KEY
004970         "  FULL " EDIT-DAYS-1 "  EVERY " EDIT-EVERY
004980         "  DROP " EDIT-DAYS-2
004990         DELIMITED BY SIZE INTO REPORT-RECORD.
005000     WRITE REPORT-RECORD.
005010 1170-EXIT.
005020     EXIT.
005030
005040*----------------------------------------------------------*
005050* 1300-LOAD-AUDIT-TABLE - OUTCOMES AND CYCLE STARTS COME    *
005060* FROM THE AUDIT TRAIL.  LINES ALREADY ROLLED OVER TO THE   *
005070* AUDIT HISTORY ARE READ FIRST, THEN THE LIVE TRAIL, SO THE *
005080* NEWEST ENTRY FOR A JOB AND RUN IS THE ONE KEPT.  WITHOUT  *
005090* EITHER, OUTCOME RULES CANNOT MATCH AND CYCLE STARTS ARE   *
005100* NOT KNOWN.                                                *
005110*----------------------------------------------------------*
005120 1300-LOAD-AUDIT-TABLE.
005130     OPEN INPUT HISTORY-FILE.
005140     IF FS-HISTORY = "00"
005150         MOVE "Y" TO AUDIT-SOURCE-FLAG
005160         MOVE "N" TO AUDIT-EOF-FLAG
005170         PERFORM 1310-READ-HISTORY-RECORD THRU 1310-EXIT
005180         PERFORM 1315-NEXT-HISTORY-LINE THRU 1315-EXIT
005190             UNTIL NO-MORE-AUDIT-RECORDS
005200         CLOSE HISTORY-FILE
005210     END-IF.
005220     OPEN INPUT AUDIT-FILE.
005230     IF FS-AUDIT = "00"
005240         MOVE "Y" TO AUDIT-SOURCE-FLAG
005250         MOVE "N" TO AUDIT-EOF-FLAG
005260         PERFORM 1320-READ-AUDIT-RECORD THRU 1320-EXIT
005270         PERFORM 1325-NEXT-AUDIT-LINE THRU 1325-EXIT
005280             UNTIL NO-MORE-AUDIT-RECORDS
005290         CLOSE AUDIT-FILE
005300     END-IF.
005310     IF NOT AUDIT-TRAIL-READ
005320         MOVE 4 TO CONDITION-CODE
005330         MOVE SPACES TO REPORT-RECORD
005340         STRING "AUDIT TRAIL NOT AVAILABLE - OUTCOME RULES AND "
005350             "CYCLE STARTS NOT APPLIED" DELIMITED BY SIZE
005360             INTO REPORT-RECORD
005370         WRITE REPORT-RECORD
005380     END-IF.
005390 1300-EXIT.
005400     EXIT.
005410
005420 1310-READ-HISTORY-RECORD.
005430     READ HISTORY-FILE
005440         AT END
005450             MOVE "Y" TO AUDIT-EOF-FLAG
005460         NOT AT END
005470             MOVE HISTORY-RECORD TO AUDIT-LINE
005480     END-READ.
005490 1310-EXIT.
005500     EXIT.
005510
005520 1315-NEXT-HISTORY-LINE.
005530     PERFORM 1330-STORE-AUDIT-LINE THRU 1330-EXIT.
005540     PERFORM 1310-READ-HISTORY-RECORD THRU 1310-EXIT.
005550 1315-EXIT.
005560     EXIT.
005570
005580 1320-READ-AUDIT-RECORD.
005590     READ AUDIT-FILE
005600         AT END
005610             MOVE "Y" TO AUDIT-EOF-FLAG
005620         NOT AT END
005630             MOVE AUDIT-RECORD TO AUDIT-LINE
005640     END-READ.
005650 1320-EXIT.
005660     EXIT.
005670
005680 1325-NEXT-AUDIT-LINE.
005690     PERFORM 1330-STORE-AUDIT-LINE THRU 1330-EXIT.
005700     PERFORM 1320-READ-AUDIT-RECORD THRU 1320-EXIT.
005710 1325-EXIT.
005720     EXIT.
005730
005740 1330-STORE-AUDIT-LINE.
005750     IF AUDIT-LINE(1:4) NUMERIC
005760      AND AUDIT-LINE(5:1) = "-"
005770         PERFORM 1340-UNPACK-AUDIT-LINE THRU 1340-EXIT
005780     END-IF.
005790 1330-EXIT.
005800     EXIT.
005810
005820 1340-UNPACK-AUDIT-LINE.
005830     MOVE " JOBID=" TO TOKEN-SEARCH.
005840     MOVE 7 TO TOKEN-LEN.
005850     PERFORM 8100-FIND-TOKEN THRU 8100-EXIT.
005860     IF TOKEN-WAS-FOUND
005870         MOVE AUDIT-LINE(TOKEN-POSITION:14) TO WORK-JOBID
005880     ELSE
005890         MOVE SPACES TO WORK-JOBID
005900     END-IF.
005910     MOVE " RUN=" TO TOKEN-SEARCH.
005920     MOVE 5 TO TOKEN-LEN.
005930     PERFORM 8100-FIND-TOKEN THRU 8100-EXIT.
005940     IF NOT TOKEN-WAS-FOUND
005950         GO TO 1340-EXIT
005960     END-IF.
005970     MOVE AUDIT-LINE(TOKEN-POSITION:4) TO PARSE-FIELD(1:4).
005980     MOVE SPACES TO PARSE-FIELD(5:6).
005990     PERFORM 8200-PARSE-NUMBER THRU 8200-EXIT.
006000     MOVE PARSE-VALUE TO WORK-RUN.
006010     MOVE " OUTCOME=" TO TOKEN-SEARCH.
006020     MOVE 9 TO TOKEN-LEN.
006030     PERFORM 8100-FIND-TOKEN THRU 8100-EXIT.
006040     IF TOKEN-WAS-FOUND
006050         MOVE AUDIT-LINE(TOKEN-POSITION:) TO WORK-OUTCOME
006060     ELSE
006070         MOVE SPACES TO WORK-OUTCOME
006080     END-IF.
006090     MOVE 0 TO WORK-CYCLE-GEN.
006100     MOVE " STARTING AT GENERATION " TO TOKEN-SEARCH.
006110     MOVE 24 TO TOKEN-LEN.
006120     PERFORM 8100-FIND-TOKEN THRU 8100-EXIT.
006130     IF TOKEN-WAS-FOUND
006140         MOVE AUDIT-LINE(TOKEN-POSITION:4) TO PARSE-FIELD(1:4)
006150         MOVE SPACES TO PARSE-FIELD(5:6)
006160         PERFORM 8200-PARSE-NUMBER THRU 8200-EXIT
006170         MOVE PARSE-VALUE TO WORK-CYCLE-GEN
006180     END-IF.
006190     PERFORM 1350-KEEP-NEWEST-ENTRY THRU 1350-EXIT.
006200 1340-EXIT.
006210     EXIT.
006220
006230 1350-KEEP-NEWEST-ENTRY.
006240     MOVE "N" TO MATCH-FOUND-FLAG.
006250     MOVE 0 TO FOUND-INDEX.
006260     PERFORM 1360-MATCH-AUDIT-RUN THRU 1360-EXIT
006270         VARYING K FROM 1 BY 1
006280         UNTIL K > AUDIT-COUNT OR ENTRY-WAS-FOUND.
006290     IF NOT ENTRY-WAS-FOUND
006300         IF AUDIT-COUNT < AUDIT-LIMIT
006310             ADD 1 TO AUDIT-COUNT
006320             MOVE AUDIT-COUNT TO FOUND-INDEX
006330         ELSE
006340             ADD 1 TO AUDIT-ENTRIES-DROPPED
006350         END-IF
006360     END-IF.
006370     IF FOUND-INDEX > 0
006380         MOVE WORK-JOBID TO AT-JOBID(FOUND-INDEX)
006390         MOVE WORK-RUN TO AT-RUN(FOUND-INDEX)
006400         MOVE WORK-OUTCOME TO AT-OUTCOME(FOUND-INDEX)
006410         MOVE WORK-CYCLE-GEN TO AT-CYCLE-GEN(FOUND-INDEX)
006420     END-IF.
006430 1350-EXIT.
006440     EXIT.
006450
006460 1360-MATCH-AUDIT-RUN.
006470     IF AT-RUN(K) = WORK-RUN AND AT-JOBID(K) = WORK-JOBID
006480         MOVE "Y" TO MATCH-FOUND-FLAG
006490         MOVE K TO FOUND-INDEX
006500     END-IF.
006510 1360-EXIT.
006520     EXIT.
006530
006540*----------------------------------------------------------*
006550* 2000-PASS-ONE - WALK THE ARCHIVE ONCE TO DECIDE EVERY     *
006560* RUN.  THE RULE IS CHOSEN AT THE RUN HEADER; EACH          *
006570* GENERATION OF A RUN TO BE THINNED IS TESTED AGAINST THE   *
006580* FIXED KEEPS (FIRST, EVERY N'TH, CYCLE START) AND THE LAST *
006590* TWO ARE TAKEN BACK OUT OF THE DROP COUNT WHEN THE RUN     *
006600* ENDS.  A RUN WITH NOTHING TO THIN IS LEFT AS IT IS.       *
006610*----------------------------------------------------------*
006620 2000-PASS-ONE.
006630     OPEN INPUT BOARD-IN-FILE.
006640     IF FS-BOARD-IN NOT = "00"
006650         MOVE 8 TO CONDITION-CODE
006660         MOVE SPACES TO REPORT-RECORD
006670         STRING "BOARD ARCHIVE NOT AVAILABLE - FILE STATUS "
006680             FS-BOARD-IN " - NOTHING REWRITTEN"
006690             DELIMITED BY SIZE INTO REPORT-RECORD
006700         WRITE REPORT-RECORD
006710         GO TO 2000-EXIT
006720     END-IF.
006730     MOVE "Y" TO ARCHIVE-OK-FLAG.
006740     MOVE "N" TO ARCHIVE-EOF-FLAG.
006750     MOVE 0 TO RUN-ORDINAL.
006760     MOVE 0 TO RUN-INDEX.
006770     PERFORM 2100-READ-ARCHIVE-RECORD THRU 2100-EXIT.
006780     PERFORM 2200-SCAN-ONE-RECORD THRU 2200-EXIT
006790         UNTIL NO-MORE-ARCHIVE.
006800     PERFORM 2400-CLOSE-RUN-ENTRY THRU 2400-EXIT.
006810     CLOSE BOARD-IN-FILE.
006820 2000-EXIT.
006830     EXIT.
006840
006850 2100-READ-ARCHIVE-RECORD.
006860     READ BOARD-IN-FILE
006870         AT END
006880             MOVE "Y" TO ARCHIVE-EOF-FLAG
006890     END-READ.
006900 2100-EXIT.
006910     EXIT.
006920
006930 2200-SCAN-ONE-RECORD.
006940     EVALUATE TRUE
006950         WHEN BOARD-IN-RECORD(1:4) = "RUN "
006960             PERFORM 2400-CLOSE-RUN-ENTRY THRU 2400-EXIT
006970             PERFORM 2300-START-RUN-ENTRY THRU 2300-EXIT
006980         WHEN BOARD-IN-RECORD(1:11) = "GENERATION "
006990          AND RUN-INDEX > 0
007000             PERFORM 2600-NOTE-GENERATION THRU 2600-EXIT
007010         WHEN OTHER
007020             CONTINUE
007030     END-EVALUATE.
007040     PERFORM 2100-READ-ARCHIVE-RECORD THRU 2100-EXIT.
007050 2200-EXIT.
007060     EXIT.
007070
007080 2300-START-RUN-ENTRY.
007090     ADD 1 TO RUN-ORDINAL.
007100     IF RUN-COUNT NOT < RUN-LIMIT
007110         MOVE 0 TO RUN-INDEX
007120         ADD 1 TO RUNS-OVER-LIMIT
007130         GO TO 2300-EXIT
007140     END-IF.
007150     ADD 1 TO RUN-COUNT.
007160     MOVE RUN-COUNT TO RUN-INDEX.
007170     PERFORM 8500-PARSE-RUN-HEADER THRU 8500-EXIT.
007180     MOVE WORK-JOBID TO RT-JOBID(RUN-INDEX).
007190     MOVE WORK-RUN TO RT-RUN(RUN-INDEX).
007200     MOVE 0 TO RT-FIRST-GEN(RUN-INDEX).
007210     MOVE 0 TO RT-LAST-GEN(RUN-INDEX).
007220     MOVE 0 TO RT-PREV-GEN(RUN-INDEX).
007230     MOVE 0 TO RT-GENS(RUN-INDEX).
007240     MOVE 0 TO RT-DROPS(RUN-INDEX).
007250     MOVE "N" TO RT-LAST-DROPPED(RUN-INDEX).
007260     MOVE "N" TO RT-PREV-DROPPED(RUN-INDEX).
007270     IF BOARD-IN-RECORD(68:8) = " THINNED"
007280         MOVE "Y" TO RT-WAS-THINNED(RUN-INDEX)
007290     ELSE
007300         MOVE "N" TO RT-WAS-THINNED(RUN-INDEX)
007310     END-IF.
007320     PERFORM 2500-CHOOSE-ACTION THRU 2500-EXIT.
007330 2300-EXIT.
007340     EXIT.
007350
007360*----------------------------------------------------------*
007370* 2400-CLOSE-RUN-ENTRY - THE RUN'S LAST GENERATION IS NOW   *
007380* KNOWN.  THE LAST TWO GENERATIONS ARE ALWAYS KEPT (THE     *
007390* FINAL BOARD AND THE ONE BEFORE IT, WHICH OBJECT-CENSUS    *
007400* NEEDS TO TELL STABLE DEBRIS), SO TAKE THEM BACK OUT OF    *
007410* THE DROP COUNT.                                           *
007420*----------------------------------------------------------*
007430 2400-CLOSE-RUN-ENTRY.
007440     IF RUN-INDEX = 0
007450         GO TO 2400-EXIT
007460     END-IF.
007470     IF NOT RT-THIN(RUN-INDEX)
007480         GO TO 2400-EXIT
007490     END-IF.
007500     IF RT-LAST-DROPPED(RUN-INDEX) = "Y"
007510         SUBTRACT 1 FROM RT-DROPS(RUN-INDEX)
007520     END-IF.
007530     IF RT-PREV-DROPPED(RUN-INDEX) = "Y"
007540      AND RT-PREV-GEN(RUN-INDEX) + 1 = RT-LAST-GEN(RUN-INDEX)
007550         SUBTRACT 1 FROM RT-DROPS(RUN-INDEX)
007560     END-IF.
007570     IF RT-DROPS(RUN-INDEX) = 0
007580         MOVE "K" TO RT-ACTION(RUN-INDEX)
007590     END-IF.
007600 2400-EXIT.
007610     EXIT.
007620
007630*----------------------------------------------------------*
007640* 2500-CHOOSE-ACTION - DATE THE RUN FROM ITS JOB IDENTIFIER *
007650* AND APPLY THE FIRST POLICY RULE IT MATCHES.  A RUN WITH   *
007660* NO DATE OR NO MATCHING RULE IS KEPT IN FULL.              *
007670*----------------------------------------------------------*
007680 2500-CHOOSE-ACTION.
007690     MOVE "K" TO RT-ACTION(RUN-INDEX).
007700     MOVE 0 TO RT-RULE(RUN-INDEX).
007710     MOVE 0 TO RT-AGE(RUN-INDEX).
007720     MOVE 0 TO RT-EVERY(RUN-INDEX).
007730     MOVE 0 TO RT-CYCLE-GEN(RUN-INDEX).
007740     MOVE SPACES TO RT-OUTCOME(RUN-INDEX).
007750     IF WORK-JOBID(1:8) NUMERIC
007760         MOVE WORK-JOBID(1:8) TO JOB-DATE-X
007770         PERFORM 8700-CHECK-JOB-DATE THRU 8700-EXIT
007780     ELSE
007790         MOVE "N" TO DATE-OK-FLAG
007800     END-IF.
007810     IF NOT DATE-IS-GOOD
007820         ADD 1 TO RUNS-NOT-DATED
007830         GO TO 2500-EXIT
007840     END-IF.
007850     COMPUTE RUN-AGE = ASOF-DAY-NUMBER - JOB-DAY-NUMBER.
007860     IF RUN-AGE < 0
007870         MOVE 0 TO RUN-AGE
007880     END-IF.
007890     IF RUN-AGE > 99999
007900         MOVE 99999 TO RUN-AGE
007910     END-IF.
007920     MOVE RUN-AGE TO RT-AGE(RUN-INDEX).
007930     PERFORM 2510-FIND-AUDIT-ENTRY THRU 2510-EXIT.
007940     IF FOUND-INDEX > 0
007950         MOVE AT-OUTCOME(FOUND-INDEX) TO RT-OUTCOME(RUN-INDEX)
007960         MOVE AT-CYCLE-GEN(FOUND-INDEX)
007970             TO RT-CYCLE-GEN(RUN-INDEX)
007980     ELSE
007990         ADD 1 TO RUNS-NO-AUDIT
008000     END-IF.
008010     PERFORM 2530-MATCH-ONE-RULE THRU 2530-EXIT
008020         VARYING K FROM 1 BY 1
008030         UNTIL K > RULE-COUNT OR RT-RULE(RUN-INDEX) > 0.
008040     IF RT-RULE(RUN-INDEX) = 0
008050         ADD 1 TO RUNS-NO-RULE
008060         GO TO 2500-EXIT
008070     END-IF.
008080     MOVE RT-RULE(RUN-INDEX) TO K.
008090     EVALUATE TRUE
008100         WHEN RT-AGE(RUN-INDEX) NOT > RL-FULL-DAYS(K)
008110             MOVE "K" TO RT-ACTION(RUN-INDEX)
008120         WHEN RL-DROP-DAYS(K) > 0
008130          AND RT-AGE(RUN-INDEX) > RL-DROP-DAYS(K)
008140             MOVE "D" TO RT-ACTION(RUN-INDEX)
008150         WHEN OTHER
008160             MOVE "T" TO RT-ACTION(RUN-INDEX)
008170             MOVE RL-THIN-EVERY(K) TO RT-EVERY(RUN-INDEX)
008180     END-EVALUATE.
008190 2500-EXIT.
008200     EXIT.
008210
008220 2510-FIND-AUDIT-ENTRY.
008230     MOVE 0 TO FOUND-INDEX.
008240     PERFORM 2520-MATCH-RUN-ENTRY THRU 2520-EXIT
008250         VARYING K FROM 1 BY 1
008260         UNTIL K > AUDIT-COUNT OR FOUND-INDEX > 0.
008270 2510-EXIT.
008280     EXIT.
008290
008300 2520-MATCH-RUN-ENTRY.
008310     IF AT-RUN(K) = WORK-RUN AND AT-JOBID(K) = WORK-JOBID
008320         MOVE K TO FOUND-INDEX
008330     END-IF.
008340 2520-EXIT.
008350     EXIT.
008360
008370 2530-MATCH-ONE-RULE.
008380     EVALUATE TRUE
008390         WHEN RL-TYPE(K) = "AGE"
008400             MOVE K TO RT-RULE(RUN-INDEX)
008410         WHEN RL-TYPE(K) = "JOB"
008420          AND RL-KEY(K) = WORK-JOBID
008430             MOVE K TO RT-RULE(RUN-INDEX)
008440         WHEN RL-TYPE(K) = "OUTCOME"
008450          AND RT-OUTCOME(RUN-INDEX) NOT = SPACES
008460             IF RT-OUTCOME(RUN-INDEX)(1:RL-KEY-LEN(K))
008470              = RL-KEY(K)(1:RL-KEY-LEN(K))
008480                 MOVE K TO RT-RULE(RUN-INDEX)
008490             END-IF
008500         WHEN OTHER
008510             CONTINUE
008520     END-EVALUATE.
008530 2530-EXIT.
008540     EXIT.
008550
008560 2600-NOTE-GENERATION.
008570     PERFORM 8550-PARSE-GENERATION THRU 8550-EXIT.
008580     IF RT-GENS(RUN-INDEX) = 0
008590         MOVE SCAN-GEN TO RT-FIRST-GEN(RUN-INDEX)
008600     END-IF.
008610     ADD 1 TO RT-GENS(RUN-INDEX).
008620     MOVE RT-LAST-GEN(RUN-INDEX) TO RT-PREV-GEN(RUN-INDEX).
008630     MOVE RT-LAST-DROPPED(RUN-INDEX)
008640         TO RT-PREV-DROPPED(RUN-INDEX).
008650     MOVE SCAN-GEN TO RT-LAST-GEN(RUN-INDEX).
008660     MOVE "N" TO RT-LAST-DROPPED(RUN-INDEX).
008670     IF RT-THIN(RUN-INDEX)
008680         PERFORM 8610-TEST-FIXED-KEEPS THRU 8610-EXIT
008690         IF NOT KEEP-THIS-GEN
008700             ADD 1 TO RT-DROPS(RUN-INDEX)
008710             MOVE "Y" TO RT-LAST-DROPPED(RUN-INDEX)
008720         END-IF
008730     END-IF.
008740 2600-EXIT.
008750     EXIT.
008760
008770*----------------------------------------------------------*
008780* 2800-LIST-RUN-DECISIONS - ONE LINE FOR EVERY RUN THAT IS  *
008790* THINNED OR DROPPED, THEN THE RUNS THE POLICY COULD NOT    *
008800* DECIDE.                                                   *
008810*----------------------------------------------------------*
008820 2800-LIST-RUN-DECISIONS.
008830     MOVE SPACES TO REPORT-RECORD.
008840     WRITE REPORT-RECORD.
008850     MOVE SPACES TO REPORT-RECORD.
008860     STRING "RUNS THINNED OR DROPPED" DELIMITED BY SIZE
008870         INTO REPORT-RECORD.
008880     WRITE REPORT-RECORD.
008890     PERFORM 2810-LIST-ONE-RUN THRU 2810-EXIT
008900         VARYING RUN-INDEX FROM 1 BY 1
008910         UNTIL RUN-INDEX > RUN-COUNT.
008920     IF RUNS-LISTED = 0
008930         MOVE SPACES TO REPORT-RECORD
008940         STRING "  NONE - EVERY RUN KEPT AS IT WAS"
008950             DELIMITED BY SIZE INTO REPORT-RECORD
008960         WRITE REPORT-RECORD
008970     END-IF.
008971     IF RUNS-ALREADY-THINNED > 0
008972         MOVE RUNS-ALREADY-THINNED TO EDIT-RUN
008973         MOVE SPACES TO REPORT-RECORD
008974         STRING "  " EDIT-RUN " RUN(S) ALREADY THINNED BY AN "
008975             "EARLIER PASS - LEFT AS THEY WERE" DELIMITED BY SIZE
008976             INTO REPORT-RECORD
008977         WRITE REPORT-RECORD
008978     END-IF.
008980     IF RUNS-NOT-DATED > 0
008990         MOVE RUNS-NOT-DATED TO EDIT-RUN
009000         MOVE SPACES TO REPORT-RECORD
009010         STRING "  " EDIT-RUN " RUN(S) WITH NO DATED JOB "
009020             "IDENTIFIER ON THE HEADER - KEPT IN FULL"
009030             DELIMITED BY SIZE INTO REPORT-RECORD
009040         WRITE REPORT-RECORD
009050     END-IF.
009060     IF RUNS-NO-RULE > 0
009070         MOVE RUNS-NO-RULE TO EDIT-RUN
009080         MOVE SPACES TO REPORT-RECORD
009090         STRING "  " EDIT-RUN " RUN(S) MATCHED NO POLICY RULE"
009100             " - KEPT IN FULL" DELIMITED BY SIZE
009110             INTO REPORT-RECORD
009120         WRITE REPORT-RECORD
009130     END-IF.
009140     IF RUNS-NO-AUDIT > 0
009150         MOVE RUNS-NO-AUDIT TO EDIT-RUN
009160         MOVE SPACES TO REPORT-RECORD
009170         STRING "  " EDIT-RUN " RUN(S) WITH NO AUDIT ENTRY - "
009180             "OUTCOME AND CYCLE START NOT KNOWN"
009190             DELIMITED BY SIZE INTO REPORT-RECORD
009200         WRITE REPORT-RECORD
009210     END-IF.
009220     IF RUNS-OVER-LIMIT > 0
009230         MOVE RUNS-OVER-LIMIT TO EDIT-RUN
009240         MOVE SPACES TO REPORT-RECORD
009250         STRING "  WARNING - RUN TABLE FULL, " EDIT-RUN
009260             " RUN(S) COPIED UNCHANGED" DELIMITED BY SIZE
009270             INTO REPORT-RECORD
009280         WRITE REPORT-RECORD
009290     END-IF.
009300     IF AUDIT-ENTRIES-DROPPED > 0
009310         MOVE AUDIT-ENTRIES-DROPPED TO EDIT-COUNT
009320         MOVE SPACES TO REPORT-RECORD
009330         STRING "  WARNING - AUDIT TABLE FULL, " EDIT-COUNT
009340             " AUDIT ENTRIES NOT LOADED" DELIMITED BY SIZE
009350             INTO REPORT-RECORD
009360         WRITE REPORT-RECORD
009370     END-IF.
009380 2800-EXIT.
009390     EXIT.
009400
009410 2810-LIST-ONE-RUN.
009420     IF RT-KEEP(RUN-INDEX)
009422         IF RT-WAS-THINNED(RUN-INDEX) = "Y"
009424             ADD 1 TO RUNS-ALREADY-THINNED
009426         END-IF
009430         GO TO 2810-EXIT
009440     END-IF.
009450     ADD 1 TO RUNS-LISTED.
009460     MOVE RT-RUN(RUN-INDEX) TO EDIT-RUN.
009470     MOVE RT-AGE(RUN-INDEX) TO EDIT-AGE.
009480     MOVE RT-RULE(RUN-INDEX) TO EDIT-RULE.
009490     MOVE SPACES TO REPORT-RECORD.
009500     IF RT-DROP(RUN-INDEX)
009510         STRING "  " RT-JOBID(RUN-INDEX) " RUN " EDIT-RUN
009520             " AGE " EDIT-AGE " RULE " EDIT-RULE " DROPPED  "
009530             RT-OUTCOME(RUN-INDEX)
009540             DELIMITED BY SIZE INTO REPORT-RECORD
009550     ELSE
009560         COMPUTE K = RT-GENS(RUN-INDEX) - RT-DROPS(RUN-INDEX)
009570         MOVE K TO EDIT-GENS-1
009580         MOVE RT-GENS(RUN-INDEX) TO EDIT-GENS-2
009590         STRING "  " RT-JOBID(RUN-INDEX) " RUN " EDIT-RUN
009600             " AGE " EDIT-AGE " RULE " EDIT-RULE " THINNED  "
009610             EDIT-GENS-1 " OF " EDIT-GENS-2 " GENS KEPT"
009620             DELIMITED BY SIZE INTO REPORT-RECORD
009630     END-IF.
009640     WRITE REPORT-RECORD.
009650 2810-EXIT.
009660     EXIT.
009670
009680*----------------------------------------------------------*
009690* 3000-PASS-TWO - COPY THE ARCHIVE TO ITS REWRITTEN DATASET *
009700* RECORD BY RECORD UNDER THE DECISIONS FROM PASS ONE, MARK  *
009710* THE HEADER OF EVERY THINNED RUN, AND WRITE A DIRECTORY    *
009720* ENTRY FOR EVERY GENERATION RETAINED AT ITS NEW RECORD     *
009730* NUMBER.                                                   *
009740*----------------------------------------------------------*
009750 3000-PASS-TWO.
009751     OPEN INPUT BOARD-IN-FILE.
009752     IF FS-BOARD-IN NOT = "00"
009753         MOVE 8 TO CONDITION-CODE
009754         MOVE SPACES TO REPORT-RECORD
009755         STRING "BOARD ARCHIVE NOT AVAILABLE - FILE STATUS "
009756             FS-BOARD-IN " - NOTHING REWRITTEN"
009757             DELIMITED BY SIZE INTO REPORT-RECORD
009758         WRITE REPORT-RECORD
009759         GO TO 3000-EXIT
009760     END-IF.
009761     OPEN OUTPUT BOARD-NEW-FILE.
009770     IF FS-BOARD-NEW NOT = "00"
009780         MOVE 8 TO CONDITION-CODE
009790         MOVE SPACES TO REPORT-RECORD
009800         STRING "REWRITTEN ARCHIVE DATASET NOT AVAILABLE - FILE "
009810             "STATUS " FS-BOARD-NEW " - NOTHING REWRITTEN"
009820             DELIMITED BY SIZE INTO REPORT-RECORD
009830         WRITE REPORT-RECORD
009840         GO TO 3000-EXIT
009850     END-IF.
009860     OPEN OUTPUT DIR-NEW-FILE.
009870     IF FS-DIR-NEW NOT = "00"
009880         MOVE 8 TO CONDITION-CODE
009890         MOVE SPACES TO REPORT-RECORD
009900         STRING "REBUILT DIRECTORY DATASET NOT AVAILABLE - FILE "
009910             "STATUS " FS-DIR-NEW " - NOTHING REWRITTEN"
009920             DELIMITED BY SIZE INTO REPORT-RECORD
009930         WRITE REPORT-RECORD
009940         CLOSE BOARD-NEW-FILE
009950         GO TO 3000-EXIT
009960     END-IF.
010040     MOVE "Y" TO REWRITE-OK-FLAG.
010050     MOVE "N" TO ARCHIVE-EOF-FLAG.
010060     MOVE 0 TO RUN-ORDINAL.
010070     MOVE 0 TO RUN-INDEX.
010080     MOVE 0 TO JOB-INDEX.
010090     MOVE "K" TO CURRENT-ACTION.
010100     MOVE "Y" TO KEEP-RECORD-FLAG.
010110     PERFORM 2100-READ-ARCHIVE-RECORD THRU 2100-EXIT.
010120     PERFORM 3100-COPY-ONE-RECORD THRU 3100-EXIT
010130         UNTIL NO-MORE-ARCHIVE.
010140     CLOSE BOARD-IN-FILE.
010150     CLOSE BOARD-NEW-FILE.
010160     CLOSE DIR-NEW-FILE.
010170 3000-EXIT.
010180     EXIT.
010190
010200 3100-COPY-ONE-RECORD.
010210     PERFORM 8300-MEASURE-RECORD THRU 8300-EXIT.
010220     MOVE RECORD-BYTES TO OLD-RECORD-BYTES.
010230     EVALUATE TRUE
010240         WHEN BOARD-IN-RECORD(1:4) = "RUN "
010250             PERFORM 3200-HANDLE-RUN-HEADER THRU 3200-EXIT
010260         WHEN BOARD-IN-RECORD(1:11) = "GENERATION "
010270             PERFORM 3400-HANDLE-GENERATION THRU 3400-EXIT
010280         WHEN OTHER
010290             CONTINUE
010300     END-EVALUATE.
010310     ADD 1 TO TOTAL-RECS-BEFORE.
010320     ADD OLD-RECORD-BYTES TO TOTAL-BYTES-BEFORE.
010330     IF JOB-INDEX > 0
010340         ADD OLD-RECORD-BYTES TO JT-BYTES-BEFORE(JOB-INDEX)
010350     END-IF.
010360     IF KEEP-THIS-RECORD
010370         MOVE BOARD-IN-RECORD TO BOARD-NEW-RECORD
010380         WRITE BOARD-NEW-RECORD
010390         ADD 1 TO NEW-RECORD-COUNT
010400         PERFORM 8300-MEASURE-RECORD THRU 8300-EXIT
010410         ADD 1 TO TOTAL-RECS-AFTER
010420         ADD RECORD-BYTES TO TOTAL-BYTES-AFTER
010430         IF JOB-INDEX > 0
010440             ADD RECORD-BYTES TO JT-BYTES-AFTER(JOB-INDEX)
010450         END-IF
010460         IF BOARD-IN-RECORD(1:11) = "GENERATION "
010470             PERFORM 3500-WRITE-DIRECTORY-ENTRY THRU 3500-EXIT
010480         END-IF
010490     END-IF.
010500     PERFORM 2100-READ-ARCHIVE-RECORD THRU 2100-EXIT.
010510 3100-EXIT.
010520     EXIT.
010530
010540*----------------------------------------------------------*
010550* 3200-HANDLE-RUN-HEADER - PICK UP THE RUN'S DECISION, BOOK *
010560* IT TO ITS JOB, AND MARK THE HEADER OF A THINNED RUN SO    *
010570* THE ARCHIVE READERS KNOW GENERATIONS ARE MISSING ON       *
010580* PURPOSE.  THE HEADER OF A DROPPED RUN GOES WITH IT.       *
010590*----------------------------------------------------------*
010600 3200-HANDLE-RUN-HEADER.
010610     ADD 1 TO RUN-ORDINAL.
010620     PERFORM 8500-PARSE-RUN-HEADER THRU 8500-EXIT.
010630     IF RUN-ORDINAL > RUN-COUNT
010640         MOVE 0 TO RUN-INDEX
010650         MOVE "K" TO CURRENT-ACTION
010660     ELSE
010670         MOVE RUN-ORDINAL TO RUN-INDEX
010680         MOVE RT-ACTION(RUN-INDEX) TO CURRENT-ACTION
010690     END-IF.
010700     PERFORM 3300-FIND-JOB-SLOT THRU 3300-EXIT.
010710     ADD 1 TO TOTAL-RUNS.
010720     IF JOB-INDEX > 0
010730         ADD 1 TO JT-RUNS(JOB-INDEX)
010740     END-IF.
010750     EVALUATE TRUE
010760         WHEN ACTION-DROP
010770             ADD 1 TO TOTAL-DROPPED
010780             IF JOB-INDEX > 0
010790                 ADD 1 TO JT-DROPPED(JOB-INDEX)
010800             END-IF
010810             MOVE "N" TO KEEP-RECORD-FLAG
010820         WHEN ACTION-THIN
010830             ADD 1 TO TOTAL-THINNED
010840             IF JOB-INDEX > 0
010850                 ADD 1 TO JT-THINNED(JOB-INDEX)
010860             END-IF
010870             MOVE " THINNED" TO BOARD-IN-RECORD(68:8)
010880             MOVE "Y" TO KEEP-RECORD-FLAG
010890         WHEN OTHER
010900             ADD 1 TO TOTAL-KEPT
010910             MOVE "Y" TO KEEP-RECORD-FLAG
010920     END-EVALUATE.
010930 3200-EXIT.
010940     EXIT.
010950
010960 3300-FIND-JOB-SLOT.
010970     MOVE "N" TO MATCH-FOUND-FLAG.
010980     MOVE 0 TO JOB-INDEX.
010990     PERFORM 3310-MATCH-JOB THRU 3310-EXIT
011000         VARYING K FROM 1 BY 1
011010         UNTIL K > JOB-COUNT OR ENTRY-WAS-FOUND.
011020     IF NOT ENTRY-WAS-FOUND
011030         IF JOB-COUNT < JOB-LIMIT
011040             ADD 1 TO JOB-COUNT
011050             MOVE JOB-COUNT TO JOB-INDEX
011060             MOVE WORK-JOBID TO JT-JOBID(JOB-INDEX)
011070             MOVE 0 TO JT-RUNS(JOB-INDEX)
011080             MOVE 0 TO JT-THINNED(JOB-INDEX)
011090             MOVE 0 TO JT-DROPPED(JOB-INDEX)
011100             MOVE 0 TO JT-GENS-BEFORE(JOB-INDEX)
011110             MOVE 0 TO JT-GENS-AFTER(JOB-INDEX)
011120             MOVE 0 TO JT-BYTES-BEFORE(JOB-INDEX)
011130             MOVE 0 TO JT-BYTES-AFTER(JOB-INDEX)
011140         ELSE
011150             ADD 1 TO JOBS-OVER-LIMIT
011160         END-IF
011170     END-IF.
011180 3300-EXIT.
011190     EXIT.
011200
011210 3310-MATCH-JOB.
011220     IF JT-JOBID(K) = WORK-JOBID
011230         MOVE "Y" TO MATCH-FOUND-FLAG
011240         MOVE K TO JOB-INDEX
011250     END-IF.
011260 3310-EXIT.
011270     EXIT.
011280
011290 3400-HANDLE-GENERATION.
011300     PERFORM 8550-PARSE-GENERATION THRU 8550-EXIT.
011310     ADD 1 TO TOTAL-GENS-BEFORE.
011320     IF JOB-INDEX > 0
011330         ADD 1 TO JT-GENS-BEFORE(JOB-INDEX)
011340     END-IF.
011350     EVALUATE TRUE
011360         WHEN ACTION-DROP
011370             MOVE "N" TO KEEP-RECORD-FLAG
011380         WHEN ACTION-THIN
011390             PERFORM 8600-TEST-KEEP-GEN THRU 8600-EXIT
011400             MOVE KEEP-GEN-FLAG TO KEEP-RECORD-FLAG
011410         WHEN OTHER
011420             MOVE "Y" TO KEEP-RECORD-FLAG
011430     END-EVALUATE.
011440     IF KEEP-THIS-RECORD
011450         ADD 1 TO TOTAL-GENS-AFTER
011460         IF JOB-INDEX > 0
011470             ADD 1 TO JT-GENS-AFTER(JOB-INDEX)
011480         END-IF
011490     END-IF.
011500 3400-EXIT.
011510     EXIT.
011520
011530 3500-WRITE-DIRECTORY-ENTRY.
011540     MOVE WORK-JOBID TO BD-JOB-ID.
011550     MOVE WORK-RUN TO BD-RUN-NUMBER.
011560     MOVE SCAN-GEN TO BD-GENERATION.
011570     MOVE NEW-RECORD-COUNT TO BD-RECORD-NO.
011580     MOVE WORK-HEIGHT TO BD-HEIGHT.
011590     MOVE WORK-WIDTH TO BD-WIDTH.
011600     WRITE DIR-NEW-RECORD.
011610     ADD 1 TO DIR-ENTRIES-WRITTEN.
011620 3500-EXIT.
011630     EXIT.
011640
011650*----------------------------------------------------------*
011660* 8100-FIND-TOKEN - LOCATE TOKEN-SEARCH(1:TOKEN-LEN) IN THE *
011670* AUDIT LINE AND RETURN THE POSITION OF THE CHARACTER JUST  *
011680* AFTER IT.                                                 *
011690*----------------------------------------------------------*
011700 8100-FIND-TOKEN.
011710     MOVE "N" TO TOKEN-FOUND-FLAG.
011720     MOVE 0 TO TOKEN-POSITION.
011730     COMPUTE SCAN-LIMIT = 300 - TOKEN-LEN - 4.
011740     PERFORM 8110-CHECK-ONE-POSITION THRU 8110-EXIT
011750         VARYING P FROM 1 BY 1
011760         UNTIL P > SCAN-LIMIT OR TOKEN-WAS-FOUND.
011770 8100-EXIT.
011780     EXIT.
011790
011800 8110-CHECK-ONE-POSITION.
011810     IF AUDIT-LINE(P:TOKEN-LEN) = TOKEN-SEARCH(1:TOKEN-LEN)
011820         MOVE "Y" TO TOKEN-FOUND-FLAG
011830         COMPUTE TOKEN-POSITION = P + TOKEN-LEN
011840     END-IF.
011850 8110-EXIT.
011860     EXIT.
011870
011880*----------------------------------------------------------*
011890* 8200-PARSE-NUMBER - COLLECT THE LEADING NUMBER OUT OF     *
011900* PARSE-FIELD, SKIPPING LEADING BLANKS AND STOPPING AT THE  *
011910* FIRST CHARACTER AFTER THE DIGITS.                         *
011920*----------------------------------------------------------*
011930 8200-PARSE-NUMBER.
011940     MOVE 0 TO PARSE-VALUE.
011950     MOVE "S" TO PARSE-STATE.
011960     PERFORM 8210-PARSE-ONE-CHAR THRU 8210-EXIT
011970         VARYING PARSE-INDEX FROM 1 BY 1
011980         UNTIL PARSE-INDEX > 10 OR PARSE-DONE.
011990 8200-EXIT.
012000     EXIT.
012010
012020 8210-PARSE-ONE-CHAR.
012030     EVALUATE TRUE
012040         WHEN PARSE-FIELD(PARSE-INDEX:1) >= "0"
012050          AND PARSE-FIELD(PARSE-INDEX:1) <= "9"
012060             MOVE PARSE-FIELD(PARSE-INDEX:1)
012070                 TO PARSE-DIGIT(1:1)
012080             COMPUTE PARSE-VALUE =
012090                 PARSE-VALUE * 10 + PARSE-DIGIT
012100             MOVE "D" TO PARSE-STATE
012110         WHEN PARSE-FIELD(PARSE-INDEX:1) = " "
012120          AND PARSE-IN-DIGITS
012130             MOVE "E" TO PARSE-STATE
012140         WHEN PARSE-FIELD(PARSE-INDEX:1) = " "
012150             CONTINUE
012160         WHEN OTHER
012170             MOVE "E" TO PARSE-STATE
012180     END-EVALUATE.
012190 8210-EXIT.
012200     EXIT.
012210
012220*----------------------------------------------------------*
012230* 8300-MEASURE-RECORD - BYTES THE ARCHIVE RECORD IN HAND    *
012240* TAKES ON THE LINE SEQUENTIAL DATASET: ITS TEXT UP TO THE  *
012250* LAST NON-BLANK CHARACTER PLUS ONE FOR THE LINE END.  THE  *
012260* ALL-BLANK TAIL IS FOUND BY HALVING RATHER THAN WALKING    *
012270* BACK OVER TWO THOUSAND COLUMNS FOR EVERY BOARD ROW.       *
012280*----------------------------------------------------------*
012290 8300-MEASURE-RECORD.
012300     MOVE 0 TO MEASURE-LOW.
012310     MOVE 2000 TO MEASURE-HIGH.
012320     PERFORM 8310-HALVE-RANGE THRU 8310-EXIT
012330         UNTIL MEASURE-LOW NOT < MEASURE-HIGH.
012340     COMPUTE RECORD-BYTES = MEASURE-LOW + 1.
012350 8300-EXIT.
012360     EXIT.
012370
012380 8310-HALVE-RANGE.
012390     COMPUTE MEASURE-MID = (MEASURE-LOW + MEASURE-HIGH) / 2.
012400     IF BOARD-IN-RECORD(MEASURE-MID + 1:) = SPACES
012410         MOVE MEASURE-MID TO MEASURE-HIGH
012420     ELSE
012430         COMPUTE MEASURE-LOW = MEASURE-MID + 1
012440     END-IF.
012450 8310-EXIT.
012460     EXIT.
012470
012480 8400-BAD-POLICY.
012490     MOVE 8 TO CONDITION-CODE.
012500     DISPLAY "RETENTION POLICY MISSING OR HOLDS NO USABLE RULE "
012510         "- NOTHING REWRITTEN".
012520     MOVE SPACES TO REPORT-RECORD.
012530     STRING "NOTHING REWRITTEN" DELIMITED BY SIZE
012540         INTO REPORT-RECORD.
012550     WRITE REPORT-RECORD.
012560 8400-EXIT.
012570     EXIT.
012580
012590*----------------------------------------------------------*
012600* 8500-PARSE-RUN-HEADER - THE HEADER IS WRITTEN AS          *
012610* "RUN ZZZ9 - ZZ9 X ZZ9 BOARD JOB 9(14) LIBVER=X(14)", SO   *
012620* THE RUN NUMBER SITS IN COLUMNS 5-8, THE HEIGHT IN 12-14,  *
012630* THE WIDTH IN 18-20 AND THE JOB IDENTIFIER IN 32-45.  A    *
012640* THINNED RUN CARRIES " THINNED" IN COLUMNS 68-75.          *
012650*----------------------------------------------------------*
012660 8500-PARSE-RUN-HEADER.
012670     IF BOARD-IN-RECORD(27:5) = " JOB "
012680         MOVE BOARD-IN-RECORD(32:14) TO WORK-JOBID
012690     ELSE
012700         MOVE SPACES TO WORK-JOBID
012710     END-IF.
012720     MOVE BOARD-IN-RECORD(5:4) TO PARSE-FIELD(1:4).
012730     MOVE SPACES TO PARSE-FIELD(5:6).
012740     PERFORM 8200-PARSE-NUMBER THRU 8200-EXIT.
012750     MOVE PARSE-VALUE TO WORK-RUN.
012760     MOVE BOARD-IN-RECORD(12:3) TO PARSE-FIELD(1:3).
012770     MOVE SPACES TO PARSE-FIELD(4:7).
012780     PERFORM 8200-PARSE-NUMBER THRU 8200-EXIT.
012790     MOVE PARSE-VALUE TO WORK-HEIGHT.
012800     MOVE BOARD-IN-RECORD(18:3) TO PARSE-FIELD(1:3).
012810     MOVE SPACES TO PARSE-FIELD(4:7).
012820     PERFORM 8200-PARSE-NUMBER THRU 8200-EXIT.
012830     MOVE PARSE-VALUE TO WORK-WIDTH.
012840 8500-EXIT.
012850     EXIT.
012860
012870 8550-PARSE-GENERATION.
012880     MOVE BOARD-IN-RECORD(12:4) TO PARSE-FIELD(1:4).
012890     MOVE SPACES TO PARSE-FIELD(5:6).
012900     PERFORM 8200-PARSE-NUMBER THRU 8200-EXIT.
012910     MOVE PARSE-VALUE TO SCAN-GEN.
012920 8550-EXIT.
012930     EXIT.
012940
012950*----------------------------------------------------------*
012960* 8600-TEST-KEEP-GEN - WHETHER A GENERATION OF A THINNED    *
012970* RUN IS RETAINED: THE FIXED KEEPS OR ONE OF THE RUN'S LAST *
012980* TWO GENERATIONS.  8610 IS THE FIXED KEEPS ALONE - THE     *
012990* FIRST GENERATION, EVERY N'TH ONE COUNTED FROM IT, AND THE *
013000* CYCLE START FROM THE AUDIT OUTCOME.                       *
013010*----------------------------------------------------------*
013020 8600-TEST-KEEP-GEN.
013030     PERFORM 8610-TEST-FIXED-KEEPS THRU 8610-EXIT.
013040     IF SCAN-GEN = RT-LAST-GEN(RUN-INDEX)
013050      OR SCAN-GEN + 1 = RT-LAST-GEN(RUN-INDEX)
013060         MOVE "Y" TO KEEP-GEN-FLAG
013070     END-IF.
013080 8600-EXIT.
013090     EXIT.
013100
013110 8610-TEST-FIXED-KEEPS.
013120     MOVE "N" TO KEEP-GEN-FLAG.
013130     IF SCAN-GEN = RT-FIRST-GEN(RUN-INDEX)
013140         MOVE "Y" TO KEEP-GEN-FLAG
013150         GO TO 8610-EXIT
013160     END-IF.
013170     IF RT-CYCLE-GEN(RUN-INDEX) > 0
013180      AND SCAN-GEN = RT-CYCLE-GEN(RUN-INDEX)
013190         MOVE "Y" TO KEEP-GEN-FLAG
013200         GO TO 8610-EXIT
013210     END-IF.
013220     IF RT-EVERY(RUN-INDEX) > 0
013230      AND SCAN-GEN > RT-FIRST-GEN(RUN-INDEX)
013240         COMPUTE GEN-OFFSET =
013250             SCAN-GEN - RT-FIRST-GEN(RUN-INDEX)
013260         DIVIDE GEN-OFFSET BY RT-EVERY(RUN-INDEX)
013270             GIVING GEN-QUOTIENT REMAINDER GEN-REMAINDER
013280         IF GEN-REMAINDER = 0
013290             MOVE "Y" TO KEEP-GEN-FLAG
013300         END-IF
013310     END-IF.
013320 8610-EXIT.
013330     EXIT.
013340
013350*----------------------------------------------------------*
013360* 8700-CHECK-JOB-DATE - VALIDATE THE YYYYMMDD IN JOB-DATE   *
013370* AND TURN IT INTO A DAY NUMBER FOR THE AGE ARITHMETIC.     *
013380*----------------------------------------------------------*
013390 8700-CHECK-JOB-DATE.
013400     MOVE "N" TO DATE-OK-FLAG.
013410     MOVE 0 TO JOB-DAY-NUMBER.
013420     IF JD-YYYY < 1601 OR JD-MM < 1 OR JD-MM > 12
013430      OR JD-DD < 1 OR JD-DD > 31
013440         GO TO 8700-EXIT
013450     END-IF.
013460     COMPUTE JOB-DAY-NUMBER =
013470         FUNCTION INTEGER-OF-DATE(JOB-DATE).
013480     IF JOB-DAY-NUMBER > 0
013490         MOVE "Y" TO DATE-OK-FLAG
013500     END-IF.
013510 8700-EXIT.
013520     EXIT.
013530
013540*----------------------------------------------------------*
013550* 9000-TERMINATE - WRITE THE SPACE RECLAIMED PER JOB AND    *
013560* THE RETENTION TOTALS, THEN SET THE CONDITION CODE.        *
013570*----------------------------------------------------------*
013580 9000-TERMINATE.
013590     IF NOT REPORT-IS-OPEN
013600         GO TO 9000-SET-CODE
013610     END-IF.
013620     IF ARCHIVE-REWRITTEN
013630         PERFORM 9100-WRITE-JOB-TABLE THRU 9100-EXIT
013640         PERFORM 9200-WRITE-TOTALS THRU 9200-EXIT
013650     END-IF.
013660     CLOSE REPORT-FILE.
013670 9000-SET-CODE.
013680     MOVE TOTAL-BYTES-BEFORE TO EDIT-BYTES-1.
013690     MOVE TOTAL-BYTES-AFTER TO EDIT-BYTES-2.
013700     DISPLAY "ARCHIVE RETENTION ENDED - " TOTAL-THINNED
013710         " RUN(S) THINNED, " TOTAL-DROPPED " DROPPED, BYTES "
013720         EDIT-BYTES-1 " TO " EDIT-BYTES-2.
013730     IF CONDITION-CODE < 4
013740      AND (POLICY-REJECTS > 0 OR RUNS-OVER-LIMIT > 0
013750       OR AUDIT-ENTRIES-DROPPED > 0 OR JOBS-OVER-LIMIT > 0)
013760         MOVE 4 TO CONDITION-CODE
013770     END-IF.
013780     MOVE CONDITION-CODE TO RETURN-CODE.
013790 9000-EXIT.
013800     EXIT.
013810
013820 9100-WRITE-JOB-TABLE.
013830     MOVE SPACES TO REPORT-RECORD.
013840     WRITE REPORT-RECORD.
013850     MOVE SPACES TO REPORT-RECORD.
013860     STRING "SPACE RECLAIMED BY JOB" DELIMITED BY SIZE
013870         INTO REPORT-RECORD.
013880     WRITE REPORT-RECORD.
013890     MOVE SPACES TO REPORT-RECORD.
013900     STRING "JOB ID          RUNS THIN DROP     GENS     GENS  "
013910         "      BYTES       BYTES" DELIMITED BY SIZE
013920         INTO REPORT-RECORD.
013930     WRITE REPORT-RECORD.
013940     MOVE SPACES TO REPORT-RECORD.
013950     STRING "                               BEFORE    AFTER  "
013960         "     BEFORE   RECLAIMED  PCT" DELIMITED BY SIZE
013970         INTO REPORT-RECORD.
013980     WRITE REPORT-RECORD.
013990     PERFORM 9110-WRITE-JOB-LINE THRU 9110-EXIT
014000         VARYING JOB-INDEX FROM 1 BY 1
014010         UNTIL JOB-INDEX > JOB-COUNT.
014020     IF JOBS-OVER-LIMIT > 0
014030         MOVE JOBS-OVER-LIMIT TO EDIT-RUN
014040         MOVE SPACES TO REPORT-RECORD
014050         STRING "  WARNING - JOB TABLE FULL, " EDIT-RUN
014060             " RUN(S) COUNTED IN THE TOTALS ONLY"
014070             DELIMITED BY SIZE INTO REPORT-RECORD
014080         WRITE REPORT-RECORD
014090     END-IF.
014100 9100-EXIT.
014110     EXIT.
014120
014130 9110-WRITE-JOB-LINE.
014140     IF JT-JOBID(JOB-INDEX) = SPACES
014150         MOVE "(NO JOB ID)" TO REPORT-JOBID
014160     ELSE
014170         MOVE JT-JOBID(JOB-INDEX) TO REPORT-JOBID
014180     END-IF.
014190     MOVE JT-RUNS(JOB-INDEX) TO EDIT-RUNS.
014200     MOVE JT-THINNED(JOB-INDEX) TO EDIT-THIN.
014210     MOVE JT-DROPPED(JOB-INDEX) TO EDIT-DROP.
014220     MOVE JT-GENS-BEFORE(JOB-INDEX) TO EDIT-BIG-1.
014230     MOVE JT-GENS-AFTER(JOB-INDEX) TO EDIT-BIG-2.
014240     MOVE JT-BYTES-BEFORE(JOB-INDEX) TO EDIT-BYTES-1.
014250     COMPUTE RECLAIMED-BYTES = JT-BYTES-BEFORE(JOB-INDEX)
014260         - JT-BYTES-AFTER(JOB-INDEX).
014270     MOVE RECLAIMED-BYTES TO EDIT-BYTES-2.
014280     MOVE 0 TO RECLAIMED-PCT.
014290     IF JT-BYTES-BEFORE(JOB-INDEX) > 0
014300         COMPUTE RECLAIMED-PCT = RECLAIMED-BYTES * 100
014310             / JT-BYTES-BEFORE(JOB-INDEX)
014320     END-IF.
014330     MOVE RECLAIMED-PCT TO EDIT-PCT.
014340     MOVE SPACES TO REPORT-RECORD.
014350     STRING REPORT-JOBID "  " EDIT-RUNS " " EDIT-THIN " "
014360         EDIT-DROP "  " EDIT-BIG-1 "  " EDIT-BIG-2 "  "
014370         EDIT-BYTES-1 " " EDIT-BYTES-2 "  " EDIT-PCT "%"
014380         DELIMITED BY SIZE INTO REPORT-RECORD.
014390     WRITE REPORT-RECORD.
014400 9110-EXIT.
014410     EXIT.
014420
014430 9200-WRITE-TOTALS.
014440     MOVE SPACES TO REPORT-RECORD.
014450     WRITE REPORT-RECORD.
014460     MOVE TOTAL-RUNS TO EDIT-COUNT.
014470     MOVE SPACES TO REPORT-RECORD.
014480     STRING "RETENTION TOTALS - " EDIT-COUNT " RUN(S) READ"
014490         DELIMITED BY SIZE INTO REPORT-RECORD.
014500     WRITE REPORT-RECORD.
014510     MOVE TOTAL-KEPT TO EDIT-COUNT.
014520     MOVE SPACES TO REPORT-RECORD.
014530     STRING "  RUNS KEPT AS THEY WERE     " EDIT-COUNT
014540         DELIMITED BY SIZE INTO REPORT-RECORD.
014550     WRITE REPORT-RECORD.
014560     MOVE TOTAL-THINNED TO EDIT-COUNT.
014570     MOVE SPACES TO REPORT-RECORD.
014580     STRING "  RUNS THINNED               " EDIT-COUNT
014590         DELIMITED BY SIZE INTO REPORT-RECORD.
014600     WRITE REPORT-RECORD.
014610     MOVE TOTAL-DROPPED TO EDIT-COUNT.
014620     MOVE SPACES TO REPORT-RECORD.
014630     STRING "  RUNS DROPPED               " EDIT-COUNT
014640         DELIMITED BY SIZE INTO REPORT-RECORD.
014650     WRITE REPORT-RECORD.
014660     MOVE TOTAL-GENS-BEFORE TO EDIT-BYTES-1.
014670     MOVE TOTAL-GENS-AFTER TO EDIT-BYTES-2.
014680     MOVE SPACES TO REPORT-RECORD.
014690     STRING "  GENERATIONS BEFORE/AFTER   " EDIT-BYTES-1
014700         " " EDIT-BYTES-2 DELIMITED BY SIZE
014710         INTO REPORT-RECORD.
014720     WRITE REPORT-RECORD.
014730     MOVE TOTAL-RECS-BEFORE TO EDIT-BYTES-1.
014740     MOVE TOTAL-RECS-AFTER TO EDIT-BYTES-2.
014750     MOVE SPACES TO REPORT-RECORD.
014760     STRING "  RECORDS BEFORE/AFTER       " EDIT-BYTES-1
014770         " " EDIT-BYTES-2 DELIMITED BY SIZE
014780         INTO REPORT-RECORD.
014790     WRITE REPORT-RECORD.
014800     MOVE TOTAL-BYTES-BEFORE TO EDIT-BYTES-1.
014810     MOVE TOTAL-BYTES-AFTER TO EDIT-BYTES-2.
014820     MOVE SPACES TO REPORT-RECORD.
014830     STRING "  BYTES BEFORE/AFTER         " EDIT-BYTES-1
014840         " " EDIT-BYTES-2 DELIMITED BY SIZE
014850         INTO REPORT-RECORD.
014860     WRITE REPORT-RECORD.
014870     COMPUTE RECLAIMED-BYTES = TOTAL-BYTES-BEFORE
014880         - TOTAL-BYTES-AFTER.
014890     MOVE RECLAIMED-BYTES TO EDIT-BYTES-1.
014900     MOVE SPACES TO REPORT-RECORD.
014910     STRING "  BYTES RECLAIMED            " EDIT-BYTES-1
014920         DELIMITED BY SIZE INTO REPORT-RECORD.
014930     WRITE REPORT-RECORD.
014940     MOVE DIR-ENTRIES-WRITTEN TO EDIT-BYTES-1.
014950     MOVE SPACES TO REPORT-RECORD.
014960     STRING "  DIRECTORY ENTRIES WRITTEN  " EDIT-BYTES-1
014970         DELIMITED BY SIZE INTO REPORT-RECORD.
014980     WRITE REPORT-RECORD.
014990     MOVE SPACES TO REPORT-RECORD.
015000     STRING "  MOUNT THE REWRITTEN ARCHIVE AND DIRECTORY IN "
015010         "PLACE OF BOARDOUT AND BOARDDIR" DELIMITED BY SIZE
015020         INTO REPORT-RECORD.
015030     WRITE REPORT-RECORD.
015040 9200-EXIT.
015050     EXIT.
