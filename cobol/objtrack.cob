000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OBJECT-TRACKER.
000030 AUTHOR. R HARTWELL.
000040 INSTALLATION. DEMO SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*  DATE       INIT  DESCRIPTION                              *
000100*  10/15/2026 RH    ORIGINAL PROGRAM - GENERATION-TO-        *
000110*                   GENERATION OBJECT TRACKING FROM THE      *
000120*                   BOARD ARCHIVE.  EVERY ARCHIVED           *
000130*                   GENERATION OF A RUN IS LOADED THROUGH    *
000140*                   THE ARCHIVE DIRECTORY, ITS LIVE CELLS    *
000150*                   ARE GROUPED INTO 8-CONNECTED CLUSTERS    *
000160*                   AND EACH CLUSTER IS FOLLOWED INTO THE    *
000170*                   NEXT GENERATION.  EVERY TRACKED OBJECT   *
000180*                   IS REPORTED WITH THE GENERATION IT       *
000190*                   APPEARED, ITS LIBRARY IDENTITY, ITS NET  *
000200*                   DISPLACEMENT AND SPEED AND THE           *
000210*                   GENERATION IT COLLIDED, MERGED, SPLIT    *
000220*                   OR DIED, WITH SPACESHIP TRAFFIC AND      *
000230*                   COLLISION COUNTS PER RUN.                *
000231*  10/15/2026 RH    A RUN MARKED THINNED ON ITS HEADER BY    *
000232*                   ARCHIVE-RETENTION IS FOLLOWED ACROSS THE *
000233*                   GENERATIONS THAT WERE NOT RETAINED, BUT  *
000234*                   AN OBJECT LOST OR FOUND ACROSS A GAP     *
000235*                   WIDER THAN THE LINK REACH IS GIVEN A     *
000236*                   FATE OR ORIGIN OF GAP RATHER THAN DIED   *
000237*                   OR APPEARED, AND THE RUN IS FLAGGED AS   *
000238*                   NOT RELIABLE ON THE REPORT.              *
000240*----------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT BOARD-IN-FILE ASSIGN TO "BOARDOUT"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS FS-BOARD-IN.
000310     SELECT BOARD-DIR-FILE ASSIGN TO "BOARDDIR"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS FS-BOARD-DIR.
000340     SELECT PATTERN-FILE ASSIGN TO "PATTERN"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS FS-PATTERN.
000370     SELECT TRACK-PARM-FILE ASSIGN TO "TRAKPARM"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS FS-TRACK-PARM.
000400     SELECT REPORT-FILE ASSIGN TO "TRAKRPT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS FS-REPORT.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  BOARD-IN-FILE.
000460 01  BOARD-IN-RECORD             PIC X(2000).
000470
000480 FD  BOARD-DIR-FILE.
000490 01  BOARD-DIR-RECORD.
000500     05  BD-JOB-ID               PIC X(14).
000510     05  BD-RUN-NUMBER           PIC 9(04).
000520     05  BD-GENERATION           PIC 9(04).
000530     05  BD-RECORD-NO            PIC 9(09).
000540     05  BD-HEIGHT               PIC 9(03).
000550     05  BD-WIDTH                PIC 9(03).
000560
000570 FD  PATTERN-FILE.
000580 01  PATTERN-RECORD.
000590     05  PR-PATTERN-NAME         PIC X(10).
000600     05  PR-ROW-OFFSET           PIC S9(03)
000610         SIGN IS LEADING SEPARATE.
000620     05  PR-COL-OFFSET           PIC S9(03)
000630         SIGN IS LEADING SEPARATE.
000640
000650* OPTIONAL SELECTION - ONE JOB IDENTIFIER AND, IF GIVEN, ONE
000660* RUN NUMBER.  NO PARAMETER DATASET TRACKS EVERY RUN.
000670 FD  TRACK-PARM-FILE.
000680 01  TRACK-PARM-RECORD.
000690     05  TP-JOB-ID               PIC X(14).
000700     05  FILLER                  PIC X(01).
000710     05  TP-RUN-NUMBER           PIC X(04).
000720
000730 FD  REPORT-FILE.
000740 01  REPORT-RECORD               PIC X(80).
000750
000760 WORKING-STORAGE SECTION.
000770* IN-MEMORY COPY OF THE PATTERN LIBRARY, ONE ENTRY PER CELL
000780 01  LIBRARY-LIMIT               PIC 9(4) VALUE 1000.
000790 01  LIBRARY-COUNT               PIC 9(4) VALUE 0.
000800 01  LIBRARY-TABLE.
000810     05  LIB-ENTRY OCCURS 1000 TIMES.
000820         10  LIB-NAME            PIC X(10).
000830         10  LIB-ROW             PIC S9(03).
000840         10  LIB-COL             PIC S9(03).
000850
000860* SHAPE CATALOG, ONE ENTRY PER DISTINCT PATTERN NAME
000870 01  CATALOG-LIMIT               PIC 9(3) VALUE 100.
000880 01  CATALOG-COUNT               PIC 9(3) VALUE 0.
000890 01  CATALOG-TABLE.
000900     05  CAT-ENTRY OCCURS 100 TIMES.
000910         10  CAT-NAME            PIC X(10).
000920         10  CAT-CELL-COUNT      PIC 9(04).
000930
000940* EVERY ORIENTATION OF EVERY CATALOG SHAPE, NORMALIZED TO A
000950* 1-BASED TOP-LEFT ORIGIN, BUILT THE WAY OBJECT-CENSUS
000960* BUILDS THEM
000970 01  ORIENT-LIMIT                PIC 9(3) VALUE 800.
000980 01  ORIENT-COUNT                PIC 9(3) VALUE 0.
000990 01  ORIENT-DIR-TABLE.
001000     05  OD-ENTRY OCCURS 800 TIMES.
001010         10  OD-NAME-IX          PIC 9(03).
001020         10  OD-START            PIC 9(04).
001030         10  OD-COUNT            PIC 9(04).
001040         10  OD-HEIGHT           PIC 9(03).
001050         10  OD-WIDTH            PIC 9(03).
001060 01  ORIENT-CELL-LIMIT           PIC 9(4) VALUE 8000.
001070 01  ORIENT-CELL-COUNT           PIC 9(4) VALUE 0.
001080 01  ORIENT-CELL-TABLE.
001090     05  OC-ENTRY OCCURS 8000 TIMES.
001100         10  OC-ROW              PIC 9(03).
001110         10  OC-COL              PIC 9(03).
001120
001130* WORK CELLS FOR ONE SHAPE WHILE AN ORIENTATION IS BUILT
001140 01  SHAPE-CELL-LIMIT            PIC 9(4) VALUE 1000.
001150 01  SHAPE-CELL-COUNT            PIC 9(4) VALUE 0.
001160 01  SHAPE-WORK-TABLE.
001170     05  WK-ENTRY OCCURS 1000 TIMES.
001180         10  WK-ROW              PIC S9(04).
001190         10  WK-COL              PIC S9(04).
001200 01  ORIENT-CODE                 PIC 9(01).
001210 01  ROTATE-PASS                 PIC 9(01).
001220 01  WORK-R                      PIC S9(04).
001230 01  WORK-C                      PIC S9(04).
001240 01  MIN-R                       PIC S9(04).
001250 01  MAX-R                       PIC S9(04).
001260 01  MIN-C                       PIC S9(04).
001270 01  MAX-C                       PIC S9(04).
001280
001290* ONE ENTRY PER JOB AND RUN IN THE ARCHIVE DIRECTORY - WHERE
001300* ITS FIRST ARCHIVED GENERATION SITS AND WHICH IS ITS LAST
001310 01  RUN-LIMIT                   PIC 9(3) VALUE 500.
001320 01  RUN-COUNT                   PIC 9(3) VALUE 0.
001330 01  RUN-TABLE.
001340     05  RUN-ENTRY OCCURS 500 TIMES.
001350         10  RD-JOBID            PIC X(14).
001360         10  RD-RUN              PIC 9(04).
001370         10  RD-FIRST-GEN        PIC 9(04).
001380         10  RD-FIRST-RECNO      PIC 9(09).
001390         10  RD-LAST-GEN         PIC 9(04).
001400         10  RD-GENS             PIC 9(05).
001410         10  RD-HEIGHT           PIC 9(03).
001420         10  RD-WIDTH            PIC 9(03).
001430 01  RUNS-DROPPED                PIC 9(4) VALUE 0.
001440 01  RUNS-SKIPPED                PIC 9(4) VALUE 0.
001450
001460* SELECTION FROM THE PARAMETER DATASET
001470 01  SELECT-JOB                  PIC X(14) VALUE SPACES.
001480 01  SELECT-RUN                  PIC 9(04) VALUE 0.
001490
001500* THE GENERATION BEING TRACKED AND ITS OBJECT MAP.  AN
001510* OBJECT IS AN 8-CONNECTED CLUSTER; CLUSTERS SEPARATED BY A
001520* SINGLE DEAD CELL SHARE A NEIGHBOR AND INTERACT IN THE
001530* NEXT GENERATION, SO THEY ARE FOLLOWED AS ONE OBJECT (THIS
001540* KEEPS A BEACON OR TOAD FROM SPLITTING EVERY OTHER TICK).
001550 01  BOARD-SIZE-MAX              PIC 9(05) VALUE 40000.
001560 01  TRK-HEIGHT                  PIC 9(03).
001570 01  TRK-WIDTH                   PIC 9(03).
001580 01  TRK-BOARD-SIZE              PIC 9(05).
001590 01  TRK-CELLS-TABLE.
001600     05  TRK-CELL                PIC 9 OCCURS 40000 TIMES.
001610 01  CUR-MAP-TABLE.
001620     05  CUR-MAP                 PIC 9(04) OCCURS 40000 TIMES.
001630 01  PREV-MAP-TABLE.
001640     05  PREV-MAP                PIC 9(04) OCCURS 40000 TIMES.
001650
001660* FLOOD-FILL STACK
001670 01  STACK-TOP                   PIC 9(05) VALUE 0.
001680 01  STACK-TABLE.
001690     05  STK-POS                 PIC 9(05) OCCURS 40000 TIMES.
001700
001710* OBJECTS OF THE CURRENT AND THE PREVIOUS GENERATION.  MAP
001720* VALUE 9999 MARKS CELLS OF OBJECTS BEYOND THE TABLE LIMIT.
001730 01  OBJ-LIMIT                   PIC 9(04) VALUE 500.
001740 01  OBJ-OVERFLOW-ID             PIC 9(04) VALUE 9999.
001750 01  CUR-OBJ-COUNT               PIC 9(04) VALUE 0.
001760 01  CUR-OBJ-TABLE.
001770     05  CO-ENTRY OCCURS 500 TIMES.
001780         10  CO-CELLS            PIC 9(05).
001790         10  CO-ROW-SUM          PIC 9(09).
001800         10  CO-COL-SUM          PIC 9(09).
001810         10  CO-MIN-ROW          PIC 9(03).
001820         10  CO-MAX-ROW          PIC 9(03).
001830         10  CO-MIN-COL          PIC 9(03).
001840         10  CO-MAX-COL          PIC 9(03).
001850         10  CO-ROW-CENT         PIC 9(03)V99.
001860         10  CO-COL-CENT         PIC 9(03)V99.
001870         10  CO-PATTERN-IX       PIC 9(03).
001880         10  CO-TRACK            PIC 9(04).
001890 01  PREV-OBJ-COUNT              PIC 9(04) VALUE 0.
001900 01  PREV-OBJ-TABLE.
001910     05  PO-ENTRY OCCURS 500 TIMES.
001920         10  PO-CELLS            PIC 9(05).
001930         10  PO-ROW-SUM          PIC 9(09).
001940         10  PO-COL-SUM          PIC 9(09).
001950         10  PO-MIN-ROW          PIC 9(03).
001960         10  PO-MAX-ROW          PIC 9(03).
001970         10  PO-MIN-COL          PIC 9(03).
001980         10  PO-MAX-COL          PIC 9(03).
001990         10  PO-ROW-CENT         PIC 9(03)V99.
002000         10  PO-COL-CENT         PIC 9(03)V99.
002010         10  PO-PATTERN-IX       PIC 9(03).
002020         10  PO-TRACK            PIC 9(04).
002030 01  OBJECTS-IGNORED             PIC 9(06) VALUE 0.
002040
002050* LINKS BETWEEN GENERATIONS.  EVERY PREVIOUS OBJECT (NODE
002060* 1-500) AND CURRENT OBJECT (NODE 501-1000) WHOSE CELLS LIE
002070* WITHIN REACH OF EACH OTHER IS JOINED INTO ONE GROUP; EACH
002080* GROUP'S SHAPE (HOW MANY OBJECTS WENT IN, HOW MANY CAME
002090* OUT) DECIDES WHAT HAPPENED.
002100 01  LINK-TABLE.
002110     05  LN-NODE OCCURS 1000 TIMES.
002120         10  LN-PARENT           PIC 9(04).
002130         10  LN-PREV-COUNT       PIC 9(04).
002140         10  LN-CUR-COUNT        PIC 9(04).
002150         10  LN-PREV-INDEX       PIC 9(04).
002160         10  LN-MOVING-FLAG      PIC X(01).
002170             88  LN-HAS-MOVER               VALUE "Y".
002180         10  LN-COUNTED-FLAG     PIC X(01).
002190             88  LN-WAS-COUNTED             VALUE "Y".
002200 01  LINK-RADIUS                 PIC 9(01).
002210 01  LINK-RADIUS-MAX             PIC 9(01) VALUE 3.
002220 01  NODE-A                      PIC 9(04).
002230 01  NODE-B                      PIC 9(04).
002240 01  NODE-X                      PIC 9(04).
002250 01  NODE-ROOT                   PIC 9(04).
002260 01  ROOT-A                      PIC 9(04).
002270
002280* ONE ENTRY PER OBJECT TRACKED IN THE RUN
002290 01  TRACK-LIMIT                 PIC 9(04) VALUE 2000.
002300 01  TRACK-COUNT                 PIC 9(04) VALUE 0.
002310 01  TRACK-TABLE.
002320     05  TK-ENTRY OCCURS 2000 TIMES.
002330         10  TK-FIRST-GEN        PIC 9(04).
002340         10  TK-LAST-GEN         PIC 9(04).
002350         10  TK-ORIGIN           PIC X(09).
002360         10  TK-FATE             PIC X(08).
002370         10  TK-FATE-GEN         PIC 9(04).
002380         10  TK-PATTERN-IX       PIC 9(03).
002390         10  TK-FIRST-ROW        PIC 9(03)V99.
002400         10  TK-FIRST-COL        PIC 9(03)V99.
002410         10  TK-LAST-ROW         PIC 9(03)V99.
002420         10  TK-LAST-COL         PIC 9(03)V99.
002430 01  TRACKS-DROPPED              PIC 9(06) VALUE 0.
002440 01  NEW-ORIGIN                  PIC X(09).
002450 01  NEW-TRACK                   PIC 9(04).
002460
002470* DISPLACEMENT AND SPEED WORK AREAS
002480 01  DISP-ROW                    PIC S9(03)V99.
002490 01  DISP-COL                    PIC S9(03)V99.
002500 01  ABS-ROW                     PIC 9(03)V99.
002510 01  ABS-COL                     PIC 9(03)V99.
002520 01  DISP-MAX                    PIC 9(03)V99.
002530 01  LIFE-GENS                   PIC 9(04).
002540 01  SPEED-VALUE                 PIC 9V999.
002550 01  MOVER-FLAG                  PIC X(01).
002560     88  OBJECT-IS-MOVING                   VALUE "Y".
002570
002580* PER-RUN AND PER-JOB COUNTERS
002590 01  RUN-GENS-WALKED             PIC 9(05).
002600 01  RUN-SPACESHIPS              PIC 9(04).
002610 01  RUN-COLLISIONS              PIC 9(04).
002620 01  RUN-MERGERS                 PIC 9(04).
002630 01  RUN-SPLITS                  PIC 9(04).
002640 01  RUN-DEATHS                  PIC 9(04).
002650 01  JOB-OBJECTS                 PIC 9(06) VALUE 0.
002660 01  JOB-SPACESHIPS              PIC 9(06) VALUE 0.
002670 01  JOB-COLLISIONS              PIC 9(06) VALUE 0.
002680 01  JOB-MERGERS                 PIC 9(06) VALUE 0.
002690 01  RUNS-TRACKED                PIC 9(04) VALUE 0.
002700 01  ARCHIVE-PROBLEMS            PIC 9(04) VALUE 0.
002710
002720* CURRENT AND PREVIOUS ARCHIVED GENERATION NUMBERS
002730 01  CUR-GEN                     PIC 9(04).
002740 01  PREV-GEN                    PIC 9(04).
002750 01  GEN-GAP                     PIC 9(04).
002751* A RUN THINNED BY ARCHIVE RETENTION KEEPS ONLY SOME OF ITS
002752* GENERATIONS.  WHERE THE GAP IS WIDER THAN THE LINK REACH AN
002753* OBJECT CAN MOVE OUT OF REACH, SO WHAT BECAME OF IT IS NOT KNOWN.
002754 01  THINNED-RUN-FLAG            PIC X(01).
002755     88  THINNED-RUN                        VALUE "Y".
002756 01  WIDE-GAP-FLAG               PIC X(01).
002757     88  GAP-TOO-WIDE                       VALUE "Y".
002758 01  RUN-WIDE-GAPS               PIC 9(04).
002759 01  RUN-GAP-TRACKS              PIC 9(04).
002760 01  RUNS-GAPPED                 PIC 9(04) VALUE 0.
002761
002770* RUN-LENGTH ROW DECODER STATE
002780 01  DECODE-COL                  PIC 9(03).
002790 01  DECODE-COUNT                PIC 9(04).
002800 01  DECODE-FILL                 PIC 9(01).
002810 01  DECODE-POS                  PIC 9(04).
002820 01  DECODE-IDX                  PIC 9(04).
002830 01  ROW-DONE-FLAG               PIC X(01).
002840     88  ROW-IS-DONE                        VALUE "Y".
002850
002860* NUMBER PARSE WORK AREAS
002870 01  PARSE-FIELD                 PIC X(20).
002880 01  PARSE-LENGTH                PIC 9(2).
002890 01  PARSE-VALUE                 PIC 9(9).
002900 01  PARSE-DIGIT                 PIC 9(1).
002910 01  PARSE-OK-FLAG               PIC X(01).
002920     88  PARSE-IS-GOOD                      VALUE "Y".
002930 01  PARSE-SEEN-FLAG             PIC X(01).
002940     88  PARSE-SAW-DIGIT                    VALUE "Y".
002950
002960* ARCHIVE POSITIONING WORK
002970 01  SKIP-COUNT                  PIC 9(09).
002980 01  SKIP-INDEX                  PIC 9(09).
002990
003000* LOOP COUNTERS AND SCRATCH POSITIONS
003010 01  I                           PIC 9(3).
003020 01  J                           PIC 9(4).
003030 01  K                           PIC 9(4).
003040 01  L                           PIC 9(4).
003050 01  M                           PIC 9(4).
003060 01  G                           PIC 9(5).
003070 01  DR                          PIC S9(01).
003080 01  DC                          PIC S9(01).
003090 01  REACH                       PIC S9(01).
003100 01  WORK-POS                    PIC 9(05).
003110 01  WORK-ROW                    PIC S9(04).
003120 01  WORK-COL                    PIC S9(04).
003130 01  NEXT-ROW                    PIC S9(04).
003140 01  NEXT-COL                    PIC S9(04).
003150 01  OBJ-NUMBER                  PIC 9(04).
003160 01  OBJ-INDEX                   PIC 9(04).
003170 01  RUN-INDEX                   PIC 9(3).
003180 01  CAT-INDEX                   PIC 9(3).
003190 01  OD-INDEX                    PIC 9(3).
003200 01  FOUND-INDEX                 PIC 9(3).
003210
003220* END-OF-FILE AND JOB CONTROL SWITCHES
003230 01  PATTERN-EOF-FLAG            PIC X(01) VALUE "N".
003240     88  NO-MORE-PATTERNS                   VALUE "Y".
003250 01  DIR-EOF-FLAG                PIC X(01) VALUE "N".
003260     88  NO-MORE-DIRECTORY                  VALUE "Y".
003270 01  ARCHIVE-EOF-FLAG            PIC X(01) VALUE "N".
003280     88  NO-MORE-ARCHIVE                    VALUE "Y".
003290 01  WALK-DONE-FLAG              PIC X(01).
003300     88  RUN-WALK-IS-DONE                   VALUE "Y".
003310 01  BLOCK-LOADED-FLAG           PIC X(01).
003320     88  BLOCK-WAS-LOADED                   VALUE "Y".
003330 01  REPORT-OK-FLAG              PIC X(01) VALUE "N".
003340     88  REPORT-IS-OPEN                     VALUE "Y".
003350 01  NAME-FOUND-FLAG             PIC X(01).
003360     88  NAME-WAS-FOUND                     VALUE "Y".
003370 01  ENTRY-FOUND-FLAG            PIC X(01).
003380     88  ENTRY-WAS-FOUND                    VALUE "Y".
003390 01  MATCHED-FLAG                PIC X(01).
003400     88  OBJECT-WAS-MATCHED                 VALUE "Y".
003410 01  CELLS-AGREE-FLAG            PIC X(01).
003420     88  CELLS-ALL-PRESENT                  VALUE "Y".
003430
003440* CONDITION CODE HANDED BACK TO THE JOB STREAM - 0 CLEAN,
003450* 4 WARNINGS, 8 A REQUIRED DATASET WAS NOT AVAILABLE
003460 01  CONDITION-CODE              PIC 9(02) VALUE 0.
003470
003480* FILE STATUS SWITCHES
003490 01  FS-BOARD-IN                 PIC X(02).
003500 01  FS-BOARD-DIR                PIC X(02).
003510 01  FS-PATTERN                  PIC X(02).
003520 01  FS-TRACK-PARM               PIC X(02).
003530 01  FS-REPORT                   PIC X(02).
003540
003550* REPORT LINE-EDITING WORK AREAS
003560 01  IDENTITY-TEXT               PIC X(10).
003570 01  EDIT-RUN                    PIC ZZZ9.
003580 01  EDIT-GEN                    PIC ZZZ9.
003590 01  EDIT-GEN-2                  PIC ZZZ9.
003600 01  EDIT-GEN-3                  PIC ZZZ9.
003610 01  EDIT-OBJ                    PIC ZZZ9.
003620 01  EDIT-DISP-ROW               PIC ---9.99.
003630 01  EDIT-DISP-COL               PIC ---9.99.
003640 01  EDIT-SPEED                  PIC 9.999.
003650 01  EDIT-COUNT                  PIC ZZZZZ9.
003660 01  EDIT-COUNT-2                PIC ZZZZZ9.
003670 01  EDIT-COUNT-3                PIC ZZZZZ9.
003680
003690 PROCEDURE DIVISION.
003700*----------------------------------------------------------*
003710* 0000-MAINLINE - BUILD THE SHAPE CATALOG, LOAD THE ARCHIVE *
003720* DIRECTORY AND TRACK THE OBJECTS OF EVERY SELECTED RUN.    *
003730*----------------------------------------------------------*
003740 0000-MAINLINE.
003750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003760     IF REPORT-IS-OPEN
003770         PERFORM 2000-PROCESS-RUNS THRU 2000-EXIT
003780     END-IF.
003790     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003800     STOP RUN.
003810
003820*----------------------------------------------------------*
003830* 1000-INITIALIZE - OPEN THE REPORT, READ THE SELECTION,    *
003840* LOAD THE PATTERN LIBRARY, BUILD EVERY ORIENTATION OF      *
003850* EVERY SHAPE AND LOAD THE ARCHIVE DIRECTORY.               *
003860*----------------------------------------------------------*
003870 1000-INITIALIZE.
003880     OPEN OUTPUT REPORT-FILE.
003890     IF FS-REPORT NOT = "00"
003900         DISPLAY "TRACKING REPORT DATASET NOT AVAILABLE - FILE "
003910             "STATUS " FS-REPORT " - JOB TERMINATED"
003920         MOVE 8 TO CONDITION-CODE
003930         GO TO 1000-EXIT
003940     END-IF.
003950     MOVE "Y" TO REPORT-OK-FLAG.
003960     MOVE SPACES TO REPORT-RECORD.
003970     STRING "OBJECT TRACKING REPORT" DELIMITED BY SIZE
003980         INTO REPORT-RECORD.
003990     WRITE REPORT-RECORD.
004000     PERFORM 1050-READ-SELECTION THRU 1050-EXIT.
004010     PERFORM 1100-LOAD-LIBRARY THRU 1100-EXIT.
004020     PERFORM 1200-BUILD-ORIENTATIONS THRU 1200-EXIT.
004030     PERFORM 1300-LOAD-RUN-DIRECTORY THRU 1300-EXIT.
004040 1000-EXIT.
004050     EXIT.
004060
004070 1050-READ-SELECTION.
004080     OPEN INPUT TRACK-PARM-FILE.
004090     IF FS-TRACK-PARM NOT = "00"
004100         GO TO 1050-EXIT
004110     END-IF.
004120     READ TRACK-PARM-FILE
004130         AT END
004140             MOVE SPACES TO TRACK-PARM-RECORD
004150     END-READ.
004160     CLOSE TRACK-PARM-FILE.
004170     MOVE TP-JOB-ID TO SELECT-JOB.
004180     MOVE TP-RUN-NUMBER TO PARSE-FIELD.
004190     MOVE 4 TO PARSE-LENGTH.
004200     PERFORM 8200-PARSE-NUMBER THRU 8200-EXIT.
004210     IF PARSE-IS-GOOD
004220         MOVE PARSE-VALUE TO SELECT-RUN
004230     END-IF.
004240     IF SELECT-JOB NOT = SPACES
004250         MOVE SPACES TO REPORT-RECORD
004260         IF SELECT-RUN > 0
004270             MOVE SELECT-RUN TO EDIT-RUN
004280             STRING "SELECTED - JOB " SELECT-JOB " RUN " EDIT-RUN
004290                 DELIMITED BY SIZE INTO REPORT-RECORD
004300         ELSE
004310             STRING "SELECTED - JOB " SELECT-JOB ", EVERY RUN"
004320                 DELIMITED BY SIZE INTO REPORT-RECORD
004330         END-IF
004340         WRITE REPORT-RECORD
004350     END-IF.
004360 1050-EXIT.
004370     EXIT.
004380
004390 1100-LOAD-LIBRARY.
004400     OPEN INPUT PATTERN-FILE.
004410     IF FS-PATTERN NOT = "00"
004420         MOVE "Y" TO PATTERN-EOF-FLAG
004430         MOVE 4 TO CONDITION-CODE
004440         MOVE SPACES TO REPORT-RECORD
004450         STRING "PATTERN DATASET NOT AVAILABLE - NO OBJECT WILL "
004460             "CARRY A LIBRARY IDENTITY" DELIMITED BY SIZE
004470             INTO REPORT-RECORD
004480         WRITE REPORT-RECORD
004490     ELSE
004500         PERFORM 1110-READ-PATTERN-RECORD THRU 1110-EXIT
004510         PERFORM 1120-STORE-PATTERN-RECORD THRU 1120-EXIT
004520             UNTIL NO-MORE-PATTERNS
004530         CLOSE PATTERN-FILE
004540     END-IF.
004550 1100-EXIT.
004560     EXIT.
004570
004580 1110-READ-PATTERN-RECORD.
004590     READ PATTERN-FILE
004600         AT END
004610             MOVE "Y" TO PATTERN-EOF-FLAG
004620     END-READ.
004630 1110-EXIT.
004640     EXIT.
004650
004660 1120-STORE-PATTERN-RECORD.
004670     IF PR-PATTERN-NAME NOT = SPACES
004680      AND PR-ROW-OFFSET NUMERIC
004690      AND PR-COL-OFFSET NUMERIC
004700      AND LIBRARY-COUNT < LIBRARY-LIMIT
004710         ADD 1 TO LIBRARY-COUNT
004720         MOVE PR-PATTERN-NAME TO LIB-NAME(LIBRARY-COUNT)
004730         MOVE PR-ROW-OFFSET TO LIB-ROW(LIBRARY-COUNT)
004740         MOVE PR-COL-OFFSET TO LIB-COL(LIBRARY-COUNT)
004750     END-IF.
004760     PERFORM 1110-READ-PATTERN-RECORD THRU 1110-EXIT.
004770 1120-EXIT.
004780     EXIT.
004790
004800*----------------------------------------------------------*
004810* 1200-BUILD-ORIENTATIONS - ROLL THE LIBRARY UP BY PATTERN  *
004820* NAME AND STORE EVERY SHAPE IN ALL FOUR ROTATIONS AND      *
004830* THEIR MIRROR IMAGES, EACH NORMALIZED TO A 1-BASED         *
004840* TOP-LEFT ORIGIN FOR DIRECT OBJECT COMPARISON.             *
004850*----------------------------------------------------------*
004860 1200-BUILD-ORIENTATIONS.
004870     PERFORM 1210-CATALOG-ONE-CELL THRU 1210-EXIT
004880         VARYING J FROM 1 BY 1 UNTIL J > LIBRARY-COUNT.
004890     PERFORM 1230-ORIENT-ONE-SHAPE THRU 1230-EXIT
004900         VARYING CAT-INDEX FROM 1 BY 1
004910         UNTIL CAT-INDEX > CATALOG-COUNT.
004920 1200-EXIT.
004930     EXIT.
004940
004950 1210-CATALOG-ONE-CELL.
004960     MOVE "N" TO NAME-FOUND-FLAG.
004970     PERFORM 1220-MATCH-CATALOG-NAME THRU 1220-EXIT
004980         VARYING K FROM 1 BY 1
004990         UNTIL K > CATALOG-COUNT OR NAME-WAS-FOUND.
005000     IF NOT NAME-WAS-FOUND
005010      AND CATALOG-COUNT < CATALOG-LIMIT
005020         ADD 1 TO CATALOG-COUNT
005030         MOVE LIB-NAME(J) TO CAT-NAME(CATALOG-COUNT)
005040         MOVE 0 TO CAT-CELL-COUNT(CATALOG-COUNT)
005050     END-IF.
005060 1210-EXIT.
005070     EXIT.
005080
005090 1220-MATCH-CATALOG-NAME.
005100     IF CAT-NAME(K) = LIB-NAME(J)
005110         MOVE "Y" TO NAME-FOUND-FLAG
005120     END-IF.
005130 1220-EXIT.
005140     EXIT.
005150
005160 1230-ORIENT-ONE-SHAPE.
005170     PERFORM 1240-BUILD-ONE-ORIENTATION THRU 1240-EXIT
005180         VARYING ORIENT-CODE FROM 0 BY 1 UNTIL ORIENT-CODE > 7.
005190 1230-EXIT.
005200     EXIT.
005210
005220* ORIENTATION CODES 0-3 ARE ROTATIONS OF 0/90/180/270
005230* DEGREES; 4-7 ARE THE SAME ROTATIONS OF THE MIRROR IMAGE.
005240 1240-BUILD-ONE-ORIENTATION.
005250     MOVE 0 TO SHAPE-CELL-COUNT.
005260     PERFORM 1250-TRANSFORM-ONE-CELL THRU 1250-EXIT
005270         VARYING J FROM 1 BY 1 UNTIL J > LIBRARY-COUNT.
005280     IF SHAPE-CELL-COUNT = 0
005290         GO TO 1240-EXIT
005300     END-IF.
005310     IF ORIENT-CODE = 0
005320         MOVE SHAPE-CELL-COUNT TO CAT-CELL-COUNT(CAT-INDEX)
005330     END-IF.
005340     IF ORIENT-COUNT >= ORIENT-LIMIT
005350      OR ORIENT-CELL-COUNT + SHAPE-CELL-COUNT
005360         > ORIENT-CELL-LIMIT
005370         GO TO 1240-EXIT
005380     END-IF.
005390     MOVE +9999 TO MIN-R.
005400     MOVE +9999 TO MIN-C.
005410     MOVE -9999 TO MAX-R.
005420     MOVE -9999 TO MAX-C.
005430     PERFORM 1260-TRACK-EXTENT THRU 1260-EXIT
005440         VARYING K FROM 1 BY 1 UNTIL K > SHAPE-CELL-COUNT.
005450     ADD 1 TO ORIENT-COUNT.
005460     MOVE CAT-INDEX TO OD-NAME-IX(ORIENT-COUNT).
005470     COMPUTE OD-START(ORIENT-COUNT) = ORIENT-CELL-COUNT + 1.
005480     MOVE SHAPE-CELL-COUNT TO OD-COUNT(ORIENT-COUNT).
005490     COMPUTE OD-HEIGHT(ORIENT-COUNT) = MAX-R - MIN-R + 1.
005500     COMPUTE OD-WIDTH(ORIENT-COUNT) = MAX-C - MIN-C + 1.
005510     PERFORM 1270-STORE-ORIENT-CELL THRU 1270-EXIT
005520         VARYING K FROM 1 BY 1 UNTIL K > SHAPE-CELL-COUNT.
005530 1240-EXIT.
005540     EXIT.
005550
005560 1250-TRANSFORM-ONE-CELL.
005570     IF LIB-NAME(J) = CAT-NAME(CAT-INDEX)
005580      AND SHAPE-CELL-COUNT < SHAPE-CELL-LIMIT
005590         MOVE LIB-ROW(J) TO WORK-R
005600         MOVE LIB-COL(J) TO WORK-C
005610         IF ORIENT-CODE > 3
005620             COMPUTE WORK-C = 0 - WORK-C
005630         END-IF
005640         PERFORM 1255-ROTATE-CELL THRU 1255-EXIT
005650             VARYING ROTATE-PASS FROM 1 BY 1
005660             UNTIL ROTATE-PASS
005670                 > FUNCTION MOD(ORIENT-CODE, 4)
005680         ADD 1 TO SHAPE-CELL-COUNT
005690         MOVE WORK-R TO WK-ROW(SHAPE-CELL-COUNT)
005700         MOVE WORK-C TO WK-COL(SHAPE-CELL-COUNT)
005710     END-IF.
005720 1250-EXIT.
005730     EXIT.
005740
005750 1255-ROTATE-CELL.
005760     MOVE WORK-R TO NEXT-COL.
005770     COMPUTE NEXT-ROW = WORK-C.
005780     MOVE NEXT-ROW TO WORK-R.
005790     COMPUTE WORK-C = 0 - NEXT-COL.
005800 1255-EXIT.
005810     EXIT.
005820
005830 1260-TRACK-EXTENT.
005840     IF WK-ROW(K) < MIN-R
005850         MOVE WK-ROW(K) TO MIN-R
005860     END-IF.
005870     IF WK-ROW(K) > MAX-R
005880         MOVE WK-ROW(K) TO MAX-R
005890     END-IF.
005900     IF WK-COL(K) < MIN-C
005910         MOVE WK-COL(K) TO MIN-C
005920     END-IF.
005930     IF WK-COL(K) > MAX-C
005940         MOVE WK-COL(K) TO MAX-C
005950     END-IF.
005960 1260-EXIT.
005970     EXIT.
005980
005990 1270-STORE-ORIENT-CELL.
006000     ADD 1 TO ORIENT-CELL-COUNT.
006010     COMPUTE OC-ROW(ORIENT-CELL-COUNT) =
006020         WK-ROW(K) - MIN-R + 1.
006030     COMPUTE OC-COL(ORIENT-CELL-COUNT) =
006040         WK-COL(K) - MIN-C + 1.
006050 1270-EXIT.
006060     EXIT.
006070
006080*----------------------------------------------------------*
006090* 1300-LOAD-RUN-DIRECTORY - ONE TABLE ENTRY PER SELECTED    *
006100* JOB/RUN PAIR.  THE FIRST DIRECTORY ENTRY SEEN GIVES THE   *
006110* RECORD WHERE THE WALK STARTS, THE LAST GIVES THE          *
006120* GENERATION WHERE IT STOPS.                                *
006130*----------------------------------------------------------*
006140 1300-LOAD-RUN-DIRECTORY.
006150     OPEN INPUT BOARD-DIR-FILE.
006160     IF FS-BOARD-DIR NOT = "00"
006170         MOVE "Y" TO DIR-EOF-FLAG
006180         MOVE 8 TO CONDITION-CODE
006190         MOVE SPACES TO REPORT-RECORD
006200         STRING "ARCHIVE DIRECTORY NOT AVAILABLE - FILE STATUS "
006210             FS-BOARD-DIR " - NOTHING TO TRACK"
006220             DELIMITED BY SIZE INTO REPORT-RECORD
006230         WRITE REPORT-RECORD
006240         DISPLAY "ARCHIVE DIRECTORY NOT AVAILABLE - FILE "
006250             "STATUS " FS-BOARD-DIR " - NOTHING TO TRACK"
006260     ELSE
006270         PERFORM 1310-READ-DIR-RECORD THRU 1310-EXIT
006280         PERFORM 1320-STORE-DIR-RECORD THRU 1320-EXIT
006290             UNTIL NO-MORE-DIRECTORY
006300         CLOSE BOARD-DIR-FILE
006310     END-IF.
006320 1300-EXIT.
006330     EXIT.
006340
006350 1310-READ-DIR-RECORD.
006360     READ BOARD-DIR-FILE
006370         AT END
006380             MOVE "Y" TO DIR-EOF-FLAG
006390     END-READ.
006400 1310-EXIT.
006410     EXIT.
006420
006430 1320-STORE-DIR-RECORD.
006440     IF BD-RUN-NUMBER NUMERIC AND BD-GENERATION NUMERIC
006450      AND BD-RECORD-NO NUMERIC
006460      AND (SELECT-JOB = SPACES OR BD-JOB-ID = SELECT-JOB)
006470      AND (SELECT-RUN = 0 OR BD-RUN-NUMBER = SELECT-RUN)
006480         PERFORM 1330-NOTE-DIR-ENTRY THRU 1330-EXIT
006490     END-IF.
006500     PERFORM 1310-READ-DIR-RECORD THRU 1310-EXIT.
006510 1320-EXIT.
006520     EXIT.
006530
006540 1330-NOTE-DIR-ENTRY.
006550     MOVE "N" TO ENTRY-FOUND-FLAG.
006560     MOVE 0 TO FOUND-INDEX.
006570     PERFORM 1340-MATCH-RUN-ENTRY THRU 1340-EXIT
006580         VARYING K FROM 1 BY 1
006590         UNTIL K > RUN-COUNT OR ENTRY-WAS-FOUND.
006600     IF NOT ENTRY-WAS-FOUND
006610         IF RUN-COUNT < RUN-LIMIT
006620             ADD 1 TO RUN-COUNT
006630             MOVE RUN-COUNT TO FOUND-INDEX
006640             MOVE BD-JOB-ID TO RD-JOBID(FOUND-INDEX)
006650             MOVE BD-RUN-NUMBER TO RD-RUN(FOUND-INDEX)
006660             MOVE BD-GENERATION TO RD-FIRST-GEN(FOUND-INDEX)
006670             MOVE BD-RECORD-NO TO RD-FIRST-RECNO(FOUND-INDEX)
006680             MOVE 0 TO RD-GENS(FOUND-INDEX)
006690             MOVE BD-HEIGHT TO RD-HEIGHT(FOUND-INDEX)
006700             MOVE BD-WIDTH TO RD-WIDTH(FOUND-INDEX)
006710         ELSE
006720             ADD 1 TO RUNS-DROPPED
006730         END-IF
006740     END-IF.
006750     IF FOUND-INDEX > 0
006760         MOVE BD-GENERATION TO RD-LAST-GEN(FOUND-INDEX)
006770         ADD 1 TO RD-GENS(FOUND-INDEX)
006780     END-IF.
006790 1330-EXIT.
006800     EXIT.
006810
006820 1340-MATCH-RUN-ENTRY.
006830     IF RD-JOBID(K) = BD-JOB-ID
006840      AND RD-RUN(K) = BD-RUN-NUMBER
006850         MOVE "Y" TO ENTRY-FOUND-FLAG
006860         MOVE K TO FOUND-INDEX
006870     END-IF.
006880 1340-EXIT.
006890     EXIT.
006900
006910 2000-PROCESS-RUNS.
006920     PERFORM 3000-TRACK-ONE-RUN THRU 3000-EXIT
006930         VARYING RUN-INDEX FROM 1 BY 1
006940         UNTIL RUN-INDEX > RUN-COUNT.
006950 2000-EXIT.
006960     EXIT.
006970
006980*----------------------------------------------------------*
006990* 3000-TRACK-ONE-RUN - POSITION TO THE RUN'S FIRST ARCHIVED *
007000* GENERATION, WALK EVERY GENERATION UP TO ITS LAST ONE AND  *
007010* WRITE THE RUN'S TRACKING LINES.                           *
007020*----------------------------------------------------------*
007030 3000-TRACK-ONE-RUN.
007040     MOVE RD-HEIGHT(RUN-INDEX) TO TRK-HEIGHT.
007050     MOVE RD-WIDTH(RUN-INDEX) TO TRK-WIDTH.
007060     COMPUTE TRK-BOARD-SIZE = TRK-HEIGHT * TRK-WIDTH.
007070     MOVE RD-RUN(RUN-INDEX) TO EDIT-RUN.
007080     IF TRK-HEIGHT = 0 OR TRK-WIDTH = 0
007090      OR TRK-BOARD-SIZE > BOARD-SIZE-MAX
007100         ADD 1 TO RUNS-SKIPPED
007110         DISPLAY "RUN " EDIT-RUN " - DIRECTORY ENTRY HAS "
007120             "INVALID DIMENSIONS - RUN SKIPPED"
007130         GO TO 3000-EXIT
007140     END-IF.
007150     PERFORM 3100-POSITION-RUN THRU 3100-EXIT.
007160     IF NOT BLOCK-WAS-LOADED
007170         GO TO 3000-EXIT
007180     END-IF.
007190     ADD 1 TO RUNS-TRACKED.
007200     MOVE 0 TO TRACK-COUNT.
007210     MOVE 0 TO PREV-OBJ-COUNT.
007220     MOVE 0 TO RUN-GENS-WALKED.
007230     MOVE 0 TO RUN-SPACESHIPS.
007240     MOVE 0 TO RUN-COLLISIONS.
007250     MOVE 0 TO RUN-MERGERS.
007260     MOVE 0 TO RUN-SPLITS.
007270     MOVE 0 TO RUN-DEATHS.
007273     MOVE 0 TO RUN-WIDE-GAPS.
007276     MOVE 0 TO RUN-GAP-TRACKS.
007280     MOVE "N" TO WALK-DONE-FLAG.
007290     PERFORM 4000-PROCESS-GENERATION THRU 4000-EXIT.
007300     PERFORM 3200-NEXT-GENERATION THRU 3200-EXIT
007310         UNTIL RUN-WALK-IS-DONE.
007320     CLOSE BOARD-IN-FILE.
007330     IF RUN-GENS-WALKED < RD-GENS(RUN-INDEX)
007340         ADD 1 TO ARCHIVE-PROBLEMS
007350         DISPLAY "RUN " EDIT-RUN " - BOARD ARCHIVE HOLDS FEWER "
007360             "GENERATIONS THAN THE DIRECTORY LISTS"
007370     END-IF.
007380     PERFORM 6000-WRITE-RUN-REPORT THRU 6000-EXIT.
007390 3000-EXIT.
007400     EXIT.
007410
007413* THE LAST RECORD SKIPPED IS THE RUN'S HEADER, WHICH SAYS
007416* WHETHER ARCHIVE RETENTION THINNED THE RUN.
007420 3100-POSITION-RUN.
007430     MOVE "N" TO BLOCK-LOADED-FLAG.
007440     MOVE "N" TO ARCHIVE-EOF-FLAG.
007445     MOVE "N" TO THINNED-RUN-FLAG.
007450     OPEN INPUT BOARD-IN-FILE.
007460     IF FS-BOARD-IN NOT = "00"
007470         DISPLAY "BOARD ARCHIVE NOT AVAILABLE - FILE STATUS "
007480             FS-BOARD-IN
007490         MOVE 8 TO CONDITION-CODE
007500         GO TO 3100-EXIT
007510     END-IF.
007520     COMPUTE SKIP-COUNT = RD-FIRST-RECNO(RUN-INDEX) - 1.
007530     PERFORM 3110-SKIP-ONE-RECORD THRU 3110-EXIT
007540         VARYING SKIP-INDEX FROM 1 BY 1
007550         UNTIL SKIP-INDEX > SKIP-COUNT OR NO-MORE-ARCHIVE.
007552     IF SKIP-COUNT > 0 AND NOT NO-MORE-ARCHIVE
007553      AND BOARD-IN-RECORD(1:4) = "RUN "
007554      AND BOARD-IN-RECORD(68:8) = " THINNED"
007555         MOVE "Y" TO THINNED-RUN-FLAG
007556     END-IF.
007560     IF NOT NO-MORE-ARCHIVE
007570         READ BOARD-IN-FILE
007580             AT END
007590                 MOVE "Y" TO ARCHIVE-EOF-FLAG
007600         END-READ
007610     END-IF.
007620     IF NOT NO-MORE-ARCHIVE
007630      AND BOARD-IN-RECORD(1:11) = "GENERATION "
007640         PERFORM 3210-LOAD-GENERATION-ROWS THRU 3210-EXIT
007650     END-IF.
007660     IF NOT BLOCK-WAS-LOADED
007670         ADD 1 TO RUNS-SKIPPED
007680         DISPLAY "RUN " EDIT-RUN " - ARCHIVE DIRECTORY "
007690             "DISAGREES WITH THE BOARD ARCHIVE - RUN SKIPPED"
007700         CLOSE BOARD-IN-FILE
007710     END-IF.
007720 3100-EXIT.
007730     EXIT.
007740
007750 3110-SKIP-ONE-RECORD.
007760     READ BOARD-IN-FILE
007770         AT END
007780             MOVE "Y" TO ARCHIVE-EOF-FLAG
007790     END-READ.
007800 3110-EXIT.
007810     EXIT.
007820
007830*----------------------------------------------------------*
007840* 3200-NEXT-GENERATION - READ FORWARD TO THE RUN'S NEXT     *
007850* "GENERATION" BLOCK.  A NEW RUN HEADER, END OF FILE OR     *
007860* PASSING THE RUN'S LAST DIRECTORY GENERATION ENDS THE WALK.*
007870* GENERATIONS MISSING FROM THE ARCHIVE ARE SIMPLY NOT SEEN; *
007880* THE LINK STEP WIDENS ITS REACH ACROSS THE GAP.            *
007890*----------------------------------------------------------*
007900 3200-NEXT-GENERATION.
007910     IF CUR-GEN NOT < RD-LAST-GEN(RUN-INDEX)
007920         MOVE "Y" TO WALK-DONE-FLAG
007930         GO TO 3200-EXIT
007940     END-IF.
007950     MOVE "N" TO BLOCK-LOADED-FLAG.
007960     READ BOARD-IN-FILE
007970         AT END
007980             MOVE "Y" TO ARCHIVE-EOF-FLAG
007990     END-READ.
008000     IF NO-MORE-ARCHIVE OR BOARD-IN-RECORD(1:4) = "RUN "
008010         MOVE "Y" TO WALK-DONE-FLAG
008020         GO TO 3200-EXIT
008030     END-IF.
008040     IF BOARD-IN-RECORD(1:11) NOT = "GENERATION "
008050         GO TO 3200-EXIT
008060     END-IF.
008070     PERFORM 3210-LOAD-GENERATION-ROWS THRU 3210-EXIT.
008080     IF BLOCK-WAS-LOADED
008090         PERFORM 4000-PROCESS-GENERATION THRU 4000-EXIT
008100     ELSE
008110         MOVE "Y" TO WALK-DONE-FLAG
008120     END-IF.
008130 3200-EXIT.
008140     EXIT.
008150
008160 3210-LOAD-GENERATION-ROWS.
008170     MOVE BOARD-IN-RECORD(12:4) TO PARSE-FIELD.
008180     MOVE 4 TO PARSE-LENGTH.
008190     PERFORM 8200-PARSE-NUMBER THRU 8200-EXIT.
008200     IF NOT PARSE-IS-GOOD
008210         ADD 1 TO ARCHIVE-PROBLEMS
008220         GO TO 3210-EXIT
008230     END-IF.
008240     MOVE PARSE-VALUE TO CUR-GEN.
008250     PERFORM 3220-LOAD-ONE-ROW THRU 3220-EXIT
008260         VARYING I FROM 1 BY 1
008270         UNTIL I > TRK-HEIGHT OR NO-MORE-ARCHIVE.
008280     IF NO-MORE-ARCHIVE
008290         ADD 1 TO ARCHIVE-PROBLEMS
008300         DISPLAY "BOARD ARCHIVE ENDS IN THE MIDDLE OF A "
008310             "GENERATION - ARCHIVE MAY BE TRUNCATED"
008320     ELSE
008330         MOVE "Y" TO BLOCK-LOADED-FLAG
008340     END-IF.
008350 3210-EXIT.
008360     EXIT.
008370
008380 3220-LOAD-ONE-ROW.
008390     READ BOARD-IN-FILE
008400         AT END
008410             MOVE "Y" TO ARCHIVE-EOF-FLAG
008420         NOT AT END
008430             PERFORM 3230-EXPAND-ROW THRU 3230-EXIT
008440     END-READ.
008450 3220-EXIT.
008460     EXIT.
008470
008480*----------------------------------------------------------*
008490* 3230-EXPAND-ROW - DECODE ONE RUN-LENGTH ROW RECORD        *
008500* (COUNT+O LIVE, COUNT+B DEAD) INTO THE TRACKING BOARD.  A  *
008510* SHORT OR MALFORMED ROW IS PADDED OUT WITH DEAD CELLS.     *
008520*----------------------------------------------------------*
008530 3230-EXPAND-ROW.
008540     MOVE 0 TO DECODE-COL.
008550     MOVE 0 TO DECODE-COUNT.
008560     MOVE "N" TO ROW-DONE-FLAG.
008570     PERFORM 3240-EXPAND-ONE-CHAR THRU 3240-EXIT
008580         VARYING DECODE-POS FROM 1 BY 1
008590         UNTIL DECODE-POS > 2000 OR ROW-IS-DONE
008600            OR DECODE-COL >= TRK-WIDTH.
008610     IF DECODE-COL < TRK-WIDTH
008620         MOVE 0 TO DECODE-FILL
008630         COMPUTE DECODE-COUNT = TRK-WIDTH - DECODE-COL
008640         PERFORM 3250-FILL-RUN THRU 3250-EXIT
008650     END-IF.
008660 3230-EXIT.
008670     EXIT.
008680
008690 3240-EXPAND-ONE-CHAR.
008700     EVALUATE BOARD-IN-RECORD(DECODE-POS:1)
008710         WHEN "0" THRU "9"
008720             MOVE BOARD-IN-RECORD(DECODE-POS:1)
008730                 TO PARSE-DIGIT(1:1)
008740             COMPUTE DECODE-COUNT =
008750                 DECODE-COUNT * 10 + PARSE-DIGIT
008760         WHEN "O"
008770             MOVE 1 TO DECODE-FILL
008780             PERFORM 3250-FILL-RUN THRU 3250-EXIT
008790         WHEN "B"
008800             MOVE 0 TO DECODE-FILL
008810             PERFORM 3250-FILL-RUN THRU 3250-EXIT
008820         WHEN OTHER
008830             MOVE "Y" TO ROW-DONE-FLAG
008840     END-EVALUATE.
008850 3240-EXIT.
008860     EXIT.
008870
008880 3250-FILL-RUN.
008890     IF DECODE-COUNT = 0
008900         MOVE 1 TO DECODE-COUNT
008910     END-IF.
008920     PERFORM 3260-FILL-ONE-CELL THRU 3260-EXIT
008930         VARYING DECODE-IDX FROM 1 BY 1
008940         UNTIL DECODE-IDX > DECODE-COUNT.
008950     MOVE 0 TO DECODE-COUNT.
008960 3250-EXIT.
008970     EXIT.
008980
008990 3260-FILL-ONE-CELL.
009000     IF DECODE-COL < TRK-WIDTH
009010         ADD 1 TO DECODE-COL
009020         MOVE DECODE-FILL
009030             TO TRK-CELL((I - 1) * TRK-WIDTH + DECODE-COL)
009040     END-IF.
009050 3260-EXIT.
009060     EXIT.
009070
009080*----------------------------------------------------------*
009090* 4000-PROCESS-GENERATION - FIND THIS GENERATION'S OBJECTS, *
009100* LINK THEM TO THE PREVIOUS GENERATION'S, SETTLE WHAT       *
009105* HAPPENED TO EACH AND ROLL THE GENERATION FORWARD.  IN A  *
009110* THINNED RUN A GAP WIDER THAN THE LINK REACH IS NOTED, SO *
009115* OBJECTS LOST OR FOUND ACROSS IT ARE NOT CALLED DEAD OR NEW.*
009120*----------------------------------------------------------*
009130 4000-PROCESS-GENERATION.
009140     ADD 1 TO RUN-GENS-WALKED.
009150     PERFORM 4100-FIND-OBJECTS THRU 4100-EXIT.
009160     IF RUN-GENS-WALKED = 1
009170         MOVE "PRESENT" TO NEW-ORIGIN
009180         PERFORM 4010-START-EVERY-OBJECT THRU 4010-EXIT
009190             VARYING OBJ-INDEX FROM 1 BY 1
009200             UNTIL OBJ-INDEX > CUR-OBJ-COUNT
009210     ELSE
009220         COMPUTE GEN-GAP = CUR-GEN - PREV-GEN
009221         MOVE "N" TO WIDE-GAP-FLAG
009222         IF THINNED-RUN AND GEN-GAP > LINK-RADIUS-MAX
009223             MOVE "Y" TO WIDE-GAP-FLAG
009224             ADD 1 TO RUN-WIDE-GAPS
009225         END-IF
009230         IF GEN-GAP < 1
009240             MOVE 1 TO LINK-RADIUS
009250         ELSE
009260             IF GEN-GAP > LINK-RADIUS-MAX
009270                 MOVE LINK-RADIUS-MAX TO LINK-RADIUS
009280             ELSE
009290                 MOVE GEN-GAP TO LINK-RADIUS
009300             END-IF
009310         END-IF
009320         PERFORM 4300-LINK-GENERATIONS THRU 4300-EXIT
009330         PERFORM 4400-SETTLE-EVENTS THRU 4400-EXIT
009340     END-IF.
009350     PERFORM 4500-ROLL-FORWARD THRU 4500-EXIT.
009360 4000-EXIT.
009370     EXIT.
009380
009390 4010-START-EVERY-OBJECT.
009400     PERFORM 5000-OPEN-TRACK THRU 5000-EXIT.
009410 4010-EXIT.
009420     EXIT.
009430
009440*----------------------------------------------------------*
009450* 4100-FIND-OBJECTS - EVERY LIVE CELL NOT YET IN AN OBJECT  *
009460* SEEDS A FLOOD FILL OVER LIVE CELLS UP TO TWO CELLS AWAY;  *
009470* THE FINISHED OBJECT IS THEN MATCHED AGAINST THE CATALOG.  *
009480*----------------------------------------------------------*
009490 4100-FIND-OBJECTS.
009500     MOVE 0 TO CUR-OBJ-COUNT.
009510     PERFORM 4105-CLEAR-ONE-CELL THRU 4105-EXIT
009520         VARYING G FROM 1 BY 1 UNTIL G > TRK-BOARD-SIZE.
009530     PERFORM 4110-CHECK-ONE-CELL THRU 4110-EXIT
009540         VARYING G FROM 1 BY 1 UNTIL G > TRK-BOARD-SIZE.
009550 4100-EXIT.
009560     EXIT.
009570
009580 4105-CLEAR-ONE-CELL.
009590     MOVE 0 TO CUR-MAP(G).
009600 4105-EXIT.
009610     EXIT.
009620
009630 4110-CHECK-ONE-CELL.
009640     IF TRK-CELL(G) NOT = 1 OR CUR-MAP(G) NOT = 0
009650         GO TO 4110-EXIT
009660     END-IF.
009670     IF CUR-OBJ-COUNT < OBJ-LIMIT
009680         ADD 1 TO CUR-OBJ-COUNT
009690         MOVE CUR-OBJ-COUNT TO OBJ-NUMBER
009700         MOVE 0 TO CO-CELLS(OBJ-NUMBER)
009710         MOVE 0 TO CO-ROW-SUM(OBJ-NUMBER)
009720         MOVE 0 TO CO-COL-SUM(OBJ-NUMBER)
009730         MOVE 999 TO CO-MIN-ROW(OBJ-NUMBER)
009740         MOVE 0 TO CO-MAX-ROW(OBJ-NUMBER)
009750         MOVE 999 TO CO-MIN-COL(OBJ-NUMBER)
009760         MOVE 0 TO CO-MAX-COL(OBJ-NUMBER)
009770         MOVE 0 TO CO-TRACK(OBJ-NUMBER)
009780     ELSE
009790         MOVE OBJ-OVERFLOW-ID TO OBJ-NUMBER
009800         ADD 1 TO OBJECTS-IGNORED
009810     END-IF.
009820     MOVE 1 TO STACK-TOP.
009830     MOVE G TO STK-POS(1).
009840     MOVE OBJ-NUMBER TO CUR-MAP(G).
009850     PERFORM 4120-POP-AND-EXPAND THRU 4120-EXIT
009860         UNTIL STACK-TOP = 0.
009870     IF OBJ-NUMBER NOT = OBJ-OVERFLOW-ID
009880         COMPUTE CO-ROW-CENT(OBJ-NUMBER) ROUNDED =
009890             CO-ROW-SUM(OBJ-NUMBER) / CO-CELLS(OBJ-NUMBER)
009900         COMPUTE CO-COL-CENT(OBJ-NUMBER) ROUNDED =
009910             CO-COL-SUM(OBJ-NUMBER) / CO-CELLS(OBJ-NUMBER)
009920         PERFORM 4200-MATCH-OBJECT THRU 4200-EXIT
009930     END-IF.
009940 4110-EXIT.
009950     EXIT.
009960
009970 4120-POP-AND-EXPAND.
009980     MOVE STK-POS(STACK-TOP) TO WORK-POS.
009990     SUBTRACT 1 FROM STACK-TOP.
010000     COMPUTE WORK-ROW = (WORK-POS - 1) / TRK-WIDTH.
010010     COMPUTE WORK-COL =
010020         WORK-POS - WORK-ROW * TRK-WIDTH.
010030     ADD 1 TO WORK-ROW.
010040     IF OBJ-NUMBER NOT = OBJ-OVERFLOW-ID
010050         ADD 1 TO CO-CELLS(OBJ-NUMBER)
010060         ADD WORK-ROW TO CO-ROW-SUM(OBJ-NUMBER)
010070         ADD WORK-COL TO CO-COL-SUM(OBJ-NUMBER)
010080         IF WORK-ROW < CO-MIN-ROW(OBJ-NUMBER)
010090             MOVE WORK-ROW TO CO-MIN-ROW(OBJ-NUMBER)
010100         END-IF
010110         IF WORK-ROW > CO-MAX-ROW(OBJ-NUMBER)
010120             MOVE WORK-ROW TO CO-MAX-ROW(OBJ-NUMBER)
010130         END-IF
010140         IF WORK-COL < CO-MIN-COL(OBJ-NUMBER)
010150             MOVE WORK-COL TO CO-MIN-COL(OBJ-NUMBER)
010160         END-IF
010170         IF WORK-COL > CO-MAX-COL(OBJ-NUMBER)
010180             MOVE WORK-COL TO CO-MAX-COL(OBJ-NUMBER)
010190         END-IF
010200     END-IF.
010210     PERFORM 4130-SCAN-NEIGHBOR-ROW THRU 4130-EXIT
010220         VARYING DR FROM -2 BY 1 UNTIL DR > 2.
010230 4120-EXIT.
010240     EXIT.
010250
010260 4130-SCAN-NEIGHBOR-ROW.
010270     PERFORM 4140-SCAN-NEIGHBOR-COL THRU 4140-EXIT
010280         VARYING DC FROM -2 BY 1 UNTIL DC > 2.
010290 4130-EXIT.
010300     EXIT.
010310
010320 4140-SCAN-NEIGHBOR-COL.
010330     IF DR = 0 AND DC = 0
010340         GO TO 4140-EXIT
010350     END-IF.
010360     COMPUTE NEXT-ROW = WORK-ROW + DR.
010370     COMPUTE NEXT-COL = WORK-COL + DC.
010380     IF NEXT-ROW < 1 OR NEXT-ROW > TRK-HEIGHT
010390      OR NEXT-COL < 1 OR NEXT-COL > TRK-WIDTH
010400         GO TO 4140-EXIT
010410     END-IF.
010420     COMPUTE L = (NEXT-ROW - 1) * TRK-WIDTH + NEXT-COL.
010430     IF TRK-CELL(L) = 1 AND CUR-MAP(L) = 0
010440         MOVE OBJ-NUMBER TO CUR-MAP(L)
010450         ADD 1 TO STACK-TOP
010460         MOVE L TO STK-POS(STACK-TOP)
010470     END-IF.
010480 4140-EXIT.
010490     EXIT.
010500
010510*----------------------------------------------------------*
010520* 4200-MATCH-OBJECT - TRY EVERY STORED ORIENTATION WHOSE    *
010530* CELL COUNT AND BOUNDING BOX AGREE WITH THE OBJECT, THE    *
010540* SAME TEST OBJECT-CENSUS MAKES.                            *
010550*----------------------------------------------------------*
010560 4200-MATCH-OBJECT.
010570     MOVE "N" TO MATCHED-FLAG.
010580     MOVE 0 TO CO-PATTERN-IX(OBJ-NUMBER).
010590     PERFORM 4210-TRY-ONE-ORIENTATION THRU 4210-EXIT
010600         VARYING OD-INDEX FROM 1 BY 1
010610         UNTIL OD-INDEX > ORIENT-COUNT
010620            OR OBJECT-WAS-MATCHED.
010630 4200-EXIT.
010640     EXIT.
010650
010660 4210-TRY-ONE-ORIENTATION.
010670     IF OD-COUNT(OD-INDEX) = CO-CELLS(OBJ-NUMBER)
010680      AND OD-HEIGHT(OD-INDEX) =
010690          CO-MAX-ROW(OBJ-NUMBER) - CO-MIN-ROW(OBJ-NUMBER) + 1
010700      AND OD-WIDTH(OD-INDEX) =
010710          CO-MAX-COL(OBJ-NUMBER) - CO-MIN-COL(OBJ-NUMBER) + 1
010720         MOVE "Y" TO CELLS-AGREE-FLAG
010730         PERFORM 4220-CHECK-ONE-CELL THRU 4220-EXIT
010740             VARYING M FROM 1 BY 1
010750             UNTIL M > OD-COUNT(OD-INDEX)
010760                OR NOT CELLS-ALL-PRESENT
010770         IF CELLS-ALL-PRESENT
010780             MOVE "Y" TO MATCHED-FLAG
010790             MOVE OD-NAME-IX(OD-INDEX)
010800                 TO CO-PATTERN-IX(OBJ-NUMBER)
010810         END-IF
010820     END-IF.
010830 4210-EXIT.
010840     EXIT.
010850
010860 4220-CHECK-ONE-CELL.
010870     COMPUTE L = OD-START(OD-INDEX) + M - 1.
010880     COMPUTE WORK-POS =
010890         (CO-MIN-ROW(OBJ-NUMBER) + OC-ROW(L) - 2) * TRK-WIDTH
010900         + CO-MIN-COL(OBJ-NUMBER) + OC-COL(L) - 1.
010910     IF CUR-MAP(WORK-POS) NOT = OBJ-NUMBER
010920         MOVE "N" TO CELLS-AGREE-FLAG
010930     END-IF.
010940 4220-EXIT.
010950     EXIT.
010960
010970*----------------------------------------------------------*
010980* 4300-LINK-GENERATIONS - A CELL CAN ONLY DESCEND FROM      *
010990* CELLS WITHIN ONE STEP OF IT PER GENERATION, SO EVERY      *
011000* CURRENT OBJECT IS JOINED TO EVERY PREVIOUS OBJECT WITH A  *
011010* CELL THAT CLOSE (WIDER WHEN THE ARCHIVE SKIPS             *
011020* GENERATIONS).                                             *
011030*----------------------------------------------------------*
011040 4300-LINK-GENERATIONS.
011050     PERFORM 4305-RESET-NODE THRU 4305-EXIT
011060         VARYING NODE-X FROM 1 BY 1 UNTIL NODE-X > 1000.
011070     PERFORM 4310-LINK-ONE-CELL THRU 4310-EXIT
011080         VARYING G FROM 1 BY 1 UNTIL G > TRK-BOARD-SIZE.
011090 4300-EXIT.
011100     EXIT.
011110
011120 4305-RESET-NODE.
011130     MOVE NODE-X TO LN-PARENT(NODE-X).
011140     MOVE 0 TO LN-PREV-COUNT(NODE-X).
011150     MOVE 0 TO LN-CUR-COUNT(NODE-X).
011160     MOVE 0 TO LN-PREV-INDEX(NODE-X).
011170     MOVE "N" TO LN-MOVING-FLAG(NODE-X).
011180     MOVE "N" TO LN-COUNTED-FLAG(NODE-X).
011190 4305-EXIT.
011200     EXIT.
011210
011220 4310-LINK-ONE-CELL.
011230     IF CUR-MAP(G) = 0 OR CUR-MAP(G) = OBJ-OVERFLOW-ID
011240         GO TO 4310-EXIT
011250     END-IF.
011260     COMPUTE WORK-ROW = (G - 1) / TRK-WIDTH.
011270     COMPUTE WORK-COL = G - WORK-ROW * TRK-WIDTH.
011280     ADD 1 TO WORK-ROW.
011290     COMPUTE NODE-B = OBJ-LIMIT + CUR-MAP(G).
011300     COMPUTE REACH = 0 - LINK-RADIUS.
011310     PERFORM 4320-LINK-NEIGHBOR-ROW THRU 4320-EXIT
011320         VARYING DR FROM REACH BY 1 UNTIL DR > LINK-RADIUS.
011330 4310-EXIT.
011340     EXIT.
011350
011360 4320-LINK-NEIGHBOR-ROW.
011370     PERFORM 4330-LINK-NEIGHBOR-COL THRU 4330-EXIT
011380         VARYING DC FROM REACH BY 1 UNTIL DC > LINK-RADIUS.
011390 4320-EXIT.
011400     EXIT.
011410
011420 4330-LINK-NEIGHBOR-COL.
011430     COMPUTE NEXT-ROW = WORK-ROW + DR.
011440     COMPUTE NEXT-COL = WORK-COL + DC.
011450     IF NEXT-ROW < 1 OR NEXT-ROW > TRK-HEIGHT
011460      OR NEXT-COL < 1 OR NEXT-COL > TRK-WIDTH
011470         GO TO 4330-EXIT
011480     END-IF.
011490     COMPUTE L = (NEXT-ROW - 1) * TRK-WIDTH + NEXT-COL.
011500     IF PREV-MAP(L) = 0 OR PREV-MAP(L) = OBJ-OVERFLOW-ID
011510         GO TO 4330-EXIT
011520     END-IF.
011530     MOVE PREV-MAP(L) TO NODE-A.
011540     MOVE NODE-A TO NODE-X.
011550     PERFORM 4340-FIND-ROOT THRU 4340-EXIT.
011560     MOVE NODE-ROOT TO ROOT-A.
011570     MOVE NODE-B TO NODE-X.
011580     PERFORM 4340-FIND-ROOT THRU 4340-EXIT.
011590     IF ROOT-A NOT = NODE-ROOT
011600         MOVE NODE-ROOT TO LN-PARENT(ROOT-A)
011610     END-IF.
011620 4330-EXIT.
011630     EXIT.
011640
011650 4340-FIND-ROOT.
011660     MOVE NODE-X TO NODE-ROOT.
011670     PERFORM 4345-CLIMB-ONE-LEVEL THRU 4345-EXIT
011680         UNTIL LN-PARENT(NODE-ROOT) = NODE-ROOT.
011690 4340-EXIT.
011700     EXIT.
011710
011720 4345-CLIMB-ONE-LEVEL.
011730     MOVE LN-PARENT(NODE-ROOT) TO NODE-ROOT.
011740 4345-EXIT.
011750     EXIT.
011760
011770*----------------------------------------------------------*
011780* 4400-SETTLE-EVENTS - COUNT WHAT WENT INTO AND CAME OUT OF *
011790* EACH LINKED GROUP.  ONE IN, ONE OUT IS THE SAME OBJECT    *
011800* CARRYING ON.  ONE IN, NONE OUT DIED.  ONE IN, SEVERAL OUT *
011810* SPLIT.  SEVERAL IN IS A COLLISION WHEN ANY OF THEM WAS    *
011820* MOVING, OTHERWISE A MERGER.  NONE IN IS A NEW OBJECT.     *
011823* ACROSS A THINNED GAP TOO WIDE TO LINK, NONE OUT OR NONE  *
011826* IN IS RECORDED AS GAP - THE OBJECT WAS LOST OR FOUND THERE.*
011830*----------------------------------------------------------*
011840 4400-SETTLE-EVENTS.
011850     PERFORM 4410-TALLY-PREVIOUS THRU 4410-EXIT
011860         VARYING OBJ-INDEX FROM 1 BY 1
011870         UNTIL OBJ-INDEX > PREV-OBJ-COUNT.
011880     PERFORM 4420-TALLY-CURRENT THRU 4420-EXIT
011890         VARYING OBJ-INDEX FROM 1 BY 1
011900         UNTIL OBJ-INDEX > CUR-OBJ-COUNT.
011910     PERFORM 4430-CLOSE-PREVIOUS THRU 4430-EXIT
011920         VARYING OBJ-INDEX FROM 1 BY 1
011930         UNTIL OBJ-INDEX > PREV-OBJ-COUNT.
011940     PERFORM 4450-CARRY-CURRENT THRU 4450-EXIT
011950         VARYING OBJ-INDEX FROM 1 BY 1
011960         UNTIL OBJ-INDEX > CUR-OBJ-COUNT.
011970 4400-EXIT.
011980     EXIT.
011990
012000 4410-TALLY-PREVIOUS.
012010     MOVE OBJ-INDEX TO NODE-X.
012020     PERFORM 4340-FIND-ROOT THRU 4340-EXIT.
012030     ADD 1 TO LN-PREV-COUNT(NODE-ROOT).
012040     MOVE OBJ-INDEX TO LN-PREV-INDEX(NODE-ROOT).
012050     MOVE PO-TRACK(OBJ-INDEX) TO K.
012060     IF K > 0
012070         COMPUTE DISP-ROW = PO-ROW-CENT(OBJ-INDEX)
012080             - TK-FIRST-ROW(K)
012090         COMPUTE DISP-COL = PO-COL-CENT(OBJ-INDEX)
012100             - TK-FIRST-COL(K)
012110         PERFORM 5100-TEST-MOVEMENT THRU 5100-EXIT
012120         IF OBJECT-IS-MOVING
012130             MOVE "Y" TO LN-MOVING-FLAG(NODE-ROOT)
012140         END-IF
012150     END-IF.
012160 4410-EXIT.
012170     EXIT.
012180
012190 4420-TALLY-CURRENT.
012200     COMPUTE NODE-X = OBJ-LIMIT + OBJ-INDEX.
012210     PERFORM 4340-FIND-ROOT THRU 4340-EXIT.
012220     ADD 1 TO LN-CUR-COUNT(NODE-ROOT).
012230 4420-EXIT.
012240     EXIT.
012250
012260 4430-CLOSE-PREVIOUS.
012270     MOVE OBJ-INDEX TO NODE-X.
012280     PERFORM 4340-FIND-ROOT THRU 4340-EXIT.
012290     IF LN-PREV-COUNT(NODE-ROOT) > 1
012300      AND NOT LN-WAS-COUNTED(NODE-ROOT)
012310         MOVE "Y" TO LN-COUNTED-FLAG(NODE-ROOT)
012320         IF LN-HAS-MOVER(NODE-ROOT)
012330             ADD 1 TO RUN-COLLISIONS
012340         ELSE
012350             ADD 1 TO RUN-MERGERS
012360         END-IF
012370     END-IF.
012380     MOVE PO-TRACK(OBJ-INDEX) TO K.
012390     IF K = 0
012400         GO TO 4430-EXIT
012410     END-IF.
012420     EVALUATE TRUE
012430         WHEN LN-PREV-COUNT(NODE-ROOT) = 1
012440          AND LN-CUR-COUNT(NODE-ROOT) = 1
012450             CONTINUE
012460         WHEN LN-CUR-COUNT(NODE-ROOT) = 0
012470          AND LN-PREV-COUNT(NODE-ROOT) = 1
012471          AND GAP-TOO-WIDE
012472             MOVE "GAP" TO TK-FATE(K)
012473             MOVE CUR-GEN TO TK-FATE-GEN(K)
012474             ADD 1 TO RUN-GAP-TRACKS
012475         WHEN LN-CUR-COUNT(NODE-ROOT) = 0
012476          AND LN-PREV-COUNT(NODE-ROOT) = 1
012480             MOVE "DIED" TO TK-FATE(K)
012490             MOVE CUR-GEN TO TK-FATE-GEN(K)
012500             ADD 1 TO RUN-DEATHS
012510         WHEN LN-PREV-COUNT(NODE-ROOT) = 1
012520             MOVE "SPLIT" TO TK-FATE(K)
012530             MOVE CUR-GEN TO TK-FATE-GEN(K)
012540             ADD 1 TO RUN-SPLITS
012550         WHEN LN-HAS-MOVER(NODE-ROOT)
012560             MOVE "COLLIDED" TO TK-FATE(K)
012570             MOVE CUR-GEN TO TK-FATE-GEN(K)
012580         WHEN OTHER
012590             MOVE "MERGED" TO TK-FATE(K)
012600             MOVE CUR-GEN TO TK-FATE-GEN(K)
012610     END-EVALUATE.
012620 4430-EXIT.
012630     EXIT.
012640
012650 4450-CARRY-CURRENT.
012660     COMPUTE NODE-X = OBJ-LIMIT + OBJ-INDEX.
012670     PERFORM 4340-FIND-ROOT THRU 4340-EXIT.
012680     EVALUATE TRUE
012690         WHEN LN-PREV-COUNT(NODE-ROOT) = 1
012700          AND LN-CUR-COUNT(NODE-ROOT) = 1
012710             MOVE LN-PREV-INDEX(NODE-ROOT) TO J
012720             MOVE PO-TRACK(J) TO K
012730             MOVE K TO CO-TRACK(OBJ-INDEX)
012740             IF K > 0
012750                 PERFORM 5200-EXTEND-TRACK THRU 5200-EXIT
012760             END-IF
012770         WHEN LN-PREV-COUNT(NODE-ROOT) = 0
012771          AND GAP-TOO-WIDE
012772             MOVE "GAP" TO NEW-ORIGIN
012773             ADD 1 TO RUN-GAP-TRACKS
012774             PERFORM 5000-OPEN-TRACK THRU 5000-EXIT
012775         WHEN LN-PREV-COUNT(NODE-ROOT) = 0
012780             MOVE "APPEARED" TO NEW-ORIGIN
012790             PERFORM 5000-OPEN-TRACK THRU 5000-EXIT
012800         WHEN LN-PREV-COUNT(NODE-ROOT) = 1
012810             MOVE "SPLIT" TO NEW-ORIGIN
012820             PERFORM 5000-OPEN-TRACK THRU 5000-EXIT
012830         WHEN LN-HAS-MOVER(NODE-ROOT)
012840             MOVE "COLLISION" TO NEW-ORIGIN
012850             PERFORM 5000-OPEN-TRACK THRU 5000-EXIT
012860         WHEN OTHER
012870             MOVE "MERGER" TO NEW-ORIGIN
012880             PERFORM 5000-OPEN-TRACK THRU 5000-EXIT
012890     END-EVALUATE.
012900 4450-EXIT.
012910     EXIT.
012920
012930*----------------------------------------------------------*
012940* 4500-ROLL-FORWARD - THE CURRENT GENERATION'S MAP AND      *
012950* OBJECTS BECOME THE PREVIOUS GENERATION'S.                 *
012960*----------------------------------------------------------*
012970 4500-ROLL-FORWARD.
012980     PERFORM 4510-ROLL-ONE-CELL THRU 4510-EXIT
012990         VARYING G FROM 1 BY 1 UNTIL G > TRK-BOARD-SIZE.
013000     PERFORM 4520-ROLL-ONE-OBJECT THRU 4520-EXIT
013010         VARYING OBJ-INDEX FROM 1 BY 1
013020         UNTIL OBJ-INDEX > CUR-OBJ-COUNT.
013030     MOVE CUR-OBJ-COUNT TO PREV-OBJ-COUNT.
013040     MOVE CUR-GEN TO PREV-GEN.
013050 4500-EXIT.
013060     EXIT.
013070
013080 4510-ROLL-ONE-CELL.
013090     MOVE CUR-MAP(G) TO PREV-MAP(G).
013100 4510-EXIT.
013110     EXIT.
013120
013130 4520-ROLL-ONE-OBJECT.
013140     MOVE CO-ENTRY(OBJ-INDEX) TO PO-ENTRY(OBJ-INDEX).
013150 4520-EXIT.
013160     EXIT.
013170
013180*----------------------------------------------------------*
013190* 5000-OPEN-TRACK - START A NEW TRACK FOR CURRENT OBJECT    *
013200* OBJ-INDEX WITH ORIGIN NEW-ORIGIN.                         *
013210*----------------------------------------------------------*
013220 5000-OPEN-TRACK.
013230     IF TRACK-COUNT NOT < TRACK-LIMIT
013240         ADD 1 TO TRACKS-DROPPED
013250         MOVE 0 TO CO-TRACK(OBJ-INDEX)
013260         GO TO 5000-EXIT
013270     END-IF.
013280     ADD 1 TO TRACK-COUNT.
013290     MOVE TRACK-COUNT TO K.
013300     MOVE K TO CO-TRACK(OBJ-INDEX).
013310     MOVE CUR-GEN TO TK-FIRST-GEN(K).
013320     MOVE NEW-ORIGIN TO TK-ORIGIN(K).
013330     MOVE SPACES TO TK-FATE(K).
013340     MOVE 0 TO TK-FATE-GEN(K).
013350     MOVE 0 TO TK-PATTERN-IX(K).
013360     MOVE CO-ROW-CENT(OBJ-INDEX) TO TK-FIRST-ROW(K).
013370     MOVE CO-COL-CENT(OBJ-INDEX) TO TK-FIRST-COL(K).
013380     PERFORM 5200-EXTEND-TRACK THRU 5200-EXIT.
013390 5000-EXIT.
013400     EXIT.
013410
013420 5100-TEST-MOVEMENT.
013430     MOVE "N" TO MOVER-FLAG.
013440     IF DISP-ROW < 0
013450         COMPUTE ABS-ROW = 0 - DISP-ROW
013460     ELSE
013470         MOVE DISP-ROW TO ABS-ROW
013480     END-IF.
013490     IF DISP-COL < 0
013500         COMPUTE ABS-COL = 0 - DISP-COL
013510     ELSE
013520         MOVE DISP-COL TO ABS-COL
013530     END-IF.
013540     IF ABS-ROW > ABS-COL
013550         MOVE ABS-ROW TO DISP-MAX
013560     ELSE
013570         MOVE ABS-COL TO DISP-MAX
013580     END-IF.
013590     IF DISP-MAX NOT < 1
013600         MOVE "Y" TO MOVER-FLAG
013610     END-IF.
013620 5100-EXIT.
013630     EXIT.
013640
013650 5200-EXTEND-TRACK.
013660     MOVE CUR-GEN TO TK-LAST-GEN(K).
013670     MOVE CO-ROW-CENT(OBJ-INDEX) TO TK-LAST-ROW(K).
013680     MOVE CO-COL-CENT(OBJ-INDEX) TO TK-LAST-COL(K).
013690     IF TK-PATTERN-IX(K) = 0
013700         MOVE CO-PATTERN-IX(OBJ-INDEX) TO TK-PATTERN-IX(K)
013710     END-IF.
013720 5200-EXIT.
013730     EXIT.
013740
013750*----------------------------------------------------------*
013760* 6000-WRITE-RUN-REPORT - ONE HEADER PER RUN, ONE LINE PER  *
013770* TRACKED OBJECT AND THE RUN'S TRAFFIC AND COLLISION TOTALS.*
013780*----------------------------------------------------------*
013790 6000-WRITE-RUN-REPORT.
013800     MOVE RD-RUN(RUN-INDEX) TO EDIT-RUN.
013810     MOVE RD-FIRST-GEN(RUN-INDEX) TO EDIT-GEN.
013820     MOVE CUR-GEN TO EDIT-GEN-2.
013830     MOVE RUN-GENS-WALKED TO EDIT-COUNT.
013840     MOVE SPACES TO REPORT-RECORD.
013850     WRITE REPORT-RECORD.
013860     MOVE SPACES TO REPORT-RECORD.
013870     STRING "RUN " EDIT-RUN " JOB " RD-JOBID(RUN-INDEX)
013880         " - GENERATIONS " EDIT-GEN " TO " EDIT-GEN-2 ","
013890         EDIT-COUNT " ARCHIVED" DELIMITED BY SIZE
013900         INTO REPORT-RECORD.
013910     WRITE REPORT-RECORD.
013920     IF TRACK-COUNT = 0
013930         MOVE SPACES TO REPORT-RECORD
013940         STRING "  BOARD IS EMPTY THROUGHOUT - NOTHING TO TRACK"
013950             DELIMITED BY SIZE INTO REPORT-RECORD
013960         WRITE REPORT-RECORD
013970         GO TO 6000-EXIT
013980     END-IF.
013981     IF RUN-WIDE-GAPS > 0
013982         ADD 1 TO RUNS-GAPPED
013983         MOVE SPACES TO REPORT-RECORD
013984         STRING "  RUN THINNED - FATES ACROSS GAPS WIDER THAN "
013985             LINK-RADIUS-MAX " GENERATIONS NOT RELIABLE"
013986             DELIMITED BY SIZE INTO REPORT-RECORD
013987         WRITE REPORT-RECORD
013988         MOVE RUN-WIDE-GAPS TO EDIT-COUNT
013989         MOVE RUN-GAP-TRACKS TO EDIT-COUNT-2
013990         MOVE SPACES TO REPORT-RECORD
013991         STRING "  " EDIT-COUNT " WIDE GAP(S), " EDIT-COUNT-2
013992             " OBJECT(S) LOST OR FOUND ACROSS ONE (GAP)"
013993             DELIMITED BY SIZE INTO REPORT-RECORD
013994         WRITE REPORT-RECORD
013995     END-IF.
013996     MOVE SPACES TO REPORT-RECORD.
014000     STRING "   OBJ FROM   TO IDENTITY   ORIGIN       DROW"
014005         "    DCOL SPEED FATE       AT" DELIMITED BY SIZE
014020         INTO REPORT-RECORD.
014030     WRITE REPORT-RECORD.
014040     PERFORM 6100-WRITE-TRACK-LINE THRU 6100-EXIT
014050         VARYING K FROM 1 BY 1 UNTIL K > TRACK-COUNT.
014060     MOVE RUN-SPACESHIPS TO EDIT-COUNT.
014070     MOVE RUN-COLLISIONS TO EDIT-COUNT-2.
014080     MOVE RUN-MERGERS TO EDIT-COUNT-3.
014090     MOVE SPACES TO REPORT-RECORD.
014100     STRING "  SPACESHIP TRAFFIC " EDIT-COUNT
014110         "   COLLISIONS " EDIT-COUNT-2
014120         "   MERGERS " EDIT-COUNT-3
014130         DELIMITED BY SIZE INTO REPORT-RECORD.
014140     WRITE REPORT-RECORD.
014150     MOVE TRACK-COUNT TO EDIT-COUNT.
014160     MOVE RUN-SPLITS TO EDIT-COUNT-2.
014170     MOVE RUN-DEATHS TO EDIT-COUNT-3.
014180     MOVE SPACES TO REPORT-RECORD.
014190     STRING "  OBJECTS TRACKED   " EDIT-COUNT
014200         "   SPLITS     " EDIT-COUNT-2
014210         "   DEATHS  " EDIT-COUNT-3
014220         DELIMITED BY SIZE INTO REPORT-RECORD.
014230     WRITE REPORT-RECORD.
014240     ADD TRACK-COUNT TO JOB-OBJECTS.
014250     ADD RUN-SPACESHIPS TO JOB-SPACESHIPS.
014260     ADD RUN-COLLISIONS TO JOB-COLLISIONS.
014270     ADD RUN-MERGERS TO JOB-MERGERS.
014280 6000-EXIT.
014290     EXIT.
014300
014310*----------------------------------------------------------*
014320* 6100-WRITE-TRACK-LINE - AN OBJECT STILL PRESENT AT THE    *
014330* RUN'S LAST ARCHIVED GENERATION SURVIVED.  AN OBJECT THAT  *
014340* MOVED AT LEAST ONE WHOLE CELL COUNTS AS SPACESHIP TRAFFIC.*
014350*----------------------------------------------------------*
014360 6100-WRITE-TRACK-LINE.
014370     IF TK-FATE(K) = SPACES
014380         MOVE "SURVIVED" TO TK-FATE(K)
014390         MOVE TK-LAST-GEN(K) TO TK-FATE-GEN(K)
014400     END-IF.
014410     COMPUTE DISP-ROW = TK-LAST-ROW(K) - TK-FIRST-ROW(K).
014420     COMPUTE DISP-COL = TK-LAST-COL(K) - TK-FIRST-COL(K).
014430     PERFORM 5100-TEST-MOVEMENT THRU 5100-EXIT.
014440     IF OBJECT-IS-MOVING
014450         ADD 1 TO RUN-SPACESHIPS
014460     END-IF.
014470     COMPUTE LIFE-GENS = TK-LAST-GEN(K) - TK-FIRST-GEN(K).
014480     IF LIFE-GENS > 0
014490         COMPUTE SPEED-VALUE ROUNDED = DISP-MAX / LIFE-GENS
014500             ON SIZE ERROR
014510                 MOVE 9.999 TO SPEED-VALUE
014520         END-COMPUTE
014530     ELSE
014540         MOVE 0 TO SPEED-VALUE
014550     END-IF.
014560     IF TK-PATTERN-IX(K) > 0
014570         MOVE CAT-NAME(TK-PATTERN-IX(K)) TO IDENTITY-TEXT
014580     ELSE
014590         MOVE "-" TO IDENTITY-TEXT
014600     END-IF.
014610     MOVE K TO EDIT-OBJ.
014620     MOVE TK-FIRST-GEN(K) TO EDIT-GEN.
014630     MOVE TK-LAST-GEN(K) TO EDIT-GEN-2.
014640     MOVE TK-FATE-GEN(K) TO EDIT-GEN-3.
014650     MOVE DISP-ROW TO EDIT-DISP-ROW.
014660     MOVE DISP-COL TO EDIT-DISP-COL.
014670     MOVE SPEED-VALUE TO EDIT-SPEED.
014680     MOVE SPACES TO REPORT-RECORD.
014690     STRING "  " EDIT-OBJ " " EDIT-GEN " " EDIT-GEN-2 " "
014700         IDENTITY-TEXT " " TK-ORIGIN(K) " " EDIT-DISP-ROW " "
014710         EDIT-DISP-COL " " EDIT-SPEED " " TK-FATE(K) " "
014720         EDIT-GEN-3 DELIMITED BY SIZE INTO REPORT-RECORD.
014730     WRITE REPORT-RECORD.
014740 6100-EXIT.
014750     EXIT.
014760
014770*----------------------------------------------------------*
014780* 8200-PARSE-NUMBER - COLLECT THE DIGITS OF PARSE-FIELD     *
014790* (1:PARSE-LENGTH), IGNORING BLANKS.  ANY OTHER CHARACTER   *
014800* OR NO DIGIT AT ALL MARKS THE FIELD BAD.                   *
014810*----------------------------------------------------------*
014820 8200-PARSE-NUMBER.
014830     MOVE 0 TO PARSE-VALUE.
014840     MOVE "Y" TO PARSE-OK-FLAG.
014850     MOVE "N" TO PARSE-SEEN-FLAG.
014860     PERFORM 8210-PARSE-ONE-CHAR THRU 8210-EXIT
014870         VARYING J FROM 1 BY 1 UNTIL J > PARSE-LENGTH.
014880     IF NOT PARSE-SAW-DIGIT
014890         MOVE "N" TO PARSE-OK-FLAG
014900     END-IF.
014910 8200-EXIT.
014920     EXIT.
014930
014940 8210-PARSE-ONE-CHAR.
014950     EVALUATE PARSE-FIELD(J:1)
014960         WHEN " "
014970             CONTINUE
014980         WHEN "0" THRU "9"
014990             MOVE PARSE-FIELD(J:1) TO PARSE-DIGIT(1:1)
015000             IF PARSE-VALUE > 99999999
015010                 MOVE "N" TO PARSE-OK-FLAG
015020             END-IF
015030             COMPUTE PARSE-VALUE =
015040                 PARSE-VALUE * 10 + PARSE-DIGIT
015050             END-COMPUTE
015060             MOVE "Y" TO PARSE-SEEN-FLAG
015070         WHEN OTHER
015080             MOVE "N" TO PARSE-OK-FLAG
015090     END-EVALUATE.
015100 8210-EXIT.
015110     EXIT.
015120
015130*----------------------------------------------------------*
015140* 9000-TERMINATE - WRITE THE JOB SUMMARY AND CLOSE THE      *
015150* REPORT.                                                   *
015160*----------------------------------------------------------*
015170 9000-TERMINATE.
015180     IF REPORT-IS-OPEN
015190         MOVE RUNS-TRACKED TO EDIT-COUNT
015200         MOVE JOB-OBJECTS TO EDIT-COUNT-2
015210         MOVE SPACES TO REPORT-RECORD
015220         WRITE REPORT-RECORD
015230         MOVE SPACES TO REPORT-RECORD
015240         STRING "TRACKING SUMMARY - " EDIT-COUNT
015250             " RUN(S) TRACKED, " EDIT-COUNT-2
015260             " OBJECT(S)" DELIMITED BY SIZE
015270             INTO REPORT-RECORD
015280         WRITE REPORT-RECORD
015290         MOVE JOB-SPACESHIPS TO EDIT-COUNT
015300         MOVE JOB-COLLISIONS TO EDIT-COUNT-2
015310         MOVE JOB-MERGERS TO EDIT-COUNT-3
015320         MOVE SPACES TO REPORT-RECORD
015330         STRING "  " EDIT-COUNT " SPACESHIP(S), " EDIT-COUNT-2
015340             " COLLISION(S), " EDIT-COUNT-3 " MERGER(S)"
015350             DELIMITED BY SIZE INTO REPORT-RECORD
015360         WRITE REPORT-RECORD
015370         IF RUNS-DROPPED > 0
015380             MOVE RUNS-DROPPED TO EDIT-COUNT
015390             MOVE SPACES TO REPORT-RECORD
015400             STRING "  WARNING - RUN TABLE FULL, " EDIT-COUNT
015410                 " DIRECTORY ENTRY(S) NOT TRACKED"
015420                 DELIMITED BY SIZE INTO REPORT-RECORD
015430             WRITE REPORT-RECORD
015440         END-IF
015450         IF RUNS-SKIPPED > 0 OR ARCHIVE-PROBLEMS > 0
015460             MOVE RUNS-SKIPPED TO EDIT-COUNT
015470             MOVE ARCHIVE-PROBLEMS TO EDIT-COUNT-2
015480             MOVE SPACES TO REPORT-RECORD
015490             STRING "  WARNING - " EDIT-COUNT " RUN(S) SKIPPED, "
015500                 EDIT-COUNT-2 " ARCHIVE PROBLEM(S) SEEN"
015510                 DELIMITED BY SIZE INTO REPORT-RECORD
015520             WRITE REPORT-RECORD
015530         END-IF
015531         IF RUNS-GAPPED > 0
015532             MOVE RUNS-GAPPED TO EDIT-COUNT
015533             MOVE SPACES TO REPORT-RECORD
015534             STRING "  WARNING - " EDIT-COUNT " THINNED RUN(S), "
015535                 "FATES ACROSS WIDE GAPS NOT RELIABLE"
015536                 DELIMITED BY SIZE INTO REPORT-RECORD
015537             WRITE REPORT-RECORD
015538         END-IF
015540         IF OBJECTS-IGNORED > 0 OR TRACKS-DROPPED > 0
015550             MOVE OBJECTS-IGNORED TO EDIT-COUNT
015560             MOVE TRACKS-DROPPED TO EDIT-COUNT-2
015570             MOVE SPACES TO REPORT-RECORD
015580             STRING "  WARNING - TABLES FULL, " EDIT-COUNT
015590                 " OBJECT(S) AND " EDIT-COUNT-2
015600                 " TRACK(S) NOT FOLLOWED" DELIMITED BY SIZE
015610                 INTO REPORT-RECORD
015620             WRITE REPORT-RECORD
015630         END-IF
015640         CLOSE REPORT-FILE
015650     END-IF.
015660     DISPLAY "OBJECT TRACKER ENDED - " RUNS-TRACKED
015670         " RUN(S) TRACKED".
015680     IF CONDITION-CODE < 4
015690      AND (RUNS-DROPPED > 0 OR RUNS-SKIPPED > 0
015700       OR ARCHIVE-PROBLEMS > 0 OR OBJECTS-IGNORED > 0
015710       OR TRACKS-DROPPED > 0 OR RUNS-GAPPED > 0)
015720         MOVE 4 TO CONDITION-CODE
015730     END-IF.
015740     MOVE CONDITION-CODE TO RETURN-CODE.
015750 9000-EXIT.
015760     EXIT.
