000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DECK-PREFLIGHT.
000030 AUTHOR. R HARTWELL.
000040 INSTALLATION. DEMO SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*  DATE       INIT  DESCRIPTION                              *
000100*  10/15/2026 RH    ORIGINAL PROGRAM - PRE-FLIGHT CHECK OF A *
000110*                   RUNSPEC DECK BEFORE THE NIGHTLY SUBMIT.  *
000120*                   EVERY RECORD IS RUN THROUGH THE SAME     *
000130*                   DIMENSION, RULE AND SCENARIO PLACEMENT   *
000140*                   CHECKS GAME-OF-LIFE MAKES, PLUS CHECKS   *
000150*                   IT DOES NOT MAKE (PATTERN NAME IN        *
000160*                   NEITHER LIBRARY, RESTART WITH NO         *
000170*                   CHECKPOINT, PERTURBATION OFF THE BOARD). *
000180*                   EACH FINDING IS AN ERROR (THE RUN WOULD  *
000190*                   BE REJECTED OR WASTED) OR A WARNING, AND *
000200*                   THE REPORT ENDS WITH A PASS/FAIL VERDICT *
000210*                   FOR THE WHOLE DECK.                      *
000212*  10/15/2026 RH    SETS A CONDITION CODE FOR THE JOB STREAM *
000214*                   - 0 PASS, 4 PASS WITH WARNINGS, 8 FAIL   *
000216*                   OR THE REPORT DATASET NOT AVAILABLE.     *
000217*  10/15/2026 RH    CHECKPOINT RECORDS ARE VERIFIED AGAINST  *
000218*                   THEIR CHECK TOTAL THE WAY THE SIMULATOR  *
000219*                   VERIFIES THEM AT RESTART - A RECORD THAT *
000220*                   FAILS IS NOT COUNTED AS A CHECKPOINT.    *
000221*  10/15/2026 RH    SKIPS THE LIBRARY VERSION HEADER         *
000222*                   RECORDS, REPORTS THE VERSION CHECKED     *
000223*                   AGAINST AND WARNS WHEN THE SCENARIO      *
000224*                   DATASET IS OF ANOTHER VERSION. A NEW     *
000225*                   OPTIONAL PFLTPARM RECORD NAMES A LIBRARY *
000226*                   VERSION TO CHECK AGAINST INSTEAD, LOADED *
000227*                   FROM THE LIBRARY HISTORY (LIBHIST); A    *
000228*                   VERSION NOT HELD THERE FAILS THE DECK.   *
000229*----------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT RUN-SPEC-FILE ASSIGN TO "RUNSPEC"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS FS-RUN-SPEC.
000290     SELECT PATTERN-FILE ASSIGN TO "PATTERN"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS FS-PATTERN.
000320     SELECT SCENARIO-FILE ASSIGN TO "SCENARIO"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS FS-SCENARIO.
000350     SELECT CHECKPOINT-FILE ASSIGN TO "CKPTFILE"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS FS-CHECKPOINT.
000380     SELECT REPORT-FILE ASSIGN TO "PFLTRPT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS FS-REPORT.
000401     SELECT PARM-FILE ASSIGN TO "PFLTPARM"
000402         ORGANIZATION IS LINE SEQUENTIAL
000403         FILE STATUS IS FS-PARM.
000404     SELECT HISTORY-FILE ASSIGN TO "LIBHIST"
000405         ORGANIZATION IS LINE SEQUENTIAL
000406         FILE STATUS IS FS-HISTORY.
000410 DATA DIVISION.
000420 FILE SECTION.
000430* SAME 52-BYTE LAYOUT THE SIMULATOR READS
000440 FD  RUN-SPEC-FILE.
000450 01  RUN-SPEC-RECORD.
000460     05  RS-HEIGHT               PIC 9(03).
000470     05  RS-WIDTH                PIC 9(03).
000480     05  RS-GENERATIONS          PIC 9(04).
000490     05  RS-SEED                 PIC 9(09).
000500     05  RS-WRAP-FLAG            PIC X(01).
000510     05  RS-PATTERN-NAME         PIC X(10).
000520     05  RS-CKPT-INTERVAL        PIC 9(04).
000530     05  RS-RESTART-FLAG         PIC X(01).
000540     05  RS-RULE-NAME            PIC X(10).
000550     05  RS-DIVERGE-FLAG         PIC X(01).
000560     05  RS-PERTURB-ROW          PIC 9(03).
000570     05  RS-PERTURB-COL          PIC 9(03).
000580
000590 FD  PATTERN-FILE.
000600 01  PATTERN-RECORD.
000610     05  PR-PATTERN-NAME         PIC X(10).
000620     05  PR-ROW-OFFSET           PIC S9(03)
000630         SIGN IS LEADING SEPARATE.
000640     05  PR-COL-OFFSET           PIC S9(03)
000650         SIGN IS LEADING SEPARATE.
000652 01  PATTERN-HEADER-RECORD.
000654     05  PH-TAG                  PIC X(04).
000656         88  PATTERN-HEADER                 VALUE "*VER".
000658     05  PH-VERSION              PIC X(14).
000660
000670 FD  SCENARIO-FILE.
000680 01  SCENARIO-RECORD             PIC X(27).
000681 01  SCENARIO-HEADER-RECORD.
000682     05  SH-TAG                  PIC X(04).
000683         88  SCENARIO-HEADER                VALUE "*VER".
000684     05  SH-VERSION              PIC X(14).
000685     05  FILLER                  PIC X(09).
000690
000700 FD  CHECKPOINT-FILE.
000710 01  CHECKPOINT-RECORD.
000720     05  CKPT-JOB-ID             PIC 9(14).
000730     05  CKPT-RUN-NUMBER         PIC 9(04).
000740     05  CKPT-GENERATION         PIC 9(04).
000750     05  CKPT-HEIGHT             PIC 9(03).
000760     05  CKPT-WIDTH              PIC 9(03).
000770     05  CKPT-PEAK-POPULATION    PIC 9(05).
000780     05  CKPT-PEAK-GENERATION    PIC 9(04).
000790     05  CKPT-CELLS              PIC 9 OCCURS 40000 TIMES.
000795     05  CKPT-CHECK-TOTAL        PIC 9(15).
000800
000810 FD  REPORT-FILE.
000820 01  REPORT-RECORD               PIC X(80).
000821
000822* OPTIONAL - A LIBRARY VERSION TO CHECK THE DECK AGAINST IN
000823* PLACE OF THE CURRENT PATTERN AND SCENARIO DATASETS, FOR A
000824* DECK THAT REBUILDS RUNS UNDER THE LIBRARY THEY FIRST USED
000825 FD  PARM-FILE.
000826 01  PARM-RECORD.
000827     05  PP-LIBRARY-VERSION      PIC X(14).
000828
000829* LIBRARY HISTORY KEPT BY PATTERN-MAINT - EVERY VERSION OF
000830* THE PATTERN (TYPE P) AND SCENARIO (TYPE S) DATASETS
000831 FD  HISTORY-FILE.
000832 01  HISTORY-RECORD.
000833     05  LH-VERSION              PIC X(14).
000834     05  LH-TYPE                 PIC X(01).
000835     05  LH-IMAGE                PIC X(27).
000836
000840 WORKING-STORAGE SECTION.
000850* PATTERN LIBRARY CELLS, HELD FOR THE LIFE OF THE JOB
000860 01  LIB-LIMIT                   PIC 9(04) VALUE 1000.
000870 01  LIB-COUNT                   PIC 9(04) VALUE 0.
000880 01  LIB-TABLE.
000890     05  LIB-ENTRY OCCURS 1000 TIMES.
000900         10  LB-NAME             PIC X(10).
000910         10  LB-ROW              PIC S9(03).
000920         10  LB-COL              PIC S9(03).
000930 01  LIB-RECORDS-SKIPPED         PIC 9(04) VALUE 0.
000940
000950* SCENARIO PLACEMENT RECORDS, HELD AS READ SO A MALFORMED
000960* ONE CAN BE REPORTED THE WAY THE SIMULATOR WOULD REJECT IT
000970 01  SCN-LIMIT                   PIC 9(04) VALUE 1000.
000980 01  SCN-COUNT                   PIC 9(04) VALUE 0.
000990 01  SCN-TABLE.
001000     05  SCN-ENTRY OCCURS 1000 TIMES.
001010         10  SN-RECORD           PIC X(27).
001020 01  SCN-RECORDS-SKIPPED         PIC 9(04) VALUE 0.
001021
001022* LIBRARY VERSION CHECKED AGAINST - FROM THE DATASET HEADER
001023* RECORDS (ZEROS WITH NO HEADER, NONE WITH NO DATASET) OR THE
001024* VERSION REQUESTED FROM THE LIBRARY HISTORY
001025 01  PATTERN-VERSION             PIC X(14) VALUE "NONE".
001026 01  SCENARIO-VERSION            PIC X(14) VALUE "NONE".
001027 01  REQUESTED-VERSION           PIC X(14) VALUE SPACES.
001028 01  LIBRARY-ERRORS              PIC 9(04) VALUE 0.
001029 01  HISTORY-MODE-FLAG           PIC X(01) VALUE "N".
001030     88  LIBRARY-FROM-HISTORY               VALUE "Y".
001031 01  VERSION-FOUND-FLAG          PIC X(01) VALUE "N".
001032     88  VERSION-WAS-FOUND                  VALUE "Y".
001033 01  HISTORY-EOF-FLAG            PIC X(01) VALUE "N".
001034     88  NO-MORE-HISTORY                    VALUE "Y".
001035 01  HISTORY-PATTERN-IMAGE.
001036     05  HP-NAME                 PIC X(10).
001037     05  HP-ROW                  PIC S9(03)
001038         SIGN IS LEADING SEPARATE.
001039     05  HP-COL                  PIC S9(03)
001040         SIGN IS LEADING SEPARATE.
001041     05  FILLER                  PIC X(09).
001042 01  PLACEMENT-WORK.
001043     05  PW-SCENARIO-NAME        PIC X(10).
001050     05  PW-PATTERN-NAME         PIC X(10).
001060     05  PW-ANCHOR-ROW           PIC 9(03).
001070     05  PW-ANCHOR-COL           PIC 9(03).
001080     05  PW-ORIENT               PIC 9(01).
001090 01  PLACEMENT-TEXT REDEFINES PLACEMENT-WORK.
001100     05  FILLER                  PIC X(20).
001110     05  PT-ANCHOR-ROW           PIC X(03).
001120     05  PT-ANCHOR-COL           PIC X(03).
001130     05  PT-ORIENT               PIC X(01).
001140
001150* NEWEST CHECKPOINT PER RUN NUMBER - THE SIMULATOR MATCHES
001160* A RESTART TO THE LAST CKPTFILE RECORD FOR ITS RUN NUMBER
001170 01  CKPT-RUNS-FOUND             PIC 9(04) VALUE 0.
001180 01  CKPT-RECORDS-READ           PIC 9(06) VALUE 0.
001181 01  CKPT-RECORDS-REFUSED        PIC 9(06) VALUE 0.
001182 01  CHECK-TOTAL-WORK            PIC 9(15).
001183 01  CHECK-TOTAL-OK-FLAG         PIC X(01).
001184     88  CHECK-TOTAL-IS-GOOD                VALUE "Y".
001185 01  G                           PIC 9(05).
001190 01  CKPT-RUN-TABLE.
001200     05  CKPT-RUN-ENTRY OCCURS 9999 TIMES.
001210         10  CR-FOUND            PIC X(01).
001220         10  CR-GENERATION       PIC 9(04).
001230         10  CR-HEIGHT           PIC 9(03).
001240         10  CR-WIDTH            PIC 9(03).
001250
001260* THE RUN-SPEC RECORD BEING CHECKED
001270 01  RUN-NUMBER                  PIC 9(04) VALUE 0.
001280 01  HEIGHT                      PIC 9(03).
001290 01  WIDTH                       PIC 9(03).
001300 01  BOARD-SIZE-MAX              PIC 9(05) VALUE 40000.
001310 01  VALIDATION-SIZE             PIC 9(08).
001320 01  PERTURB-ROW                 PIC 9(03).
001330 01  PERTURB-COL                 PIC 9(03).
001340 01  ANCHOR-ROW                  PIC 9(03).
001350 01  ANCHOR-COL                  PIC 9(03).
001360 01  DIMS-USABLE-FLAG            PIC X(01).
001370     88  DIMENSIONS-USABLE                  VALUE "Y".
001380
001390* SCENARIO AND PATTERN PLACEMENT WORK AREAS
001400 01  PLACEMENTS-SEEN             PIC 9(04).
001410 01  PLACEMENTS-APPLIED          PIC 9(04).
001420 01  PLACE-CELLS-FOUND           PIC 9(04).
001430 01  PLACE-CELLS-OFF             PIC 9(04).
001440 01  PLACE-ROW                   PIC 9(03).
001450 01  PLACE-COL                   PIC 9(03).
001460 01  PLACE-ORIENT                PIC 9(01).
001470 01  XFORM-R                     PIC S9(04).
001480 01  XFORM-C                     PIC S9(04).
001490 01  XFORM-HOLD                  PIC S9(04).
001500 01  XFORM-PASS                  PIC 9(01).
001510 01  CELL-ROW                    PIC S9(04).
001520 01  CELL-COL                    PIC S9(04).
001530
001540* FINDING TEXT AND PER-RECORD / PER-DECK TALLIES
001550 01  FINDING-TEXT                PIC X(68).
001560 01  RECORD-ERRORS               PIC 9(04).
001570 01  RECORD-WARNINGS             PIC 9(04).
001580 01  DECK-ERRORS                 PIC 9(05) VALUE 0.
001590 01  DECK-WARNINGS               PIC 9(05) VALUE 0.
001600 01  RECORDS-CHECKED             PIC 9(04) VALUE 0.
001610 01  RECORDS-CLEAN               PIC 9(04) VALUE 0.
001620 01  RECORDS-WITH-ERRORS         PIC 9(04) VALUE 0.
001630
001640* LOOP COUNTERS AND SWITCHES
001650 01  K                           PIC 9(04).
001660 01  L                           PIC 9(04).
001670 01  RUN-SPEC-EOF-FLAG           PIC X(01) VALUE "N".
001680     88  NO-MORE-RUN-SPECS                  VALUE "Y".
001690 01  PATTERN-EOF-FLAG            PIC X(01) VALUE "N".
001700     88  NO-MORE-PATTERNS                   VALUE "Y".
001710 01  SCENARIO-EOF-FLAG           PIC X(01) VALUE "N".
001720     88  NO-MORE-SCENARIOS                  VALUE "Y".
001730 01  CHECKPOINT-EOF-FLAG         PIC X(01) VALUE "N".
001740     88  NO-MORE-CHECKPOINTS                VALUE "Y".
001750 01  REPORT-OK-FLAG              PIC X(01) VALUE "N".
001760     88  REPORT-IS-OPEN                     VALUE "Y".
001770 01  RUN-SPEC-OK-FLAG            PIC X(01) VALUE "N".
001780     88  RUN-SPEC-IS-OPEN                   VALUE "Y".
001790
001791* CONDITION CODE HANDED BACK TO THE JOB STREAM - 0 CLEAN,
001792* 4 WARNINGS, 8 THE DECK FAILED OR A REQUIRED DATASET WAS
001793* NOT AVAILABLE
001794 01  CONDITION-CODE              PIC 9(02) VALUE 0.
001795
001800* FILE STATUS SWITCHES
001810 01  FS-RUN-SPEC                 PIC X(02).
001820 01  FS-PATTERN                  PIC X(02).
001830 01  FS-SCENARIO                 PIC X(02).
001840 01  FS-CHECKPOINT               PIC X(02).
001850 01  FS-REPORT                   PIC X(02).
001853 01  FS-PARM                     PIC X(02).
001856 01  FS-HISTORY                  PIC X(02).
001860
001870* REPORT LINE-EDITING WORK AREAS
001880 01  EDIT-RUN                    PIC ZZZ9.
001890 01  EDIT-HEIGHT                 PIC ZZ9.
001900 01  EDIT-WIDTH                  PIC ZZ9.
001910 01  EDIT-ROW                    PIC ZZ9.
001920 01  EDIT-COL                    PIC ZZ9.
001930 01  EDIT-GENS                   PIC ZZZ9.
001940 01  EDIT-COUNT                  PIC ZZZ9.
001950 01  EDIT-COUNT-2                PIC ZZZ9.
001960 01  EDIT-TOTAL                  PIC ZZZZ9.
001970 01  EDIT-READ                   PIC ZZZZZ9.
001980 01  SHOW-HEIGHT                 PIC X(03).
001990 01  SHOW-WIDTH                  PIC X(03).
002000 01  SHOW-GENS                   PIC X(04).
002010 01  SHOW-RULE                   PIC X(10).
002020
002030 PROCEDURE DIVISION.
002040*----------------------------------------------------------*
002050* 0000-MAINLINE - LOAD THE LIBRARIES AND CHECKPOINTS, THEN  *
002060* CHECK EVERY RUNSPEC RECORD AND GIVE THE DECK A VERDICT.   *
002070*----------------------------------------------------------*
002080 0000-MAINLINE.
002090     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002100     IF RUN-SPEC-IS-OPEN
002110         PERFORM 2000-CHECK-DECK THRU 2000-EXIT
002120     END-IF.
002130     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002140     STOP RUN.
002150
002160 1000-INITIALIZE.
002170     OPEN OUTPUT REPORT-FILE.
002180     IF FS-REPORT NOT = "00"
002190         DISPLAY "PRE-FLIGHT REPORT DATASET NOT AVAILABLE - "
002200             "FILE STATUS " FS-REPORT " - JOB TERMINATED"
002205         MOVE 8 TO CONDITION-CODE
002210         GO TO 1000-EXIT
002220     END-IF.
002230     MOVE "Y" TO REPORT-OK-FLAG.
002240     MOVE SPACES TO REPORT-RECORD.
002250     STRING "RUNSPEC DECK PRE-FLIGHT REPORT"
002260         DELIMITED BY SIZE INTO REPORT-RECORD.
002270     WRITE REPORT-RECORD.
002280     MOVE SPACES TO REPORT-RECORD.
002290     WRITE REPORT-RECORD.
002293     PERFORM 1050-READ-PARAMETERS THRU 1050-EXIT.
002296     IF LIBRARY-FROM-HISTORY
002299         PERFORM 1400-LOAD-FROM-HISTORY THRU 1400-EXIT
002302     ELSE
002305         PERFORM 1100-LOAD-PATTERN-LIBRARY THRU 1100-EXIT
002308         PERFORM 1200-LOAD-SCENARIOS THRU 1200-EXIT
002311         PERFORM 1500-CHECK-VERSIONS THRU 1500-EXIT
002314     END-IF.
002320     PERFORM 1300-LOAD-CHECKPOINTS THRU 1300-EXIT.
002330     MOVE SPACES TO REPORT-RECORD.
002340     WRITE REPORT-RECORD.
002350     OPEN INPUT RUN-SPEC-FILE.
002360     IF FS-RUN-SPEC NOT = "00"
002370         MOVE SPACES TO REPORT-RECORD
002380         STRING "RUNSPEC DATASET NOT AVAILABLE - FILE STATUS "
002390             FS-RUN-SPEC " - NOTHING TO CHECK"
002400             DELIMITED BY SIZE INTO REPORT-RECORD
002410         WRITE REPORT-RECORD
002420     ELSE
002430         MOVE "Y" TO RUN-SPEC-OK-FLAG
002440     END-IF.
002450 1000-EXIT.
002460     EXIT.
002470
002471* A PARAMETER RECORD NAMING A 14-DIGIT LIBRARY VERSION
002472* SWITCHES THE CHECK TO THAT VERSION FROM THE LIBRARY HISTORY
002473 1050-READ-PARAMETERS.
002474     OPEN INPUT PARM-FILE.
002475     IF FS-PARM NOT = "00"
002476         GO TO 1050-EXIT
002477     END-IF.
002478     READ PARM-FILE
002479         AT END
002480             MOVE SPACES TO PARM-RECORD
002481     END-READ.
002482     CLOSE PARM-FILE.
002483     IF PP-LIBRARY-VERSION NUMERIC
002484         MOVE PP-LIBRARY-VERSION TO REQUESTED-VERSION
002485         MOVE "Y" TO HISTORY-MODE-FLAG
002486     END-IF.
002487 1050-EXIT.
002488     EXIT.
002489
002490*----------------------------------------------------------*
002491* 1100-LOAD-PATTERN-LIBRARY - HOLD EVERY WELL-FORMED        *
002500* PATTERN CELL SO CENTERED LOADS AND SCENARIO PLACEMENTS    *
002510* CAN BE TRIED AGAINST EACH RECORD'S BOARD.                 *
002520*----------------------------------------------------------*
002530 1100-LOAD-PATTERN-LIBRARY.
002540     OPEN INPUT PATTERN-FILE.
002550     IF FS-PATTERN NOT = "00"
002560         MOVE SPACES TO REPORT-RECORD
002570         STRING "PATTERN DATASET NOT AVAILABLE - FILE STATUS "
002580             FS-PATTERN " - NO PATTERN CAN BE LOADED"
002590             DELIMITED BY SIZE INTO REPORT-RECORD
002600         WRITE REPORT-RECORD
002610         GO TO 1100-EXIT
002620     END-IF.
002625     MOVE ZEROS TO PATTERN-VERSION.
002630     PERFORM 1110-READ-PATTERN-RECORD THRU 1110-EXIT.
002632     IF NOT NO-MORE-PATTERNS AND PATTERN-HEADER
002634         MOVE PH-VERSION TO PATTERN-VERSION
002636         PERFORM 1110-READ-PATTERN-RECORD THRU 1110-EXIT
002638     END-IF.
002640     PERFORM 1120-STORE-PATTERN-RECORD THRU 1120-EXIT
002650         UNTIL NO-MORE-PATTERNS.
002660     CLOSE PATTERN-FILE.
002670     MOVE LIB-COUNT TO EDIT-COUNT.
002680     MOVE LIB-RECORDS-SKIPPED TO EDIT-COUNT-2.
002690     MOVE SPACES TO REPORT-RECORD.
002700     STRING "PATTERN LIBRARY  - " EDIT-COUNT
002710         " CELL RECORD(S) LOADED, " EDIT-COUNT-2
002720         " SKIPPED" DELIMITED BY SIZE INTO REPORT-RECORD.
002730     WRITE REPORT-RECORD.
002740 1100-EXIT.
002750     EXIT.
002760
002770 1110-READ-PATTERN-RECORD.
002780     READ PATTERN-FILE
002790         AT END
002800             MOVE "Y" TO PATTERN-EOF-FLAG
002810     END-READ.
002820 1110-EXIT.
002830     EXIT.
002840
002850 1120-STORE-PATTERN-RECORD.
002860     IF PR-PATTERN-NAME NOT = SPACES
002870      AND PR-ROW-OFFSET NUMERIC
002880      AND PR-COL-OFFSET NUMERIC
002890      AND LIB-COUNT < LIB-LIMIT
002900         ADD 1 TO LIB-COUNT
002910         MOVE PR-PATTERN-NAME TO LB-NAME(LIB-COUNT)
002920         MOVE PR-ROW-OFFSET TO LB-ROW(LIB-COUNT)
002930         MOVE PR-COL-OFFSET TO LB-COL(LIB-COUNT)
002940     ELSE
002950         ADD 1 TO LIB-RECORDS-SKIPPED
002960     END-IF.
002970     PERFORM 1110-READ-PATTERN-RECORD THRU 1110-EXIT.
002980 1120-EXIT.
002990     EXIT.
003000
003010 1200-LOAD-SCENARIOS.
003020     OPEN INPUT SCENARIO-FILE.
003030     IF FS-SCENARIO NOT = "00"
003040         MOVE SPACES TO REPORT-RECORD
003050         STRING "SCENARIO DATASET NOT AVAILABLE - FILE STATUS "
003060             FS-SCENARIO " - NO SCENARIOS DEFINED"
003070             DELIMITED BY SIZE INTO REPORT-RECORD
003080         WRITE REPORT-RECORD
003090         GO TO 1200-EXIT
003100     END-IF.
003105     MOVE ZEROS TO SCENARIO-VERSION.
003110     PERFORM 1210-READ-SCENARIO-RECORD THRU 1210-EXIT.
003112     IF NOT NO-MORE-SCENARIOS AND SCENARIO-HEADER
003114         MOVE SH-VERSION TO SCENARIO-VERSION
003116         PERFORM 1210-READ-SCENARIO-RECORD THRU 1210-EXIT
003118     END-IF.
003120     PERFORM 1220-STORE-SCENARIO-RECORD THRU 1220-EXIT
003130         UNTIL NO-MORE-SCENARIOS.
003140     CLOSE SCENARIO-FILE.
003150     MOVE SCN-COUNT TO EDIT-COUNT.
003160     MOVE SCN-RECORDS-SKIPPED TO EDIT-COUNT-2.
003170     MOVE SPACES TO REPORT-RECORD.
003180     STRING "SCENARIO DATASET - " EDIT-COUNT
003190         " PLACEMENT(S) LOADED, " EDIT-COUNT-2
003200         " SKIPPED" DELIMITED BY SIZE INTO REPORT-RECORD.
003210     WRITE REPORT-RECORD.
003220 1200-EXIT.
003230     EXIT.
003240
003250 1210-READ-SCENARIO-RECORD.
003260     READ SCENARIO-FILE
003270         AT END
003280             MOVE "Y" TO SCENARIO-EOF-FLAG
003290     END-READ.
003300 1210-EXIT.
003310     EXIT.
003320
003330 1220-STORE-SCENARIO-RECORD.
003340     IF SCENARIO-RECORD(1:10) NOT = SPACES
003350      AND SCN-COUNT < SCN-LIMIT
003360         ADD 1 TO SCN-COUNT
003370         MOVE SCENARIO-RECORD TO SN-RECORD(SCN-COUNT)
003380     ELSE
003390         ADD 1 TO SCN-RECORDS-SKIPPED
003400     END-IF.
003410     PERFORM 1210-READ-SCENARIO-RECORD THRU 1210-EXIT.
003420 1220-EXIT.
003430     EXIT.
003440
003450*----------------------------------------------------------*
003451* 1400-LOAD-FROM-HISTORY - LOAD THE PATTERN AND SCENARIO    *
003452* RECORDS OF THE REQUESTED VERSION FROM THE LIBRARY HISTORY *
003453* UNDER THE SAME RULES AS THE CURRENT DATASETS.  A VERSION  *
003454* THE HISTORY DOES NOT HOLD FAILS THE DECK - EVERY PATTERN  *
003455* RUN ON IT WOULD BE BUILT FROM THE WRONG LIBRARY.          *
003456*----------------------------------------------------------*
003457 1400-LOAD-FROM-HISTORY.
003458     MOVE REQUESTED-VERSION TO PATTERN-VERSION.
003459     MOVE REQUESTED-VERSION TO SCENARIO-VERSION.
003460     OPEN INPUT HISTORY-FILE.
003461     IF FS-HISTORY NOT = "00"
003462         ADD 1 TO LIBRARY-ERRORS
003463         MOVE SPACES TO REPORT-RECORD
003464         STRING "LIBRARY HISTORY NOT AVAILABLE - FILE STATUS "
003465             FS-HISTORY " - VERSION " REQUESTED-VERSION
003466             " CANNOT BE LOADED" DELIMITED BY SIZE
003467             INTO REPORT-RECORD
003468         WRITE REPORT-RECORD
003469         GO TO 1400-EXIT
003470     END-IF.
003471     PERFORM 1410-READ-HISTORY-RECORD THRU 1410-EXIT.
003472     PERFORM 1420-STORE-HISTORY-RECORD THRU 1420-EXIT
003473         UNTIL NO-MORE-HISTORY.
003474     CLOSE HISTORY-FILE.
003475     IF NOT VERSION-WAS-FOUND
003476         ADD 1 TO LIBRARY-ERRORS
003477         MOVE SPACES TO REPORT-RECORD
003478         STRING "LIBRARY VERSION " REQUESTED-VERSION
003479             " IS NOT IN THE LIBRARY HISTORY"
003480             DELIMITED BY SIZE INTO REPORT-RECORD
003481         WRITE REPORT-RECORD
003482         GO TO 1400-EXIT
003483     END-IF.
003484     MOVE SPACES TO REPORT-RECORD.
003485     STRING "LIBRARY VERSION  - " REQUESTED-VERSION
003486         " FROM THE LIBRARY HISTORY" DELIMITED BY SIZE
003487         INTO REPORT-RECORD.
003488     WRITE REPORT-RECORD.
003489     MOVE LIB-COUNT TO EDIT-COUNT.
003490     MOVE LIB-RECORDS-SKIPPED TO EDIT-COUNT-2.
003491     MOVE SPACES TO REPORT-RECORD.
003492     STRING "PATTERN LIBRARY  - " EDIT-COUNT
003493         " CELL RECORD(S) LOADED, " EDIT-COUNT-2
003494         " SKIPPED" DELIMITED BY SIZE INTO REPORT-RECORD.
003495     WRITE REPORT-RECORD.
003496     MOVE SCN-COUNT TO EDIT-COUNT.
003497     MOVE SCN-RECORDS-SKIPPED TO EDIT-COUNT-2.
003498     MOVE SPACES TO REPORT-RECORD.
003499     STRING "SCENARIO DATASET - " EDIT-COUNT
003500         " PLACEMENT(S) LOADED, " EDIT-COUNT-2
003501         " SKIPPED" DELIMITED BY SIZE INTO REPORT-RECORD.
003502     WRITE REPORT-RECORD.
003503 1400-EXIT.
003504     EXIT.
003505
003506 1410-READ-HISTORY-RECORD.
003507     READ HISTORY-FILE
003508         AT END
003509             MOVE "Y" TO HISTORY-EOF-FLAG
003510     END-READ.
003511 1410-EXIT.
003512     EXIT.
003513
003514 1420-STORE-HISTORY-RECORD.
003515     IF LH-VERSION NOT = REQUESTED-VERSION
003516      OR LH-IMAGE(1:4) = "*VER"
003517         GO TO 1420-NEXT
003518     END-IF.
003519     MOVE "Y" TO VERSION-FOUND-FLAG.
003520     IF LH-TYPE = "P"
003521         MOVE LH-IMAGE TO HISTORY-PATTERN-IMAGE
003522         IF HP-NAME NOT = SPACES
003523          AND HP-ROW NUMERIC
003524          AND HP-COL NUMERIC
003525          AND LIB-COUNT < LIB-LIMIT
003526             ADD 1 TO LIB-COUNT
003527             MOVE HP-NAME TO LB-NAME(LIB-COUNT)
003528             MOVE HP-ROW TO LB-ROW(LIB-COUNT)
003529             MOVE HP-COL TO LB-COL(LIB-COUNT)
003530         ELSE
003531             ADD 1 TO LIB-RECORDS-SKIPPED
003532         END-IF
003533     END-IF.
003534     IF LH-TYPE = "S"
003535         IF LH-IMAGE(1:10) NOT = SPACES
003536          AND SCN-COUNT < SCN-LIMIT
003537             ADD 1 TO SCN-COUNT
003538             MOVE LH-IMAGE TO SN-RECORD(SCN-COUNT)
003539         ELSE
003540             ADD 1 TO SCN-RECORDS-SKIPPED
003541         END-IF
003542     END-IF.
003543 1420-NEXT.
003544     PERFORM 1410-READ-HISTORY-RECORD THRU 1410-EXIT.
003545 1420-EXIT.
003546     EXIT.
003547
003548*----------------------------------------------------------*
003549* 1500-CHECK-VERSIONS - REPORT THE LIBRARY VERSION THE DECK *
003550* IS CHECKED AGAINST.  PATTERN-MAINT ISSUES THE PATTERN AND *
003551* SCENARIO DATASETS AS A PAIR, SO DIFFERENT VERSIONS MEAN   *
003552* ONLY ONE OF THEM WAS SWAPPED IN.                          *
003553*----------------------------------------------------------*
003554 1500-CHECK-VERSIONS.
003555     IF PATTERN-VERSION = "NONE"
003556         GO TO 1500-EXIT
003557     END-IF.
003558     MOVE SPACES TO REPORT-RECORD.
003559     IF PATTERN-VERSION = ZEROS
003560         STRING "LIBRARY VERSION  - " PATTERN-VERSION
003561             " (UNVERSIONED)" DELIMITED BY SIZE INTO REPORT-RECORD
003562     ELSE
003563         STRING "LIBRARY VERSION  - " PATTERN-VERSION
003564             DELIMITED BY SIZE INTO REPORT-RECORD
003565     END-IF.
003566     WRITE REPORT-RECORD.
003567     IF SCENARIO-VERSION NOT = "NONE"
003568      AND SCENARIO-VERSION NOT = PATTERN-VERSION
003569         ADD 1 TO DECK-WARNINGS
003570         MOVE SPACES TO REPORT-RECORD
003571         STRING "  WARNING - SCENARIO DATASET IS VERSION "
003572             SCENARIO-VERSION ", NOT THE LIBRARY'S"
003573             DELIMITED BY SIZE INTO REPORT-RECORD
003574         WRITE REPORT-RECORD
003575     END-IF.
003576 1500-EXIT.
003577     EXIT.
003578
003579*----------------------------------------------------------*
003580* 1300-LOAD-CHECKPOINTS - NOTE THE NEWEST CHECKPOINT HELD   *
003581* FOR EACH RUN NUMBER AND ITS BOARD DIMENSIONS.             *
003582*----------------------------------------------------------*
003583 1300-LOAD-CHECKPOINTS.
003584     MOVE SPACES TO CKPT-RUN-TABLE.
003585     OPEN INPUT CHECKPOINT-FILE.
003586     IF FS-CHECKPOINT NOT = "00"
003587         MOVE SPACES TO REPORT-RECORD
003588         STRING "CHECKPOINT DATASET NOT AVAILABLE - FILE STATUS "
003589             FS-CHECKPOINT " - NO RESTART CAN BE HONORED"
003590             DELIMITED BY SIZE INTO REPORT-RECORD
003591         WRITE REPORT-RECORD
003592         GO TO 1300-EXIT
003593     END-IF.
003600     PERFORM 1310-READ-CHECKPOINT-RECORD THRU 1310-EXIT.
003610     PERFORM 1320-NOTE-CHECKPOINT-RECORD THRU 1320-EXIT
003620         UNTIL NO-MORE-CHECKPOINTS.
003630     CLOSE CHECKPOINT-FILE.
003640     MOVE CKPT-RECORDS-READ TO EDIT-READ.
003650     MOVE CKPT-RUNS-FOUND TO EDIT-COUNT.
003660     MOVE SPACES TO REPORT-RECORD.
003670     STRING "CHECKPOINTS      - " EDIT-READ
003680         " RECORD(S) READ, COVERING " EDIT-COUNT
003690         " RUN NUMBER(S)" DELIMITED BY SIZE
003700         INTO REPORT-RECORD.
003710     WRITE REPORT-RECORD.
003711     IF CKPT-RECORDS-REFUSED > 0
003712         MOVE CKPT-RECORDS-REFUSED TO EDIT-READ
003713         MOVE SPACES TO REPORT-RECORD
003714         STRING "                   " EDIT-READ
003715             " RECORD(S) FAIL THEIR CHECK TOTAL AND WILL BE"
003716             " REFUSED" DELIMITED BY SIZE INTO REPORT-RECORD
003717         WRITE REPORT-RECORD
003718     END-IF.
003720 1300-EXIT.
003730     EXIT.
003740
003750 1310-READ-CHECKPOINT-RECORD.
003760     READ CHECKPOINT-FILE
003770         AT END
003780             MOVE "Y" TO CHECKPOINT-EOF-FLAG
003790     END-READ.
003800 1310-EXIT.
003810     EXIT.
003820
003830 1320-NOTE-CHECKPOINT-RECORD.
003840     ADD 1 TO CKPT-RECORDS-READ.
003841     PERFORM 1330-COMPUTE-CHECK-TOTAL THRU 1330-EXIT.
003842     IF CKPT-CHECK-TOTAL NOT NUMERIC
003843      OR CKPT-CHECK-TOTAL NOT = CHECK-TOTAL-WORK
003844         MOVE "N" TO CHECK-TOTAL-OK-FLAG
003845     END-IF.
003846     IF NOT CHECK-TOTAL-IS-GOOD
003847         ADD 1 TO CKPT-RECORDS-REFUSED
003848         PERFORM 1310-READ-CHECKPOINT-RECORD THRU 1310-EXIT
003849         GO TO 1320-EXIT
003850     END-IF.
003851     IF CKPT-RUN-NUMBER NUMERIC AND CKPT-RUN-NUMBER > 0
003860         IF CR-FOUND(CKPT-RUN-NUMBER) NOT = "Y"
003870             ADD 1 TO CKPT-RUNS-FOUND
003880         END-IF
003890         MOVE "Y" TO CR-FOUND(CKPT-RUN-NUMBER)
003900         IF CKPT-GENERATION NUMERIC
003910             MOVE CKPT-GENERATION
003920                 TO CR-GENERATION(CKPT-RUN-NUMBER)
003930         ELSE
003940             MOVE 0 TO CR-GENERATION(CKPT-RUN-NUMBER)
003950         END-IF
003960         IF CKPT-HEIGHT NUMERIC AND CKPT-WIDTH NUMERIC
003970             MOVE CKPT-HEIGHT TO CR-HEIGHT(CKPT-RUN-NUMBER)
003980             MOVE CKPT-WIDTH TO CR-WIDTH(CKPT-RUN-NUMBER)
003990         ELSE
004000             MOVE 0 TO CR-HEIGHT(CKPT-RUN-NUMBER)
004010             MOVE 0 TO CR-WIDTH(CKPT-RUN-NUMBER)
004020         END-IF
004030     END-IF.
004040     PERFORM 1310-READ-CHECKPOINT-RECORD THRU 1310-EXIT.
004050 1320-EXIT.
004060     EXIT.
004061
004062*----------------------------------------------------------*
004063* 1330-COMPUTE-CHECK-TOTAL - THE SAME CHECK TOTAL THE       *
004064* SIMULATOR WRITES ON EVERY CHECKPOINT RECORD.              *
004065*----------------------------------------------------------*
004066 1330-COMPUTE-CHECK-TOTAL.
004067     MOVE "Y" TO CHECK-TOTAL-OK-FLAG.
004068     MOVE 0 TO CHECK-TOTAL-WORK.
004069     IF CKPT-JOB-ID NOT NUMERIC OR CKPT-RUN-NUMBER NOT NUMERIC
004070      OR CKPT-GENERATION NOT NUMERIC OR CKPT-HEIGHT NOT NUMERIC
004071      OR CKPT-WIDTH NOT NUMERIC
004072      OR CKPT-PEAK-POPULATION NOT NUMERIC
004073      OR CKPT-PEAK-GENERATION NOT NUMERIC
004074         MOVE "N" TO CHECK-TOTAL-OK-FLAG
004075         GO TO 1330-EXIT
004076     END-IF.
004077     COMPUTE CHECK-TOTAL-WORK = CKPT-JOB-ID
004078         + CKPT-RUN-NUMBER * 7 + CKPT-GENERATION * 11
004079         + CKPT-HEIGHT * 13 + CKPT-WIDTH * 17
004080         + CKPT-PEAK-POPULATION * 19
004081         + CKPT-PEAK-GENERATION * 23.
004082     PERFORM 1331-ADD-CELL THRU 1331-EXIT
004083         VARYING G FROM 1 BY 1 UNTIL G > BOARD-SIZE-MAX.
004084 1330-EXIT.
004085     EXIT.
004086
004087 1331-ADD-CELL.
004088     IF CKPT-CELLS(G) NOT NUMERIC OR CKPT-CELLS(G) > 1
004089         MOVE "N" TO CHECK-TOTAL-OK-FLAG
004090     ELSE
004091         IF CKPT-CELLS(G) = 1
004092             ADD G TO CHECK-TOTAL-WORK
004093         END-IF
004094     END-IF.
004095 1331-EXIT.
004096     EXIT.
004097
004098*----------------------------------------------------------*
004099* 2000-CHECK-DECK - RUN NUMBERS ARE ASSIGNED IN DECK ORDER  *
004100* EXACTLY AS THE SIMULATOR ASSIGNS THEM, SO A RESTART IS    *
004110* MATCHED TO THE CHECKPOINT THE SIMULATOR WOULD PICK.       *
004120*----------------------------------------------------------*
004130 2000-CHECK-DECK.
004140     PERFORM 2100-READ-RUN-SPEC THRU 2100-EXIT.
004150     PERFORM 2200-CHECK-ONE-RECORD THRU 2200-EXIT
004160         UNTIL NO-MORE-RUN-SPECS.
004170     CLOSE RUN-SPEC-FILE.
004180 2000-EXIT.
004190     EXIT.
004200
004210 2100-READ-RUN-SPEC.
004220     READ RUN-SPEC-FILE
004230         AT END
004240             MOVE "Y" TO RUN-SPEC-EOF-FLAG
004250     END-READ.
004260 2100-EXIT.
004270     EXIT.
004280
004290 2200-CHECK-ONE-RECORD.
004300     ADD 1 TO RUN-NUMBER.
004310     ADD 1 TO RECORDS-CHECKED.
004320     MOVE 0 TO RECORD-ERRORS.
004330     MOVE 0 TO RECORD-WARNINGS.
004340     MOVE "N" TO DIMS-USABLE-FLAG.
004350     PERFORM 2300-WRITE-RECORD-HEADING THRU 2300-EXIT.
004360     PERFORM 3000-CHECK-FIELDS THRU 3000-EXIT.
004370     PERFORM 3100-CHECK-RULE THRU 3100-EXIT.
004380     PERFORM 3200-CHECK-PATTERN THRU 3200-EXIT.
004390     PERFORM 3300-CHECK-RESTART THRU 3300-EXIT.
004400     PERFORM 3400-CHECK-PERTURBATION THRU 3400-EXIT.
004410     IF RECORD-ERRORS = 0 AND RECORD-WARNINGS = 0
004420         ADD 1 TO RECORDS-CLEAN
004430         MOVE SPACES TO REPORT-RECORD
004440         STRING "  NO FINDINGS" DELIMITED BY SIZE
004450             INTO REPORT-RECORD
004460         WRITE REPORT-RECORD
004470     END-IF.
004480     IF RECORD-ERRORS > 0
004490         ADD 1 TO RECORDS-WITH-ERRORS
004500     END-IF.
004510     PERFORM 2100-READ-RUN-SPEC THRU 2100-EXIT.
004520 2200-EXIT.
004530     EXIT.
004540
004550 2300-WRITE-RECORD-HEADING.
004560     MOVE RUN-NUMBER TO EDIT-RUN.
004570     IF RS-HEIGHT NUMERIC
004580         MOVE RS-HEIGHT TO EDIT-HEIGHT
004590         MOVE EDIT-HEIGHT TO SHOW-HEIGHT
004600     ELSE
004610         MOVE RS-HEIGHT TO SHOW-HEIGHT
004620     END-IF.
004630     IF RS-WIDTH NUMERIC
004640         MOVE RS-WIDTH TO EDIT-WIDTH
004650         MOVE EDIT-WIDTH TO SHOW-WIDTH
004660     ELSE
004670         MOVE RS-WIDTH TO SHOW-WIDTH
004680     END-IF.
004690     IF RS-GENERATIONS NUMERIC
004700         MOVE RS-GENERATIONS TO EDIT-GENS
004710         MOVE EDIT-GENS TO SHOW-GENS
004720     ELSE
004730         MOVE RS-GENERATIONS TO SHOW-GENS
004740     END-IF.
004750     IF RS-RULE-NAME = SPACES
004760         MOVE "CONWAY" TO SHOW-RULE
004770     ELSE
004780         MOVE RS-RULE-NAME TO SHOW-RULE
004790     END-IF.
004800     MOVE SPACES TO REPORT-RECORD.
004810     STRING "RUN " EDIT-RUN " - " SHOW-HEIGHT " X "
004820         SHOW-WIDTH ", " SHOW-GENS " GENS, PATTERN "
004830         RS-PATTERN-NAME ", RULE " SHOW-RULE
004840         DELIMITED BY SIZE INTO REPORT-RECORD.
004850     WRITE REPORT-RECORD.
004860 2300-EXIT.
004870     EXIT.
004880
004890*----------------------------------------------------------*
004900* 3000-CHECK-FIELDS - NUMERIC FIELDS AND FLAGS, THEN THE    *
004910* SAME ZERO-DIMENSION AND CELLS TABLE CAPACITY TESTS AS     *
004920* 3000-VALIDATE-DIMENSIONS IN THE SIMULATOR.                *
004930*----------------------------------------------------------*
004940 3000-CHECK-FIELDS.
004950     IF RS-HEIGHT NOT NUMERIC OR RS-WIDTH NOT NUMERIC
004960         MOVE "HEIGHT OR WIDTH IS NOT NUMERIC" TO FINDING-TEXT
004970         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
004980     ELSE
004990         MOVE RS-HEIGHT TO HEIGHT
005000         MOVE RS-WIDTH TO WIDTH
005010         MOVE HEIGHT TO EDIT-HEIGHT
005020         MOVE WIDTH TO EDIT-WIDTH
005030         IF HEIGHT = 0 OR WIDTH = 0
005040             MOVE SPACES TO FINDING-TEXT
005050             STRING EDIT-HEIGHT " BY " EDIT-WIDTH
005060                 " HAS A ZERO DIMENSION - RUN WOULD BE "
005070                 "REJECTED" DELIMITED BY SIZE
005080                 INTO FINDING-TEXT
005090             PERFORM 8100-LOG-ERROR THRU 8100-EXIT
005100         ELSE
005110             COMPUTE VALIDATION-SIZE = HEIGHT * WIDTH
005120             IF VALIDATION-SIZE > BOARD-SIZE-MAX
005130                 MOVE SPACES TO FINDING-TEXT
005140                 STRING EDIT-HEIGHT " BY " EDIT-WIDTH
005150                     " EXCEEDS CELLS TABLE CAPACITY - RUN "
005160                     "WOULD BE REJECTED" DELIMITED BY SIZE
005170                     INTO FINDING-TEXT
005180                 PERFORM 8100-LOG-ERROR THRU 8100-EXIT
005190             ELSE
005200                 MOVE "Y" TO DIMS-USABLE-FLAG
005210             END-IF
005220         END-IF
005230     END-IF.
005240     IF RS-GENERATIONS NOT NUMERIC
005250         MOVE "GENERATION COUNT IS NOT NUMERIC" TO FINDING-TEXT
005260         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
005270     ELSE
005280         IF RS-GENERATIONS = 0
005290             MOVE SPACES TO FINDING-TEXT
005300             STRING "GENERATION COUNT IS ZERO - NOTHING WILL BE "
005310                 "SIMULATED" DELIMITED BY SIZE INTO FINDING-TEXT
005320             PERFORM 8200-LOG-WARNING THRU 8200-EXIT
005330         END-IF
005340     END-IF.
005350     IF RS-CKPT-INTERVAL NOT NUMERIC
005360         MOVE "CHECKPOINT INTERVAL IS NOT NUMERIC"
005370             TO FINDING-TEXT
005380         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
005390     END-IF.
005400     IF RS-WRAP-FLAG NOT = "Y" AND RS-WRAP-FLAG NOT = "N"
005410         MOVE SPACES TO FINDING-TEXT
005420         STRING "WRAP FLAG '" RS-WRAP-FLAG "' IS NOT Y OR N - "
005430             "RUNS WITH DEAD EDGES" DELIMITED BY SIZE
005440             INTO FINDING-TEXT
005450         PERFORM 8200-LOG-WARNING THRU 8200-EXIT
005460     END-IF.
005470     IF RS-RESTART-FLAG NOT = "Y" AND RS-RESTART-FLAG NOT = "N"
005480      AND RS-RESTART-FLAG NOT = SPACE
005490         MOVE SPACES TO FINDING-TEXT
005500         STRING "RESTART FLAG '" RS-RESTART-FLAG
005510             "' IS NOT Y OR N - NO RESTART" DELIMITED BY SIZE
005520             INTO FINDING-TEXT
005530         PERFORM 8200-LOG-WARNING THRU 8200-EXIT
005540     END-IF.
005550     IF RS-DIVERGE-FLAG NOT = "Y" AND RS-DIVERGE-FLAG NOT = "N"
005560      AND RS-DIVERGE-FLAG NOT = SPACE
005570         MOVE SPACES TO FINDING-TEXT
005580         STRING "DIVERGENCE FLAG '" RS-DIVERGE-FLAG
005590             "' IS NOT Y OR N - NO TWIN BOARD"
005600             DELIMITED BY SIZE INTO FINDING-TEXT
005610         PERFORM 8200-LOG-WARNING THRU 8200-EXIT
005620     END-IF.
005630 3000-EXIT.
005640     EXIT.
005650
005660*----------------------------------------------------------*
005670* 3100-CHECK-RULE - THE RULE CATALOG 3050-RESOLVE-RULE      *
005680* ACCEPTS.  A BLANK NAME MEANS PLAIN CONWAY.                *
005690*----------------------------------------------------------*
005700 3100-CHECK-RULE.
005710     EVALUATE RS-RULE-NAME
005720         WHEN SPACES
005730         WHEN "CONWAY"
005740         WHEN "HIGHLIFE"
005750         WHEN "SEEDS"
005760         WHEN "DAYNIGHT"
005770             CONTINUE
005780         WHEN OTHER
005790             MOVE SPACES TO FINDING-TEXT
005800             STRING "UNKNOWN RULE " RS-RULE-NAME
005810                 " - RUN WOULD BE REJECTED" DELIMITED BY SIZE
005820                 INTO FINDING-TEXT
005830             PERFORM 8100-LOG-ERROR THRU 8100-EXIT
005840     END-EVALUATE.
005850 3100-EXIT.
005860     EXIT.
005870
005880*----------------------------------------------------------*
005890* 3200-CHECK-PATTERN - A BLANK NAME IS A RANDOM FILL AND    *
005900* NEEDS A NUMERIC SEED.  A NAME MATCHING A SCENARIO HAS     *
005910* EVERY PLACEMENT TRIED AS 4127-APPLY-PLACEMENT WOULD; ANY  *
005920* OTHER NAME MUST BE IN THE PATTERN LIBRARY, AND CELLS THAT *
005930* FALL OFF THE BOARD WHEN CENTERED ARE REPORTED.            *
005940*----------------------------------------------------------*
005950 3200-CHECK-PATTERN.
005960     IF RS-PATTERN-NAME = SPACES
005970         IF RS-SEED NOT NUMERIC
005980             MOVE "SEED IS NOT NUMERIC FOR A RANDOM FILL"
005990                 TO FINDING-TEXT
006000             PERFORM 8100-LOG-ERROR THRU 8100-EXIT
006010         END-IF
006020         GO TO 3200-EXIT
006030     END-IF.
006040     MOVE 0 TO PLACEMENTS-SEEN.
006050     MOVE 0 TO PLACEMENTS-APPLIED.
006060     PERFORM 3210-CHECK-PLACEMENT THRU 3210-EXIT
006070         VARYING K FROM 1 BY 1 UNTIL K > SCN-COUNT.
006080     IF PLACEMENTS-SEEN > 0
006090         IF PLACEMENTS-APPLIED = 0 AND DIMENSIONS-USABLE
006100             MOVE SPACES TO FINDING-TEXT
006110             STRING "SCENARIO " RS-PATTERN-NAME
006120                 " - NO PLACEMENT WOULD BE APPLIED, BOARD "
006130                 "EMPTY" DELIMITED BY SIZE INTO FINDING-TEXT
006140             PERFORM 8100-LOG-ERROR THRU 8100-EXIT
006150         END-IF
006160         GO TO 3200-EXIT
006170     END-IF.
006180     IF DIMENSIONS-USABLE
006190         COMPUTE ANCHOR-ROW = HEIGHT / 2
006200         COMPUTE ANCHOR-COL = WIDTH / 2
006210     END-IF.
006220     MOVE 0 TO PLACE-CELLS-FOUND.
006230     MOVE 0 TO PLACE-CELLS-OFF.
006240     PERFORM 3220-CHECK-CENTERED-CELL THRU 3220-EXIT
006250         VARYING L FROM 1 BY 1 UNTIL L > LIB-COUNT.
006260     IF PLACE-CELLS-FOUND = 0
006270         MOVE SPACES TO FINDING-TEXT
006280         STRING "PATTERN " RS-PATTERN-NAME
006290             " IS IN NEITHER THE PATTERN NOR SCENARIO "
006300             "LIBRARY" DELIMITED BY SIZE INTO FINDING-TEXT
006310         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
006320     ELSE
006330         IF PLACE-CELLS-OFF > 0
006340             MOVE PLACE-CELLS-OFF TO EDIT-COUNT
006350             MOVE SPACES TO FINDING-TEXT
006360             STRING "PATTERN " RS-PATTERN-NAME " - "
006370                 EDIT-COUNT " CELL(S) FALL OFF THE BOARD "
006380                 "AND ARE DROPPED" DELIMITED BY SIZE
006390                 INTO FINDING-TEXT
006400             PERFORM 8200-LOG-WARNING THRU 8200-EXIT
006410         END-IF
006420     END-IF.
006430 3200-EXIT.
006440     EXIT.
006450
006460 3210-CHECK-PLACEMENT.
006470     IF SN-RECORD(K)(1:10) NOT = RS-PATTERN-NAME
006480         GO TO 3210-EXIT
006490     END-IF.
006500     ADD 1 TO PLACEMENTS-SEEN.
006510     MOVE SN-RECORD(K) TO PLACEMENT-WORK.
006520     IF PW-ANCHOR-ROW NOT NUMERIC OR PW-ANCHOR-COL NOT NUMERIC
006530      OR PW-ORIENT NOT NUMERIC
006540         MOVE SPACES TO FINDING-TEXT
006550         STRING "PLACEMENT " PW-PATTERN-NAME " AT "
006560             PT-ANCHOR-ROW "," PT-ANCHOR-COL
006570             " REJECTED - MALFORMED RECORD"
006580             DELIMITED BY SIZE INTO FINDING-TEXT
006590         PERFORM 8200-LOG-WARNING THRU 8200-EXIT
006600         GO TO 3210-EXIT
006610     END-IF.
006620     MOVE PW-ANCHOR-ROW TO PLACE-ROW.
006630     MOVE PW-ANCHOR-COL TO PLACE-COL.
006640     MOVE PW-ORIENT TO PLACE-ORIENT.
006650     MOVE 0 TO PLACE-CELLS-FOUND.
006660     MOVE 0 TO PLACE-CELLS-OFF.
006670     PERFORM 3211-CHECK-PLACED-CELL THRU 3211-EXIT
006680         VARYING L FROM 1 BY 1 UNTIL L > LIB-COUNT.
006690     MOVE PLACE-ROW TO EDIT-ROW.
006700     MOVE PLACE-COL TO EDIT-COL.
006710     EVALUATE TRUE
006720         WHEN PLACE-CELLS-FOUND = 0
006730             MOVE SPACES TO FINDING-TEXT
006740             STRING "PLACEMENT " PW-PATTERN-NAME " AT "
006750                 EDIT-ROW "," EDIT-COL
006760                 " REJECTED - PATTERN NOT IN LIBRARY"
006770                 DELIMITED BY SIZE INTO FINDING-TEXT
006780             PERFORM 8200-LOG-WARNING THRU 8200-EXIT
006790         WHEN PLACE-CELLS-OFF > 0
006800             MOVE SPACES TO FINDING-TEXT
006810             STRING "PLACEMENT " PW-PATTERN-NAME " AT "
006820                 EDIT-ROW "," EDIT-COL
006830                 " REJECTED - CELLS OUTSIDE BOARD"
006840                 DELIMITED BY SIZE INTO FINDING-TEXT
006850             PERFORM 8200-LOG-WARNING THRU 8200-EXIT
006860         WHEN OTHER
006870             ADD 1 TO PLACEMENTS-APPLIED
006880     END-EVALUATE.
006890 3210-EXIT.
006900     EXIT.
006910
006920 3211-CHECK-PLACED-CELL.
006930     IF LB-NAME(L) = PW-PATTERN-NAME
006940         ADD 1 TO PLACE-CELLS-FOUND
006950         IF DIMENSIONS-USABLE
006960             PERFORM 3230-TRANSFORM-CELL THRU 3230-EXIT
006970             IF CELL-ROW < 1 OR CELL-ROW > HEIGHT
006980              OR CELL-COL < 1 OR CELL-COL > WIDTH
006990                 ADD 1 TO PLACE-CELLS-OFF
007000             END-IF
007010         END-IF
007020     END-IF.
007030 3211-EXIT.
007040     EXIT.
007050
007060 3220-CHECK-CENTERED-CELL.
007070     IF LB-NAME(L) = RS-PATTERN-NAME
007080         ADD 1 TO PLACE-CELLS-FOUND
007090         IF DIMENSIONS-USABLE
007100             COMPUTE CELL-ROW = ANCHOR-ROW + LB-ROW(L)
007110             COMPUTE CELL-COL = ANCHOR-COL + LB-COL(L)
007120             IF CELL-ROW < 1 OR CELL-ROW > HEIGHT
007130              OR CELL-COL < 1 OR CELL-COL > WIDTH
007140                 ADD 1 TO PLACE-CELLS-OFF
007150             END-IF
007160         END-IF
007170     END-IF.
007180 3220-EXIT.
007190     EXIT.
007200
007210* ORIENTATION CODES 0-3 ROTATE THE PATTERN 0/90/180/270
007220* DEGREES; CODES 4-7 ROTATE ITS MIRROR IMAGE THE SAME WAY.
007230 3230-TRANSFORM-CELL.
007240     MOVE LB-ROW(L) TO XFORM-R.
007250     MOVE LB-COL(L) TO XFORM-C.
007260     IF PLACE-ORIENT > 3
007270         COMPUTE XFORM-C = 0 - XFORM-C
007280     END-IF.
007290     PERFORM 3231-ROTATE-CELL THRU 3231-EXIT
007300         VARYING XFORM-PASS FROM 1 BY 1
007310         UNTIL XFORM-PASS > FUNCTION MOD(PLACE-ORIENT, 4).
007320     COMPUTE CELL-ROW = PLACE-ROW + XFORM-R.
007330     COMPUTE CELL-COL = PLACE-COL + XFORM-C.
007340 3230-EXIT.
007350     EXIT.
007360
007370 3231-ROTATE-CELL.
007380     MOVE XFORM-R TO XFORM-HOLD.
007390     MOVE XFORM-C TO XFORM-R.
007400     COMPUTE XFORM-C = 0 - XFORM-HOLD.
007410 3231-EXIT.
007420     EXIT.
007430
007440*----------------------------------------------------------*
007450* 3300-CHECK-RESTART - A RESTART NEEDS A CHECKPOINT FOR THE *
007460* RUN NUMBER THAT THE SIMULATOR WILL ACCEPT.  DIVERGENCE    *
007470* EXPERIMENTS IGNORE RESTART ALTOGETHER.                    *
007480*----------------------------------------------------------*
007490 3300-CHECK-RESTART.
007500     IF RS-RESTART-FLAG NOT = "Y"
007510         GO TO 3300-EXIT
007520     END-IF.
007530     IF RS-DIVERGE-FLAG = "Y"
007540         MOVE SPACES TO FINDING-TEXT
007550         STRING "RESTART IS IGNORED IN DIVERGENCE MODE - STARTS "
007560             "AT GENERATION 1" DELIMITED BY SIZE INTO FINDING-TEXT
007570         PERFORM 8200-LOG-WARNING THRU 8200-EXIT
007580         GO TO 3300-EXIT
007590     END-IF.
007600     MOVE RUN-NUMBER TO EDIT-RUN.
007610     IF CR-FOUND(RUN-NUMBER) NOT = "Y"
007620         MOVE SPACES TO FINDING-TEXT
007630         STRING "RESTART REQUESTED BUT NO CHECKPOINT HELD FOR "
007640             "RUN " EDIT-RUN DELIMITED BY SIZE
007650             INTO FINDING-TEXT
007660         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
007670         GO TO 3300-EXIT
007680     END-IF.
007690     IF CR-HEIGHT(RUN-NUMBER) = 0 OR CR-WIDTH(RUN-NUMBER) = 0
007700         MOVE SPACES TO FINDING-TEXT
007710         STRING "CHECKPOINT FOR RUN " EDIT-RUN
007720             " HAS INVALID DIMENSIONS - WOULD BE IGNORED"
007730             DELIMITED BY SIZE INTO FINDING-TEXT
007740         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
007750         GO TO 3300-EXIT
007760     END-IF.
007770     COMPUTE VALIDATION-SIZE =
007780         CR-HEIGHT(RUN-NUMBER) * CR-WIDTH(RUN-NUMBER).
007790     IF VALIDATION-SIZE > BOARD-SIZE-MAX
007800         MOVE SPACES TO FINDING-TEXT
007810         STRING "CHECKPOINT FOR RUN " EDIT-RUN
007820             " TOO LARGE FOR CELLS TABLE - WOULD BE IGNORED"
007830             DELIMITED BY SIZE INTO FINDING-TEXT
007840         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
007850         GO TO 3300-EXIT
007860     END-IF.
007870     IF DIMENSIONS-USABLE
007880      AND (CR-HEIGHT(RUN-NUMBER) NOT = HEIGHT
007890       OR CR-WIDTH(RUN-NUMBER) NOT = WIDTH)
007900         MOVE CR-HEIGHT(RUN-NUMBER) TO EDIT-HEIGHT
007910         MOVE CR-WIDTH(RUN-NUMBER) TO EDIT-WIDTH
007920         MOVE SPACES TO FINDING-TEXT
007930         STRING "CHECKPOINT BOARD IS " EDIT-HEIGHT " X "
007940             EDIT-WIDTH " - CHECKPOINT SIZE WILL BE USED"
007950             DELIMITED BY SIZE INTO FINDING-TEXT
007960         PERFORM 8200-LOG-WARNING THRU 8200-EXIT
007970     END-IF.
007980     IF RS-GENERATIONS NUMERIC
007990      AND CR-GENERATION(RUN-NUMBER) NOT < RS-GENERATIONS
008000         MOVE CR-GENERATION(RUN-NUMBER) TO EDIT-GENS
008010         MOVE SPACES TO FINDING-TEXT
008020         STRING "CHECKPOINT IS AT GENERATION " EDIT-GENS
008030             " - NO GENERATIONS LEFT TO RUN"
008040             DELIMITED BY SIZE INTO FINDING-TEXT
008050         PERFORM 8200-LOG-WARNING THRU 8200-EXIT
008060     END-IF.
008070 3300-EXIT.
008080     EXIT.
008090
008100*----------------------------------------------------------*
008110* 3400-CHECK-PERTURBATION - A DIVERGENCE TWIN NEEDS BOTH A  *
008120* ROW AND A COLUMN ON THE BOARD, OR NEITHER (OPPOSITE WRAP).*
008130*----------------------------------------------------------*
008140 3400-CHECK-PERTURBATION.
008150     IF RS-PERTURB-ROW NUMERIC
008160         MOVE RS-PERTURB-ROW TO PERTURB-ROW
008170     ELSE
008180         MOVE 0 TO PERTURB-ROW
008190     END-IF.
008200     IF RS-PERTURB-COL NUMERIC
008210         MOVE RS-PERTURB-COL TO PERTURB-COL
008220     ELSE
008230         MOVE 0 TO PERTURB-COL
008240     END-IF.
008250     IF RS-DIVERGE-FLAG NOT = "Y"
008260         IF PERTURB-ROW > 0 OR PERTURB-COL > 0
008270             MOVE SPACES TO FINDING-TEXT
008280             STRING "PERTURBATION GIVEN BUT DIVERGENCE FLAG IS "
008290                 "NOT Y - IGNORED" DELIMITED BY SIZE
008300                 INTO FINDING-TEXT
008310             PERFORM 8200-LOG-WARNING THRU 8200-EXIT
008320         END-IF
008330         GO TO 3400-EXIT
008340     END-IF.
008350     IF (PERTURB-ROW > 0 AND PERTURB-COL = 0)
008360      OR (PERTURB-ROW = 0 AND PERTURB-COL > 0)
008370         MOVE SPACES TO FINDING-TEXT
008380         STRING "PERTURBATION NEEDS BOTH ROW AND COLUMN - TWIN "
008390             "USES OPPOSITE WRAP" DELIMITED BY SIZE
008400             INTO FINDING-TEXT
008410         PERFORM 8200-LOG-WARNING THRU 8200-EXIT
008420         GO TO 3400-EXIT
008430     END-IF.
008440     IF PERTURB-ROW > 0 AND PERTURB-COL > 0
008450      AND DIMENSIONS-USABLE
008460      AND (PERTURB-ROW > HEIGHT OR PERTURB-COL > WIDTH)
008470         MOVE PERTURB-ROW TO EDIT-ROW
008480         MOVE PERTURB-COL TO EDIT-COL
008490         MOVE SPACES TO FINDING-TEXT
008500         STRING "PERTURB CELL " EDIT-ROW "," EDIT-COL
008510             " IS OFF THE BOARD - TWIN LEFT IDENTICAL"
008520             DELIMITED BY SIZE INTO FINDING-TEXT
008530         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
008540     END-IF.
008550 3400-EXIT.
008560     EXIT.
008570
008580*----------------------------------------------------------*
008590* 8100-LOG-ERROR / 8200-LOG-WARNING - WRITE FINDING-TEXT    *
008600* UNDER THE CURRENT RECORD'S HEADING AND COUNT IT.          *
008610*----------------------------------------------------------*
008620 8100-LOG-ERROR.
008630     ADD 1 TO RECORD-ERRORS.
008640     ADD 1 TO DECK-ERRORS.
008650     MOVE SPACES TO REPORT-RECORD.
008660     STRING "  ERROR   - " FINDING-TEXT
008670         DELIMITED BY SIZE INTO REPORT-RECORD.
008680     WRITE REPORT-RECORD.
008690     DISPLAY "RUN " RUN-NUMBER " ERROR - " FINDING-TEXT.
008700 8100-EXIT.
008710     EXIT.
008720
008730 8200-LOG-WARNING.
008740     ADD 1 TO RECORD-WARNINGS.
008750     ADD 1 TO DECK-WARNINGS.
008760     MOVE SPACES TO REPORT-RECORD.
008770     STRING "  WARNING - " FINDING-TEXT
008780         DELIMITED BY SIZE INTO REPORT-RECORD.
008790     WRITE REPORT-RECORD.
008800 8200-EXIT.
008810     EXIT.
008820
008830*----------------------------------------------------------*
008840* 9000-TERMINATE - DECK TOTALS AND THE PASS/FAIL VERDICT.   *
008850* THE DECK PASSES WHEN IT COULD BE READ, HOLDS AT LEAST ONE *
008860* RECORD AND NO RECORD HAS AN ERROR; WARNINGS DO NOT FAIL   *
008870* IT.                                                       *
008880*----------------------------------------------------------*
008890 9000-TERMINATE.
008900     IF NOT REPORT-IS-OPEN
008905         MOVE CONDITION-CODE TO RETURN-CODE
008910         GO TO 9000-EXIT
008920     END-IF.
008930     MOVE RECORDS-CHECKED TO EDIT-COUNT.
008940     MOVE SPACES TO REPORT-RECORD.
008950     WRITE REPORT-RECORD.
008960     MOVE SPACES TO REPORT-RECORD.
008970     STRING "PRE-FLIGHT SUMMARY - " EDIT-COUNT
008980         " RECORD(S) CHECKED" DELIMITED BY SIZE
008990         INTO REPORT-RECORD.
009000     WRITE REPORT-RECORD.
009010     MOVE RECORDS-CLEAN TO EDIT-COUNT.
009020     MOVE RECORDS-WITH-ERRORS TO EDIT-COUNT-2.
009030     MOVE SPACES TO REPORT-RECORD.
009040     STRING "  " EDIT-COUNT " RECORD(S) WITH NO FINDINGS, "
009050         EDIT-COUNT-2 " RECORD(S) WITH ERRORS"
009060         DELIMITED BY SIZE INTO REPORT-RECORD.
009070     WRITE REPORT-RECORD.
009080     MOVE DECK-ERRORS TO EDIT-TOTAL.
009090     MOVE SPACES TO REPORT-RECORD.
009100     STRING "  " EDIT-TOTAL " ERROR(S)" DELIMITED BY SIZE
009110         INTO REPORT-RECORD.
009120     WRITE REPORT-RECORD.
009130     MOVE DECK-WARNINGS TO EDIT-TOTAL.
009140     MOVE SPACES TO REPORT-RECORD.
009150     STRING "  " EDIT-TOTAL " WARNING(S)" DELIMITED BY SIZE
009160         INTO REPORT-RECORD.
009170     WRITE REPORT-RECORD.
009180     MOVE SPACES TO REPORT-RECORD.
009190     WRITE REPORT-RECORD.
009200     MOVE SPACES TO REPORT-RECORD.
009210     EVALUATE TRUE
009220         WHEN NOT RUN-SPEC-IS-OPEN
009225             MOVE 8 TO CONDITION-CODE
009230             STRING "VERDICT - FAIL - RUNSPEC DATASET NOT "
009240                 "AVAILABLE" DELIMITED BY SIZE
009250                 INTO REPORT-RECORD
009260         WHEN RECORDS-CHECKED = 0
009265             MOVE 8 TO CONDITION-CODE
009270             STRING "VERDICT - FAIL - RUNSPEC DECK IS EMPTY"
009280                 DELIMITED BY SIZE INTO REPORT-RECORD
009281         WHEN LIBRARY-ERRORS > 0
009282             MOVE 8 TO CONDITION-CODE
009283             STRING "VERDICT - FAIL - LIBRARY VERSION "
009284                 REQUESTED-VERSION " NOT AVAILABLE"
009285                 DELIMITED BY SIZE INTO REPORT-RECORD
009290         WHEN DECK-ERRORS > 0
009295             MOVE 8 TO CONDITION-CODE
009300             STRING "VERDICT - FAIL - CORRECT THE ERRORS "
009310                 "BEFORE SUBMITTING THE DECK"
009320                 DELIMITED BY SIZE INTO REPORT-RECORD
009330         WHEN OTHER
009332             IF DECK-WARNINGS > 0
009334                 MOVE 4 TO CONDITION-CODE
009336             END-IF
009340             STRING "VERDICT - PASS - DECK IS READY TO SUBMIT"
009350                 DELIMITED BY SIZE INTO REPORT-RECORD
009360     END-EVALUATE.
009370     WRITE REPORT-RECORD.
009380     DISPLAY "DECK PREFLIGHT ENDED - " REPORT-RECORD(11:60).
009385     MOVE CONDITION-CODE TO RETURN-CODE.
009390     CLOSE REPORT-FILE.
009400 9000-EXIT.
009410     EXIT.
