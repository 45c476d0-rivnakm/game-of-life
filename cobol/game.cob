000890*                   ITS OWN ORIENTATION (FOUR ROTATIONS AND    *
000900*                   MIRROR), EACH PLACEMENT VALIDATED AGAINST  *
000910*                   THE BOARD BOUNDS.                          *
000911*  10/15/2026 RH    SETS A CONDITION CODE FOR THE JOB          *
000912*                   STREAM - 0 CLEAN, 4 RUNS REJECTED,         *
000913*                   CARRIED OVER OR NEVER STARTED OR           *
000914*                   SCENARIO PLACEMENTS REJECTED, 8 A          *
000915*                   REQUIRED DATASET WAS NOT AVAILABLE.        *
000916*  10/15/2026 RH    CHECKPOINT RECORD NOW CARRIES A CHECK TOTAL*
000917*                   OVER ITS HEADER AND CELLS.  A RESTART      *
000918*                   REFUSES ANY RECORD WHOSE TOTAL DOES NOT    *
000919*                   AGREE (TRUNCATED, CORRUPTED OR WRITTEN     *
000920*                   BEFORE THE TOTAL WAS ADDED) AND FALLS BACK *
000921*                   TO THE RUN'S NEWEST GOOD CHECKPOINT.        *
000922*  10/15/2026 RH    EVERY RUN THAT REACHES AN OUTCOME NOW ADDS  *
000923*                   AN ENTRY TO THE FINGERPRINT CATALOG - A     *
000924*                   POSITION-INDEPENDENT FINGERPRINT OF THE     *
000925*                   FINAL BOARD AND, WHEN 4219 FOUND A CYCLE,   *
000926*                   OF THE CYCLE (LOWEST OVER ITS PHASES), WITH *
000927*                   JOB, RUN, SEED, RULE, WRAP, LIVE COUNT AND  *
000928*                   EXIT REASON, SO FINGERPRINT-REPORT CAN FIND *
000929*                   RUNS THAT CONVERGED ON THE SAME OUTCOME.    *
000930*  10/15/2026 RH    EACH REJECTED SCENARIO PLACEMENT IS NOW ALSO*
000931*                   WRITTEN TO THE REPORT WITH ITS REASON, FOR  *
000932*                   THE MORNING EXCEPTION DIGEST.               *
000933*  10/15/2026 RH    EACH AUDIT LINE NOW CARRIES THE RUN'S       *
000934*                   DIVERGENCE MODE, ITS ELAPSED SECONDS AND    *
000935*                   THE CELLS IT PROCESSED PER SECOND, AS       *
000936*                   HISTORY FOR THE BATCH WINDOW FORECAST.  THE *
000937*                   AUDIT RECORD IS WIDENED TO 300 BYTES TO     *
000938*                   HOLD THEM.                                  *
000939*  10/15/2026 RH    THE PATTERN AND SCENARIO DATASETS NOW CARRY *
000940*                   A VERSION HEADER RECORD FROM PATTERN-MAINT. *
000941*                   EACH RUN BUILT FROM THE LIBRARY STAMPS THE  *
000942*                   VERSION IT LOADED ON THE BOARD ARCHIVE RUN  *
000943*                   HEADER (WRITTEN ONCE THE BOARD IS SET UP)   *
000944*                   AND ON THE AUDIT LINE, AND A SCENARIO WHOSE *
000945*                   VERSION DIFFERS FROM THE PATTERN LIBRARY'S  *
000946*                   IS REPORTED.                                *
000947*----------------------------------------------------------*
000948 ENVIRONMENT DIVISION.
000949 INPUT-OUTPUT SECTION.
000950 FILE-CONTROL.
000960     SELECT RUN-SPEC-FILE ASSIGN TO "RUNSPEC"
000970         ORGANIZATION IS LINE SEQUENTIAL
001260     SELECT SCENARIO-FILE ASSIGN TO "SCENARIO"
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS FS-SCENARIO.
001282     SELECT FINGERPRINT-FILE ASSIGN TO "FPRTCAT"
001284         ORGANIZATION IS LINE SEQUENTIAL
001286         FILE STATUS IS FS-FINGERPRINT.
001290 DATA DIVISION.
001300 FILE SECTION.
001310 FD  RUN-SPEC-FILE.
001500         SIGN IS LEADING SEPARATE.
001510     05  PR-COL-OFFSET           PIC S9(03)
001520         SIGN IS LEADING SEPARATE.
001521* A VERSIONED LIBRARY STARTS WITH A HEADER RECORD CARRYING
001522* THE VERSION PATTERN-MAINT ISSUED IT UNDER
001523 01  PATTERN-HEADER-RECORD.
001524     05  PH-TAG                  PIC X(04).
001525         88  PATTERN-HEADER                 VALUE "*VER".
001526     05  PH-VERSION              PIC X(14).
001530 
001540 FD  CHECKPOINT-FILE.
001550 01  CHECKPOINT-RECORD.
001610     05  CKPT-PEAK-POPULATION    PIC 9(05).
001620     05  CKPT-PEAK-GENERATION    PIC 9(04).
001630     05  CKPT-CELLS              PIC 9 OCCURS 40000 TIMES.
001635     05  CKPT-CHECK-TOTAL        PIC 9(15).
001640 
001650 FD  REPORT-FILE.
001660 01  REPORT-RECORD               PIC X(80).
001810     05  BD-WIDTH                PIC 9(03).
001820
001830 FD  AUDIT-FILE.
001840 01  AUDIT-RECORD                PIC X(300).
001850
001860 FD  JOBPARM-FILE.
001870 01  JOBPARM-RECORD.
002050     05  SC-ANCHOR-ROW           PIC 9(03).
002060     05  SC-ANCHOR-COL           PIC 9(03).
002070     05  SC-ORIENT               PIC 9(01).
002071 01  SCENARIO-HEADER-RECORD.
002072     05  SH-TAG                  PIC X(04).
002073         88  SCENARIO-HEADER                VALUE "*VER".
002074     05  SH-VERSION              PIC X(14).
002075     05  FILLER                  PIC X(09).
002076
002077* FINGERPRINT CATALOG - ONE ENTRY PER RUN THAT REACHED AN
002078* OUTCOME.  A FINGERPRINT IS THE LIVE-CELL BOUNDING BOX HEIGHT
002079* AND WIDTH, THE LIVE COUNT, AND A HASH OF THE LIVE CELLS'
002080* OFFSETS WITHIN THAT BOX, SO IT DOES NOT DEPEND ON WHERE THE
002081* PATTERN SITS ON THE BOARD.  THE CYCLE FINGERPRINT IS ZERO
002082* WHEN THE RUN DID NOT STOP ON A REPEATED BOARD.
002083 FD  FINGERPRINT-FILE.
002084 01  FINGERPRINT-RECORD.
002085     05  FC-JOB-ID               PIC 9(14).
002086     05  FC-RUN-NUMBER           PIC 9(04).
002087     05  FC-SEED                 PIC 9(09).
002088     05  FC-RULE-NAME            PIC X(10).
002089     05  FC-WRAP-FLAG            PIC X(01).
002090     05  FC-PATTERN-NAME         PIC X(10).
002091     05  FC-HEIGHT               PIC 9(03).
002092     05  FC-WIDTH                PIC 9(03).
002093     05  FC-EXIT-GENERATION      PIC 9(04).
002094     05  FC-LIVE-COUNT           PIC 9(05).
002095     05  FC-FINAL-PRINT          PIC X(20).
002096     05  FC-CYCLE-START          PIC 9(04).
002097     05  FC-CYCLE-PERIOD         PIC 9(01).
002098     05  FC-CYCLE-PRINT          PIC X(20).
002099     05  FC-EXIT-REASON          PIC X(60).
002100 
002101 WORKING-STORAGE SECTION.
002102* UNIQUE JOB IDENTIFIER - JOB START DATE PLUS TIME, BUILT
002110* ONCE AT INITIALIZATION AND STAMPED ON EVERY OUTPUT DATASET
002120 01  JOB-ID-BUILD.
002130     05  JB-DATE                 PIC X(08).
002820     05  START-HS                PIC 9(2).
002830 01  BUDGET-EXHAUSTED-FLAG       PIC X(01) VALUE "N".
002840     88  BUDGET-EXHAUSTED                   VALUE "Y".
002841
002842* PER-RUN TIMING FOR THE AUDIT TRAIL - CLOCK READINGS IN
002843* HUNDREDTHS OF A SECOND SINCE MIDNIGHT
002844 01  RUN-TIME-FIELD.
002845     05  RUN-HH                  PIC 9(2).
002846     05  RUN-MN                  PIC 9(2).
002847     05  RUN-SS                  PIC 9(2).
002848     05  RUN-HS                  PIC 9(2).
002849 01  RUN-START-HUNDREDTHS        PIC 9(08) VALUE 0.
002850 01  RUN-END-HUNDREDTHS          PIC 9(08) VALUE 0.
002851 01  RUN-ELAPSED-HUNDREDTHS      PIC 9(08) VALUE 0.
002852 01  RUN-CELLS-PROCESSED         PIC 9(12) VALUE 0.
002853 01  RUN-CELLS-PER-SECOND        PIC 9(09) VALUE 0.
002854 01  AUDIT-DIVERGE-FLAG          PIC X(01).
002855
002860* QUIET BATCH MODE - SUPPRESSES THE TERMINAL ANIMATION AND
002870* WRITES A PROGRESS RECORD TO THE STATUS DATASET EVERY
002880* STATUS-INTERVAL GENERATIONS INSTEAD
003430 01  SAVED-CKPT-PEAK-POPULATION  PIC 9(05).
003440 01  SAVED-CKPT-PEAK-GENERATION  PIC 9(04).
003450 01  SAVED-CKPT-CELLS            PIC 9 OCCURS 40000 TIMES.
003451
003452* CHECK TOTAL OVER A CHECKPOINT RECORD - THE JOB ID, WEIGHTED
003453* HEADER FIELDS, AND THE CELL NUMBER OF EVERY LIVE CELL
003454 01  CHECK-TOTAL-WORK            PIC 9(15).
003455 01  CHECK-TOTAL-OK-FLAG         PIC X(01).
003456     88  CHECK-TOTAL-IS-GOOD                VALUE "Y".
003460
003470* PER-GENERATION AND PER-RUN STATISTICS
003480 01  LIVE-COUNT                  PIC 9(05).
003840 01  RUN-NUMBER                  PIC 9(04) VALUE 0.
003850 01  JOB-TOTAL-RUNS              PIC 9(04) VALUE 0.
003860 01  JOB-TOTAL-REJECTED          PIC 9(04) VALUE 0.
003862 01  JOB-PLACEMENTS-REJECTED     PIC 9(04) VALUE 0.
003864* CONDITION CODE HANDED BACK TO THE JOB STREAM - 0 CLEAN,
003866* 4 WARNINGS, 8 A REQUIRED DATASET WAS NOT AVAILABLE
003868 01  CONDITION-CODE              PIC 9(02) VALUE 0.
003870
003880* COMPOSITE SCENARIO SUPPORT - THE PATTERN LIBRARY IS HELD
003890* IN A TABLE WHILE A SCENARIO'S PLACEMENTS ARE APPLIED
004100 01  PLACE-OK-FLAG               PIC X(01).
004110     88  PLACEMENT-FITS                     VALUE "Y".
004120 01  PLACE-CELLS-FOUND           PIC 9(04).
004125 01  PLACE-REJECT-REASON         PIC X(30).
004126* LIBRARY VERSION STAMPS - THE VERSION FROM THE HEADER RECORD
004127* OF THE PATTERN AND SCENARIO DATASETS, ZEROS FOR A DATASET
004128* WITH NO HEADER (THE UNVERSIONED LIBRARY).  A RUN THAT LOADED
004129* NO LIBRARY (RANDOM, REJECTED OR RESTARTED) STAMPS NONE.
004130 01  PATTERN-LIB-VERSION         PIC X(14) VALUE "NONE".
004131 01  TABLE-LIB-VERSION           PIC X(14) VALUE "NONE".
004132 01  SCENARIO-LIB-VERSION        PIC X(14) VALUE "NONE".
004133 01  RUN-LIB-VERSION             PIC X(14) VALUE "NONE".
004134 01  JOB-LIB-MISMATCHES          PIC 9(04) VALUE 0.
004135 01  XFORM-R                     PIC S9(04).
004140 01  XFORM-C                     PIC S9(04).
004150 01  XFORM-HOLD                  PIC S9(04).
004160 01  XFORM-PASS                  PIC 9(01).
004250 01  ROW-RUN-CHAR                PIC 9(01).
004260 01  ROW-RUN-LEN                 PIC 9(03).
004270 01  ROW-POS                     PIC 9(04).
004271
004272* FINGERPRINT WORK AREAS - FP-SOURCE IS THE HISTORY ENTRY
004273* BEING FINGERPRINTED (ENTRY 1 IS THE CURRENT BOARD ONCE
004274* 4220 HAS PUSHED IT)
004275 01  FINGERPRINT-OK-FLAG         PIC X(01) VALUE "Y".
004276     88  FINGERPRINT-IS-USABLE              VALUE "Y".
004277 01  FINGERPRINT-TAKEN-FLAG      PIC X(01) VALUE "N".
004278     88  FINGERPRINT-TAKEN                  VALUE "Y".
004279 01  FP-SOURCE                   PIC 9(01).
004280 01  FP-MIN-ROW                  PIC 9(03).
004281 01  FP-MAX-ROW                  PIC 9(03).
004282 01  FP-MIN-COL                  PIC 9(03).
004283 01  FP-MAX-COL                  PIC 9(03).
004284 01  FP-OFFSET                   PIC 9(05).
004285 01  FP-PRODUCT                  PIC 9(12).
004286 01  FP-PRIME                    PIC 9(09) VALUE 999999937.
004287 01  FP-WORK.
004288     05  FPW-HEIGHT              PIC 9(03).
004289     05  FPW-WIDTH               PIC 9(03).
004290     05  FPW-LIVE                PIC 9(05).
004291     05  FPW-HASH                PIC 9(09).
004292 01  FP-WORK-PRINT REDEFINES FP-WORK PIC X(20).
004293 01  FP-FINAL-PRINT              PIC X(20).
004294 01  FP-CYCLE-PRINT              PIC X(20).
004295 01  FP-CYCLE-START              PIC 9(04).
004296 01  FP-CYCLE-PERIOD             PIC 9(01).
004297
004298* FILE STATUS SWITCHES
004300 01  FS-RUN-SPEC                 PIC X(02).
004310 01  FS-PATTERN                  PIC X(02).
004320 01  FS-CHECKPOINT               PIC X(02).
004380 01  FS-BOARD-DIR                PIC X(02).
004390 01  FS-STATUS                   PIC X(02).
004400 01  FS-SCENARIO                 PIC X(02).
004405 01  FS-FINGERPRINT              PIC X(02).
004410 
004420* REPORT AND AUDIT LINE-EDITING WORK AREAS
004430 01  EDIT-RUN-NUMBER             PIC ZZZ9.
004620 01  EDIT-HEAT-FLIPS             PIC ZZZ9.
004630 01  EDIT-REMAINING              PIC ZZZ9.
004640 01  EDIT-ELAPSED                PIC Z(6)9.
004643 01  EDIT-RUN-ELAPSED            PIC Z(5)9.99.
004646 01  EDIT-CELL-RATE              PIC Z(8)9.
004650 
004660* NUMBER TRIMMED OF LEADING ZEROS FOR THE RUN-LENGTH ROWS
004670 01  TRIM-VALUE                  PIC 9(04).
005120             "NOT AVAILABLE - FILE STATUS " FS-REPORT "/"
005130             FS-BOARD-OUT "/" FS-BOARD-DIR
005140             " - JOB TERMINATED, NO RUNS PROCESSED"
005145         MOVE 8 TO CONDITION-CODE
005150     ELSE
005160         PERFORM 1010-OPEN-AUDIT-FILE THRU 1010-EXIT
005165         PERFORM 1015-OPEN-FINGERPRINT-FILE THRU 1015-EXIT
005170         MOVE SPACES TO REPORT-RECORD
005180         STRING "GAME-OF-LIFE BATCH RUN REPORT - JOB " JOB-ID
005190             DELIMITED BY SIZE INTO REPORT-RECORD
005410     END-IF.
005420 1010-EXIT.
005430     EXIT.
005431
005432* THE FINGERPRINT CATALOG ACCUMULATES ACROSS JOBS LIKE THE
005433* AUDIT LOG.  IF IT CANNOT BE OPENED THE RUNS STILL GO AHEAD
005434* WITHOUT CATALOG ENTRIES AND THE JOB ENDS WITH A WARNING.
005435 1015-OPEN-FINGERPRINT-FILE.
005436     OPEN EXTEND FINGERPRINT-FILE.
005437     IF FS-FINGERPRINT NOT = "00"
005438         OPEN OUTPUT FINGERPRINT-FILE
005439     END-IF.
005440     IF FS-FINGERPRINT NOT = "00"
005441         DISPLAY "FINGERPRINT CATALOG NOT AVAILABLE - "
005442             "FILE STATUS " FS-FINGERPRINT
005443             " - NO CATALOG ENTRIES WRITTEN"
005444         MOVE "N" TO FINGERPRINT-OK-FLAG
005445     END-IF.
005446 1015-EXIT.
005447     EXIT.
005448
005450*----------------------------------------------------------*
005460* 1020-OPEN-RUN-SPEC-FILE - A MISSING OR UNREADABLE RUNSPEC *
005470* DATASET MUST FAIL THE JOB CLEANLY, NOT SPIN FOREVER.      *
005520         MOVE "Y" TO RUN-SPEC-EOF-FLAG
005530         DISPLAY "RUNSPEC DATASET NOT AVAILABLE - FILE STATUS "
005540             FS-RUN-SPEC " - JOB TERMINATED, NO RUNS PROCESSED"
005545         MOVE 8 TO CONDITION-CODE
005550         MOVE SPACES TO REPORT-RECORD
005560         STRING "RUNSPEC DATASET NOT AVAILABLE - FILE STATUS "
005570             FS-RUN-SPEC " - JOB TERMINATED, NO RUNS PROCESSED"
008210             MOVE "REJECTED - UNKNOWN RULE"
008220                 TO EXIT-REASON
008230     END-EVALUATE.
008233     MOVE 0 TO RUN-ELAPSED-HUNDREDTHS.
008236     MOVE 0 TO RUN-CELLS-PER-SECOND.
008238     MOVE "NONE" TO RUN-LIB-VERSION.
008240     PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT.
008250 3100-EXIT.
008260     EXIT.
008300* FOR THE CURRENTLY UNPACKED RUN-SPEC.                      *
008310*----------------------------------------------------------*
008320 4000-RUN-SIMULATION.
008325     PERFORM 8550-START-RUN-CLOCK THRU 8550-EXIT.
008330     PERFORM 4050-WRITE-RUN-HEADER THRU 4050-EXIT.
008340     PERFORM 4100-INITIALIZE-BOARD THRU 4100-EXIT.
008345     PERFORM 4060-WRITE-ARCHIVE-HEADER THRU 4060-EXIT.
008350     PERFORM 4200-GENERATION-LOOP THRU 4200-EXIT.
008352     IF FINGERPRINT-TAKEN AND FINGERPRINT-IS-USABLE
008354         PERFORM 4260-WRITE-FINGERPRINT-ENTRY THRU 4260-EXIT
008356     END-IF.
008360     PERFORM 4300-WRITE-RUN-SUMMARY THRU 4300-EXIT.
008370     PERFORM 4350-WRITE-HEATMAP THRU 4350-EXIT.
008375     PERFORM 8560-STOP-RUN-CLOCK THRU 8560-EXIT.
008380     PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT.
008390 4000-EXIT.
008400     EXIT.
008550     STRING "  RULE " RULE-DISPLAY " JOB " JOB-ID
008560         DELIMITED BY SIZE INTO REPORT-RECORD.
008570     WRITE REPORT-RECORD.
008640 4050-EXIT.
008650     EXIT.
008651
008652*----------------------------------------------------------*
008653* 4060-WRITE-ARCHIVE-HEADER - START THE RUN IN THE BOARD    *
008654* ARCHIVE ONCE THE BOARD IS SET UP, SO THE HEADER CAN CARRY *
008655* THE LIBRARY VERSION THE STARTING BOARD WAS BUILT FROM.    *
008656*----------------------------------------------------------*
008657 4060-WRITE-ARCHIVE-HEADER.
008658     MOVE RUN-NUMBER TO EDIT-RUN-NUMBER.
008659     MOVE HEIGHT TO EDIT-HEIGHT.
008660     MOVE WIDTH TO EDIT-WIDTH.
008661     MOVE SPACES TO BOARD-OUT-RECORD.
008662     STRING "RUN " EDIT-RUN-NUMBER " - " EDIT-HEIGHT " X "
008663         EDIT-WIDTH " BOARD JOB " JOB-ID " LIBVER="
008664         RUN-LIB-VERSION DELIMITED BY SIZE
008665         INTO BOARD-OUT-RECORD.
008666     WRITE BOARD-OUT-RECORD.
008667     ADD 1 TO BOARD-RECORD-COUNT.
008668 4060-EXIT.
008669     EXIT.
008670 
008671*----------------------------------------------------------*
008680* 4100-INITIALIZE-BOARD - SET UP CELLS-A FOR GENERATION 1   *
008690* (OR THE RESTART GENERATION), EITHER FROM A CHECKPOINT, A  *
008700* NAMED PATTERN, OR THE RANDOM NUMBER GENERATOR.            *
008740     MOVE 0 TO HISTORY-COUNT.
008750     MOVE 1 TO START-GENERATION.
008760     MOVE "N" TO RUN-CONTROL-FLAG.
008765     MOVE "N" TO FINGERPRINT-TAKEN-FLAG.
008770     MOVE SPACES TO EXIT-REASON.
008780     MOVE ZEROS TO ALIVE-GENS-TABLE.
008790     MOVE ZEROS TO FLIP-COUNT-TABLE.
008795     MOVE "NONE" TO RUN-LIB-VERSION.
008800     IF RESTART-REQUESTED
008810         IF DIVERGE-MODE
008820             DISPLAY "RUN " RUN-NUMBER " - CHECKPOINT RESTART"
008980             PERFORM 4120-RANDOM-FILL THRU 4120-EXIT
008990         END-IF
009000     END-IF.
009005     IF RUN-LIB-VERSION NOT = "NONE"
009010         MOVE SPACES TO REPORT-RECORD
009015         STRING "  PATTERN LIBRARY VERSION " RUN-LIB-VERSION
009020             DELIMITED BY SIZE INTO REPORT-RECORD
009025         WRITE REPORT-RECORD
009030     END-IF.
009032     IF DIVERGE-MODE
009034         PERFORM 4150-INITIALIZE-TWIN THRU 4150-EXIT
009036     END-IF.
009040 4100-EXIT.
009050     EXIT.
009060 
009480     IF FS-SCENARIO NOT = "00"
009490         GO TO 4125-EXIT
009500     END-IF.
009505     MOVE ZEROS TO SCENARIO-LIB-VERSION.
009510     PERFORM 4125A-READ-SCENARIO-RECORD THRU 4125A-EXIT.
009512     IF NOT NO-MORE-SCENARIOS AND SCENARIO-HEADER
009514         MOVE SH-VERSION TO SCENARIO-LIB-VERSION
009516         PERFORM 4125A-READ-SCENARIO-RECORD THRU 4125A-EXIT
009518     END-IF.
009520     PERFORM 4126-HANDLE-SCENARIO-RECORD THRU 4126-EXIT
009530         UNTIL NO-MORE-SCENARIOS.
009540     CLOSE SCENARIO-FILE.
009640             EDIT-PLACE-REJECTS " REJECTED"
009650             DELIMITED BY SIZE INTO REPORT-RECORD
009660         WRITE REPORT-RECORD
009665         ADD PLACEMENTS-REJECTED TO JOB-PLACEMENTS-REJECTED
009666         MOVE TABLE-LIB-VERSION TO RUN-LIB-VERSION
009667         IF TABLE-LIB-VERSION NOT = SCENARIO-LIB-VERSION
009668             PERFORM 4125B-REPORT-VERSION-MISMATCH THRU 4125B-EXIT
009669         END-IF
009670     END-IF.
009680 4125-EXIT.
009690     EXIT.
009750     END-READ.
009760 4125A-EXIT.
009770     EXIT.
009771
009772* THE SCENARIO AND PATTERN DATASETS ARE MAINTAINED AND SWAPPED
009773* IN AS A PAIR, SO DIFFERENT VERSIONS MEAN ONE WAS NOT SWAPPED
009774 4125B-REPORT-VERSION-MISMATCH.
009775     ADD 1 TO JOB-LIB-MISMATCHES.
009776     DISPLAY "RUN " RUN-NUMBER " - SCENARIO LIBRARY VERSION "
009777         SCENARIO-LIB-VERSION " BUT PATTERN LIBRARY VERSION "
009778         TABLE-LIB-VERSION.
009779     MOVE SPACES TO REPORT-RECORD.
009780     STRING "  LIBRARY VERSION MISMATCH - SCENARIO "
009781         SCENARIO-LIB-VERSION " PATTERN " TABLE-LIB-VERSION
009782         DELIMITED BY SIZE INTO REPORT-RECORD.
009783     WRITE REPORT-RECORD.
009784 4125B-EXIT.
009785     EXIT.
009786
009790 4126-HANDLE-SCENARIO-RECORD.
009800     IF SC-SCENARIO-NAME = PATTERN-NAME
009810         MOVE "Y" TO SCENARIO-FOUND-FLAG
010050         ADD 1 TO PLACEMENTS-REJECTED
010060         DISPLAY "RUN " RUN-NUMBER " - SCENARIO PLACEMENT "
010070             PLACE-NAME " REJECTED - MALFORMED RECORD"
010073         MOVE "MALFORMED RECORD" TO PLACE-REJECT-REASON
010076         PERFORM 4127C-REPORT-REJECTION THRU 4127C-EXIT
010080         GO TO 4127-EXIT
010090     END-IF.
010100     MOVE "Y" TO PLACE-OK-FLAG.
010160             ADD 1 TO PLACEMENTS-REJECTED
010170             DISPLAY "RUN " RUN-NUMBER " - SCENARIO PLACEMENT "
010180                 PLACE-NAME " REJECTED - PATTERN NOT IN LIBRARY"
010183             MOVE "PATTERN NOT IN LIBRARY" TO PLACE-REJECT-REASON
010186             PERFORM 4127C-REPORT-REJECTION THRU 4127C-EXIT
010190         WHEN NOT PLACEMENT-FITS
010200             ADD 1 TO PLACEMENTS-REJECTED
010210             DISPLAY "RUN " RUN-NUMBER " - SCENARIO PLACEMENT "
010220                 PLACE-NAME " REJECTED - CELLS OUTSIDE THE "
010230                 "BOARD"
010233             MOVE "CELLS OUTSIDE THE BOARD" TO PLACE-REJECT-REASON
010236             PERFORM 4127C-REPORT-REJECTION THRU 4127C-EXIT
010240         WHEN OTHER
010250             PERFORM 4127B-STAMP-ONE-CELL THRU 4127B-EXIT
010260                 VARYING SL-IX FROM 1 BY 1
010290     END-EVALUATE.
010300 4127-EXIT.
010310     EXIT.
010311
010312 4127C-REPORT-REJECTION.
010313     MOVE SPACES TO REPORT-RECORD.
010314     STRING "  PLACEMENT " PLACE-NAME " REJECTED - "
010315         PLACE-REJECT-REASON DELIMITED BY SIZE
010316         INTO REPORT-RECORD.
010317     WRITE REPORT-RECORD.
010318 4127C-EXIT.
010319     EXIT.
010320
010330 4127A-CHECK-ONE-CELL.
010340     IF SL-NAME(SL-IX) = PLACE-NAME
010590     MOVE "Y" TO SCN-LIB-LOADED-FLAG.
010600     MOVE 0 TO SCN-LIB-COUNT.
010610     MOVE "N" TO PATTERN-EOF-FLAG.
010615     MOVE "NONE" TO TABLE-LIB-VERSION.
010620     OPEN INPUT PATTERN-FILE.
010630     IF FS-PATTERN NOT = "00"
010640         DISPLAY "PATTERN DATASET NOT AVAILABLE - FILE STATUS "
010660             "APPLIED"
010670         GO TO 4128-EXIT
010680     END-IF.
010685     MOVE ZEROS TO TABLE-LIB-VERSION.
010690     PERFORM 4131-READ-PATTERN-RECORD THRU 4131-EXIT.
010692     IF NOT NO-MORE-PATTERNS AND PATTERN-HEADER
010694         MOVE PH-VERSION TO TABLE-LIB-VERSION
010696         PERFORM 4131-READ-PATTERN-RECORD THRU 4131-EXIT
010698     END-IF.
010700     PERFORM 4128A-STORE-PATTERN-RECORD THRU 4128A-EXIT
010710         UNTIL NO-MORE-PATTERNS.
010720     CLOSE PATTERN-FILE.
011170     COMPUTE ANCHOR-ROW = HEIGHT / 2.
011180     COMPUTE ANCHOR-COL = WIDTH / 2.
011190     MOVE "N" TO PATTERN-EOF-FLAG.
011195     MOVE "NONE" TO PATTERN-LIB-VERSION.
011200     OPEN INPUT PATTERN-FILE.
011210     IF FS-PATTERN NOT = "00"
011220         MOVE "Y" TO PATTERN-EOF-FLAG
011240             RUN-NUMBER " - FILE STATUS " FS-PATTERN
011250             ", NO PATTERN CELLS APPLIED"
011260     ELSE
011265         MOVE ZEROS TO PATTERN-LIB-VERSION
011270         PERFORM 4131-READ-PATTERN-RECORD THRU 4131-EXIT
011272         IF NOT NO-MORE-PATTERNS AND PATTERN-HEADER
011274             MOVE PH-VERSION TO PATTERN-LIB-VERSION
011276             PERFORM 4131-READ-PATTERN-RECORD THRU 4131-EXIT
011278         END-IF
011280         PERFORM 4132-APPLY-PATTERN-RECORD THRU 4132-EXIT
011290             UNTIL NO-MORE-PATTERNS
011300         CLOSE PATTERN-FILE
011310     END-IF.
011315     MOVE PATTERN-LIB-VERSION TO RUN-LIB-VERSION.
011320 4130-EXIT.
011330     EXIT.
011340 
012260     EXIT.
012270
012280 4142-KEEP-CHECKPOINT-RECORD.
012281     MOVE "N" TO CHECK-TOTAL-OK-FLAG.
012282     IF CKPT-RUN-NUMBER = RUN-NUMBER
012283         PERFORM 4145-COMPUTE-CHECK-TOTAL THRU 4145-EXIT
012284         IF CKPT-CHECK-TOTAL NOT NUMERIC
012285          OR CKPT-CHECK-TOTAL NOT = CHECK-TOTAL-WORK
012286             MOVE "N" TO CHECK-TOTAL-OK-FLAG
012287             DISPLAY "CHECKPOINT FOR RUN " RUN-NUMBER
012288                 " AT GENERATION " CKPT-GENERATION
012289                 " FAILS ITS CHECK TOTAL - REFUSED"
012290         END-IF
012291     END-IF.
012292     IF CKPT-RUN-NUMBER = RUN-NUMBER AND CHECK-TOTAL-IS-GOOD
012300         MOVE "Y" TO CHECKPOINT-FOUND-FLAG
012310         MOVE CKPT-GENERATION TO SAVED-CKPT-GENERATION
012320         MOVE CKPT-HEIGHT TO SAVED-CKPT-HEIGHT
012490     MOVE SAVED-CKPT-CELLS(G) TO CELLS-A(G).
012500 4143-EXIT.
012510     EXIT.
012511
012512*----------------------------------------------------------*
012513* 4145-COMPUTE-CHECK-TOTAL - CHECK TOTAL OF THE CHECKPOINT  *
012514* RECORD IN THE BUFFER: JOB ID + RUN*7 + GENERATION*11 +    *
012515* HEIGHT*13 + WIDTH*17 + PEAK POPULATION*19 + PEAK          *
012516* GENERATION*23 + THE CELL NUMBER OF EVERY LIVE CELL.  A    *
012517* NON-NUMERIC HEADER FIELD OR A CELL OTHER THAN 0/1 MARKS   *
012518* THE RECORD BAD.  CHECKPOINT-MAINT USES THE SAME TOTAL.    *
012519*----------------------------------------------------------*
012520 4145-COMPUTE-CHECK-TOTAL.
012521     MOVE "Y" TO CHECK-TOTAL-OK-FLAG.
012522     MOVE 0 TO CHECK-TOTAL-WORK.
012523     IF CKPT-JOB-ID NOT NUMERIC OR CKPT-RUN-NUMBER NOT NUMERIC
012524      OR CKPT-GENERATION NOT NUMERIC OR CKPT-HEIGHT NOT NUMERIC
012525      OR CKPT-WIDTH NOT NUMERIC
012526      OR CKPT-PEAK-POPULATION NOT NUMERIC
012527      OR CKPT-PEAK-GENERATION NOT NUMERIC
012528         MOVE "N" TO CHECK-TOTAL-OK-FLAG
012529         GO TO 4145-EXIT
012530     END-IF.
012531     COMPUTE CHECK-TOTAL-WORK = CKPT-JOB-ID
012532         + CKPT-RUN-NUMBER * 7 + CKPT-GENERATION * 11
012533         + CKPT-HEIGHT * 13 + CKPT-WIDTH * 17
012534         + CKPT-PEAK-POPULATION * 19
012535         + CKPT-PEAK-GENERATION * 23.
012536     PERFORM 4145A-ADD-CELL THRU 4145A-EXIT
012537         VARYING G FROM 1 BY 1 UNTIL G > BOARD-SIZE-MAX.
012538 4145-EXIT.
012539     EXIT.
012540
012541 4145A-ADD-CELL.
012542     IF CKPT-CELLS(G) NOT NUMERIC OR CKPT-CELLS(G) > 1
012543         MOVE "N" TO CHECK-TOTAL-OK-FLAG
012544     ELSE
012545         IF CKPT-CELLS(G) = 1
012546             ADD G TO CHECK-TOTAL-WORK
012547         END-IF
012548     END-IF.
012549 4145A-EXIT.
012550     EXIT.
012551
012552*----------------------------------------------------------*
012553* 4150-INITIALIZE-TWIN - COPY THE BASELINE BOARD TO THE     *
012554* TWIN AND APPLY THE REQUESTED PERTURBATION: ONE TOGGLED    *
012560* CELL WHEN A ROW/COLUMN IS GIVEN, OTHERWISE THE OPPOSITE   *
012570* WRAP SETTING UNDER THE SAME SEED.                         *
012580*----------------------------------------------------------*
013520             PERFORM 4218A-WRITE-CHECKPOINT THRU 4218A-EXIT
013530         END-IF
013540     END-IF.
013541* THE OUTCOME IS FINGERPRINTED ONCE THE RUN HAS REACHED IT -
013542* A RUN STOPPED BY THE TIME BUDGET HAS NO OUTCOME YET.
013543     IF (STOP-REQUESTED AND NOT BUDGET-EXHAUSTED)
013544      OR (F = GENERATIONS AND NOT STOP-REQUESTED)
013545         PERFORM 4250-TAKE-FINGERPRINTS THRU 4250-EXIT
013546     END-IF.
013550     IF NOT STOP-REQUESTED
013560         PERFORM 4230-COMPUTE-NEXT-GENERATION THRU 4230-EXIT
013570         IF DIVERGE-MODE
015990     MOVE PEAK-GENERATION TO CKPT-PEAK-GENERATION.
016000     PERFORM 4218B-COPY-CELL-TO-CKPT THRU 4218B-EXIT
016010         VARYING G FROM 1 BY 1 UNTIL G > BOARD-SIZE-MAX.
016013     PERFORM 4145-COMPUTE-CHECK-TOTAL THRU 4145-EXIT.
016016     MOVE CHECK-TOTAL-WORK TO CKPT-CHECK-TOTAL.
016020     WRITE CHECKPOINT-RECORD.
016030     CLOSE CHECKPOINT-FILE.
016040 4218A-EXIT.
018170     MOVE CELL TO TWIN-CELL((I - 1) * WIDTH + J).
018180 4240B-EXIT.
018190     EXIT.
018191
018192*----------------------------------------------------------*
018193* 4250-TAKE-FINGERPRINTS - FINGERPRINT THE FINAL BOARD AND,  *
018194* WHEN 4219 FOUND A REPEATED BOARD, EVERY PHASE OF THE CYCLE,*
018195* KEEPING THE LOWEST SO AN OSCILLATOR GIVES THE SAME CYCLE   *
018196* FINGERPRINT WHICHEVER PHASE THE RUN STOPPED IN.  CALLED    *
018197* AFTER 4220, SO HISTORY ENTRY 1 IS THE CURRENT BOARD AND    *
018198* ENTRIES 1 THRU THE PERIOD ARE THE PHASES OF THE CYCLE.     *
018199*----------------------------------------------------------*
018200 4250-TAKE-FINGERPRINTS.
018201     MOVE 1 TO FP-SOURCE.
018202     PERFORM 4251-FINGERPRINT-BOARD THRU 4251-EXIT.
018203     MOVE FP-WORK-PRINT TO FP-FINAL-PRINT.
018204     MOVE ZEROS TO FP-CYCLE-PRINT.
018205     MOVE 0 TO FP-CYCLE-START.
018206     MOVE 0 TO FP-CYCLE-PERIOD.
018207     IF HISTORY-MATCH AND LIVE-COUNT > 0
018208         MOVE CYCLE-START-GENERATION TO FP-CYCLE-START
018209         MOVE MATCH-DISTANCE TO FP-CYCLE-PERIOD
018210         MOVE FP-FINAL-PRINT TO FP-CYCLE-PRINT
018211         PERFORM 4252-FINGERPRINT-PHASE THRU 4252-EXIT
018212             VARYING FP-SOURCE FROM 2 BY 1
018213             UNTIL FP-SOURCE > MATCH-DISTANCE
018214     END-IF.
018215     MOVE "Y" TO FINGERPRINT-TAKEN-FLAG.
018216 4250-EXIT.
018217     EXIT.
018218
018219* FIRST PASS FINDS THE LIVE-CELL BOUNDING BOX, SECOND PASS
018220* HASHES THE OFFSET OF EACH LIVE CELL WITHIN IT, ROW BY ROW
018221 4251-FINGERPRINT-BOARD.
018222     MOVE ZEROS TO FP-WORK.
018223     MOVE 999 TO FP-MIN-ROW.
018224     MOVE 999 TO FP-MIN-COL.
018225     MOVE 0 TO FP-MAX-ROW.
018226     MOVE 0 TO FP-MAX-COL.
018227     PERFORM 4251A-BOX-ROW THRU 4251A-EXIT
018228         VARYING I FROM 1 BY 1 UNTIL I > HEIGHT.
018229     IF FPW-LIVE = 0
018230         GO TO 4251-EXIT
018231     END-IF.
018232     COMPUTE FPW-HEIGHT = FP-MAX-ROW - FP-MIN-ROW + 1.
018233     COMPUTE FPW-WIDTH = FP-MAX-COL - FP-MIN-COL + 1.
018234     PERFORM 4251C-HASH-ROW THRU 4251C-EXIT
018235         VARYING I FROM FP-MIN-ROW BY 1 UNTIL I > FP-MAX-ROW.
018236 4251-EXIT.
018237     EXIT.
018238
018239 4251A-BOX-ROW.
018240     PERFORM 4251B-BOX-CELL THRU 4251B-EXIT
018241         VARYING J FROM 1 BY 1 UNTIL J > WIDTH.
018242 4251A-EXIT.
018243     EXIT.
018244
018245 4251B-BOX-CELL.
018246     IF HISTORY-CELLS(FP-SOURCE, (I - 1) * WIDTH + J) = 1
018247         ADD 1 TO FPW-LIVE
018248         IF I < FP-MIN-ROW
018249             MOVE I TO FP-MIN-ROW
018250         END-IF
018251         IF I > FP-MAX-ROW
018252             MOVE I TO FP-MAX-ROW
018253         END-IF
018254         IF J < FP-MIN-COL
018255             MOVE J TO FP-MIN-COL
018256         END-IF
018257         IF J > FP-MAX-COL
018258             MOVE J TO FP-MAX-COL
018259         END-IF
018260     END-IF.
018261 4251B-EXIT.
018262     EXIT.
018263
018264 4251C-HASH-ROW.
018265     PERFORM 4251D-HASH-CELL THRU 4251D-EXIT
018266         VARYING J FROM FP-MIN-COL BY 1 UNTIL J > FP-MAX-COL.
018267 4251C-EXIT.
018268     EXIT.
018269
018270 4251D-HASH-CELL.
018271     IF HISTORY-CELLS(FP-SOURCE, (I - 1) * WIDTH + J) = 1
018272         COMPUTE FP-OFFSET = (I - FP-MIN-ROW) * FPW-WIDTH
018273             + J - FP-MIN-COL
018274         COMPUTE FP-PRODUCT = FPW-HASH * 131 + FP-OFFSET + 1
018275         COMPUTE FPW-HASH = FUNCTION MOD(FP-PRODUCT, FP-PRIME)
018276     END-IF.
018277 4251D-EXIT.
018278     EXIT.
018279
018280 4252-FINGERPRINT-PHASE.
018281     PERFORM 4251-FINGERPRINT-BOARD THRU 4251-EXIT.
018282     IF FP-WORK-PRINT < FP-CYCLE-PRINT
018283         MOVE FP-WORK-PRINT TO FP-CYCLE-PRINT
018284     END-IF.
018285 4252-EXIT.
018286     EXIT.
018287
018288*----------------------------------------------------------*
018289* 4260-WRITE-FINGERPRINT-ENTRY - ADD THE RUN'S OUTCOME TO    *
018290* THE FINGERPRINT CATALOG.                                   *
018291*----------------------------------------------------------*
018292 4260-WRITE-FINGERPRINT-ENTRY.
018293     MOVE SPACES TO FINGERPRINT-RECORD.
018294     MOVE JOB-ID TO FC-JOB-ID.
018295     MOVE RUN-NUMBER TO FC-RUN-NUMBER.
018296     MOVE ORIGINAL-SEED TO FC-SEED.
018297     MOVE RULE-DISPLAY TO FC-RULE-NAME.
018298     MOVE WRAP-FLAG TO FC-WRAP-FLAG.
018299     MOVE PATTERN-NAME TO FC-PATTERN-NAME.
018300     MOVE HEIGHT TO FC-HEIGHT.
018301     MOVE WIDTH TO FC-WIDTH.
018302     MOVE EXIT-GENERATION TO FC-EXIT-GENERATION.
018303     MOVE LIVE-COUNT TO FC-LIVE-COUNT.
018304     MOVE FP-FINAL-PRINT TO FC-FINAL-PRINT.
018305     MOVE FP-CYCLE-START TO FC-CYCLE-START.
018306     MOVE FP-CYCLE-PERIOD TO FC-CYCLE-PERIOD.
018307     MOVE FP-CYCLE-PRINT TO FC-CYCLE-PRINT.
018308     MOVE EXIT-REASON TO FC-EXIT-REASON.
018309     WRITE FINGERPRINT-RECORD.
018310 4260-EXIT.
018311     EXIT.
018312
018313*----------------------------------------------------------*
018314* 4300-WRITE-RUN-SUMMARY - APPEND THE PEAK-POPULATION LINE  *
018315* AND, FOR A DIVERGENCE EXPERIMENT, THE TWIN RESULT TO THE  *
018316* REPORT AFTER A RUN ENDS.                                  *
018317*----------------------------------------------------------*
018318 4300-WRITE-RUN-SUMMARY.
018319     MOVE PEAK-POPULATION TO EDIT-PEAK.
018320     MOVE PEAK-GENERATION TO EDIT-PEAK-GEN.
018321     MOVE SPACES TO REPORT-RECORD.
018322     STRING "  PEAK POPULATION " EDIT-PEAK
018323         " AT GENERATION " EDIT-PEAK-GEN
018324         DELIMITED BY SIZE INTO REPORT-RECORD.
018330     WRITE REPORT-RECORD.
018340     IF DIVERGE-MODE
018350         MOVE SPACES TO REPORT-RECORD
022420     MOVE GENERATIONS TO EDIT-REQ-GENERATIONS.
022430     MOVE EXIT-GENERATION TO EDIT-GENERATION.
022440     MOVE LIVE-COUNT TO EDIT-LIVE.
022441     COMPUTE EDIT-RUN-ELAPSED = RUN-ELAPSED-HUNDREDTHS / 100.
022442     MOVE RUN-CELLS-PER-SECOND TO EDIT-CELL-RATE.
022443     IF DIVERGE-MODE
022444         MOVE "Y" TO AUDIT-DIVERGE-FLAG
022445     ELSE
022446         MOVE "N" TO AUDIT-DIVERGE-FLAG
022447     END-IF.
022450     MOVE SPACES TO AUDIT-RECORD.
022460     STRING CURRENT-YYYY "-" CURRENT-MM "-" CURRENT-DD "T"
022470         CURRENT-HH ":" CURRENT-MN ":" CURRENT-SS
022560         " LIVE=" EDIT-LIVE
022570         " PATTERN=" PATTERN-NAME
022580         " RULE=" RULE-DISPLAY
022582         " DIVERGE=" AUDIT-DIVERGE-FLAG
022584         " ELAPSED=" EDIT-RUN-ELAPSED
022586         " CPS=" EDIT-CELL-RATE
022588         " LIBVER=" RUN-LIB-VERSION
022590         " OUTCOME=" EXIT-REASON
022600         DELIMITED BY SIZE INTO AUDIT-RECORD.
022610     WRITE AUDIT-RECORD.
022630     EXIT.
022640
022650*----------------------------------------------------------*
022651* 8550-START-RUN-CLOCK - NOTE THE TIME A RUN BEGINS, FOR    *
022652* THE ELAPSED TIME AND CELL RATE ON ITS AUDIT LINE.         *
022653*----------------------------------------------------------*
022654 8550-START-RUN-CLOCK.
022655     ACCEPT RUN-TIME-FIELD FROM TIME.
022656     COMPUTE RUN-START-HUNDREDTHS =
022657         ((RUN-HH * 60 + RUN-MN) * 60 + RUN-SS) * 100 + RUN-HS.
022658 8550-EXIT.
022659     EXIT.
022660
022661*----------------------------------------------------------*
022662* 8560-STOP-RUN-CLOCK - ELAPSED TIME OF THE RUN, ALLOWING   *
022663* FOR ONE MIDNIGHT ROLLOVER, AND THE CELLS IT PROCESSED PER *
022664* SECOND.  A CELL IS ONE BOARD POSITION STEPPED THROUGH ONE *
022665* GENERATION - A DIVERGENCE RUN STEPS ITS TWIN AS WELL.     *
022666*----------------------------------------------------------*
022667 8560-STOP-RUN-CLOCK.
022668     ACCEPT RUN-TIME-FIELD FROM TIME.
022669     COMPUTE RUN-END-HUNDREDTHS =
022670         ((RUN-HH * 60 + RUN-MN) * 60 + RUN-SS) * 100 + RUN-HS.
022671     IF RUN-END-HUNDREDTHS < RUN-START-HUNDREDTHS
022672         ADD 8640000 TO RUN-END-HUNDREDTHS
022673     END-IF.
022674     COMPUTE RUN-ELAPSED-HUNDREDTHS =
022675         RUN-END-HUNDREDTHS - RUN-START-HUNDREDTHS.
022676     MOVE 0 TO RUN-CELLS-PROCESSED.
022677     IF EXIT-GENERATION NOT < START-GENERATION
022678         COMPUTE RUN-CELLS-PROCESSED = HEIGHT * WIDTH *
022679             (EXIT-GENERATION - START-GENERATION + 1)
022680     END-IF.
022681     IF DIVERGE-MODE
022682         COMPUTE RUN-CELLS-PROCESSED = RUN-CELLS-PROCESSED * 2
022683     END-IF.
022684     IF RUN-ELAPSED-HUNDREDTHS > 0
022685         COMPUTE RUN-CELLS-PER-SECOND =
022686             RUN-CELLS-PROCESSED * 100 / RUN-ELAPSED-HUNDREDTHS
022687     ELSE
022688         MOVE 0 TO RUN-CELLS-PER-SECOND
022689     END-IF.
022690 8560-EXIT.
022691     EXIT.
022692
022693*----------------------------------------------------------*
022694* 8600-CHECK-TIME-BUDGET - COMPARE THE ELAPSED JOB TIME     *
022695* AGAINST THE BUDGET, ALLOWING FOR ONE MIDNIGHT ROLLOVER.   *
022696*----------------------------------------------------------*
022697 8600-CHECK-TIME-BUDGET.
022700     ACCEPT CURRENT-TIME-FIELD FROM TIME.
022710     COMPUTE NOW-SECONDS =
022720         CURRENT-HH * 3600 + CURRENT-MN * 60 + CURRENT-SS.
023530         " RUN(S) REJECTED, " EDIT-CARRIED-OVER
023540         " CARRIED OVER, " EDIT-NEVER-STARTED
023550         " NEVER STARTED".
023551     IF CONDITION-CODE < 4
023552      AND (JOB-TOTAL-REJECTED > 0 OR JOB-CARRIED-OVER > 0
023553       OR JOB-NEVER-STARTED > 0 OR JOB-PLACEMENTS-REJECTED > 0
023554       OR JOB-LIB-MISMATCHES > 0)
023555         MOVE 4 TO CONDITION-CODE
023556     END-IF.
023557     IF CONDITION-CODE < 4 AND NOT FINGERPRINT-IS-USABLE
023558         MOVE 4 TO CONDITION-CODE
023559     END-IF.
023560     MOVE CONDITION-CODE TO RETURN-CODE.
023561     IF CARRY-IS-OPEN
023570         CLOSE CARRY-FILE
023580     END-IF.
023590     CLOSE RUN-SPEC-FILE.
023610     CLOSE BOARD-OUT-FILE.
023620     CLOSE BOARD-DIR-FILE.
023630     CLOSE AUDIT-FILE.
023632     IF FINGERPRINT-IS-USABLE
023634         CLOSE FINGERPRINT-FILE
023636     END-IF.
023640 9000-EXIT.
023650     EXIT.
