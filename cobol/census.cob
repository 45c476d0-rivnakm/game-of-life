000180*                   UNMATCHED DEBRIS, TURNING THE STABLE/    *
000190*                   OSCILLATING OUTCOMES IN THE AUDIT TRAIL  *
000200*                   INTO PUBLISHABLE FINDINGS.               *
000202*  10/15/2026 RH    SETS A CONDITION CODE FOR THE JOB STREAM *
000204*                   - 0 CLEAN, 4 PATTERN LIBRARY MISSING OR  *
000206*                   RUNS SKIPPED, 8 A REQUIRED DATASET WAS   *
000208*                   NOT AVAILABLE.                           *
000209*  10/15/2026 RH    UNMATCHED CLUSTERS THAT ARE STABLE (SAME *
000210*                   IN THE RUN'S PREVIOUS ARCHIVED           *
000211*                   GENERATION) ARE HARVESTED INTO THE       *
000212*                   PATTERN CANDIDATE QUEUE, EACH SHAPE      *
000213*                   NORMALIZED FOR ROTATION AND MIRROR AND   *
000214*                   COUNTED BY RUNS AND JOBS, FOR REVIEW AND *
000215*                   ACCEPTANCE THROUGH PATTERN-MAINT.        *
000216*  10/15/2026 RH    DEBRIS IS ONLY TESTED FOR STABILITY      *
000217*                   AGAINST THE GENERATION JUST BEFORE THE   *
000218*                   FINAL ONE.  WHERE ARCHIVE-RETENTION      *
000219*                   THINNED THAT GENERATION AWAY THE RUN IS  *
000220*                   STILL CENSUSED BUT NOTHING IS HARVESTED, *
000221*                   AND THE REPORT SAYS WHY.                 *
000222*  10/15/2026 RH    CANDIDATE IDS ARE NOW MADE FROM THE CELL *
000223*                   COUNT AND A HASH OF THE SHAPE SO THEY    *
000224*                   STAY THE SAME FROM ONE CENSUS TO THE     *
000225*                   NEXT. THE CANDIDATE QUEUE IS LEFT AS IT  *
000226*                   IS WHEN THE ARCHIVE COULD NOT BE READ.   *
000227*----------------------------------------------------------*
000228 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT BOARD-IN-FILE ASSIGN TO "BOARDOUT"
000340     SELECT REPORT-FILE ASSIGN TO "CENSRPT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS FS-REPORT.
000362     SELECT CANDIDATE-FILE ASSIGN TO "CANDIDAT"
000364         ORGANIZATION IS LINE SEQUENTIAL
000366         FILE STATUS IS FS-CANDIDATE.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  BOARD-IN-FILE.
000580
000590 FD  REPORT-FILE.
000600 01  REPORT-RECORD               PIC X(80).
000601
000602* PATTERN CANDIDATE QUEUE - ONE RECORD PER DISTINCT STABLE
000603* DEBRIS SHAPE IN ITS NORMALIZED ORIENTATION.  THE SHAPE IS
000604* THE BOUNDING BOX ROW BY ROW, "O" LIVE AND "." DEAD.
000605 FD  CANDIDATE-FILE.
000606 01  CANDIDATE-RECORD.
000607     05  CD-CANDIDATE-ID         PIC X(10).
000608     05  CD-CELL-COUNT           PIC 9(04).
000609     05  CD-HEIGHT               PIC 9(03).
000610     05  CD-WIDTH                PIC 9(03).
000611     05  CD-RUN-COUNT            PIC 9(06).
000612     05  CD-JOB-COUNT            PIC 9(06).
000613     05  CD-EXAMPLE-JOB          PIC X(14).
000614     05  CD-EXAMPLE-RUN          PIC 9(04).
000615     05  CD-EXAMPLE-GEN          PIC 9(04).
000616     05  CD-SHAPE                PIC X(400).
000617
000620 WORKING-STORAGE SECTION.
000630* IN-MEMORY COPY OF THE PATTERN LIBRARY, ONE ENTRY PER CELL
000640 01  LIBRARY-LIMIT               PIC 9(4) VALUE 1000.
001140
001150* FINAL-GENERATION DIRECTORY, ONE ENTRY PER JOB AND RUN.
001160* THE LAST DIRECTORY ENTRY SEEN FOR A JOB/RUN PAIR POINTS AT
001170* THE RUN'S FINAL ARCHIVED BOARD, THE ONE BEFORE IT AT THE
001173* PREVIOUS ARCHIVED BOARD (ZERO WHEN THERE IS NONE) AND ITS
001176* GENERATION NUMBER.
001180 01  RUN-LIMIT                   PIC 9(3) VALUE 500.
001190 01  RUN-COUNT                   PIC 9(3) VALUE 0.
001200 01  RUN-TABLE.
001250         10  RD-RECNO            PIC 9(09).
001260         10  RD-HEIGHT           PIC 9(03).
001270         10  RD-WIDTH            PIC 9(03).
001275         10  RD-PREV-RECNO       PIC 9(09).
001277         10  RD-PREV-GEN         PIC 9(04).
001280 01  RUNS-DROPPED                PIC 9(4) VALUE 0.
001285 01  RUNS-SKIPPED                PIC 9(4) VALUE 0.
001286* SET WHEN ARCHIVE RETENTION THINNED AWAY THE GENERATION JUST
001287* BEFORE THE FINAL ONE, SO AN EARLIER BOARD CANNOT BE USED
001288 01  PREV-GAP-FLAG               PIC X(01).
001289     88  PREV-NOT-RETAINED                  VALUE "Y".
001290
001300* THE BOARD UNDER CENSUS AND ITS CLUSTER MAP
001310 01  BOARD-SIZE-MAX              PIC 9(05) VALUE 40000.
001340 01  CEN-BOARD-SIZE              PIC 9(05).
001350 01  CEN-CELLS-TABLE.
001360     05  CEN-CELL                PIC 9 OCCURS 40000 TIMES.
001363 01  PREV-CELLS-TABLE.
001366     05  PREV-CELL               PIC 9 OCCURS 40000 TIMES.
001370 01  CLUSTER-ID-TABLE.
001380     05  CLUSTER-ID              PIC 9(04) OCCURS 40000 TIMES.
001390
001670     88  CLUSTER-WAS-MATCHED                VALUE "Y".
001680 01  CELLS-AGREE-FLAG            PIC X(01).
001690     88  CELLS-ALL-PRESENT                  VALUE "Y".
001691
001692* DEBRIS HARVEST.  A CANDIDATE IS KEYED BY ITS SMALLEST
001693* ORIENTATION - HEIGHT, WIDTH, THEN THE SHAPE ITSELF - SO THE
001694* SAME SHAPE TURNED OR MIRRORED ALWAYS GIVES THE SAME KEY.
001695 01  SHAPE-AREA-LIMIT            PIC 9(3) VALUE 400.
001696 01  CANDIDATE-LIMIT             PIC 9(3) VALUE 200.
001697 01  CANDIDATE-COUNT             PIC 9(3) VALUE 0.
001698 01  CANDIDATE-TABLE.
001699     05  CT-ENTRY OCCURS 200 TIMES.
001700         10  CT-KEY.
001701             15  CT-HEIGHT       PIC 9(03).
001702             15  CT-WIDTH        PIC 9(03).
001703             15  CT-SHAPE        PIC X(400).
001704         10  CT-CELL-COUNT       PIC 9(04).
001705         10  CT-RUN-COUNT        PIC 9(06).
001706         10  CT-JOB-COUNT        PIC 9(06).
001707         10  CT-LAST-RUN-IX      PIC 9(03).
001708         10  CT-LAST-JOB         PIC X(14).
001709         10  CT-EXAMPLE-JOB      PIC X(14).
001710         10  CT-EXAMPLE-RUN      PIC 9(04).
001711         10  CT-EXAMPLE-GEN      PIC 9(04).
001712         10  CT-WRITTEN-FLAG     PIC X(01).
001713             88  CT-WAS-WRITTEN             VALUE "Y".
001714 01  SHAPE-KEY.
001715     05  SK-HEIGHT               PIC 9(03).
001716     05  SK-WIDTH                PIC 9(03).
001717     05  SK-SHAPE                PIC X(400).
001718 01  BEST-KEY.
001719     05  BK-HEIGHT               PIC 9(03).
001720     05  BK-WIDTH                PIC 9(03).
001721     05  BK-SHAPE                PIC X(400).
001722 01  SHAPE-AREA                  PIC 9(05).
001723 01  SHAPE-POS                   PIC 9(05).
001724 01  STABLE-ROW-FROM             PIC 9(03).
001725 01  STABLE-ROW-TO               PIC 9(03).
001726 01  STABLE-COL-FROM             PIC 9(03).
001727 01  STABLE-COL-TO               PIC 9(03).
001728 01  STABLE-FLAG                 PIC X(01).
001729     88  CLUSTER-IS-STABLE                  VALUE "Y".
001730 01  PREV-LOADED-FLAG            PIC X(01).
001731     88  PREV-BOARD-LOADED                  VALUE "Y".
001732 01  CAND-INDEX                  PIC 9(3).
001733 01  BEST-INDEX                  PIC 9(3).
001734 01  CANDIDATE-NUMBER            PIC 9(09).
001735 01  RUN-HARVESTED               PIC 9(04).
001736 01  CANDIDATES-DROPPED          PIC 9(06) VALUE 0.
001737 01  CANDIDATES-TOO-LARGE        PIC 9(06) VALUE 0.
001738 01  TARGET-RECNO                PIC 9(09).
001739 01  BLOCK-READ-FLAG             PIC X(01).
001740     88  BLOCK-WAS-READ                     VALUE "Y".
001741
001742* RUN-LENGTH ROW DECODER STATE
001743 01  DECODE-COL                  PIC 9(03).
001744 01  DECODE-COUNT                PIC 9(04).
001745 01  DECODE-FILL                 PIC 9(01).
001750 01  DECODE-POS                  PIC 9(04).
001760 01  DECODE-IDX                  PIC 9(04).
001770 01  ROW-DONE-FLAG               PIC X(01).
002170     88  ENTRY-WAS-FOUND                    VALUE "Y".
002180 01  FOUND-INDEX                 PIC 9(3).
002190 01  RUNS-REPORTED               PIC 9(4) VALUE 0.
002192
002194* CONDITION CODE HANDED BACK TO THE JOB STREAM - 0 CLEAN,
002196* 4 WARNINGS, 8 A REQUIRED DATASET WAS NOT AVAILABLE
002198 01  CONDITION-CODE              PIC 9(02) VALUE 0.
002200
002210* FILE STATUS SWITCHES
002220 01  FS-BOARD-IN                 PIC X(02).
002230 01  FS-BOARD-DIR                PIC X(02).
002240 01  FS-PATTERN                  PIC X(02).
002250 01  FS-REPORT                   PIC X(02).
002255 01  FS-CANDIDATE                PIC X(02).
002260
002270* REPORT LINE-EDITING WORK AREAS
002280 01  EDIT-RUN                    PIC ZZZ9.
002310 01  EDIT-CELLS                  PIC ZZZZ9.
002320 01  EDIT-CLUSTERS               PIC ZZZ9.
002330 01  EDIT-RUNS                   PIC ZZZ9.
002331 01  EDIT-HEIGHT                 PIC ZZ9.
002332 01  EDIT-WIDTH                  PIC ZZ9.
002333 01  EDIT-OCCURS                 PIC ZZZZZ9.
002334 01  EDIT-JOBS                   PIC ZZZZZ9.
002335 01  SHAPE-ROW-TEXT              PIC X(60).
002340
002341* CANDIDATE IDS - CELL COUNT AND SHAPE HASH, SAME EVERY CENSUS
002342 01  CANDIDATE-ID-TABLE.
002343     05  CI-CANDIDATE-ID OCCURS 200 TIMES PIC X(10).
002344 01  CANDIDATE-HASH              PIC 9(06).
002345 01  HASH-PRODUCT                PIC 9(09).
002346 01  CANDIDATE-ID-CLASHES        PIC 9(06) VALUE 0.
002347 01  CANDIDATE-REFUSED-FLAG      PIC X(01).
002348     88  CANDIDATE-REFUSED                  VALUE "Y".
002349
002350 PROCEDURE DIVISION.
002360*----------------------------------------------------------*
002370* 0000-MAINLINE - BUILD THE SHAPE CATALOG, FIND EVERY RUN'S *
002380* FINAL BOARD THROUGH THE ARCHIVE DIRECTORY, AND CENSUS     *
002390* EACH ONE.  THE CANDIDATE QUEUE IS ONLY REWRITTEN WHEN    *
002391* THE DIRECTORY AND THE ARCHIVE WERE READ.                  *
002400*----------------------------------------------------------*
002410 0000-MAINLINE.
002420     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002430     IF REPORT-IS-OPEN
002440         PERFORM 2000-PROCESS-RUNS THRU 2000-EXIT
002441         IF CONDITION-CODE < 8
002442             PERFORM 7000-WRITE-CANDIDATE-QUEUE THRU 7000-EXIT
002443         ELSE
002444             PERFORM 6900-NOTE-QUEUE-KEPT THRU 6900-EXIT
002445         END-IF
002450     END-IF.
002460     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002470     STOP RUN.
002560     IF FS-REPORT NOT = "00"
002570         DISPLAY "CENSUS REPORT DATASET NOT AVAILABLE - FILE "
002580             "STATUS " FS-REPORT " - JOB TERMINATED"
002585         MOVE 8 TO CONDITION-CODE
002590         GO TO 1000-EXIT
002600     END-IF.
002610     MOVE "Y" TO REPORT-OK-FLAG.
002730     OPEN INPUT PATTERN-FILE.
002740     IF FS-PATTERN NOT = "00"
002750         MOVE "Y" TO PATTERN-EOF-FLAG
002755         MOVE 4 TO CONDITION-CODE
002760         MOVE SPACES TO REPORT-RECORD
002770         STRING "PATTERN DATASET NOT AVAILABLE - EVERY CLUSTER "
002780             "WILL COUNT AS DEBRIS" DELIMITED BY SIZE
004460     OPEN INPUT BOARD-DIR-FILE.
004470     IF FS-BOARD-DIR NOT = "00"
004480         MOVE "Y" TO DIR-EOF-FLAG
004485         MOVE 8 TO CONDITION-CODE
004490         MOVE SPACES TO REPORT-RECORD
004500         STRING "ARCHIVE DIRECTORY NOT AVAILABLE - FILE STATUS "
004510             FS-BOARD-DIR " - NOTHING TO CENSUS"
004930             ADD 1 TO RUNS-DROPPED
004940         END-IF
004950     END-IF.
004952     IF FOUND-INDEX > 0
004954         IF ENTRY-WAS-FOUND
004956             MOVE RD-RECNO(FOUND-INDEX)
004958                 TO RD-PREV-RECNO(FOUND-INDEX)
004959             MOVE RD-GEN(FOUND-INDEX) TO RD-PREV-GEN(FOUND-INDEX)
004960         ELSE
004962             MOVE 0 TO RD-PREV-RECNO(FOUND-INDEX)
004963             MOVE 0 TO RD-PREV-GEN(FOUND-INDEX)
004964         END-IF
004970         MOVE BD-JOB-ID TO RD-JOBID(FOUND-INDEX)
004980         MOVE BD-RUN-NUMBER TO RD-RUN(FOUND-INDEX)
004990         MOVE BD-GENERATION TO RD-GEN(FOUND-INDEX)
005370 3000-EXIT.
005380     EXIT.
005390
005391*----------------------------------------------------------*
005392* 3100-LOAD-FINAL-BOARD - LOAD THE RUN'S PREVIOUS ARCHIVED  *
005393* BOARD (KEPT ASIDE FOR THE DEBRIS STABILITY TEST), THEN    *
005394* ITS FINAL BOARD FOR THE CENSUS.  THE PREVIOUS BOARD IS    *
005395* ONLY USED WHEN IT IS THE GENERATION JUST BEFORE THE FINAL *
005396* ONE - ACROSS A THINNED GAP AN OSCILLATOR COULD LOOK       *
005397* STABLE.                                                   *
005398*----------------------------------------------------------*
005400 3100-LOAD-FINAL-BOARD.
005410     MOVE "N" TO BOARD-LOADED-FLAG.
005415     MOVE "N" TO PREV-LOADED-FLAG.
005417     MOVE "N" TO PREV-GAP-FLAG.
005420     MOVE RD-HEIGHT(RUN-INDEX) TO CEN-HEIGHT.
005430     MOVE RD-WIDTH(RUN-INDEX) TO CEN-WIDTH.
005440     COMPUTE CEN-BOARD-SIZE = CEN-HEIGHT * CEN-WIDTH.
005450     IF CEN-HEIGHT = 0 OR CEN-WIDTH = 0
005460      OR CEN-BOARD-SIZE > BOARD-SIZE-MAX
005470         MOVE RD-RUN(RUN-INDEX) TO EDIT-RUN
005475         ADD 1 TO RUNS-SKIPPED
005480         DISPLAY "RUN " EDIT-RUN " - DIRECTORY ENTRY HAS "
005490             "INVALID DIMENSIONS - RUN SKIPPED"
005500         GO TO 3100-EXIT
005510     END-IF.
005511     IF RD-PREV-RECNO(RUN-INDEX) > 0
005512      AND RD-PREV-GEN(RUN-INDEX) + 1 NOT = RD-GEN(RUN-INDEX)
005513         MOVE "Y" TO PREV-GAP-FLAG
005514     END-IF.
005515     IF RD-PREV-RECNO(RUN-INDEX) > 0 AND NOT PREV-NOT-RETAINED
005516         MOVE RD-PREV-RECNO(RUN-INDEX) TO TARGET-RECNO
005517         PERFORM 3105-READ-ARCHIVED-BOARD THRU 3105-EXIT
005518         IF BLOCK-WAS-READ
005519             MOVE CEN-CELLS-TABLE TO PREV-CELLS-TABLE
005520             MOVE "Y" TO PREV-LOADED-FLAG
005521         END-IF
005522     END-IF.
005523     MOVE RD-RECNO(RUN-INDEX) TO TARGET-RECNO.
005524     PERFORM 3105-READ-ARCHIVED-BOARD THRU 3105-EXIT.
005525     IF BLOCK-WAS-READ
005526         MOVE "Y" TO BOARD-LOADED-FLAG
005527     END-IF.
005528 3100-EXIT.
005529     EXIT.
005530
005531 3105-READ-ARCHIVED-BOARD.
005532     MOVE "N" TO BLOCK-READ-FLAG.
005533     MOVE "N" TO ARCHIVE-EOF-FLAG.
005534     OPEN INPUT BOARD-IN-FILE.
005540     IF FS-BOARD-IN NOT = "00"
005550         DISPLAY "BOARD ARCHIVE NOT AVAILABLE - FILE STATUS "
005560             FS-BOARD-IN
005565         MOVE 8 TO CONDITION-CODE
005570         GO TO 3105-EXIT
005580     END-IF.
005590     COMPUTE SKIP-COUNT = TARGET-RECNO - 1.
005600     PERFORM 3110-SKIP-ONE-RECORD THRU 3110-EXIT
005610         VARYING SKIP-INDEX FROM 1 BY 1
005620         UNTIL SKIP-INDEX > SKIP-COUNT OR NO-MORE-ARCHIVE.
005700      AND BOARD-IN-RECORD(1:11) = "GENERATION "
005710         PERFORM 3120-LOAD-BOARD-ROWS THRU 3120-EXIT
005720         IF NOT NO-MORE-ARCHIVE
005730             MOVE "Y" TO BLOCK-READ-FLAG
005740         END-IF
005750     ELSE
005760         MOVE RD-RUN(RUN-INDEX) TO EDIT-RUN
005780             "DISAGREES WITH THE BOARD ARCHIVE - RUN SKIPPED"
005790     END-IF.
005800     CLOSE BOARD-IN-FILE.
005810 3105-EXIT.
005820     EXIT.
005830
005840 3110-SKIP-ONE-RECORD.
006710     MOVE 0 TO DEBRIS-CLUSTERS.
006720     MOVE 0 TO DEBRIS-CELLS.
006730     MOVE 0 TO RUN-LIVE-COUNT.
006735     MOVE 0 TO RUN-HARVESTED.
006740     PERFORM 3210-CLEAR-ONE-CELL THRU 3210-EXIT
006750         VARYING G FROM 1 BY 1 UNTIL G > CEN-BOARD-SIZE.
006760     PERFORM 3220-CLEAR-ONE-COUNT THRU 3220-EXIT
007940*----------------------------------------------------------*
007950* 4200-MATCH-CLUSTER - TRY EVERY STORED ORIENTATION WHOSE   *
007960* CELL COUNT AND BOUNDING BOX AGREE WITH THE CLUSTER.  A    *
007970* CLUSTER NO ORIENTATION MATCHES COUNTS AS DEBRIS AND IS    *
007975* OFFERED TO THE CANDIDATE QUEUE.                           *
007980*----------------------------------------------------------*
007990 4200-MATCH-CLUSTER.
008000     MOVE "N" TO MATCHED-FLAG.
008090     ELSE
008100         ADD 1 TO DEBRIS-CLUSTERS
008110         ADD CLUSTER-TRUE-SIZE TO DEBRIS-CELLS
008120         PERFORM 4300-HARVEST-CLUSTER THRU 4300-EXIT
008150     END-IF.
008160 4200-EXIT.
008170     EXIT.
008430 4220-EXIT.
008440     EXIT.
008450
008451*----------------------------------------------------------*
008452* 4300-HARVEST-CLUSTER - A DEBRIS CLUSTER WHOSE SURROUNDINGS*
008453* ARE UNCHANGED FROM THE PREVIOUS ARCHIVED GENERATION IS    *
008454* STABLE.  ITS SMALLEST ORIENTATION IS FOUND AND COUNTED IN *
008455* THE CANDIDATE QUEUE.                                      *
008456*----------------------------------------------------------*
008457 4300-HARVEST-CLUSTER.
008458     IF NOT PREV-BOARD-LOADED OR CLUSTER-IS-OVERSIZE
008459         GO TO 4300-EXIT
008460     END-IF.
008461     PERFORM 4310-CHECK-STABILITY THRU 4310-EXIT.
008462     IF NOT CLUSTER-IS-STABLE
008463         GO TO 4300-EXIT
008464     END-IF.
008465     IF CLU-HEIGHT * CLU-WIDTH > SHAPE-AREA-LIMIT
008466         ADD 1 TO CANDIDATES-TOO-LARGE
008467         GO TO 4300-EXIT
008468     END-IF.
008469     MOVE HIGH-VALUES TO BEST-KEY.
008470     PERFORM 4330-ORIENT-CLUSTER THRU 4330-EXIT
008471         VARYING ORIENT-CODE FROM 0 BY 1 UNTIL ORIENT-CODE > 7.
008472     PERFORM 4360-QUEUE-CANDIDATE THRU 4360-EXIT.
008473 4300-EXIT.
008474     EXIT.
008475
008476* THE BOUNDING BOX AND A ONE-CELL BORDER AROUND IT MUST BE
008477* IDENTICAL IN BOTH GENERATIONS.
008478 4310-CHECK-STABILITY.
008479     MOVE "Y" TO STABLE-FLAG.
008480     MOVE CLU-MIN-ROW TO STABLE-ROW-FROM.
008481     IF STABLE-ROW-FROM > 1
008482         SUBTRACT 1 FROM STABLE-ROW-FROM
008483     END-IF.
008484     MOVE CLU-MAX-ROW TO STABLE-ROW-TO.
008485     IF STABLE-ROW-TO < CEN-HEIGHT
008486         ADD 1 TO STABLE-ROW-TO
008487     END-IF.
008488     MOVE CLU-MIN-COL TO STABLE-COL-FROM.
008489     IF STABLE-COL-FROM > 1
008490         SUBTRACT 1 FROM STABLE-COL-FROM
008491     END-IF.
008492     MOVE CLU-MAX-COL TO STABLE-COL-TO.
008493     IF STABLE-COL-TO < CEN-WIDTH
008494         ADD 1 TO STABLE-COL-TO
008495     END-IF.
008496     PERFORM 4320-CHECK-STABLE-ROW THRU 4320-EXIT
008497         VARYING WORK-ROW FROM STABLE-ROW-FROM BY 1
008498         UNTIL WORK-ROW > STABLE-ROW-TO
008499            OR NOT CLUSTER-IS-STABLE.
008500 4310-EXIT.
008501     EXIT.
008502
008503 4320-CHECK-STABLE-ROW.
008504     PERFORM 4325-CHECK-STABLE-CELL THRU 4325-EXIT
008505         VARYING WORK-COL FROM STABLE-COL-FROM BY 1
008506         UNTIL WORK-COL > STABLE-COL-TO
008507            OR NOT CLUSTER-IS-STABLE.
008508 4320-EXIT.
008509     EXIT.
008510
008511 4325-CHECK-STABLE-CELL.
008512     COMPUTE WORK-POS = (WORK-ROW - 1) * CEN-WIDTH + WORK-COL.
008513     IF CEN-CELL(WORK-POS) NOT = PREV-CELL(WORK-POS)
008514         MOVE "N" TO STABLE-FLAG
008515     END-IF.
008516 4325-EXIT.
008517     EXIT.
008518
008519* ORIENTATION CODES AS IN 1240 - ROTATIONS 0-3, MIRRORED
008520* ROTATIONS 4-7.  EACH ORIENTATION IS DRAWN INTO SHAPE-KEY
008521* AND THE LOWEST KEY SEEN IS KEPT IN BEST-KEY.
008522 4330-ORIENT-CLUSTER.
008523     MOVE CLUSTER-COUNT TO SHAPE-CELL-COUNT.
008524     PERFORM 4340-TRANSFORM-CLUSTER-CELL THRU 4340-EXIT
008525         VARYING K FROM 1 BY 1 UNTIL K > SHAPE-CELL-COUNT.
008526     MOVE +9999 TO MIN-R.
008527     MOVE +9999 TO MIN-C.
008528     MOVE -9999 TO MAX-R.
008529     MOVE -9999 TO MAX-C.
008530     PERFORM 1260-TRACK-EXTENT THRU 1260-EXIT
008531         VARYING K FROM 1 BY 1 UNTIL K > SHAPE-CELL-COUNT.
008532     MOVE SPACES TO SHAPE-KEY.
008533     COMPUTE SK-HEIGHT = MAX-R - MIN-R + 1.
008534     COMPUTE SK-WIDTH = MAX-C - MIN-C + 1.
008535     COMPUTE SHAPE-AREA = SK-HEIGHT * SK-WIDTH.
008536     MOVE ALL "." TO SK-SHAPE(1:SHAPE-AREA).
008537     PERFORM 4350-PLOT-CLUSTER-CELL THRU 4350-EXIT
008538         VARYING K FROM 1 BY 1 UNTIL K > SHAPE-CELL-COUNT.
008539     IF SHAPE-KEY < BEST-KEY
008540         MOVE SHAPE-KEY TO BEST-KEY
008541     END-IF.
008542 4330-EXIT.
008543     EXIT.
008544
008545 4340-TRANSFORM-CLUSTER-CELL.
008546     MOVE CLU-ROW(K) TO WORK-R.
008547     MOVE CLU-COL(K) TO WORK-C.
008548     IF ORIENT-CODE > 3
008549         COMPUTE WORK-C = 0 - WORK-C
008550     END-IF.
008551     PERFORM 1255-ROTATE-CELL THRU 1255-EXIT
008552         VARYING ROTATE-PASS FROM 1 BY 1
008553         UNTIL ROTATE-PASS
008554             > FUNCTION MOD(ORIENT-CODE, 4).
008555     MOVE WORK-R TO WK-ROW(K).
008556     MOVE WORK-C TO WK-COL(K).
008557 4340-EXIT.
008558     EXIT.
008559
008560 4350-PLOT-CLUSTER-CELL.
008561     COMPUTE SHAPE-POS = (WK-ROW(K) - MIN-R) * SK-WIDTH
008562         + WK-COL(K) - MIN-C + 1.
008563     MOVE "O" TO SK-SHAPE(SHAPE-POS:1).
008564 4350-EXIT.
008565     EXIT.
008566
008567* A SHAPE IS COUNTED ONCE PER RUN AND ONCE PER JOB, HOWEVER
008568* MANY COPIES OF IT THE RUN LEFT BEHIND.
008569 4360-QUEUE-CANDIDATE.
008570     ADD 1 TO RUN-HARVESTED.
008571     MOVE 0 TO CAND-INDEX.
008572     PERFORM 4370-MATCH-CANDIDATE THRU 4370-EXIT
008573         VARYING J FROM 1 BY 1
008574         UNTIL J > CANDIDATE-COUNT OR CAND-INDEX > 0.
008575     IF CAND-INDEX = 0
008576         PERFORM 8500-MAKE-CANDIDATE-ID THRU 8500-EXIT
008577         IF CANDIDATE-REFUSED
008578             GO TO 4360-EXIT
008579         END-IF
008580         ADD 1 TO CANDIDATE-COUNT
008581         MOVE CANDIDATE-COUNT TO CAND-INDEX
008582         MOVE BEST-KEY TO CT-KEY(CAND-INDEX)
008583         MOVE CLUSTER-COUNT TO CT-CELL-COUNT(CAND-INDEX)
008584         MOVE 0 TO CT-RUN-COUNT(CAND-INDEX)
008585         MOVE 0 TO CT-JOB-COUNT(CAND-INDEX)
008586         MOVE 0 TO CT-LAST-RUN-IX(CAND-INDEX)
008587         MOVE SPACES TO CT-LAST-JOB(CAND-INDEX)
008588         MOVE RD-JOBID(RUN-INDEX) TO CT-EXAMPLE-JOB(CAND-INDEX)
008589         MOVE RD-RUN(RUN-INDEX) TO CT-EXAMPLE-RUN(CAND-INDEX)
008590         MOVE RD-GEN(RUN-INDEX) TO CT-EXAMPLE-GEN(CAND-INDEX)
008591         MOVE "N" TO CT-WRITTEN-FLAG(CAND-INDEX)
008592     END-IF.
008593     IF CT-LAST-RUN-IX(CAND-INDEX) NOT = RUN-INDEX
008594         ADD 1 TO CT-RUN-COUNT(CAND-INDEX)
008595         MOVE RUN-INDEX TO CT-LAST-RUN-IX(CAND-INDEX)
008596     END-IF.
008597     IF CT-LAST-JOB(CAND-INDEX) NOT = RD-JOBID(RUN-INDEX)
008598         ADD 1 TO CT-JOB-COUNT(CAND-INDEX)
008599         MOVE RD-JOBID(RUN-INDEX) TO CT-LAST-JOB(CAND-INDEX)
008600     END-IF.
008601 4360-EXIT.
008602     EXIT.
008603
008604 4370-MATCH-CANDIDATE.
008605     IF CT-KEY(J) = BEST-KEY
008606         MOVE J TO CAND-INDEX
008607     END-IF.
008608 4370-EXIT.
008609     EXIT.
008610
008611*----------------------------------------------------------*
008612* 6000-WRITE-RUN-CENSUS - ONE HEADER LINE PER RUN FOLLOWED  *
008613* BY A LINE PER RECOGNIZED OBJECT AND THE DEBRIS TOTALS.    *
008614*----------------------------------------------------------*
008615 6000-WRITE-RUN-CENSUS.
008616     MOVE RD-RUN(RUN-INDEX) TO EDIT-RUN.
008617     MOVE RD-GEN(RUN-INDEX) TO EDIT-GEN.
008618     MOVE RUN-LIVE-COUNT TO EDIT-CELLS.
008619     MOVE SPACES TO REPORT-RECORD.
008620     WRITE REPORT-RECORD.
008621     MOVE SPACES TO REPORT-RECORD.
008622     STRING "RUN " EDIT-RUN " JOB " RD-JOBID(RUN-INDEX)
008623         " - FINAL GENERATION " EDIT-GEN
008624         ", LIVE " EDIT-CELLS
008625         DELIMITED BY SIZE INTO REPORT-RECORD.
008626     WRITE REPORT-RECORD.
008627     IF RUN-LIVE-COUNT = 0
008630         MOVE SPACES TO REPORT-RECORD
008640         STRING "  BOARD IS EMPTY - NOTHING TO RECOGNIZE"
008650             DELIMITED BY SIZE INTO REPORT-RECORD
008760             " CLUSTER(S), " EDIT-CELLS " CELL(S)"
008770             DELIMITED BY SIZE INTO REPORT-RECORD
008780         WRITE REPORT-RECORD
008781         IF RUN-HARVESTED > 0
008782             MOVE RUN-HARVESTED TO EDIT-CLUSTERS
008783             MOVE SPACES TO REPORT-RECORD
008784             STRING "  " EDIT-CLUSTERS " STABLE DEBRIS "
008785                 "CLUSTER(S) OFFERED TO THE CANDIDATE QUEUE"
008786                 DELIMITED BY SIZE INTO REPORT-RECORD
008787             WRITE REPORT-RECORD
008788         END-IF
008789         IF NOT PREV-BOARD-LOADED AND PREV-NOT-RETAINED
008790             MOVE SPACES TO REPORT-RECORD
008791             STRING "  RUN THINNED - GENERATION BEFORE THE FINAL "
008792                 "ONE NOT RETAINED, NONE HARVESTED"
008793                 DELIMITED BY SIZE INTO REPORT-RECORD
008794             WRITE REPORT-RECORD
008795         END-IF
008796         IF NOT PREV-BOARD-LOADED AND NOT PREV-NOT-RETAINED
008797             MOVE SPACES TO REPORT-RECORD
008798             STRING "  NO EARLIER GENERATION ARCHIVED - DEBRIS "
008799                 "STABILITY NOT KNOWN, NONE HARVESTED"
008800                 DELIMITED BY SIZE INTO REPORT-RECORD
008801             WRITE REPORT-RECORD
008802         END-IF
008803     ELSE
008804         MOVE SPACES TO REPORT-RECORD
008810         STRING "  EVERY CLUSTER MATCHED A LIBRARY PATTERN"
008820             DELIMITED BY SIZE INTO REPORT-RECORD
008830         WRITE REPORT-RECORD
008950     END-IF.
008960 6100-EXIT.
008970     EXIT.
008971
008972 6900-NOTE-QUEUE-KEPT.
008973     MOVE SPACES TO REPORT-RECORD.
008974     STRING "PATTERN CANDIDATE QUEUE NOT REWRITTEN - ARCHIVE NOT "
008975         "READ, EXISTING QUEUE KEPT" DELIMITED BY SIZE
008976         INTO REPORT-RECORD.
008977     WRITE REPORT-RECORD.
008978 6900-EXIT.
008979     EXIT.
008980
008981*----------------------------------------------------------*
008982* 7000-WRITE-CANDIDATE-QUEUE - WRITE EVERY HARVESTED SHAPE  *
008983* TO THE CANDIDATE DATASET, THE SHAPE SEEN IN THE MOST RUNS *
008984* FIRST, AND LIST EACH ONE IN THE REPORT FOR REVIEW.  THE   *
008985* CANDIDATE ID IS WHAT PATTERN-MAINT'S ACCEPT COMMAND       *
008986* NAMES.                                                    *
008987*----------------------------------------------------------*
008988 7000-WRITE-CANDIDATE-QUEUE.
008989     MOVE SPACES TO REPORT-RECORD.
008990     WRITE REPORT-RECORD.
008991     MOVE CANDIDATE-COUNT TO EDIT-RUNS.
008992     MOVE SPACES TO REPORT-RECORD.
008993     STRING "PATTERN CANDIDATE QUEUE - " EDIT-RUNS
008994         " DISTINCT STABLE DEBRIS SHAPE(S)" DELIMITED BY SIZE
008995         INTO REPORT-RECORD.
008996     WRITE REPORT-RECORD.
008997     OPEN OUTPUT CANDIDATE-FILE.
008998     IF FS-CANDIDATE NOT = "00"
008999         MOVE 8 TO CONDITION-CODE
009000         DISPLAY "CANDIDATE DATASET NOT AVAILABLE - FILE "
009001             "STATUS " FS-CANDIDATE " - QUEUE NOT WRITTEN"
009002         MOVE SPACES TO REPORT-RECORD
009003         STRING "  CANDIDATE DATASET NOT AVAILABLE - QUEUE NOT "
009004             "WRITTEN" DELIMITED BY SIZE INTO REPORT-RECORD
009005         WRITE REPORT-RECORD
009006         GO TO 7000-EXIT
009007     END-IF.
009008     PERFORM 7100-WRITE-NEXT-CANDIDATE THRU 7100-EXIT
009009         CANDIDATE-COUNT TIMES.
009010     CLOSE CANDIDATE-FILE.
009011 7000-EXIT.
009012     EXIT.
009013
009014 7100-WRITE-NEXT-CANDIDATE.
009015     MOVE 0 TO BEST-INDEX.
009016     PERFORM 7110-PICK-MOST-RUNS THRU 7110-EXIT
009017         VARYING J FROM 1 BY 1 UNTIL J > CANDIDATE-COUNT.
009018     IF BEST-INDEX = 0
009019         GO TO 7100-EXIT
009020     END-IF.
009021     MOVE "Y" TO CT-WRITTEN-FLAG(BEST-INDEX).
009023     MOVE SPACES TO CANDIDATE-RECORD.
009024     MOVE CI-CANDIDATE-ID(BEST-INDEX) TO CD-CANDIDATE-ID.
009026     MOVE CT-CELL-COUNT(BEST-INDEX) TO CD-CELL-COUNT.
009027     MOVE CT-HEIGHT(BEST-INDEX) TO CD-HEIGHT.
009028     MOVE CT-WIDTH(BEST-INDEX) TO CD-WIDTH.
009029     MOVE CT-RUN-COUNT(BEST-INDEX) TO CD-RUN-COUNT.
009030     MOVE CT-JOB-COUNT(BEST-INDEX) TO CD-JOB-COUNT.
009031     MOVE CT-EXAMPLE-JOB(BEST-INDEX) TO CD-EXAMPLE-JOB.
009032     MOVE CT-EXAMPLE-RUN(BEST-INDEX) TO CD-EXAMPLE-RUN.
009033     MOVE CT-EXAMPLE-GEN(BEST-INDEX) TO CD-EXAMPLE-GEN.
009034     MOVE CT-SHAPE(BEST-INDEX) TO CD-SHAPE.
009035     WRITE CANDIDATE-RECORD.
009036     MOVE CD-CELL-COUNT TO EDIT-COUNT.
009037     MOVE CD-HEIGHT TO EDIT-HEIGHT.
009038     MOVE CD-WIDTH TO EDIT-WIDTH.
009039     MOVE CD-RUN-COUNT TO EDIT-OCCURS.
009040     MOVE CD-JOB-COUNT TO EDIT-JOBS.
009041     MOVE SPACES TO REPORT-RECORD.
009042     STRING "  " CD-CANDIDATE-ID "  CELLS " EDIT-COUNT
009043         "  BOX " EDIT-HEIGHT " X " EDIT-WIDTH
009044         "  RUNS " EDIT-OCCURS "  JOBS " EDIT-JOBS
009045         DELIMITED BY SIZE INTO REPORT-RECORD.
009046     WRITE REPORT-RECORD.
009047     MOVE CD-EXAMPLE-RUN TO EDIT-RUN.
009048     MOVE CD-EXAMPLE-GEN TO EDIT-GEN.
009049     MOVE SPACES TO REPORT-RECORD.
009050     STRING "    FIRST SEEN JOB " CD-EXAMPLE-JOB " RUN " EDIT-RUN
009051         " GENERATION " EDIT-GEN DELIMITED BY SIZE
009052         INTO REPORT-RECORD.
009053     WRITE REPORT-RECORD.
009054     IF CD-WIDTH > 60
009055         MOVE SPACES TO REPORT-RECORD
009056         STRING "    (SHAPE TOO WIDE TO DRAW)" DELIMITED BY SIZE
009057             INTO REPORT-RECORD
009058         WRITE REPORT-RECORD
009059     ELSE
009060         PERFORM 7120-DRAW-SHAPE-ROW THRU 7120-EXIT
009061             VARYING I FROM 1 BY 1 UNTIL I > CD-HEIGHT
009062     END-IF.
009063 7100-EXIT.
009064     EXIT.
009065
009066 7110-PICK-MOST-RUNS.
009067     IF NOT CT-WAS-WRITTEN(J)
009068         IF BEST-INDEX = 0
009069             MOVE J TO BEST-INDEX
009070         ELSE
009071             IF CT-RUN-COUNT(J) > CT-RUN-COUNT(BEST-INDEX)
009072                 MOVE J TO BEST-INDEX
009073             END-IF
009074         END-IF
009075     END-IF.
009076 7110-EXIT.
009077     EXIT.
009078
009079 7120-DRAW-SHAPE-ROW.
009080     MOVE SPACES TO SHAPE-ROW-TEXT.
009081     COMPUTE SHAPE-POS = (I - 1) * CD-WIDTH + 1.
009082     MOVE CD-SHAPE(SHAPE-POS:CD-WIDTH) TO SHAPE-ROW-TEXT.
009083     MOVE SPACES TO REPORT-RECORD.
009084     STRING "    " SHAPE-ROW-TEXT DELIMITED BY SIZE
009085         INTO REPORT-RECORD.
009086     WRITE REPORT-RECORD.
009087 7120-EXIT.
009088     EXIT.
009089
009090*----------------------------------------------------------*
009100* 8500-MAKE-CANDIDATE-ID - A SHAPE NOT YET IN THE QUEUE IS  *
009110* GIVEN ITS ID IN THE NEXT FREE TABLE SLOT: "C", THE CELL   *
009120* COUNT AND A HASH OF THE NORMALIZED SHAPE (ITS BOX AND THE *
009130* POSITION OF EACH LIVE CELL IN IT).  THE SAME SHAPE GETS   *
009140* THE SAME ID FROM EVERY CENSUS, SO AN ACCEPT COMMAND       *
009150* WRITTEN AGAINST ONE QUEUE STILL NAMES THAT SHAPE AFTER A  *
009160* LATER CENSUS.  THE SHAPE IS REFUSED WHEN THE TABLE IS     *
009170* FULL, OR WHEN A DIFFERENT SHAPE ALREADY HOLDS THE ID, SO  *
009180* AN ID NEVER STANDS FOR TWO SHAPES.                        *
009190*----------------------------------------------------------*
009200 8500-MAKE-CANDIDATE-ID.
009210     MOVE "N" TO CANDIDATE-REFUSED-FLAG.
009220     IF CANDIDATE-COUNT >= CANDIDATE-LIMIT
009230         ADD 1 TO CANDIDATES-DROPPED
009240         MOVE "Y" TO CANDIDATE-REFUSED-FLAG
009250         GO TO 8500-EXIT
009260     END-IF.
009270     COMPUTE CANDIDATE-HASH = BK-HEIGHT * 1000 + BK-WIDTH.
009280     COMPUTE SHAPE-AREA = BK-HEIGHT * BK-WIDTH.
009290     PERFORM 8510-HASH-SHAPE-CELL THRU 8510-EXIT
009300         VARYING SHAPE-POS FROM 1 BY 1
009310         UNTIL SHAPE-POS > SHAPE-AREA.
009320     COMPUTE CANDIDATE-NUMBER =
009330         CLUSTER-COUNT * 1000000 + CANDIDATE-HASH.
009340     MOVE SPACES TO CI-CANDIDATE-ID(CANDIDATE-COUNT + 1).
009350     STRING "C" CANDIDATE-NUMBER DELIMITED BY SIZE
009360         INTO CI-CANDIDATE-ID(CANDIDATE-COUNT + 1).
009370     PERFORM 8520-MATCH-CANDIDATE-ID THRU 8520-EXIT
009380         VARYING J FROM 1 BY 1
009390         UNTIL J > CANDIDATE-COUNT OR CANDIDATE-REFUSED.
009400     IF CANDIDATE-REFUSED
009410         ADD 1 TO CANDIDATE-ID-CLASHES
009420     END-IF.
009430 8500-EXIT.
009440     EXIT.
009450
009460 8510-HASH-SHAPE-CELL.
009470     IF BK-SHAPE(SHAPE-POS:1) = "O"
009480         COMPUTE HASH-PRODUCT = CANDIDATE-HASH * 131 + SHAPE-POS
009490         COMPUTE CANDIDATE-HASH =
009500             FUNCTION MOD(HASH-PRODUCT, 999983)
009510     END-IF.
009520 8510-EXIT.
009530     EXIT.
009540
009550 8520-MATCH-CANDIDATE-ID.
009560     IF CI-CANDIDATE-ID(J)
009570      = CI-CANDIDATE-ID(CANDIDATE-COUNT + 1)
009580         MOVE "Y" TO CANDIDATE-REFUSED-FLAG
009590     END-IF.
009600 8520-EXIT.
009610     EXIT.
009620
009630*----------------------------------------------------------*
009631* 9000-TERMINATE - WRITE THE JOB SUMMARY AND CLOSE THE      *
009632* REPORT.                                                   *
009633*----------------------------------------------------------*
009634 9000-TERMINATE.
009635     IF REPORT-IS-OPEN
009636         MOVE RUNS-REPORTED TO EDIT-RUNS
009637         MOVE SPACES TO REPORT-RECORD
009638         WRITE REPORT-RECORD
009639         MOVE SPACES TO REPORT-RECORD
009640         STRING "CENSUS SUMMARY - " EDIT-RUNS
009641             " RUN(S) PROCESSED" DELIMITED BY SIZE
009650             INTO REPORT-RECORD
009660         WRITE REPORT-RECORD
009670         IF RUNS-DROPPED > 0
009680             MOVE RUNS-DROPPED TO EDIT-RUNS
009690             MOVE SPACES TO REPORT-RECORD
009700             STRING "  WARNING - RUN TABLE FULL, " EDIT-RUNS
009710                 " DIRECTORY RUN(S) NOT PROCESSED"
009720                 DELIMITED BY SIZE INTO REPORT-RECORD
009730             WRITE REPORT-RECORD
009740         END-IF
009741         IF CANDIDATES-DROPPED > 0
009742             MOVE CANDIDATES-DROPPED TO EDIT-OCCURS
009743             MOVE SPACES TO REPORT-RECORD
009744             STRING "  WARNING - CANDIDATE TABLE FULL, "
009745                 EDIT-OCCURS " STABLE CLUSTER(S) NOT QUEUED"
009746                 DELIMITED BY SIZE INTO REPORT-RECORD
009747             WRITE REPORT-RECORD
009748         END-IF
009749         IF CANDIDATE-ID-CLASHES > 0
009750             MOVE CANDIDATE-ID-CLASHES TO EDIT-OCCURS
009751             MOVE SPACES TO REPORT-RECORD
009752             STRING "  WARNING - " EDIT-OCCURS
009753                 " STABLE CLUSTER(S) NOT QUEUED, ID SHARED WITH "
009754                 "ANOTHER SHAPE"
009755                 DELIMITED BY SIZE INTO REPORT-RECORD
009756             WRITE REPORT-RECORD
009757         END-IF
009758         IF CANDIDATES-TOO-LARGE > 0
009759             MOVE CANDIDATES-TOO-LARGE TO EDIT-OCCURS
009760             MOVE SPACES TO REPORT-RECORD
009761             STRING "  " EDIT-OCCURS " STABLE CLUSTER(S) TOO "
009762                 "LARGE FOR THE CANDIDATE QUEUE"
009763                 DELIMITED BY SIZE INTO REPORT-RECORD
009764             WRITE REPORT-RECORD
009765         END-IF
009766         CLOSE REPORT-FILE
009767     END-IF.
009770     DISPLAY "OBJECT CENSUS ENDED - " RUNS-REPORTED
009780         " RUN(S) PROCESSED".
009781     IF CONDITION-CODE < 4
009782      AND (RUNS-DROPPED > 0 OR RUNS-SKIPPED > 0
009783       OR CANDIDATES-DROPPED > 0 OR CANDIDATE-ID-CLASHES > 0)
009784         MOVE 4 TO CONDITION-CODE
009785     END-IF.
009786     MOVE CONDITION-CODE TO RETURN-CODE.
009790 9000-EXIT.
009800     EXIT.
