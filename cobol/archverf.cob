000320*                   THE VERIFIER SILENTLY WORKED FROM A       *
000330*                   PARTIAL TABLE.  ROUTINE RELIEF COMES FROM *
000340*                   THE NEW AUDIT-ROLLOVER UTILITY.           *
000341*  10/15/2026 RH    SETS A CONDITION CODE FOR THE JOB         *
000342*                   STREAM - 0 CLEAN, 4 MISMATCHES FOUND OR   *
000343*                   AUDIT TRAIL NOT AVAILABLE, 8 THE BOARD    *
000344*                   ARCHIVE OR VERIFY REPORT WAS NOT          *
000345*                   AVAILABLE.                                *
000346*  10/15/2026 RH    AUDIT RECORD WIDENED TO 300 BYTES - THE   *
000347*                   SIMULATOR NOW ADDS THE RUN TIMINGS AHEAD  *
000348*                   OF THE OUTCOME.                           *
000349*  10/15/2026 RH    RUNS MARKED THINNED ON THEIR HEADER BY    *
000350*                   ARCHIVE-RETENTION ARE VERIFIED ACROSS THE *
000351*                   GENERATIONS THAT WERE NOT RETAINED - THE  *
000352*                   RULE IS RUN FORWARD OVER THE GAP AND      *
000353*                   REPORT LINES FOR THE MISSING GENERATIONS  *
000354*                   ARE PASSED OVER, SO A THINNED RUN IS NOT  *
000355*                   FLAGGED AS A MISMATCH.                    *
000356*----------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000570 01  RPT-IN-RECORD               PIC X(80).
000580
000590 FD  AUDIT-FILE.
000600 01  AUDIT-RECORD                PIC X(300).
000610
000620 FD  VERIFY-FILE.
000630 01  VERIFY-RECORD               PIC X(80).
000910     88  WRAP-ENABLED                       VALUE "Y".
000920 01  FIRST-GEN-FLAG              PIC X(01).
000930     88  FIRST-GENERATION                   VALUE "Y".
000932 01  THINNED-RUN-FLAG            PIC X(01).
000934     88  THINNED-RUN                        VALUE "Y".
000936 01  GAP-STEPS                   PIC 9(04).
000938 01  STEP-COUNT                  PIC 9(04).
000940 01  CURRENT-GEN                 PIC 9(04).
000950 01  LAST-GEN                    PIC 9(04).
000960 01  LAST-LIVE                   PIC 9(05).
001300 01  CELL-MISMATCHES             PIC 9(6) VALUE 0.
001310 01  STATS-MISMATCHES            PIC 9(6) VALUE 0.
001320 01  AUDIT-MISMATCHES            PIC 9(6) VALUE 0.
001323 01  RUNS-THINNED                PIC 9(4) VALUE 0.
001326 01  GENS-RECOMPUTED             PIC 9(6) VALUE 0.
001330
001340* NEIGHBOR COUNT WORK AREAS (SAME SHAPE AS THE SIMULATOR)
001350 01  I                           PIC 9(3).
001940 01  VERIFY-OK-FLAG              PIC X(01) VALUE "N".
001950     88  VERIFY-IS-OPEN                     VALUE "Y".
001960
001962* CONDITION CODE HANDED BACK TO THE JOB STREAM - 0 CLEAN,
001964* 4 WARNINGS, 8 A REQUIRED DATASET WAS NOT AVAILABLE
001966 01  CONDITION-CODE              PIC 9(02) VALUE 0.
001968
001970* FILE STATUS SWITCHES
001980 01  FS-BOARD-IN                 PIC X(02).
001990 01  FS-RPT-IN                   PIC X(02).
002310     IF FS-VERIFY NOT = "00"
002320         DISPLAY "VERIFY REPORT DATASET NOT AVAILABLE - FILE "
002330             "STATUS " FS-VERIFY " - JOB TERMINATED"
002335         MOVE 8 TO CONDITION-CODE
002340         MOVE "Y" TO ARCHIVE-EOF-FLAG
002350     ELSE
002360         MOVE "Y" TO VERIFY-OK-FLAG
002570     IF FS-AUDIT NOT = "00"
002580         MOVE "Y" TO AUDIT-EOF-FLAG
002590         MOVE SPACES TO VERIFY-RECORD
002595         MOVE 4 TO CONDITION-CODE
002600         STRING "AUDIT TRAIL NOT AVAILABLE - AUDIT FIGURES "
002610             "NOT RECONCILED" DELIMITED BY SIZE
002620             INTO VERIFY-RECORD
004580     ELSE
004590         MOVE "Y" TO RUN-ACTIVE-FLAG
004600         MOVE "Y" TO FIRST-GEN-FLAG
004601         IF BOARD-IN-RECORD(68:8) = " THINNED"
004602             MOVE "Y" TO THINNED-RUN-FLAG
004603             ADD 1 TO RUNS-THINNED
004604         ELSE
004605             MOVE "N" TO THINNED-RUN-FLAG
004606         END-IF
004610         MOVE 0 TO LAST-GEN
004620         MOVE 0 TO LAST-LIVE
004630         MOVE 0 TO DETAIL-COUNT
006580     ADD 1 TO GENS-VERIFIED.
006590     PERFORM 4150-COUNT-CURRENT-LIVE THRU 4150-EXIT.
006600     IF NOT FIRST-GENERATION
006602         IF THINNED-RUN AND CURRENT-GEN > LAST-GEN + 1
006604             PERFORM 4250-STEP-ACROSS-GAP THRU 4250-EXIT
006606         END-IF
006610         PERFORM 4200-COMPUTE-NEXT THRU 4200-EXIT
006620         PERFORM 4300-COMPARE-BOARDS THRU 4300-EXIT
006630     END-IF.
008020     EXIT.
008030
008040*----------------------------------------------------------*
008041* 4250-STEP-ACROSS-GAP - A THINNED RUN KEEPS ONLY SOME OF   *
008042* ITS GENERATIONS.  RUN THE RULE FORWARD OVER THE ONES THAT *
008043* WERE NOT RETAINED SO THE PREVIOUS BOARD STANDS AT THE     *
008044* GENERATION JUST BEFORE THE ONE IN HAND, AND THE BORN/DIED *
008045* FIGURES COME FROM THAT LAST SINGLE STEP AS USUAL.         *
008046*----------------------------------------------------------*
008047 4250-STEP-ACROSS-GAP.
008048     COMPUTE GAP-STEPS = CURRENT-GEN - LAST-GEN - 1.
008049     PERFORM 4260-STEP-ONE-GENERATION THRU 4260-EXIT
008050         VARYING STEP-COUNT FROM 1 BY 1
008051         UNTIL STEP-COUNT > GAP-STEPS.
008052     ADD GAP-STEPS TO GENS-RECOMPUTED.
008053 4250-EXIT.
008054     EXIT.
008055
008056 4260-STEP-ONE-GENERATION.
008057     PERFORM 4200-COMPUTE-NEXT THRU 4200-EXIT.
008058     PERFORM 4270-ADVANCE-ONE-CELL THRU 4270-EXIT
008059         VARYING G FROM 1 BY 1 UNTIL G > BOARD-SIZE.
008060 4260-EXIT.
008061     EXIT.
008062
008063 4270-ADVANCE-ONE-CELL.
008064     MOVE COMP-CELL(G) TO PREV-CELL(G).
008065 4270-EXIT.
008066     EXIT.
008067
008068*----------------------------------------------------------*
008069* 4300-COMPARE-BOARDS - FLAG EVERY CELL WHERE THE ARCHIVED  *
008070* BOARD DISAGREES WITH THE RECOMPUTED ONE.  DETAIL LINES    *
008071* ARE CAPPED PER RUN, THE COUNTERS ARE NOT.                 *
008080*----------------------------------------------------------*
008090 4300-COMPARE-BOARDS.
008100     PERFORM 4310-COMPARE-ROW THRU 4310-EXIT
009300             MOVE SPACES TO PARSE-FIELD(5:6)
009310             PERFORM 8200-PARSE-NUMBER THRU 8200-EXIT
009320             MOVE PARSE-VALUE TO STATS-GEN
009327             EVALUATE TRUE
009334                 WHEN STATS-GEN = CURRENT-GEN
009341                     MOVE "Y" TO STATS-FOUND-FLAG
009348                     PERFORM 4430-PARSE-STATS-FIGURES
009355                         THRU 4430-EXIT
009362                 WHEN THINNED-RUN AND STATS-GEN < CURRENT-GEN
009369                     CONTINUE
009376                 WHEN OTHER
009383                     PERFORM 5610-UNREAD-REPORT THRU 5610-EXIT
009390                     MOVE "N" TO REPORT-SYNC-FLAG
009397             END-EVALUATE
009410         WHEN RPT-IN-RECORD(1:4) = "RUN "
009420             PERFORM 5610-UNREAD-REPORT THRU 5610-EXIT
009430             MOVE "N" TO REPORT-SYNC-FLAG
010690 8100-FIND-TOKEN.
010700     MOVE "N" TO TOKEN-FOUND-FLAG.
010710     MOVE 0 TO TOKEN-POSITION.
010720     COMPUTE SCAN-LIMIT = 300 - TOKEN-LEN - 11.
010730     PERFORM 8110-CHECK-ONE-POSITION THRU 8110-EXIT
010740         VARYING G FROM 1 BY 1
010750         UNTIL G > SCAN-LIMIT OR TOKEN-WAS-FOUND.
011190     EXIT.
011200
011210 8400-FLAG-LINE.
011215     MOVE 8 TO CONDITION-CODE.
011220     MOVE SPACES TO VERIFY-RECORD.
011230     STRING "BOARD ARCHIVE NOT AVAILABLE - FILE STATUS "
011240         FS-BOARD-IN " - NOTHING TO VERIFY"
011480         STRING "  GENERATIONS CHECKED    " EDIT-COUNT
011490             DELIMITED BY SIZE INTO VERIFY-RECORD
011500         WRITE VERIFY-RECORD
011501         IF RUNS-THINNED > 0
011502             MOVE RUNS-THINNED TO EDIT-COUNT
011503             MOVE SPACES TO VERIFY-RECORD
011504             STRING "  THINNED RUNS           " EDIT-COUNT
011505                 DELIMITED BY SIZE INTO VERIFY-RECORD
011506             WRITE VERIFY-RECORD
011507             MOVE GENS-RECOMPUTED TO EDIT-COUNT
011508             MOVE SPACES TO VERIFY-RECORD
011509             STRING "  GENERATIONS RECOMPUTED " EDIT-COUNT
011510                 " (NOT RETAINED IN THE ARCHIVE)"
011511                 DELIMITED BY SIZE INTO VERIFY-RECORD
011512             WRITE VERIFY-RECORD
011513         END-IF
011514         MOVE CELL-MISMATCHES TO EDIT-COUNT
011520         MOVE SPACES TO VERIFY-RECORD
011530         STRING "  CELL MISMATCHES        " EDIT-COUNT
011540             DELIMITED BY SIZE INTO VERIFY-RECORD
011740     DISPLAY "ARCHIVE VERIFY ENDED - " CELL-MISMATCHES
011750         " CELL, " STATS-MISMATCHES " STATISTICS, "
011760         AUDIT-MISMATCHES " AUDIT MISMATCH(ES)".
011761     IF CONDITION-CODE < 4
011762      AND (CELL-MISMATCHES > 0 OR STATS-MISMATCHES > 0
011763       OR AUDIT-MISMATCHES > 0)
011764         MOVE 4 TO CONDITION-CODE
011765     END-IF.
011766     MOVE CONDITION-CODE TO RETURN-CODE.
011770     CLOSE BOARD-IN-FILE.
011780     CLOSE RPT-IN-FILE.
011790     CLOSE VERIFY-FILE.
