000180*                   AUDIT-TREND READS THE SUMMARY RECORDS SO *
000190*                   ITS LONG-TERM MONTHLY COUNTS SURVIVE     *
000200*                   THE CUT.                                 *
000202*  10/15/2026 RH    SETS A CONDITION CODE FOR THE JOB STREAM *
000204*                   - 0 CLEAN, 4 MONTH TABLE FULL, 8 A BAD   *
000206*                   CUTOFF OR A REQUIRED DATASET WAS NOT     *
000208*                   AVAILABLE.                               *
000209*  10/15/2026 RH    AUDIT RECORD WIDENED TO 300 BYTES - THE  *
000210*                   SIMULATOR NOW ADDS THE RUN TIMINGS AHEAD *
000211*                   OF THE OUTCOME.                          *
000212*----------------------------------------------------------*
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000440     05  RP-CUTOFF-DATE          PIC 9(08).
000450
000460 FD  AUDIT-FILE.
000470 01  AUDIT-RECORD                PIC X(300).
000480
000490 FD  HISTORY-FILE.
000500 01  HISTORY-RECORD              PIC X(300).
000510
000520 FD  NEW-AUDIT-FILE.
000530 01  NEW-AUDIT-RECORD            PIC X(300).
000540
000550 FD  REPORT-FILE.
000560 01  REPORT-RECORD               PIC X(80).
001340 01  HISTORY-OK-FLAG             PIC X(01) VALUE "N".
001350     88  HISTORY-IS-OPEN                    VALUE "Y".
001360
001362* CONDITION CODE HANDED BACK TO THE JOB STREAM - 0 CLEAN,
001364* 4 WARNINGS, 8 A REQUIRED DATASET WAS NOT AVAILABLE
001366 01  CONDITION-CODE              PIC 9(02) VALUE 0.
001368
001370* FILE STATUS SWITCHES
001380 01  FS-ROLLPARM                 PIC X(02).
001390 01  FS-AUDIT                    PIC X(02).
001690     IF FS-REPORT NOT = "00"
001700         DISPLAY "ROLLOVER REPORT DATASET NOT AVAILABLE - FILE "
001710             "STATUS " FS-REPORT " - JOB TERMINATED"
001715         MOVE 8 TO CONDITION-CODE
001720         GO TO 1000-EXIT
001730     END-IF.
001740     MOVE "Y" TO REPORT-OK-FLAG.
002050     EXIT.
002060
002070 8400-BAD-PARM.
002075     MOVE 8 TO CONDITION-CODE.
002080     DISPLAY "ROLLPARM CUTOFF DATE MISSING OR NOT A VALID "
002090         "YYYYMMDD - NOTHING ROLLED OVER".
002100     IF REPORT-IS-OPEN
002280     IF FS-AUDIT NOT = "00"
002290         MOVE "Y" TO AUDIT-EOF-FLAG
002300         MOVE "N" TO PARM-OK-FLAG
002305         MOVE 8 TO CONDITION-CODE
002310         MOVE SPACES TO REPORT-RECORD
002320         STRING "AUDIT TRAIL NOT AVAILABLE - FILE STATUS "
002330             FS-AUDIT " - NOTHING ROLLED OVER"
002410     END-IF.
002420     IF FS-HISTORY NOT = "00"
002430         MOVE "N" TO PARM-OK-FLAG
002435         MOVE 8 TO CONDITION-CODE
002440         MOVE SPACES TO REPORT-RECORD
002450         STRING "HISTORY DATASET NOT AVAILABLE - FILE STATUS "
002460             FS-HISTORY " - NOTHING ROLLED OVER"
002940     OPEN OUTPUT NEW-AUDIT-FILE.
002950     IF FS-NEW-AUDIT NOT = "00"
002960         MOVE "N" TO PARM-OK-FLAG
002965         MOVE 8 TO CONDITION-CODE
002970         MOVE SPACES TO REPORT-RECORD
002980         STRING "REWRITTEN TRAIL DATASET NOT AVAILABLE - FILE "
002990             "STATUS " FS-NEW-AUDIT " - TRAIL NOT REWRITTEN"
005050 8100-FIND-TOKEN.
005060     MOVE "N" TO TOKEN-FOUND-FLAG.
005070     MOVE 0 TO TOKEN-POSITION.
005080     COMPUTE SCAN-LIMIT = 300 - TOKEN-LEN - 11.
005090     PERFORM 8110-CHECK-ONE-POSITION THRU 8110-EXIT
005100         VARYING P FROM 1 BY 1
005110         UNTIL P > SCAN-LIMIT OR TOKEN-WAS-FOUND.
006080     DISPLAY "AUDIT ROLLOVER ENDED - " EDIT-MOVED
006090         " LINE(S) MOVED, " EDIT-KEPT " KEPT, "
006100         EDIT-WRITTEN " SUMMARY RECORD(S)".
006102     IF CONDITION-CODE < 4 AND MONTHS-DROPPED > 0
006104         MOVE 4 TO CONDITION-CODE
006106     END-IF.
006108     MOVE CONDITION-CODE TO RETURN-CODE.
006110 9000-EXIT.
006120     EXIT.
