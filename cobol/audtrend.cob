000180*                   ABSORBED INTO THE MONTHLY OUTCOME        *
000190*                   DISTRIBUTION SO TREND REPORTS STAY       *
000200*                   CONTINUOUS ACROSS ROLLOVERS.             *
000202*  10/15/2026 RH    SETS A CONDITION CODE FOR THE JOB STREAM *
000204*                   - 0 CLEAN, 4 MALFORMED RECORDS OR A      *
000206*                   TABLE FULL, 8 A REQUIRED DATASET WAS NOT *
000208*                   AVAILABLE.                               *
000209*  10/15/2026 RH    AUDIT RECORD WIDENED TO 300 BYTES - THE  *
000210*                   SIMULATOR NOW ADDS THE RUN TIMINGS AHEAD *
000211*                   OF THE OUTCOME.                          *
000212*----------------------------------------------------------*
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  AUDIT-FILE.
000340 01  AUDIT-RECORD                PIC X(300).
000350
000360 FD  REPORT-FILE.
000370 01  REPORT-RECORD               PIC X(80).
001470 01  REPORT-OK-FLAG              PIC X(01) VALUE "N".
001480     88  REPORT-IS-OPEN                     VALUE "Y".
001490
001492* CONDITION CODE HANDED BACK TO THE JOB STREAM - 0 CLEAN,
001494* 4 WARNINGS, 8 A REQUIRED DATASET WAS NOT AVAILABLE
001496 01  CONDITION-CODE              PIC 9(02) VALUE 0.
001498
001500* FILE STATUS SWITCHES
001510 01  FS-AUDIT                    PIC X(02).
001520 01  FS-REPORT                   PIC X(02).
001930     IF FS-REPORT NOT = "00"
001940         DISPLAY "TREND REPORT DATASET NOT AVAILABLE - FILE "
001950             "STATUS " FS-REPORT " - JOB TERMINATED"
001955         MOVE 8 TO CONDITION-CODE
001960         MOVE "Y" TO AUDIT-EOF-FLAG
001970     ELSE
001980         MOVE "Y" TO REPORT-OK-FLAG
002030         OPEN INPUT AUDIT-FILE
002040         IF FS-AUDIT NOT = "00"
002050             MOVE "Y" TO AUDIT-EOF-FLAG
002055             MOVE 8 TO CONDITION-CODE
002060             DISPLAY "AUDIT TRAIL NOT AVAILABLE - FILE STATUS "
002070                 FS-AUDIT " - NOTHING TO REPORT"
002080             MOVE SPACES TO REPORT-RECORD
007860 8100-FIND-TOKEN.
007870     MOVE "N" TO TOKEN-FOUND-FLAG.
007880     MOVE 0 TO TOKEN-POSITION.
007890     COMPUTE SCAN-LIMIT = 300 - TOKEN-LEN - 11.
007900     PERFORM 8110-CHECK-ONE-POSITION THRU 8110-EXIT
007910         VARYING P FROM 1 BY 1
007920         UNTIL P > SCAN-LIMIT OR TOKEN-WAS-FOUND.
008610     DISPLAY "TREND SUMMARY - " EDIT-READ
008620         " AUDIT RECORD(S) READ, " EDIT-MALFORMED
008630         " MALFORMED RECORD(S) SKIPPED".
008631     IF CONDITION-CODE < 4
008632      AND (RECORDS-MALFORMED > 0 OR MONTHS-DROPPED > 0
008633       OR SIZES-DROPPED > 0)
008634         MOVE 4 TO CONDITION-CODE
008635     END-IF.
008636     MOVE CONDITION-CODE TO RETURN-CODE.
008640     CLOSE AUDIT-FILE.
008650     CLOSE REPORT-FILE.
008660 9000-EXIT.
