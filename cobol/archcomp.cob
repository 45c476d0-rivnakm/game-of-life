000170*                   CELL COORDINATES AT THAT GENERATION, AND *
000180*                   THE TOTAL DIFFERING CELLS, WITH A CLEAN  *
000190*                   SUMMARY WHEN THE ARCHIVES MATCH.         *
000192*  10/15/2026 RH    SETS A CONDITION CODE FOR THE JOB STREAM *
000194*                   - 0 ARCHIVES MATCH, 4 RUNS DIFFER OR     *
000196*                   WERE NOT COMPARED, 8 A REQUIRED DATASET  *
000198*                   WAS NOT AVAILABLE.                       *
000200*----------------------------------------------------------*
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
001310 01  WORK-ROW                    PIC 9(03).
001320 01  WORK-COL                    PIC 9(03).
001330
001332* CONDITION CODE HANDED BACK TO THE JOB STREAM - 0 CLEAN,
001334* 4 WARNINGS, 8 A REQUIRED DATASET WAS NOT AVAILABLE
001336 01  CONDITION-CODE              PIC 9(02) VALUE 0.
001338
001340* FILE STATUS SWITCHES
001350 01  FS-BASE                     PIC X(02).
001360 01  FS-CAND                     PIC X(02).
001650         DISPLAY "COMPARE REPORT DATASET NOT AVAILABLE - FILE "
001660             "STATUS " FS-REPORT " - JOB TERMINATED"
001670         MOVE "Y" TO COMPARE-DONE-FLAG
001675         MOVE 8 TO CONDITION-CODE
001680         GO TO 1000-EXIT
001690     END-IF.
001700     MOVE "Y" TO REPORT-OK-FLAG.
001800             DELIMITED BY SIZE INTO REPORT-RECORD
001810         WRITE REPORT-RECORD
001820         MOVE "Y" TO COMPARE-DONE-FLAG
001825         MOVE 8 TO CONDITION-CODE
001830         GO TO 1000-EXIT
001840     END-IF.
001850     OPEN INPUT CAND-FILE.
001900             DELIMITED BY SIZE INTO REPORT-RECORD
001910         WRITE REPORT-RECORD
001920         MOVE "Y" TO COMPARE-DONE-FLAG
001925         MOVE 8 TO CONDITION-CODE
001930         CLOSE BASE-FILE
001940     END-IF.
001950 1000-EXIT.
007760     END-IF.
007770     DISPLAY "ARCHIVE COMPARE ENDED - " RUNS-DIFFERING
007780         " RUN(S) DIFFER OF " RUNS-COMPARED " COMPARED".
007781     IF CONDITION-CODE < 4
007782      AND (RUNS-DIFFERING > 0 OR RUNS-SKIPPED > 0)
007783         MOVE 4 TO CONDITION-CODE
007784     END-IF.
007785     MOVE CONDITION-CODE TO RETURN-CODE.
007790 9000-EXIT.
007800     EXIT.
