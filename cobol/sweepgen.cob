000170*                   ENFORCES, WITH A MANIFEST REPORT.        *
000171*  09/02/2026 RH    CAPACITY RULE RAISED TO 40000 CELLS TO   *
000172*                   MATCH THE SIMULATOR.                     *
000173*  10/15/2026 RH    SETS A CONDITION CODE FOR THE JOB        *
000174*                   STREAM - 0 CLEAN, 4 DEFINITIONS REJECTED *
000175*                   OR TRUNCATED, 8 A REQUIRED DATASET WAS   *
000176*                   NOT AVAILABLE.                           *
000180*----------------------------------------------------------*
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000740 01  DEF-RECORD-COUNT            PIC 9(4) VALUE 0.
000750 01  TOTAL-RECORDS               PIC 9(4) VALUE 0.
000760 01  DEFS-REJECTED               PIC 9(4) VALUE 0.
000765 01  DEFS-TRUNCATED              PIC 9(4) VALUE 0.
000770 01  SEED-CURRENT                PIC 9(09).
000780 01  REJECT-REASON               PIC X(50) VALUE SPACES.
000790 01  WRAP-SETTING                PIC X(01).
000920 01  REPORT-OK-FLAG              PIC X(01) VALUE "N".
000930     88  REPORT-IS-OPEN                     VALUE "Y".
000940
000942* CONDITION CODE HANDED BACK TO THE JOB STREAM - 0 CLEAN,
000944* 4 WARNINGS, 8 A REQUIRED DATASET WAS NOT AVAILABLE
000946 01  CONDITION-CODE              PIC 9(02) VALUE 0.
000948
000950* FILE STATUS SWITCHES
000960 01  FS-SWEEP-DEF                PIC X(02).
000970 01  FS-SWEEP-OUT                PIC X(02).
001270     IF FS-REPORT NOT = "00"
001280         DISPLAY "MANIFEST DATASET NOT AVAILABLE - FILE "
001290             "STATUS " FS-REPORT " - JOB TERMINATED"
001295         MOVE 8 TO CONDITION-CODE
001300         MOVE "Y" TO SWEEP-DEF-EOF-FLAG
001310     ELSE
001320         MOVE "Y" TO REPORT-OK-FLAG
001370         OPEN INPUT SWEEP-DEF-FILE
001380         IF FS-SWEEP-DEF NOT = "00"
001390             MOVE "Y" TO SWEEP-DEF-EOF-FLAG
001395             MOVE 8 TO CONDITION-CODE
001400             DISPLAY "SWEEP DEFINITION DATASET NOT AVAILABLE "
001410                 "- FILE STATUS " FS-SWEEP-DEF
001420                 " - NOTHING TO EXPAND"
001490             OPEN OUTPUT SWEEP-OUT-FILE
001500             IF FS-SWEEP-OUT NOT = "00"
001510                 MOVE "Y" TO SWEEP-DEF-EOF-FLAG
001515                 MOVE 8 TO CONDITION-CODE
001520                 DISPLAY "RUNSPEC OUTPUT DATASET NOT "
001530                     "AVAILABLE - FILE STATUS " FS-SWEEP-OUT
001540                     " - JOB TERMINATED"
003280         DELIMITED BY SIZE INTO REPORT-RECORD.
003290     WRITE REPORT-RECORD.
003300     IF RECORD-LIMIT-HIT
003305         ADD 1 TO DEFS-TRUNCATED
003310         MOVE SPACES TO REPORT-RECORD
003320         STRING "  WARNING - RECORD LIMIT REACHED, "
003330             "EXPANSION TRUNCATED" DELIMITED BY SIZE
003680     DISPLAY "SWEEP TOTALS - " EDIT-TOTAL
003690         " RUNSPEC RECORD(S) WRITTEN, " EDIT-REJECTED
003700         " DEFINITION(S) REJECTED".
003701     IF CONDITION-CODE < 4
003702      AND (DEFS-REJECTED > 0 OR DEFS-TRUNCATED > 0)
003703         MOVE 4 TO CONDITION-CODE
003704     END-IF.
003705     MOVE CONDITION-CODE TO RETURN-CODE.
003710     CLOSE SWEEP-DEF-FILE.
003720     IF OUTPUT-IS-OPEN
003730         CLOSE SWEEP-OUT-FILE
