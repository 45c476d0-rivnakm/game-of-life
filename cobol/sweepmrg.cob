000160*                   PER CHILD WITH THE CHILD'S DATASETS      *
000170*                   MOUNTED; THE MERGED DATASETS ARE         *
000180*                   EXTENDED IN PLACE.                       *
000182*  10/15/2026 RH    SETS A CONDITION CODE FOR THE JOB        *
000184*                   STREAM - 0 CLEAN, 4 RUN NUMBERS LEFT     *
000186*                   UNCHANGED PAST 9999, 8 A REQUIRED        *
000188*                   DATASET WAS NOT AVAILABLE.               *
000189*  10/15/2026 RH    AUDIT RECORD WIDENED TO 300 BYTES - THE  *
000190*                   SIMULATOR NOW ADDS THE RUN TIMINGS AHEAD *
000191*                   OF THE OUTCOME.                          *
000192*----------------------------------------------------------*
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000650     05  CD-WIDTH                PIC 9(03).
000660
000670 FD  CHILD-AUDIT-FILE.
000680 01  CHILD-AUDIT-RECORD          PIC X(300).
000690
000700 FD  MERGED-RPT-FILE.
000710 01  MERGED-RPT-RECORD           PIC X(80).
000830     05  MD-WIDTH                PIC 9(03).
000840
000850 FD  MERGED-AUDIT-FILE.
000860 01  MERGED-AUDIT-RECORD         PIC X(300).
000870
000880 FD  REPORT-FILE.
000890 01  REPORT-RECORD               PIC X(80).
001270 01  REPORT-OK-FLAG              PIC X(01) VALUE "N".
001280     88  REPORT-IS-OPEN                     VALUE "Y".
001290
001292* CONDITION CODE HANDED BACK TO THE JOB STREAM - 0 CLEAN,
001294* 4 WARNINGS, 8 A REQUIRED DATASET WAS NOT AVAILABLE
001296 01  CONDITION-CODE              PIC 9(02) VALUE 0.
001298
001300* FILE STATUS SWITCHES
001310 01  FS-CHILD-RPT                PIC X(02).
001320 01  FS-CHILD-BOARD              PIC X(02).
001660     IF FS-REPORT NOT = "00"
001670         DISPLAY "MERGE LOG DATASET NOT AVAILABLE - FILE "
001680             "STATUS " FS-REPORT " - JOB TERMINATED"
001685         MOVE 8 TO CONDITION-CODE
001690         MOVE "N" TO MERGE-OK-FLAG
001700         GO TO 1000-EXIT
001710     END-IF.
004040     MOVE 0 TO TOKEN-POSITION.
004050     PERFORM 5210-FIND-RUN-TOKEN THRU 5210-EXIT
004060         VARYING P FROM 1 BY 1
004070         UNTIL P > 284 OR TOKEN-WAS-FOUND.
004080     IF TOKEN-WAS-FOUND
004090         MOVE CHILD-AUDIT-RECORD(TOKEN-POSITION:4)
004100             TO PARSE-FIELD(1:4)
004420     EXIT.
004430
004440 8300-CHILD-MISSING.
004445     MOVE 8 TO CONDITION-CODE.
004450     MOVE SPACES TO REPORT-RECORD.
004460     STRING "A CHILD DATASET IS NOT AVAILABLE - THAT "
004470         "DATASET WAS NOT MERGED" DELIMITED BY SIZE
005240         END-IF
005250         CLOSE REPORT-FILE
005260     END-IF.
005262     IF CONDITION-CODE < 4 AND OVERFLOW-WARNINGS > 0
005264         MOVE 4 TO CONDITION-CODE
005266     END-IF.
005268     MOVE CONDITION-CODE TO RETURN-CODE.
005270     DISPLAY "SWEEP MERGE ENDED - RUN OFFSET " RUN-OFFSET
005280         ", " BOARD-RECORDS-COPIED " BOARD RECORD(S) COPIED".
005290 9000-EXIT.
