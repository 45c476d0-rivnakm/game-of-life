000170*                   MANIFEST OF RECORDS AND WEIGHT PER       *
000180*                   CHILD.  SWEEP-MERGE COMBINES THE CHILD   *
000190*                   OUTPUTS BACK INTO ONE SET.               *
000192*  10/15/2026 RH    SETS A CONDITION CODE FOR THE JOB        *
000194*                   STREAM - 0 CLEAN, 4 MALFORMED RECORDS    *
000196*                   DEALT, 8 A REQUIRED DATASET OR THE CHILD *
000198*                   COUNT WAS NOT AVAILABLE.                 *
000200*----------------------------------------------------------*
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
001000 01  REPORT-OK-FLAG              PIC X(01) VALUE "N".
001010     88  REPORT-IS-OPEN                     VALUE "Y".
001020
001022* CONDITION CODE HANDED BACK TO THE JOB STREAM - 0 CLEAN,
001024* 4 WARNINGS, 8 A REQUIRED DATASET WAS NOT AVAILABLE
001026 01  CONDITION-CODE              PIC 9(02) VALUE 0.
001028
001030* FILE STATUS SWITCHES
001040 01  FS-SPLIT-PARM               PIC X(02).
001050 01  FS-RUN-SPEC                 PIC X(02).
001340     IF FS-REPORT NOT = "00"
001350         DISPLAY "SPLIT MANIFEST DATASET NOT AVAILABLE - FILE "
001360             "STATUS " FS-REPORT " - JOB TERMINATED"
001365         MOVE 8 TO CONDITION-CODE
001370         GO TO 1000-EXIT
001380     END-IF.
001390     MOVE "Y" TO REPORT-OK-FLAG.
001680         IF FS-RUN-SPEC NOT = "00"
001690             MOVE "N" TO PARM-OK-FLAG
001700             MOVE SPACES TO REPORT-RECORD
001705             MOVE 8 TO CONDITION-CODE
001710             STRING "RUNSPEC DATASET NOT AVAILABLE - FILE "
001720                 "STATUS " FS-RUN-SPEC " - NOTHING TO SPLIT"
001730                 DELIMITED BY SIZE INTO REPORT-RECORD
001780     EXIT.
001790
001800 8400-BAD-PARM.
001805     MOVE 8 TO CONDITION-CODE.
001810     DISPLAY "SPLTPARM CHILD COUNT MISSING OR NOT 2-5 - "
001820         "NOTHING SPLIT".
001830     IF REPORT-IS-OPEN
002130      OR FS-SPLIT5 NOT = "00"
002140         MOVE "N" TO PARM-OK-FLAG
002150         MOVE SPACES TO REPORT-RECORD
002155         MOVE 8 TO CONDITION-CODE
002160         STRING "A CHILD DECK DATASET IS NOT AVAILABLE - "
002170             "NOTHING SPLIT" DELIMITED BY SIZE
002180             INTO REPORT-RECORD
003290             CLOSE SPLIT5-FILE
003300         END-IF
003310     END-IF.
003312     IF CONDITION-CODE < 4 AND RECORDS-MALFORMED > 0
003314         MOVE 4 TO CONDITION-CODE
003316     END-IF.
003318     MOVE CONDITION-CODE TO RETURN-CODE.
003320     DISPLAY "DECK SPLITTER ENDED - " RECORDS-READ
003330         " RECORD(S) DEALT TO " CHILD-COUNT " CHILD DECK(S)".
003340 9000-EXIT.
