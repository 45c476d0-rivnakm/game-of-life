000260*                   AS A FALLBACK).                          *
000270*  09/02/2026 RH    EXPORT CELL TABLE CAPACITY RAISED TO     *
000280*                   40000 CELLS TO MATCH THE SIMULATOR.      *
000282*  10/15/2026 RH    SETS A CONDITION CODE FOR THE JOB STREAM *
000284*                   - 0 CLEAN, 4 COMMANDS REJECTED, 8 A      *
000286*                   REQUIRED DATASET WAS NOT AVAILABLE.      *
000287*  10/15/2026 RH    AUDIT RECORD WIDENED TO 300 BYTES - THE  *
000288*                   SIMULATOR NOW ADDS THE RUN TIMINGS AHEAD *
000289*                   OF THE OUTCOME.                          *
000290*  10/15/2026 RH    AN EXPORT OF A GENERATION NOT RETAINED   *
000291*                   IN A RUN THINNED BY ARCHIVE-RETENTION IS *
000292*                   REJECTED AS NOT KEPT, NAMING THE NEAREST *
000293*                   GENERATIONS THAT WERE, RATHER THAN AS    *
000294*                   MISSING FROM THE ARCHIVE.                *
000295*----------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000810     05  BD-WIDTH                PIC 9(03).
000820
000830 FD  AUDIT-FILE.
000840 01  AUDIT-RECORD                PIC X(300).
000850
000860 FD  RLE-OUT-FILE.
000870 01  RLE-OUT-RECORD              PIC X(80).
001330* REQUESTED GENERATION WITH A BLANK FIELD NORMALIZED TO
001340* ZERO, WHICH MEANS THE RUN'S FINAL GENERATION
001350 01  TARGET-GEN                  PIC 9(04) VALUE 0.
001351* A RUN THINNED BY ARCHIVE RETENTION KEEPS ONLY SOME OF ITS
001352* GENERATIONS - THE NEAREST ONES KEPT EITHER SIDE OF A MISSING
001353* REQUEST ARE NOTED FOR THE REJECTION
001354 01  THINNED-RUN-FLAG            PIC X(01) VALUE "N".
001355     88  THINNED-RUN                        VALUE "Y".
001356 01  NEAR-BELOW-GEN              PIC 9(04) VALUE 0.
001357 01  NEAR-ABOVE-GEN              PIC 9(04) VALUE 0.
001360* JOB IDENTIFIER SELECTION - A BLANK OR ALL-ZERO COMMAND
001370* FIELD MEANS ANY JOB; THE HEADER'S OWN IDENTIFIER IS KEPT
001380* SO THE AUDIT ENTRY BELONGS TO THE RUN ACTUALLY EXPORTED
002080     88  REPORT-IS-OPEN                     VALUE "Y".
002090 01  COMMAND-NUMBER              PIC 9(04) VALUE 0.
002100 01  REJECT-REASON               PIC X(50) VALUE SPACES.
002105 01  COMMANDS-REJECTED           PIC 9(04) VALUE 0.
002110
002120* TOKEN SCAN AND NUMBER PARSE WORK AREAS
002130 01  TOKEN-SEARCH                PIC X(10).
002500 01  FS-PATTERN-OUT              PIC X(02).
002510 01  FS-REPORT                   PIC X(02).
002520
002522* CONDITION CODE HANDED BACK TO THE JOB STREAM - 0 CLEAN,
002524* 4 WARNINGS, 8 A REQUIRED DATASET WAS NOT AVAILABLE
002526 01  CONDITION-CODE              PIC 9(02) VALUE 0.
002528
002530* REPORT LINE-EDITING WORK AREAS
002540 01  EDIT-COMMAND-NUMBER         PIC ZZZ9.
002550 01  EDIT-RUN                    PIC ZZZ9.
002560 01  EDIT-GEN                    PIC ZZZ9.
002565 01  EDIT-GEN-2                  PIC ZZZ9.
002570 01  EDIT-SEED                   PIC Z(8)9.
002580 01  EDIT-COUNT                  PIC ZZZ9.
002590 01  EDIT-HEIGHT                 PIC ZZ9.
002750         DISPLAY "EXPORT REPORT DATASET NOT AVAILABLE - FILE "
002760             "STATUS " FS-REPORT " - JOB TERMINATED"
002770         MOVE "Y" TO COMMAND-EOF-FLAG
002775         MOVE 8 TO CONDITION-CODE
002780     ELSE
002790         MOVE "Y" TO REPORT-OK-FLAG
002800         MOVE SPACES TO REPORT-RECORD
002840         OPEN INPUT COMMAND-FILE
002850         IF FS-COMMAND NOT = "00"
002860             MOVE "Y" TO COMMAND-EOF-FLAG
002865             MOVE 8 TO CONDITION-CODE
002870             DISPLAY "COMMAND DATASET NOT AVAILABLE - FILE "
002880                 "STATUS " FS-COMMAND " - NOTHING TO DO"
002890         END-IF
003200             MOVE "UNKNOWN ACTION" TO REJECT-REASON
003210     END-EVALUATE.
003220     IF REJECT-REASON NOT = SPACES
003225         ADD 1 TO COMMANDS-REJECTED
003230         MOVE COMMAND-NUMBER TO EDIT-COMMAND-NUMBER
003240         DISPLAY "COMMAND " EDIT-COMMAND-NUMBER " " XC-ACTION
003250             " REJECTED - " REJECT-REASON
003570     END-IF.
003580     PERFORM 3100-LOAD-ARCHIVE-BOARD THRU 3100-EXIT.
003590     IF NOT GEN-WAS-FOUND
003594         IF RUN-WAS-FOUND AND THINNED-RUN
003598             PERFORM 3050-NOTE-NOT-RETAINED THRU 3050-EXIT
003602         ELSE
003606             MOVE "RUN OR GENERATION NOT IN THE ARCHIVE"
003610                 TO REJECT-REASON
003614         END-IF
003620         GO TO 3000-EXIT
003630     END-IF.
003640     MOVE "Y" TO EXPORT-DONE-FLAG.
003790     EXIT.
003800
003810*----------------------------------------------------------*
003811* 3050-NOTE-NOT-RETAINED - THE RUN IS THERE BUT WAS THINNED *
003812* BY ARCHIVE RETENTION AND THE GENERATION ASKED FOR WAS NOT *
003813* KEPT.  SAY SO, WITH THE NEAREST GENERATIONS THAT WERE.    *
003814*----------------------------------------------------------*
003815 3050-NOTE-NOT-RETAINED.
003816     MOVE NEAR-BELOW-GEN TO EDIT-GEN.
003817     MOVE NEAR-ABOVE-GEN TO EDIT-GEN-2.
003818     EVALUATE TRUE
003819         WHEN NEAR-BELOW-GEN > 0 AND NEAR-ABOVE-GEN > 0
003820             STRING "GEN NOT KEPT (THINNED) - NEAREST " EDIT-GEN
003821                 " AND " EDIT-GEN-2
003822                 DELIMITED BY SIZE INTO REJECT-REASON
003823         WHEN NEAR-BELOW-GEN > 0
003824             STRING "GEN NOT KEPT (THINNED) - LAST KEPT IS "
003825                 EDIT-GEN DELIMITED BY SIZE INTO REJECT-REASON
003826         WHEN NEAR-ABOVE-GEN > 0
003827             STRING "GEN NOT KEPT (THINNED) - FIRST KEPT IS "
003828                 EDIT-GEN-2 DELIMITED BY SIZE INTO REJECT-REASON
003829         WHEN OTHER
003830             MOVE "GENERATION NOT KEPT - RUN WAS THINNED"
003831                 TO REJECT-REASON
003832     END-EVALUATE.
003833 3050-EXIT.
003834     EXIT.
003835
003836*----------------------------------------------------------*
003837* 3100-LOAD-ARCHIVE-BOARD - POSITION STRAIGHT TO THE        *
003838* REQUESTED RUN AND GENERATION THROUGH THE ARCHIVE          *
003840* DIRECTORY WHEN IT IS AVAILABLE; OTHERWISE SCAN THE        *
003850* ARCHIVE FOR THE RUN HEADER AND LOAD EITHER THE REQUESTED  *
003860* GENERATION OR, WHEN ZERO WAS ASKED, EVERY GENERATION SO   *
003910     MOVE "N" TO RUN-FOUND-FLAG.
003920     MOVE "N" TO GEN-FOUND-FLAG.
003930     MOVE "N" TO IN-TARGET-RUN-FLAG.
003932     MOVE "N" TO THINNED-RUN-FLAG.
003934     MOVE 0 TO NEAR-BELOW-GEN.
003936     MOVE 0 TO NEAR-ABOVE-GEN.
003940     PERFORM 3170-SEARCH-DIRECTORY THRU 3170-EXIT.
003950     IF DIR-ENTRY-FOUND
003960         PERFORM 3180-POSITION-TO-ENTRY THRU 3180-EXIT
003990     OPEN INPUT BOARD-IN-FILE.
004000     IF FS-BOARD-IN NOT = "00"
004010         MOVE "Y" TO ARCHIVE-EOF-FLAG
004015         MOVE 8 TO CONDITION-CODE
004020         DISPLAY "BOARD ARCHIVE NOT AVAILABLE - FILE STATUS "
004030             FS-BOARD-IN
004040     ELSE
004640          AND EXP-BOARD-SIZE <= BOARD-SIZE-MAX
004650             MOVE "Y" TO IN-TARGET-RUN-FLAG
004660             MOVE "Y" TO RUN-FOUND-FLAG
004662             IF BOARD-IN-RECORD(68:8) = " THINNED"
004664                 MOVE "Y" TO THINNED-RUN-FLAG
004666             END-IF
004670         END-IF
004680     END-IF.
004690 3130-EXIT.
004810             MOVE "Y" TO GEN-FOUND-FLAG
004820         END-IF
004830     ELSE
004831         IF SCAN-GENERATION < TARGET-GEN
004832             MOVE SCAN-GENERATION TO NEAR-BELOW-GEN
004833         ELSE
004834             IF NEAR-ABOVE-GEN = 0
004835                 MOVE SCAN-GENERATION TO NEAR-ABOVE-GEN
004836             END-IF
004837         END-IF
004840         PERFORM 3160-SKIP-BOARD-ROWS THRU 3160-EXIT
004850     END-IF.
004860 3140-EXIT.
006500     IF FS-BOARD-IN NOT = "00"
006510         DISPLAY "BOARD ARCHIVE NOT AVAILABLE - FILE STATUS "
006520             FS-BOARD-IN
006525         MOVE 8 TO CONDITION-CODE
006530         GO TO 3180-EXIT
006540     END-IF.
006550     MOVE "N" TO ARCHIVE-EOF-FLAG.
011370 8100-FIND-TOKEN.
011380     MOVE "N" TO TOKEN-FOUND-FLAG.
011390     MOVE 0 TO TOKEN-POSITION.
011400     COMPUTE SCAN-LIMIT = 300 - SEARCH-LEN - 11.
011410     PERFORM 8110-CHECK-ONE-POSITION THRU 8110-EXIT
011420         VARYING G FROM 1 BY 1
011430         UNTIL G > SCAN-LIMIT OR TOKEN-WAS-FOUND.
012270     END-IF.
012280     DISPLAY "EXPORT/IMPORT JOB ENDED - " COMMAND-NUMBER
012290         " COMMAND(S) PROCESSED".
012292     IF CONDITION-CODE < 4 AND COMMANDS-REJECTED > 0
012294         MOVE 4 TO CONDITION-CODE
012296     END-IF.
012298     MOVE CONDITION-CODE TO RETURN-CODE.
012300     CLOSE COMMAND-FILE.
012310     CLOSE REPORT-FILE.
012320 9000-EXIT.
