000260*                   TOP (SEQUENTIAL SCAN KEPT AS A FALLBACK).*
000270*  09/02/2026 RH    REPLAY CELL TABLE CAPACITY RAISED TO     *
000280*                   40000 CELLS TO MATCH THE SIMULATOR.      *
000282*  10/15/2026 RH    SETS A CONDITION CODE FOR THE JOB STREAM *
000284*                   - 0 CLEAN, 4 ARCHIVE DAMAGE SEEN, 8 THE  *
000286*                   BOARD ARCHIVE WAS NOT AVAILABLE.         *
000287*  10/15/2026 RH    A RUN MARKED THINNED BY ARCHIVE-         *
000288*                   RETENTION IS ANNOUNCED WHEN IT IS        *
000289*                   PICKED, AND A JUMP OR PLAY TO A          *
000290*                   GENERATION THAT WAS NOT RETAINED SHOWS   *
000291*                   THE NEXT GENERATION KEPT WITH A NOTE     *
000292*                   INSTEAD OF REFUSING.                     *
000293*----------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000930     88  NO-MORE-ARCHIVE                    VALUE "Y".
000940 01  RUN-FOUND-FLAG              PIC X(01) VALUE "N".
000950     88  RUN-WAS-FOUND                      VALUE "Y".
000952* A RUN THINNED BY ARCHIVE RETENTION KEEPS ONLY SOME OF ITS
000954* GENERATIONS - A MISSING ONE IS SHOWN AS THE NEXT ONE KEPT
000956 01  THINNED-RUN-FLAG            PIC X(01) VALUE "N".
000958     88  THINNED-RUN                        VALUE "Y".
000960 01  BLOCK-LOADED-FLAG           PIC X(01) VALUE "N".
000970     88  BLOCK-WAS-LOADED                   VALUE "Y".
000980 01  QUIT-FLAG                   PIC X(01) VALUE "N".
001260 01  EDIT-RUN-NUMBER             PIC ZZZ9.
001270 01  ESC                         PIC X VALUE X"1B".
001280
001281* CONDITION CODE HANDED BACK TO THE JOB STREAM - 0 CLEAN,
001282* 4 WARNINGS, 8 A REQUIRED DATASET WAS NOT AVAILABLE
001283 01  CONDITION-CODE              PIC 9(02) VALUE 0.
001284 01  ARCHIVE-PROBLEMS            PIC 9(04) VALUE 0.
001285
001290* FILE STATUS SWITCHES
001300 01  FS-BOARD-IN                 PIC X(02).
001310 01  FS-BOARD-DIR                PIC X(02).
001610             MOVE "Y" TO QUIT-FLAG
001620         END-IF
001630     END-IF.
001631     IF RUN-WAS-FOUND AND THINNED-RUN
001632         MOVE REQUEST-RUN TO EDIT-RUN-NUMBER
001633         DISPLAY "RUN " EDIT-RUN-NUMBER " WAS THINNED BY ARCHIVE "
001634             "RETENTION - ONLY SOME GENERATIONS ARE KEPT"
001635     END-IF.
001640 1000-EXIT.
001650     EXIT.
001660
002560      AND PARSE-VALUE < 10000
002570         MOVE PARSE-VALUE TO TARGET-GENERATION
002580         PERFORM 5000-LOAD-GENERATION THRU 5000-EXIT
002585         EVALUATE TRUE
002590             WHEN BLOCK-WAS-LOADED
002595              AND CURRENT-GENERATION = TARGET-GENERATION
002600                 PERFORM 4100-RENDER-STATIC THRU 4100-EXIT
002605             WHEN BLOCK-WAS-LOADED AND THINNED-RUN
002610                 PERFORM 3250-NOTE-NOT-RETAINED THRU 3250-EXIT
002615                 PERFORM 4100-RENDER-STATIC THRU 4100-EXIT
002620             WHEN OTHER
002630                 MOVE TARGET-GENERATION TO EDIT-GENERATION
002640                 DISPLAY "GENERATION " EDIT-GENERATION
002650                     " NOT IN THE ARCHIVE FOR THIS RUN"
002660         END-EVALUATE
002670     ELSE
002680         DISPLAY "GENERATION MUST BE A NUMBER FROM 1 TO 9999"
002690     END-IF.
002700 3200-EXIT.
002710     EXIT.
002711
002712 3250-NOTE-NOT-RETAINED.
002713     MOVE TARGET-GENERATION TO EDIT-GENERATION.
002714     DISPLAY "GENERATION " EDIT-GENERATION
002715         " NOT RETAINED IN THIS THINNED RUN".
002716     MOVE CURRENT-GENERATION TO EDIT-GENERATION.
002717     DISPLAY "SHOWING THE NEXT GENERATION KEPT - "
002718         EDIT-GENERATION.
002719 3250-EXIT.
002720     EXIT.
002721
002730*----------------------------------------------------------*
002740* 3300-PLAY-RANGE - ANIMATE A GENERATION RANGE AT A CHOSEN  *
002750* SPEED, HOMING THE CURSOR BETWEEN FRAMES THE WAY THE LIVE  *
003110     MOVE PARSE-VALUE TO PLAY-DELAY.
003120     MOVE PLAY-FIRST-GEN TO TARGET-GENERATION.
003130     PERFORM 5000-LOAD-GENERATION THRU 5000-EXIT.
003132     IF BLOCK-WAS-LOADED AND THINNED-RUN
003134      AND CURRENT-GENERATION > TARGET-GENERATION
003136         PERFORM 3250-NOTE-NOT-RETAINED THRU 3250-EXIT
003138     END-IF.
003140     IF NOT BLOCK-WAS-LOADED
003146      OR (CURRENT-GENERATION NOT = TARGET-GENERATION
003152          AND NOT THINNED-RUN)
003160         MOVE PLAY-FIRST-GEN TO EDIT-GENERATION
003170         DISPLAY "GENERATION " EDIT-GENERATION
003180             " NOT IN THE ARCHIVE FOR THIS RUN"
004260     IF FS-BOARD-IN NOT = "00"
004270         DISPLAY "BOARD ARCHIVE NOT AVAILABLE - FILE STATUS "
004280             FS-BOARD-IN
004285         MOVE 8 TO CONDITION-CODE
004290         MOVE "Y" TO QUIT-FLAG
004300     ELSE
004310         MOVE "Y" TO ARCHIVE-OPEN-FLAG
004820         COMPUTE RUN-BOARD-SIZE = RUN-HEIGHT * RUN-WIDTH
004830         IF RUN-HEIGHT = 0 OR RUN-WIDTH = 0
004840          OR RUN-BOARD-SIZE > BOARD-SIZE-MAX
004845             ADD 1 TO ARCHIVE-PROBLEMS
004850             DISPLAY "ARCHIVE RUN HEADER HAS INVALID "
004860                 "DIMENSIONS - RUN CANNOT BE REPLAYED"
004870         ELSE
004880             MOVE "Y" TO RUN-FOUND-FLAG
004881             IF BOARD-IN-RECORD(68:8) = " THINNED"
004882                 MOVE "Y" TO THINNED-RUN-FLAG
004883             ELSE
004884                 MOVE "N" TO THINNED-RUN-FLAG
004885             END-IF
004890         END-IF
004900     END-IF.
004910 5120-EXIT.
005410         VARYING I FROM 1 BY 1
005420         UNTIL I > RUN-HEIGHT OR NO-MORE-ARCHIVE.
005430     IF NO-MORE-ARCHIVE
005435         ADD 1 TO ARCHIVE-PROBLEMS
005440         DISPLAY "BOARD ARCHIVE ENDS IN THE MIDDLE OF A "
005450             "GENERATION - ARCHIVE MAY BE TRUNCATED"
005460     ELSE
006770     IF FS-BOARD-IN NOT = "00"
006780         DISPLAY "BOARD ARCHIVE NOT AVAILABLE - FILE STATUS "
006790             FS-BOARD-IN
006795         MOVE 8 TO CONDITION-CODE
006800         GO TO 5500-EXIT
006810     END-IF.
006820     MOVE "Y" TO ARCHIVE-OPEN-FLAG.
006950         MOVE "Y" TO ARCHIVE-POSITION-FLAG
006960         PERFORM 5320-LOAD-GENERATION-ROWS THRU 5320-EXIT
006970     ELSE
006975         ADD 1 TO ARCHIVE-PROBLEMS
006980         DISPLAY "ARCHIVE DIRECTORY DISAGREES WITH THE BOARD "
006990             "ARCHIVE - ENTRY IGNORED"
007000         MOVE "N" TO ARCHIVE-POSITION-FLAG
007940         MOVE "N" TO ARCHIVE-OPEN-FLAG
007950     END-IF.
007960     DISPLAY "REPLAY VIEWER ENDED".
007962     IF CONDITION-CODE < 4 AND ARCHIVE-PROBLEMS > 0
007964         MOVE 4 TO CONDITION-CODE
007966     END-IF.
007968     MOVE CONDITION-CODE TO RETURN-CODE.
007970 9000-EXIT.
007980     EXIT.
