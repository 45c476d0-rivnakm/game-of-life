000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. STREAM-CONTROL.
000030 AUTHOR. R HARTWELL.
000040 INSTALLATION. DEMO SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*  DATE       INIT  DESCRIPTION                              *
000100*  10/15/2026 RH    ORIGINAL PROGRAM - NIGHTLY JOB-STREAM    *
000110*                   CONTROLLER.  RUNS THE STEPS OF THE STEP  *
000120*                   LIST DATASET IN ORDER (SWEEP GENERATE,   *
000130*                   SPLIT, SIMULATE, MERGE, VERIFY, CENSUS,  *
000140*                   TREND), LOGS EACH STEP'S START, END AND  *
000150*                   CONDITION CODE, AND STOPS THE STREAM     *
000160*                   WHEN A STEP ENDS ABOVE ITS ALLOWED CODE. *
000170*                   A RESTART STEP IN THE PARAMETER DATASET  *
000180*                   SKIPS THE STEPS BEFORE IT SO A FAILED    *
000190*                   NIGHT RESUMES AT THE FAILED STEP.        *
000200*----------------------------------------------------------*
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT STEP-LIST-FILE ASSIGN TO "STEPLIST"
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS FS-STEP-LIST.
000270     SELECT STREAM-PARM-FILE ASSIGN TO "STRMPARM"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS FS-STREAM-PARM.
000300     SELECT STREAM-LOG-FILE ASSIGN TO "STRMLOG"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS FS-STREAM-LOG.
000330 DATA DIVISION.
000340 FILE SECTION.
000350* ONE STEP PER RECORD, IN RUN ORDER - STEP NUMBER, STEP NAME,
000360* HIGHEST CONDITION CODE THE STREAM MAY CONTINUE PAST, AND
000370* THE COMMAND THAT RUNS THE STEP
000380 FD  STEP-LIST-FILE.
000390 01  STEP-LIST-RECORD.
000400     05  SL-STEP-NUMBER          PIC 9(02).
000410     05  FILLER                  PIC X(01).
000420     05  SL-STEP-NAME            PIC X(08).
000430     05  FILLER                  PIC X(01).
000440     05  SL-MAX-CODE             PIC 9(02).
000450     05  FILLER                  PIC X(01).
000460     05  SL-COMMAND              PIC X(65).
000470
000480* RESTART STEP NUMBER - BLANK OR ZERO RUNS THE WHOLE STREAM
000490 FD  STREAM-PARM-FILE.
000500 01  STREAM-PARM-RECORD.
000510     05  SP-RESTART-STEP         PIC X(02).
000520     05  FILLER                  PIC X(78).
000530
000540 FD  STREAM-LOG-FILE.
000550 01  STREAM-LOG-RECORD           PIC X(100).
000560
000570 WORKING-STORAGE SECTION.
000580* THE STEP LIST AS LOADED
000590 01  STEP-LIMIT                  PIC 9(2) VALUE 50.
000600 01  STEP-COUNT                  PIC 9(2) VALUE 0.
000610 01  STEP-TABLE.
000620     05  STEP-ENTRY OCCURS 50 TIMES.
000630         10  ST-NUMBER           PIC 9(02).
000640         10  ST-NAME             PIC X(08).
000650         10  ST-MAX-CODE         PIC 9(02).
000660         10  ST-COMMAND          PIC X(65).
000670
000680* STEP CONTROL AND COUNTERS
000690 01  RESTART-STEP                PIC 9(02) VALUE 0.
000700 01  RESTART-INDEX               PIC 9(02) VALUE 1.
000710 01  STEP-INDEX                  PIC 9(02).
000720 01  LIST-ERRORS                 PIC 9(04) VALUE 0.
000730 01  STEPS-RUN                   PIC 9(02) VALUE 0.
000740 01  STEPS-SKIPPED               PIC 9(02) VALUE 0.
000750 01  STEPS-WITH-WARNINGS         PIC 9(02) VALUE 0.
000760 01  STEP-CODE                   PIC 9(04).
000770 01  HIGHEST-CODE                PIC 9(04) VALUE 0.
000780 01  STEP-COMMAND                PIC X(66).
000790 01  LOG-TEXT                    PIC X(80).
000800
000810* STEP TIMING - ONE MIDNIGHT ROLLOVER IS ALLOWED PER STEP
000820 01  STEP-START-SECONDS          PIC 9(05).
000830 01  NOW-SECONDS                 PIC 9(05).
000840 01  STEP-ELAPSED                PIC 9(05).
000850 01  CURRENT-DATE-FIELD.
000860     05  CURRENT-YYYY            PIC 9(4).
000870     05  CURRENT-MM              PIC 9(2).
000880     05  CURRENT-DD              PIC 9(2).
000890 01  CURRENT-TIME-FIELD.
000900     05  CURRENT-HH              PIC 9(2).
000910     05  CURRENT-MN              PIC 9(2).
000920     05  CURRENT-SS              PIC 9(2).
000930     05  CURRENT-HS              PIC 9(2).
000940
000950* SWITCHES
000960 01  STEP-LIST-EOF-FLAG          PIC X(01) VALUE "N".
000970     88  NO-MORE-STEPS                      VALUE "Y".
000980 01  LOG-OK-FLAG                 PIC X(01) VALUE "N".
000990     88  LOG-IS-OPEN                        VALUE "Y".
001000 01  STREAM-OK-FLAG              PIC X(01) VALUE "N".
001010     88  STREAM-CAN-RUN                     VALUE "Y".
001020 01  STREAM-STOP-FLAG            PIC X(01) VALUE "N".
001030     88  STREAM-WAS-STOPPED                 VALUE "Y".
001040
001050* CONDITION CODE HANDED BACK TO THE JOB STREAM - 0 CLEAN,
001060* 4 A STEP ENDED WITH WARNINGS, 8 THE STREAM WAS STOPPED OR
001070* A REQUIRED DATASET WAS NOT AVAILABLE
001080 01  CONDITION-CODE              PIC 9(02) VALUE 0.
001090
001100* FILE STATUS SWITCHES
001110 01  FS-STEP-LIST                PIC X(02).
001120 01  FS-STREAM-PARM              PIC X(02).
001130 01  FS-STREAM-LOG               PIC X(02).
001140
001150* LOG LINE-EDITING WORK AREAS
001160 01  EDIT-STEP                   PIC 99.
001170 01  EDIT-MAX-CODE               PIC 99.
001180 01  EDIT-CODE                   PIC ZZ9.
001190 01  EDIT-COUNT                  PIC Z9.
001200 01  EDIT-COUNT-2                PIC Z9.
001210 01  EDIT-ELAPSED                PIC ZZZZ9.
001220
001230 PROCEDURE DIVISION.
001240*----------------------------------------------------------*
001250* 0000-MAINLINE - LOAD AND CHECK THE STEP LIST, THEN RUN    *
001260* THE STEPS FROM THE RESTART POINT ONWARD UNTIL THE LIST    *
001270* ENDS OR A STEP EXCEEDS ITS ALLOWED CONDITION CODE.        *
001280*----------------------------------------------------------*
001290 0000-MAINLINE.
001300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001310     IF STREAM-CAN-RUN
001320         PERFORM 2000-RUN-ONE-STEP THRU 2000-EXIT
001330             VARYING STEP-INDEX FROM 1 BY 1
001340             UNTIL STEP-INDEX > STEP-COUNT
001350                OR STREAM-WAS-STOPPED
001360     END-IF.
001370     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001380     STOP RUN.
001390
001400*----------------------------------------------------------*
001410* 1000-INITIALIZE - OPEN THE LOG (KEPT ACROSS NIGHTS SO A   *
001420* RESTART FOLLOWS THE FAILED NIGHT), LOAD THE STEP LIST AND *
001430* FIND THE RESTART POINT.                                   *
001440*----------------------------------------------------------*
001450 1000-INITIALIZE.
001460     OPEN EXTEND STREAM-LOG-FILE.
001470     IF FS-STREAM-LOG NOT = "00"
001480         OPEN OUTPUT STREAM-LOG-FILE
001490     END-IF.
001500     IF FS-STREAM-LOG NOT = "00"
001510         DISPLAY "STREAM LOG DATASET NOT AVAILABLE - FILE "
001520             "STATUS " FS-STREAM-LOG " - STREAM NOT RUN"
001530         MOVE 8 TO CONDITION-CODE
001540         GO TO 1000-EXIT
001550     END-IF.
001560     MOVE "Y" TO LOG-OK-FLAG.
001570     PERFORM 1100-LOAD-STEP-LIST THRU 1100-EXIT.
001580     IF LIST-ERRORS > 0
001590         MOVE 8 TO CONDITION-CODE
001600         GO TO 1000-EXIT
001610     END-IF.
001620     PERFORM 1200-READ-RESTART-PARM THRU 1200-EXIT.
001630     IF LIST-ERRORS > 0
001640         MOVE 8 TO CONDITION-CODE
001650         GO TO 1000-EXIT
001660     END-IF.
001670     MOVE "Y" TO STREAM-OK-FLAG.
001680     MOVE STEP-COUNT TO EDIT-COUNT.
001690     MOVE SPACES TO LOG-TEXT.
001700     IF RESTART-STEP = 0
001710         STRING "STREAM STARTED - FULL RUN OF " EDIT-COUNT
001720             " STEP(S)" DELIMITED BY SIZE INTO LOG-TEXT
001730     ELSE
001740         MOVE RESTART-STEP TO EDIT-STEP
001750         STRING "STREAM STARTED - RESTART FROM STEP "
001760             EDIT-STEP " OF " EDIT-COUNT " STEP(S)"
001770             DELIMITED BY SIZE INTO LOG-TEXT
001780     END-IF.
001790     PERFORM 8200-WRITE-LOG THRU 8200-EXIT.
001800 1000-EXIT.
001810     EXIT.
001820
001830*----------------------------------------------------------*
001840* 1100-LOAD-STEP-LIST - HOLD EVERY STEP.  A STEP NUMBER     *
001850* THAT IS NOT NUMERIC OR NOT ABOVE THE ONE BEFORE IT, A BAD *
001860* ALLOWED CODE OR A BLANK COMMAND IS A STEP LIST ERROR, AND *
001870* NO STEP RUNS FROM A LIST WITH ERRORS.                     *
001880*----------------------------------------------------------*
001890 1100-LOAD-STEP-LIST.
001900     OPEN INPUT STEP-LIST-FILE.
001910     IF FS-STEP-LIST NOT = "00"
001920         MOVE SPACES TO LOG-TEXT
001930         STRING "STEP LIST DATASET NOT AVAILABLE - FILE STATUS "
001940             FS-STEP-LIST " - STREAM NOT RUN"
001950             DELIMITED BY SIZE INTO LOG-TEXT
001960         PERFORM 8300-LOG-LIST-ERROR THRU 8300-EXIT
001970         GO TO 1100-EXIT
001980     END-IF.
001990     PERFORM 1110-READ-STEP-RECORD THRU 1110-EXIT.
002000     PERFORM 1120-STORE-STEP-RECORD THRU 1120-EXIT
002010         UNTIL NO-MORE-STEPS.
002020     CLOSE STEP-LIST-FILE.
002030     IF STEP-COUNT = 0 AND LIST-ERRORS = 0
002040         MOVE SPACES TO LOG-TEXT
002050         STRING "STEP LIST IS EMPTY - STREAM NOT RUN"
002060             DELIMITED BY SIZE INTO LOG-TEXT
002070         PERFORM 8300-LOG-LIST-ERROR THRU 8300-EXIT
002080     END-IF.
002090 1100-EXIT.
002100     EXIT.
002110
002120 1110-READ-STEP-RECORD.
002130     READ STEP-LIST-FILE
002140         AT END
002150             MOVE "Y" TO STEP-LIST-EOF-FLAG
002160     END-READ.
002170 1110-EXIT.
002180     EXIT.
002190
002200 1120-STORE-STEP-RECORD.
002210     MOVE SPACES TO LOG-TEXT.
002220     EVALUATE TRUE
002230         WHEN SL-STEP-NUMBER NOT NUMERIC
002240             STRING "STEP LIST RECORD HAS NO VALID STEP NUMBER"
002250                 DELIMITED BY SIZE INTO LOG-TEXT
002260         WHEN STEP-COUNT > 0
002270          AND SL-STEP-NUMBER NOT > ST-NUMBER(STEP-COUNT)
002280             MOVE SL-STEP-NUMBER TO EDIT-STEP
002290             STRING "STEP " EDIT-STEP " IS OUT OF SEQUENCE"
002300                 DELIMITED BY SIZE INTO LOG-TEXT
002310         WHEN SL-MAX-CODE NOT NUMERIC
002320             MOVE SL-STEP-NUMBER TO EDIT-STEP
002330             STRING "STEP " EDIT-STEP " HAS NO VALID ALLOWED "
002340                 "CONDITION CODE" DELIMITED BY SIZE
002350                 INTO LOG-TEXT
002360         WHEN SL-COMMAND = SPACES
002370             MOVE SL-STEP-NUMBER TO EDIT-STEP
002380             STRING "STEP " EDIT-STEP " HAS NO COMMAND"
002390                 DELIMITED BY SIZE INTO LOG-TEXT
002400         WHEN STEP-COUNT >= STEP-LIMIT
002410             MOVE SL-STEP-NUMBER TO EDIT-STEP
002420             STRING "STEP " EDIT-STEP " - STEP TABLE IS FULL"
002430                 DELIMITED BY SIZE INTO LOG-TEXT
002440     END-EVALUATE.
002450     IF LOG-TEXT = SPACES
002460         ADD 1 TO STEP-COUNT
002470         MOVE SL-STEP-NUMBER TO ST-NUMBER(STEP-COUNT)
002480         MOVE SL-STEP-NAME TO ST-NAME(STEP-COUNT)
002490         MOVE SL-MAX-CODE TO ST-MAX-CODE(STEP-COUNT)
002500         MOVE SL-COMMAND TO ST-COMMAND(STEP-COUNT)
002510     ELSE
002520         PERFORM 8300-LOG-LIST-ERROR THRU 8300-EXIT
002530     END-IF.
002540     PERFORM 1110-READ-STEP-RECORD THRU 1110-EXIT.
002550 1120-EXIT.
002560     EXIT.
002570
002580*----------------------------------------------------------*
002590* 1200-READ-RESTART-PARM - A MISSING OR BLANK PARAMETER     *
002600* RUNS THE WHOLE STREAM.  A RESTART STEP MUST BE ON THE     *
002610* STEP LIST.                                                *
002620*----------------------------------------------------------*
002630 1200-READ-RESTART-PARM.
002640     OPEN INPUT STREAM-PARM-FILE.
002650     IF FS-STREAM-PARM NOT = "00"
002660         GO TO 1200-EXIT
002670     END-IF.
002680     READ STREAM-PARM-FILE
002690         AT END
002700             MOVE SPACES TO SP-RESTART-STEP
002710     END-READ.
002720     CLOSE STREAM-PARM-FILE.
002730     IF SP-RESTART-STEP = SPACES
002740         GO TO 1200-EXIT
002750     END-IF.
002760     IF SP-RESTART-STEP NOT NUMERIC
002770         MOVE SPACES TO LOG-TEXT
002780         STRING "STRMPARM RESTART STEP " SP-RESTART-STEP
002790             " IS NOT A STEP NUMBER - STREAM NOT RUN"
002800             DELIMITED BY SIZE INTO LOG-TEXT
002810         PERFORM 8300-LOG-LIST-ERROR THRU 8300-EXIT
002820         GO TO 1200-EXIT
002830     END-IF.
002840     MOVE SP-RESTART-STEP TO RESTART-STEP.
002850     IF RESTART-STEP = 0
002860         GO TO 1200-EXIT
002870     END-IF.
002880     MOVE 0 TO RESTART-INDEX.
002890     PERFORM 1210-FIND-RESTART-STEP THRU 1210-EXIT
002900         VARYING STEP-INDEX FROM 1 BY 1
002910         UNTIL STEP-INDEX > STEP-COUNT OR RESTART-INDEX > 0.
002920     IF RESTART-INDEX = 0
002930         MOVE RESTART-STEP TO EDIT-STEP
002940         MOVE SPACES TO LOG-TEXT
002950         STRING "STRMPARM RESTART STEP " EDIT-STEP
002960             " IS NOT ON THE STEP LIST - STREAM NOT RUN"
002970             DELIMITED BY SIZE INTO LOG-TEXT
002980         PERFORM 8300-LOG-LIST-ERROR THRU 8300-EXIT
002990     END-IF.
003000 1200-EXIT.
003010     EXIT.
003020
003030 1210-FIND-RESTART-STEP.
003040     IF ST-NUMBER(STEP-INDEX) = RESTART-STEP
003050         MOVE STEP-INDEX TO RESTART-INDEX
003060     END-IF.
003070 1210-EXIT.
003080     EXIT.
003090
003100*----------------------------------------------------------*
003110* 2000-RUN-ONE-STEP - SKIP A STEP BEFORE THE RESTART POINT, *
003120* OTHERWISE RUN IT, LOG ITS CONDITION CODE AND STOP THE     *
003130* STREAM IF THE CODE IS ABOVE THE STEP'S ALLOWED CODE.      *
003140*----------------------------------------------------------*
003150 2000-RUN-ONE-STEP.
003160     MOVE ST-NUMBER(STEP-INDEX) TO EDIT-STEP.
003170     IF STEP-INDEX < RESTART-INDEX
003180         ADD 1 TO STEPS-SKIPPED
003190         MOVE SPACES TO LOG-TEXT
003200         STRING "STEP " EDIT-STEP " " ST-NAME(STEP-INDEX)
003210             " SKIPPED - BEFORE THE RESTART STEP"
003220             DELIMITED BY SIZE INTO LOG-TEXT
003230         PERFORM 8200-WRITE-LOG THRU 8200-EXIT
003240         GO TO 2000-EXIT
003250     END-IF.
003260     MOVE SPACES TO LOG-TEXT.
003270     STRING "STEP " EDIT-STEP " " ST-NAME(STEP-INDEX)
003280         " STARTED - " ST-COMMAND(STEP-INDEX)
003290         DELIMITED BY SIZE INTO LOG-TEXT.
003300     PERFORM 8200-WRITE-LOG THRU 8200-EXIT.
003310     COMPUTE STEP-START-SECONDS =
003320         CURRENT-HH * 3600 + CURRENT-MN * 60 + CURRENT-SS.
003330* THE SHELL HANDS BACK THE STEP'S EXIT STATUS IN THE HIGH-
003340* ORDER BYTE OF THE RETURN CODE
003350     MOVE ST-COMMAND(STEP-INDEX) TO STEP-COMMAND.
003360     CALL "SYSTEM" USING STEP-COMMAND.
003370     COMPUTE STEP-CODE = RETURN-CODE / 256.
003380     MOVE 0 TO RETURN-CODE.
003390     ADD 1 TO STEPS-RUN.
003400     IF STEP-CODE > HIGHEST-CODE
003410         MOVE STEP-CODE TO HIGHEST-CODE
003420     END-IF.
003430     PERFORM 8100-STAMP-TIME THRU 8100-EXIT.
003440     COMPUTE NOW-SECONDS =
003450         CURRENT-HH * 3600 + CURRENT-MN * 60 + CURRENT-SS.
003460     IF NOW-SECONDS < STEP-START-SECONDS
003470         ADD 86400 TO NOW-SECONDS
003480     END-IF.
003490     COMPUTE STEP-ELAPSED = NOW-SECONDS - STEP-START-SECONDS.
003500     MOVE STEP-CODE TO EDIT-CODE.
003510     MOVE ST-MAX-CODE(STEP-INDEX) TO EDIT-MAX-CODE.
003520     MOVE STEP-ELAPSED TO EDIT-ELAPSED.
003530     MOVE SPACES TO LOG-TEXT.
003540     STRING "STEP " EDIT-STEP " " ST-NAME(STEP-INDEX)
003550         " ENDED   - CC " EDIT-CODE ", ALLOWED " EDIT-MAX-CODE
003560         ", " EDIT-ELAPSED " SECOND(S)"
003570         DELIMITED BY SIZE INTO LOG-TEXT.
003580     PERFORM 8200-WRITE-LOG THRU 8200-EXIT.
003590     DISPLAY LOG-TEXT.
003600     IF STEP-CODE > ST-MAX-CODE(STEP-INDEX)
003610         MOVE "Y" TO STREAM-STOP-FLAG
003620         MOVE 8 TO CONDITION-CODE
003630         MOVE SPACES TO LOG-TEXT
003640         STRING "STREAM STOPPED AT STEP " EDIT-STEP
003650             " - CC " EDIT-CODE " EXCEEDS " EDIT-MAX-CODE
003660             " - RESTART FROM STEP " EDIT-STEP
003670             DELIMITED BY SIZE INTO LOG-TEXT
003680         PERFORM 8200-WRITE-LOG THRU 8200-EXIT
003690         DISPLAY LOG-TEXT
003700         GO TO 2000-EXIT
003710     END-IF.
003720     IF STEP-CODE > 0
003730         ADD 1 TO STEPS-WITH-WARNINGS
003740     END-IF.
003750 2000-EXIT.
003760     EXIT.
003770
003780*----------------------------------------------------------*
003790* 8100-STAMP-TIME - TAKE THE CURRENT DATE AND TIME FOR THE  *
003800* NEXT LOG LINE.                                            *
003810*----------------------------------------------------------*
003820 8100-STAMP-TIME.
003830     ACCEPT CURRENT-DATE-FIELD FROM DATE YYYYMMDD.
003840     ACCEPT CURRENT-TIME-FIELD FROM TIME.
003850 8100-EXIT.
003860     EXIT.
003870
003880*----------------------------------------------------------*
003890* 8200-WRITE-LOG - ONE TIME-STAMPED LINE TO THE STREAM LOG. *
003900*----------------------------------------------------------*
003910 8200-WRITE-LOG.
003920     PERFORM 8100-STAMP-TIME THRU 8100-EXIT.
003930     MOVE SPACES TO STREAM-LOG-RECORD.
003940     STRING CURRENT-YYYY "-" CURRENT-MM "-" CURRENT-DD " "
003950         CURRENT-HH ":" CURRENT-MN ":" CURRENT-SS " "
003960         LOG-TEXT DELIMITED BY SIZE INTO STREAM-LOG-RECORD.
003970     WRITE STREAM-LOG-RECORD.
003980 8200-EXIT.
003990     EXIT.
004000
004010 8300-LOG-LIST-ERROR.
004020     ADD 1 TO LIST-ERRORS.
004030     DISPLAY LOG-TEXT.
004040     PERFORM 8200-WRITE-LOG THRU 8200-EXIT.
004050 8300-EXIT.
004060     EXIT.
004070
004080*----------------------------------------------------------*
004090* 9000-TERMINATE - LOG THE STREAM OUTCOME AND HAND BACK THE *
004100* STREAM'S OWN CONDITION CODE.                              *
004110*----------------------------------------------------------*
004120 9000-TERMINATE.
004130     IF CONDITION-CODE < 4 AND STEPS-WITH-WARNINGS > 0
004140         MOVE 4 TO CONDITION-CODE
004150     END-IF.
004160     MOVE STEPS-RUN TO EDIT-COUNT.
004170     MOVE STEPS-SKIPPED TO EDIT-COUNT-2.
004180     MOVE HIGHEST-CODE TO EDIT-CODE.
004190     MOVE SPACES TO LOG-TEXT.
004200     EVALUATE TRUE
004210         WHEN NOT STREAM-CAN-RUN
004220             STRING "STREAM NOT RUN - CORRECT THE STEP LIST OR "
004230                 "STRMPARM" DELIMITED BY SIZE INTO LOG-TEXT
004240         WHEN STREAM-WAS-STOPPED
004250             STRING "STREAM ENDED INCOMPLETE - " EDIT-COUNT
004260                 " STEP(S) RUN, " EDIT-COUNT-2
004270                 " SKIPPED, HIGHEST CC " EDIT-CODE
004280                 DELIMITED BY SIZE INTO LOG-TEXT
004290         WHEN OTHER
004300             STRING "STREAM ENDED - " EDIT-COUNT
004310                 " STEP(S) RUN, " EDIT-COUNT-2
004320                 " SKIPPED, HIGHEST CC " EDIT-CODE
004330                 DELIMITED BY SIZE INTO LOG-TEXT
004340     END-EVALUATE.
004350     IF LOG-IS-OPEN
004360         PERFORM 8200-WRITE-LOG THRU 8200-EXIT
004370         CLOSE STREAM-LOG-FILE
004380     END-IF.
004390     DISPLAY LOG-TEXT.
004400     MOVE CONDITION-CODE TO RETURN-CODE.
004410 9000-EXIT.
004420     EXIT.
