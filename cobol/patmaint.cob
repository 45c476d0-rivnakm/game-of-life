000162*  09/02/2026 RH    OFFSET BOUNDS WIDENED TO MATCH THE       *
000164*                   LARGEST BOARD THE SIMULATOR NOW HOLDS    *
000166*                   (200 BY 200, CENTER ANCHOR 100/100).     *
000167*  10/15/2026 RH    SETS A CONDITION CODE FOR THE JOB STREAM *
000168*                   - 0 CLEAN, 4 COMMANDS REJECTED, RECORDS  *
000169*                   DROPPED OR AN INPUT DATASET MISSING, 8   *
000170*                   THE REPORT OR NEW LIBRARY COULD NOT BE   *
000171*                   WRITTEN.                                 *
000172*  10/15/2026 RH    NEW ACCEPT COMMAND ADDS A SHAPE FROM THE  *
000173*                   CENSUS PATTERN CANDIDATE QUEUE UNDER THE *
000174*                   NAME GIVEN, EVERY CELL PASSING THE SAME  *
000175*                   VALIDATION AS ADD.  A CANDIDATE WITH ANY *
000176*                   CELL REJECTED IS NOT ADDED AT ALL.       *
000177*  10/15/2026 RH    AUDIT RECORD WIDENED TO 300 BYTES - THE  *
000178*                   SIMULATOR NOW ADDS THE RUN TIMINGS AHEAD *
000179*                   OF THE OUTCOME.                          *
000180*  10/15/2026 RH    THE LIBRARY IS NOW VERSIONED. PATNEW AND *
000181*                   A NEW SCNNEW (THE SCENARIO DATASET,      *
000182*                   CARRIED FORWARD AND FOLLOWING PATTERN    *
000183*                   RENAMES) START WITH A *VER HEADER        *
000184*                   RECORD; A RUN THAT CHANGES THE LIBRARY   *
000185*                   ISSUES A NEW VERSION STAMPED WITH ITS    *
000186*                   START DATE AND TIME AND COPIES IT TO THE *
000187*                   LIBRARY HISTORY (LIBHIST). EVERY CHANGE  *
000188*                   IS LOGGED TO LIBCHG WITH ITS USER (NEW   *
000189*                   USER COMMAND), TIME AND OLD AND NEW      *
000190*                   CELLS.                                   *
000191*----------------------------------------------------------*
000192 ENVIRONMENT DIVISION.
000193 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.
000210     SELECT COMMAND-FILE ASSIGN TO "PATCMDS"
000220         ORGANIZATION IS LINE SEQUENTIAL
000330     SELECT REPORT-FILE ASSIGN TO "PATRPT"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS FS-REPORT.
000352     SELECT CANDIDATE-FILE ASSIGN TO "CANDIDAT"
000354         ORGANIZATION IS LINE SEQUENTIAL
000356         FILE STATUS IS FS-CANDIDATE.
000357     SELECT SCENARIO-FILE ASSIGN TO "SCENARIO"
000358         ORGANIZATION IS LINE SEQUENTIAL
000359         FILE STATUS IS FS-SCENARIO.
000360     SELECT NEW-SCENARIO-FILE ASSIGN TO "SCNNEW"
000361         ORGANIZATION IS LINE SEQUENTIAL
000362         FILE STATUS IS FS-NEW-SCENARIO.
000363     SELECT HISTORY-FILE ASSIGN TO "LIBHIST"
000364         ORGANIZATION IS LINE SEQUENTIAL
000365         FILE STATUS IS FS-HISTORY.
000366     SELECT CHANGE-FILE ASSIGN TO "LIBCHG"
000367         ORGANIZATION IS LINE SEQUENTIAL
000368         FILE STATUS IS FS-CHANGE.
000369 DATA DIVISION.
000370 FILE SECTION.
000373* FOR ACCEPT, PC-NEW-NAME CARRIES THE CANDIDATE ID FROM THE
000376* CENSUS CANDIDATE QUEUE AND THE OFFSET FIELDS ARE NOT USED.
000377* FOR USER, PC-NAME CARRIES THE USER ID THE CHANGES THAT
000378* FOLLOW ARE RECORDED UNDER; A CHANGE AHEAD OF THE FIRST USER
000379* COMMAND IS REJECTED.
000380 FD  COMMAND-FILE.
000390 01  COMMAND-RECORD.
000400     05  PC-ACTION               PIC X(06).
000520         SIGN IS LEADING SEPARATE.
000530     05  PR-COL-OFFSET           PIC S9(03)
000540         SIGN IS LEADING SEPARATE.
000541* A VERSIONED LIBRARY STARTS WITH A HEADER RECORD CARRYING
000542* THE VERSION IT WAS ISSUED UNDER - NONE MEANS VERSION ZERO
000543 01  PATTERN-HEADER-RECORD.
000544     05  PH-TAG                  PIC X(04).
000545         88  PATTERN-HEADER                 VALUE "*VER".
000546     05  PH-VERSION              PIC X(14).
000550
000560 FD  NEW-PATTERN-FILE.
000570 01  NEW-PATTERN-RECORD.
000600         SIGN IS LEADING SEPARATE.
000610     05  NP-COL-OFFSET           PIC S9(03)
000620         SIGN IS LEADING SEPARATE.
000622 01  NEW-PATTERN-HEADER.
000624     05  NH-TAG                  PIC X(04).
000626     05  NH-VERSION              PIC X(14).
000630
000640 FD  AUDIT-FILE.
000650 01  AUDIT-RECORD                PIC X(300).
000660
000670 FD  REPORT-FILE.
000680 01  REPORT-RECORD               PIC X(80).
000681
000682* PATTERN CANDIDATE QUEUE WRITTEN BY OBJECT-CENSUS.  THE
000683* SHAPE IS THE BOUNDING BOX ROW BY ROW, "O" LIVE, "." DEAD.
000684 FD  CANDIDATE-FILE.
000685 01  CANDIDATE-RECORD.
000686     05  CD-CANDIDATE-ID         PIC X(10).
000687     05  CD-CELL-COUNT           PIC 9(04).
000688     05  CD-HEIGHT               PIC 9(03).
000689     05  CD-WIDTH                PIC 9(03).
000690     05  CD-RUN-COUNT            PIC 9(06).
000691     05  CD-JOB-COUNT            PIC 9(06).
000692     05  CD-EXAMPLE-JOB          PIC X(14).
000693     05  CD-EXAMPLE-RUN          PIC 9(04).
000694     05  CD-EXAMPLE-GEN          PIC 9(04).
000695     05  CD-SHAPE                PIC X(400).
000696
000697* SCENARIO DATASET READ BY THE SIMULATOR.  IT NAMES LIBRARY
000698* PATTERNS, SO IT IS CARRIED FORWARD AND VERSIONED WITH THE
000699* LIBRARY; THE PLACEMENT (ANCHOR ROW/COLUMN, ORIENTATION) IS
000700* COPIED AS IT STANDS.
000701 FD  SCENARIO-FILE.
000702 01  SCENARIO-RECORD.
000703     05  SC-SCENARIO-NAME        PIC X(10).
000704     05  SC-PATTERN-NAME         PIC X(10).
000705     05  SC-PLACEMENT            PIC X(07).
000706 01  SCENARIO-HEADER-RECORD.
000707     05  SH-TAG                  PIC X(04).
000708         88  SCENARIO-HEADER                VALUE "*VER".
000709     05  SH-VERSION              PIC X(14).
000710     05  FILLER                  PIC X(09).
000711
000712 FD  NEW-SCENARIO-FILE.
000713 01  NEW-SCENARIO-RECORD         PIC X(27).
000714
000715* LIBRARY HISTORY - A COMPLETE COPY OF EVERY LIBRARY VERSION,
000716* HEADER RECORD INCLUDED, SO A RUN CAN BE REBUILT AGAINST THE
000717* VERSION IT USED.  TYPE P IS A PATTERN DATASET RECORD AND
000718* TYPE S A SCENARIO DATASET RECORD.
000719 FD  HISTORY-FILE.
000720 01  HISTORY-RECORD.
000721     05  LH-VERSION              PIC X(14).
000722     05  LH-TYPE                 PIC X(01).
000723     05  LH-IMAGE                PIC X(27).
000724
000725* LIBRARY CHANGE LOG - ONE C LINE PER ACCEPTED CHANGE (WHO,
000726* WHEN, THE VERSION IT WAS MADE TO AND THE VERSION IT ISSUED),
000727* FOLLOWED BY ITS O (OLD) AND N (NEW) CELL LINES, AND AN S
000728* LINE FOR EACH SCENARIO PLACEMENT A RENAME CARRIED ALONG
000729* (OTHER NAME = THE SCENARIO, ROW/COLUMN = ITS ANCHOR).
000730 FD  CHANGE-FILE.
000731 01  CHANGE-RECORD.
000732     05  LC-CHANGED-AT           PIC X(14).
000733     05  LC-CHANGED-BY           PIC X(10).
000734     05  LC-VERSION              PIC X(14).
000735     05  LC-BASE-VERSION         PIC X(14).
000736     05  LC-ACTION               PIC X(06).
000737     05  LC-NAME                 PIC X(10).
000738     05  LC-OTHER-NAME           PIC X(10).
000739     05  LC-LINE-TYPE            PIC X(01).
000740     05  LC-ROW                  PIC S9(03)
000741         SIGN IS LEADING SEPARATE.
000742     05  LC-COL                  PIC S9(03)
000743         SIGN IS LEADING SEPARATE.
000744
000745 WORKING-STORAGE SECTION.
000746* IN-MEMORY COPY OF THE PATTERN LIBRARY, ONE ENTRY PER CELL
000747 01  LIBRARY-LIMIT               PIC 9(4) VALUE 1000.
000748 01  LIBRARY-COUNT               PIC 9(4) VALUE 0.
000749 01  LIBRARY-TABLE.
000750     05  LIB-ENTRY OCCURS 1000 TIMES.
000760         10  LIB-NAME            PIC X(10).
000770         10  LIB-ROW             PIC S9(03).
001260     88  DUPLICATE-CELL                     VALUE "Y".
001270 01  TOKEN-FOUND-FLAG            PIC X(01) VALUE "N".
001280     88  TOKEN-WAS-FOUND                    VALUE "Y".
001281
001282* ACCEPT COMMAND WORK AREAS - THE CANDIDATE BEING ACCEPTED
001283 01  ACCEPT-HEIGHT               PIC 9(03).
001284 01  ACCEPT-WIDTH                PIC 9(03).
001285 01  ACCEPT-SHAPE                PIC X(400).
001286 01  ACCEPT-AREA                 PIC 9(05).
001287 01  ACCEPT-AREA-LIMIT           PIC 9(05) VALUE 400.
001288 01  ACCEPT-BASE                 PIC 9(04).
001289 01  ACCEPT-ADDED                PIC 9(04).
001290 01  SHAPE-INDEX                 PIC 9(05).
001291 01  SHAPE-ROW                   PIC 9(03).
001292 01  SHAPE-COL                   PIC 9(03).
001293 01  CANDIDATE-EOF-FLAG          PIC X(01).
001294     88  NO-MORE-CANDIDATES                 VALUE "Y".
001295 01  CANDIDATE-FOUND-FLAG        PIC X(01).
001296     88  CANDIDATE-WAS-FOUND                VALUE "Y".
001297
001298* LIBRARY VERSIONS - THE VERSION LOADED (ZEROS FOR A LIBRARY
001299* WITH NO HEADER RECORD) AND THE VERSION A RUN THAT CHANGES
001300* THE LIBRARY ISSUES, THE DATE AND TIME THE RUN STARTED
001301 01  LOADED-VERSION              PIC X(14) VALUE ZEROS.
001302 01  SCENARIO-VERSION            PIC X(14) VALUE ZEROS.
001303 01  ISSUED-VERSION              PIC X(14) VALUE ZEROS.
001304 01  ARCHIVE-VERSION             PIC X(14).
001305 01  STAMP-BUILD.
001306     05  STAMP-DATE              PIC 9(08).
001307     05  STAMP-TIME              PIC 9(06).
001308 01  STAMP-VALUE REDEFINES STAMP-BUILD PIC X(14).
001309 01  CURRENT-DATE-FIELD          PIC 9(08).
001310 01  CURRENT-TIME-FIELD          PIC 9(08).
001311 01  CHANGE-STAMP                PIC X(14).
001312 01  CHANGE-USER                 PIC X(10) VALUE SPACES.
001313 01  CHANGE-BASE                 PIC 9(04).
001314 01  CHANGE-OTHER-NAME           PIC X(10).
001315 01  CHANGE-LINE-TYPE            PIC X(01).
001316 01  VERSION-WARNINGS            PIC 9(04) VALUE 0.
001317 01  LIBRARY-CHANGED-FLAG        PIC X(01) VALUE "N".
001318     88  LIBRARY-WAS-CHANGED                VALUE "Y".
001319 01  NEW-LIBRARY-OK-FLAG         PIC X(01) VALUE "N".
001320     88  NEW-LIBRARY-IS-OPEN                VALUE "Y".
001321 01  HISTORY-OK-FLAG             PIC X(01) VALUE "N".
001322     88  HISTORY-IS-OPEN                    VALUE "Y".
001323 01  CHANGE-LOG-OK-FLAG          PIC X(01) VALUE "N".
001324     88  CHANGE-LOG-IS-OPEN                 VALUE "Y".
001325 01  VERSION-ARCHIVED-FLAG       PIC X(01) VALUE "N".
001326     88  VERSION-IS-ARCHIVED                VALUE "Y".
001327 01  HISTORY-EOF-FLAG            PIC X(01) VALUE "N".
001328     88  NO-MORE-HISTORY                    VALUE "Y".
001329 01  HISTORY-CELL-IMAGE.
001330     05  HC-NAME                 PIC X(10).
001331     05  HC-ROW                  PIC S9(03)
001332         SIGN IS LEADING SEPARATE.
001333     05  HC-COL                  PIC S9(03)
001334         SIGN IS LEADING SEPARATE.
001335     05  FILLER                  PIC X(09) VALUE SPACES.
001336
001337* SCENARIO DATASET CARRIED FORWARD WITH THE LIBRARY
001338 01  SCENARIO-LIMIT              PIC 9(4) VALUE 1000.
001339 01  SCENARIO-COUNT              PIC 9(4) VALUE 0.
001340 01  SCENARIO-TABLE.
001341     05  SCN-ENTRY OCCURS 1000 TIMES.
001342         10  SCN-SCENARIO-NAME   PIC X(10).
001343         10  SCN-PATTERN-NAME    PIC X(10).
001344         10  SCN-PLACEMENT       PIC X(07).
001345 01  SCENARIO-DROPPED            PIC 9(4) VALUE 0.
001346 01  PLACEMENT-MATCHES           PIC 9(4).
001347 01  ANCHOR-ROW                  PIC 9(03).
001348 01  ANCHOR-COL                  PIC 9(03).
001349 01  SCENARIO-EOF-FLAG           PIC X(01) VALUE "N".
001350     88  NO-MORE-SCENARIOS                  VALUE "Y".
001351
001352* CONDITION CODE HANDED BACK TO THE JOB STREAM - 0 CLEAN,
001353* 4 WARNINGS, 8 A REQUIRED DATASET WAS NOT AVAILABLE
001354 01  CONDITION-CODE              PIC 9(02) VALUE 0.
001355
001356* FILE STATUS SWITCHES
001357 01  FS-COMMAND                  PIC X(02).
001358 01  FS-PATTERN                  PIC X(02).
001359 01  FS-NEW-PATTERN              PIC X(02).
001360 01  FS-AUDIT                    PIC X(02).
001361 01  FS-REPORT                   PIC X(02).
001362 01  FS-CANDIDATE                PIC X(02).
001363 01  FS-SCENARIO                 PIC X(02).
001364 01  FS-NEW-SCENARIO             PIC X(02).
001365 01  FS-HISTORY                  PIC X(02).
001366 01  FS-CHANGE                   PIC X(02).
001367
001370* REPORT LINE-EDITING WORK AREAS
001380 01  EDIT-COMMAND-NUMBER         PIC ZZZ9.
001390 01  EDIT-LIB-COUNT              PIC ZZZ9.
001460 01  EDIT-MAX-ROW                PIC +999.
001470 01  EDIT-MIN-COL                PIC +999.
001480 01  EDIT-MAX-COL                PIC +999.
001485 01  EDIT-PLACEMENTS             PIC ZZZ9.
001490
001500 PROCEDURE DIVISION.
001510*----------------------------------------------------------*
001520* 0000-MAINLINE - LOAD THE LIBRARY, APPLY THE MAINTENANCE   *
001527* COMMANDS, REWRITE THE LIBRARY UNDER A NEW VERSION IF IT   *
001534* CHANGED, THEN PRINT THE CATALOG AND THE UNREFERENCED-     *
001541* PATTERN REPORT.                                           *
001550*----------------------------------------------------------*
001560 0000-MAINLINE.
001570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001660
001670*----------------------------------------------------------*
001680* 1000-INITIALIZE - OPEN THE REPORT, LOAD THE CURRENT       *
001684* LIBRARY AND SCENARIOS INTO THEIR TABLES, OPEN THE NEW     *
001688* LIBRARY AND THE HISTORY DATASETS, AND OPEN THE COMMAND    *
001692* DATASET.  WITH NOWHERE TO WRITE THE NEW LIBRARY NO        *
001696* COMMAND IS APPLIED.                                       *
001700*----------------------------------------------------------*
001710 1000-INITIALIZE.
001720     OPEN OUTPUT REPORT-FILE.
001740         DISPLAY "CATALOG REPORT DATASET NOT AVAILABLE - FILE "
001750             "STATUS " FS-REPORT " - JOB TERMINATED"
001760         MOVE "Y" TO COMMAND-EOF-FLAG
001765         MOVE 8 TO CONDITION-CODE
001770     ELSE
001780         MOVE "Y" TO REPORT-OK-FLAG
001790         MOVE SPACES TO REPORT-RECORD
001800         STRING "PATTERN LIBRARY MAINTENANCE REPORT"
001810             DELIMITED BY SIZE INTO REPORT-RECORD
001820         WRITE REPORT-RECORD
001821         ACCEPT CURRENT-DATE-FIELD FROM DATE YYYYMMDD
001822         ACCEPT CURRENT-TIME-FIELD FROM TIME
001823         MOVE CURRENT-DATE-FIELD TO STAMP-DATE
001824         MOVE CURRENT-TIME-FIELD(1:6) TO STAMP-TIME
001825         MOVE STAMP-VALUE TO ISSUED-VERSION
001830         PERFORM 1100-LOAD-LIBRARY THRU 1100-EXIT
001832         PERFORM 1150-LOAD-SCENARIOS THRU 1150-EXIT
001834         PERFORM 1180-REPORT-VERSIONS THRU 1180-EXIT
001836         PERFORM 1300-OPEN-NEW-LIBRARY THRU 1300-EXIT
001838         IF NEW-LIBRARY-IS-OPEN
001840             PERFORM 1400-OPEN-HISTORY THRU 1400-EXIT
001842             PERFORM 1200-OPEN-COMMAND-FILE THRU 1200-EXIT
001844         ELSE
001846             MOVE "Y" TO COMMAND-EOF-FLAG
001848         END-IF
001850     END-IF.
001860 1000-EXIT.
001870     EXIT.
001900     OPEN INPUT PATTERN-FILE.
001910     IF FS-PATTERN NOT = "00"
001920         MOVE "Y" TO PATTERN-EOF-FLAG
001922         IF CONDITION-CODE < 4
001924             MOVE 4 TO CONDITION-CODE
001926         END-IF
001930         DISPLAY "PATTERN DATASET NOT AVAILABLE - FILE STATUS "
001940             FS-PATTERN " - STARTING WITH AN EMPTY LIBRARY"
001950         MOVE SPACES TO REPORT-RECORD
001990         WRITE REPORT-RECORD
002000     ELSE
002010         PERFORM 1110-READ-PATTERN-RECORD THRU 1110-EXIT
002012         IF NOT NO-MORE-PATTERNS AND PATTERN-HEADER
002014             MOVE PH-VERSION TO LOADED-VERSION
002016             PERFORM 1110-READ-PATTERN-RECORD THRU 1110-EXIT
002018         END-IF
002020         PERFORM 1120-STORE-PATTERN-RECORD THRU 1120-EXIT
002030             UNTIL NO-MORE-PATTERNS
002040         CLOSE PATTERN-FILE
002630     END-IF.
002640 1130-EXIT.
002650     EXIT.
002651
002652*----------------------------------------------------------*
002653* 1150-LOAD-SCENARIOS - HOLD THE SCENARIO DATASET SO IT CAN *
002654* BE CARRIED FORWARD UNDER THE SAME VERSION AS THE LIBRARY  *
002655* AND FOLLOW A PATTERN RENAME.  NO SCENARIO DATASET SIMPLY  *
002656* MEANS NO SCENARIOS.                                       *
002657*----------------------------------------------------------*
002658 1150-LOAD-SCENARIOS.
002659     MOVE LOADED-VERSION TO SCENARIO-VERSION.
002660     OPEN INPUT SCENARIO-FILE.
002661     IF FS-SCENARIO NOT = "00"
002662         MOVE SPACES TO REPORT-RECORD
002663         STRING "SCENARIO DATASET NOT AVAILABLE - STARTING WITH "
002664             "NO SCENARIOS" DELIMITED BY SIZE INTO REPORT-RECORD
002665         WRITE REPORT-RECORD
002666         GO TO 1150-EXIT
002667     END-IF.
002668     MOVE ZEROS TO SCENARIO-VERSION.
002669     PERFORM 1160-READ-SCENARIO-RECORD THRU 1160-EXIT.
002670     IF NOT NO-MORE-SCENARIOS AND SCENARIO-HEADER
002671         MOVE SH-VERSION TO SCENARIO-VERSION
002672         PERFORM 1160-READ-SCENARIO-RECORD THRU 1160-EXIT
002673     END-IF.
002674     PERFORM 1170-STORE-SCENARIO-RECORD THRU 1170-EXIT
002675         UNTIL NO-MORE-SCENARIOS.
002676     CLOSE SCENARIO-FILE.
002677 1150-EXIT.
002678     EXIT.
002679
002680 1160-READ-SCENARIO-RECORD.
002681     READ SCENARIO-FILE
002682         AT END
002683             MOVE "Y" TO SCENARIO-EOF-FLAG
002684     END-READ.
002685 1160-EXIT.
002686     EXIT.
002687
002688 1170-STORE-SCENARIO-RECORD.
002689     MOVE SPACES TO REJECT-REASON.
002690     IF SC-SCENARIO-NAME = SPACES
002691         MOVE "MALFORMED SCENARIO RECORD" TO REJECT-REASON
002692     END-IF.
002693     IF REJECT-REASON = SPACES
002694      AND SCENARIO-COUNT >= SCENARIO-LIMIT
002695         MOVE "SCENARIO TABLE IS FULL" TO REJECT-REASON
002696     END-IF.
002697     IF REJECT-REASON = SPACES
002698         ADD 1 TO SCENARIO-COUNT
002699         MOVE SC-SCENARIO-NAME
002700             TO SCN-SCENARIO-NAME(SCENARIO-COUNT)
002701         MOVE SC-PATTERN-NAME TO SCN-PATTERN-NAME(SCENARIO-COUNT)
002702         MOVE SC-PLACEMENT TO SCN-PLACEMENT(SCENARIO-COUNT)
002703     ELSE
002704         ADD 1 TO SCENARIO-DROPPED
002705         MOVE SPACES TO REPORT-RECORD
002706         STRING "SCENARIO RECORD DROPPED - " REJECT-REASON
002707             DELIMITED BY SIZE INTO REPORT-RECORD
002708         WRITE REPORT-RECORD
002709     END-IF.
002710     PERFORM 1160-READ-SCENARIO-RECORD THRU 1160-EXIT.
002711 1170-EXIT.
002712     EXIT.
002713
002714*----------------------------------------------------------*
002715* 1180-REPORT-VERSIONS - SHOW THE LIBRARY VERSION LOADED.   *
002716* THE TWO DATASETS ARE ISSUED AS A PAIR, SO A SCENARIO      *
002717* DATASET OF ANOTHER VERSION WAS NOT SWAPPED IN WITH ITS    *
002718* LIBRARY.                                                  *
002719*----------------------------------------------------------*
002720 1180-REPORT-VERSIONS.
002721     MOVE SPACES TO REPORT-RECORD.
002722     IF LOADED-VERSION = ZEROS
002723         STRING "LIBRARY VERSION LOADED - " LOADED-VERSION
002724             " (UNVERSIONED)" DELIMITED BY SIZE INTO REPORT-RECORD
002725     ELSE
002726         STRING "LIBRARY VERSION LOADED - " LOADED-VERSION
002727             DELIMITED BY SIZE INTO REPORT-RECORD
002728     END-IF.
002729     WRITE REPORT-RECORD.
002730     IF SCENARIO-VERSION NOT = LOADED-VERSION
002731         ADD 1 TO VERSION-WARNINGS
002732         MOVE SPACES TO REPORT-RECORD
002733         STRING "WARNING - SCENARIO DATASET IS VERSION "
002734             SCENARIO-VERSION DELIMITED BY SIZE INTO REPORT-RECORD
002735         WRITE REPORT-RECORD
002736     END-IF.
002737 1180-EXIT.
002738     EXIT.
002739
002740 1200-OPEN-COMMAND-FILE.
002741     OPEN INPUT COMMAND-FILE.
002742     IF FS-COMMAND NOT = "00"
002743         MOVE "Y" TO COMMAND-EOF-FLAG
002744         IF CONDITION-CODE < 4
002745             MOVE 4 TO CONDITION-CODE
002746         END-IF
002747         DISPLAY "COMMAND DATASET NOT AVAILABLE - FILE STATUS "
002748             FS-COMMAND " - LIBRARY COPIED UNCHANGED"
002749         MOVE SPACES TO REPORT-RECORD
002750         STRING "COMMAND DATASET NOT AVAILABLE - LIBRARY "
002751             "COPIED UNCHANGED" DELIMITED BY SIZE
002760             INTO REPORT-RECORD
002770         WRITE REPORT-RECORD
002780     END-IF.
002800     EXIT.
002810
002820*----------------------------------------------------------*
002821* 1300-OPEN-NEW-LIBRARY - THE NEW PATTERN AND SCENARIO      *
002822* DATASETS ARE OPENED BEFORE ANY COMMAND IS APPLIED, SO A   *
002823* CHANGE IS NEVER LOGGED FOR A VERSION THAT IS NOT WRITTEN. *
002824*----------------------------------------------------------*
002825 1300-OPEN-NEW-LIBRARY.
002826     OPEN OUTPUT NEW-PATTERN-FILE.
002827     IF FS-NEW-PATTERN NOT = "00"
002828         DISPLAY "NEW PATTERN DATASET NOT AVAILABLE - FILE "
002829             "STATUS " FS-NEW-PATTERN " - LIBRARY NOT WRITTEN"
002830         MOVE 8 TO CONDITION-CODE
002831         MOVE SPACES TO REPORT-RECORD
002832         STRING "NEW PATTERN DATASET NOT AVAILABLE - LIBRARY "
002833             "NOT WRITTEN" DELIMITED BY SIZE INTO REPORT-RECORD
002834         WRITE REPORT-RECORD
002835         GO TO 1300-EXIT
002836     END-IF.
002837     OPEN OUTPUT NEW-SCENARIO-FILE.
002838     IF FS-NEW-SCENARIO NOT = "00"
002839         CLOSE NEW-PATTERN-FILE
002840         DISPLAY "NEW SCENARIO DATASET NOT AVAILABLE - FILE "
002841             "STATUS " FS-NEW-SCENARIO " - LIBRARY NOT WRITTEN"
002842         MOVE 8 TO CONDITION-CODE
002843         MOVE SPACES TO REPORT-RECORD
002844         STRING "NEW SCENARIO DATASET NOT AVAILABLE - LIBRARY "
002845             "NOT WRITTEN" DELIMITED BY SIZE INTO REPORT-RECORD
002846         WRITE REPORT-RECORD
002847         GO TO 1300-EXIT
002848     END-IF.
002849     MOVE "Y" TO NEW-LIBRARY-OK-FLAG.
002850 1300-EXIT.
002851     EXIT.
002852
002853*----------------------------------------------------------*
002854* 1400-OPEN-HISTORY - OPEN THE LIBRARY HISTORY AND CHANGE   *
002855* LOG FOR APPENDING.  A LOADED VERSION NOT YET IN THE       *
002856* HISTORY (THE UNVERSIONED LIBRARY THE FIRST TIME ROUND) IS *
002857* COPIED IN FIRST.  WITHOUT EITHER DATASET NO CHANGE CAN BE *
002858* RECORDED, SO CHANGES ARE REJECTED.                        *
002859*----------------------------------------------------------*
002860 1400-OPEN-HISTORY.
002861     MOVE "N" TO VERSION-ARCHIVED-FLAG.
002862     MOVE "N" TO HISTORY-EOF-FLAG.
002863     OPEN INPUT HISTORY-FILE.
002864     IF FS-HISTORY = "00"
002865         PERFORM 1410-READ-HISTORY-RECORD THRU 1410-EXIT
002866             UNTIL NO-MORE-HISTORY OR VERSION-IS-ARCHIVED
002867         CLOSE HISTORY-FILE
002868     END-IF.
002869     OPEN EXTEND HISTORY-FILE.
002870     IF FS-HISTORY NOT = "00"
002871         OPEN OUTPUT HISTORY-FILE
002872     END-IF.
002873     IF FS-HISTORY NOT = "00"
002874         IF CONDITION-CODE < 4
002875             MOVE 4 TO CONDITION-CODE
002876         END-IF
002877         MOVE SPACES TO REPORT-RECORD
002878         STRING "LIBRARY HISTORY DATASET NOT AVAILABLE - CHANGES "
002879             "WILL BE REJECTED" DELIMITED BY SIZE
002880             INTO REPORT-RECORD
002881         WRITE REPORT-RECORD
002882     ELSE
002883         MOVE "Y" TO HISTORY-OK-FLAG
002884         IF NOT VERSION-IS-ARCHIVED
002885             MOVE LOADED-VERSION TO ARCHIVE-VERSION
002886             PERFORM 5300-ARCHIVE-LIBRARY THRU 5300-EXIT
002887             MOVE SPACES TO REPORT-RECORD
002888             STRING "LIBRARY VERSION " LOADED-VERSION
002889                 " ADDED TO THE LIBRARY HISTORY"
002890                 DELIMITED BY SIZE INTO REPORT-RECORD
002891             WRITE REPORT-RECORD
002892         END-IF
002893     END-IF.
002894     OPEN EXTEND CHANGE-FILE.
002895     IF FS-CHANGE NOT = "00"
002896         OPEN OUTPUT CHANGE-FILE
002897     END-IF.
002898     IF FS-CHANGE NOT = "00"
002899         IF CONDITION-CODE < 4
002900             MOVE 4 TO CONDITION-CODE
002901         END-IF
002902         MOVE SPACES TO REPORT-RECORD
002903         STRING "LIBRARY CHANGE LOG NOT AVAILABLE - CHANGES WILL "
002904             "BE REJECTED" DELIMITED BY SIZE INTO REPORT-RECORD
002905         WRITE REPORT-RECORD
002906     ELSE
002907         MOVE "Y" TO CHANGE-LOG-OK-FLAG
002908     END-IF.
002909 1400-EXIT.
002910     EXIT.
002911
002912 1410-READ-HISTORY-RECORD.
002913     READ HISTORY-FILE
002914         AT END
002915             MOVE "Y" TO HISTORY-EOF-FLAG
002916         NOT AT END
002917             IF LH-VERSION = LOADED-VERSION
002918                 MOVE "Y" TO VERSION-ARCHIVED-FLAG
002919             END-IF
002920     END-READ.
002921 1410-EXIT.
002922     EXIT.
002923
002924*----------------------------------------------------------*
002925* 2000-PROCESS-COMMANDS - READ ONE MAINTENANCE COMMAND AT A *
002926* TIME AND APPLY EACH VALID ONE TO THE LIBRARY TABLE.       *
002927*----------------------------------------------------------*
002928 2000-PROCESS-COMMANDS.
002929     IF NOT NO-MORE-COMMANDS
002930         PERFORM 2100-READ-COMMAND THRU 2100-EXIT
002931     END-IF.
002932     PERFORM 2200-HANDLE-ONE-COMMAND THRU 2200-EXIT
002933         UNTIL NO-MORE-COMMANDS.
002934 2000-EXIT.
002935     EXIT.
002940
002950 2100-READ-COMMAND.
002960     READ COMMAND-FILE
003040     ADD 1 TO COMMAND-NUMBER.
003050     MOVE SPACES TO REJECT-REASON.
003060     EVALUATE PC-ACTION
003063         WHEN "USER"
003066             PERFORM 3050-SET-USER THRU 3050-EXIT
003070         WHEN "ADD"
003090         WHEN "DELETE"
003110         WHEN "RENAME"
003143         WHEN "ACCEPT"
003144             PERFORM 3000-APPLY-CHANGE THRU 3000-EXIT
003145         WHEN "LIST"
003146             PERFORM 6000-WRITE-CATALOG THRU 6000-EXIT
003150         WHEN OTHER
003160             MOVE "UNKNOWN ACTION" TO REJECT-REASON
003170     END-EVALUATE.
003380     EXIT.
003390
003400*----------------------------------------------------------*
003401* 3000-APPLY-CHANGE - A COMMAND THAT CHANGES THE LIBRARY    *
003402* MUST FOLLOW A USER COMMAND AND NEEDS THE HISTORY DATASETS *
003403* OPEN; NAMES STARTING WITH AN ASTERISK ARE KEPT FOR THE    *
003404* VERSION HEADER.  EACH ACCEPTED CHANGE IS LOGGED WITH ITS  *
003405* OLD AND NEW CELLS.                                        *
003406*----------------------------------------------------------*
003407 3000-APPLY-CHANGE.
003408     IF CHANGE-USER = SPACES
003409         MOVE "CHANGE NOT SIGNED - NO USER COMMAND"
003410             TO REJECT-REASON
003411         GO TO 3000-EXIT
003412     END-IF.
003413     IF NOT HISTORY-IS-OPEN OR NOT CHANGE-LOG-IS-OPEN
003414         MOVE "LIBRARY HISTORY NOT AVAILABLE" TO REJECT-REASON
003415         GO TO 3000-EXIT
003416     END-IF.
003417     IF (PC-ACTION = "ADD" OR PC-ACTION = "ACCEPT")
003418      AND PC-NAME(1:1) = "*"
003419         MOVE "NAMES STARTING WITH * ARE RESERVED"
003420             TO REJECT-REASON
003421         GO TO 3000-EXIT
003422     END-IF.
003423     IF PC-ACTION = "RENAME" AND PC-NEW-NAME(1:1) = "*"
003424         MOVE "NAMES STARTING WITH * ARE RESERVED"
003425             TO REJECT-REASON
003426         GO TO 3000-EXIT
003427     END-IF.
003428     ACCEPT CURRENT-DATE-FIELD FROM DATE YYYYMMDD.
003429     ACCEPT CURRENT-TIME-FIELD FROM TIME.
003430     MOVE CURRENT-DATE-FIELD TO STAMP-DATE.
003431     MOVE CURRENT-TIME-FIELD(1:6) TO STAMP-TIME.
003432     MOVE STAMP-VALUE TO CHANGE-STAMP.
003433     MOVE SPACES TO CHANGE-OTHER-NAME.
003434     EVALUATE PC-ACTION
003435         WHEN "ADD"
003436             PERFORM 3100-ADD-CELL THRU 3100-EXIT
003437             IF REJECT-REASON = SPACES
003438                 PERFORM 3910-LOG-CHANGE THRU 3910-EXIT
003439                 MOVE "N" TO CHANGE-LINE-TYPE
003440                 MOVE LIBRARY-COUNT TO I
003441                 PERFORM 3920-LOG-CELL THRU 3920-EXIT
003442             END-IF
003443         WHEN "DELETE"
003444             PERFORM 3200-DELETE-PATTERN THRU 3200-EXIT
003445         WHEN "RENAME"
003446             PERFORM 3300-RENAME-PATTERN THRU 3300-EXIT
003447         WHEN "ACCEPT"
003448             PERFORM 3500-ACCEPT-CANDIDATE THRU 3500-EXIT
003449     END-EVALUATE.
003450 3000-EXIT.
003451     EXIT.
003452
003453 3050-SET-USER.
003454     IF PC-NAME = SPACES
003455         MOVE "USER ID IS BLANK" TO REJECT-REASON
003456     ELSE
003457         MOVE PC-NAME TO CHANGE-USER
003458     END-IF.
003459 3050-EXIT.
003460     EXIT.
003461
003462*----------------------------------------------------------*
003463* 3100-ADD-CELL - VALIDATE AND ADD ONE CELL RECORD.  THE    *
003464* OFFSETS MUST BE NUMERIC, MUST FIT THE LARGEST BOARD IN    *
003465* ROUTINE USE, AND MUST NOT DUPLICATE AN EXISTING CELL.     *
003466*----------------------------------------------------------*
003467 3100-ADD-CELL.
003468     IF PC-NAME = SPACES
003470         MOVE "PATTERN NAME IS BLANK" TO REJECT-REASON
003480     END-IF.
003490     IF REJECT-REASON = SPACES
004010     IF NOT NAME-WAS-FOUND
004020         MOVE "PATTERN NAME NOT IN LIBRARY" TO REJECT-REASON
004030     ELSE
004033         PERFORM 3910-LOG-CHANGE THRU 3910-EXIT
004036         MOVE "O" TO CHANGE-LINE-TYPE
004040         MOVE 0 TO J
004050         PERFORM 3210-KEEP-UNMATCHED-CELL THRU 3210-EXIT
004060             VARYING I FROM 1 BY 1 UNTIL I > LIBRARY-COUNT
004070         MOVE J TO LIBRARY-COUNT
004071         MOVE 0 TO PLACEMENT-MATCHES
004072         PERFORM 3220-COUNT-PLACEMENT THRU 3220-EXIT
004073             VARYING J FROM 1 BY 1 UNTIL J > SCENARIO-COUNT
004074         IF PLACEMENT-MATCHES > 0
004075             ADD 1 TO VERSION-WARNINGS
004076             MOVE PLACEMENT-MATCHES TO EDIT-PLACEMENTS
004077             MOVE SPACES TO REPORT-RECORD
004078             STRING "  WARNING - " EDIT-PLACEMENTS
004079                 " SCENARIO PLACEMENT(S) STILL NAME " PC-NAME
004080                 DELIMITED BY SIZE INTO REPORT-RECORD
004081             WRITE REPORT-RECORD
004082         END-IF
004083     END-IF.
004090 3200-EXIT.
004100     EXIT.
004110
004130     IF LIB-NAME(I) NOT = PC-NAME
004140         ADD 1 TO J
004150         MOVE LIB-ENTRY(I) TO LIB-ENTRY(J)
004153     ELSE
004156         PERFORM 3920-LOG-CELL THRU 3920-EXIT
004160     END-IF.
004170 3210-EXIT.
004180     EXIT.
004181
004182 3220-COUNT-PLACEMENT.
004183     IF SCN-PATTERN-NAME(J) = PC-NAME
004184         ADD 1 TO PLACEMENT-MATCHES
004185     END-IF.
004186 3220-EXIT.
004187     EXIT.
004190
004200*----------------------------------------------------------*
004210* 3300-RENAME-PATTERN - CHANGE EVERY CELL RECORD OF THE     *
004220* NAMED PATTERN TO THE NEW NAME.  THE NEW NAME MUST NOT     *
004226* ALREADY BE IN THE LIBRARY.  SCENARIO PLACEMENTS OF THE    *
004232* PATTERN FOLLOW IT TO THE NEW NAME.                        *
004240*----------------------------------------------------------*
004250 3300-RENAME-PATTERN.
004260     IF PC-NEW-NAME = SPACES
004430         END-IF
004440     END-IF.
004450     IF REJECT-REASON = SPACES
004453         MOVE PC-NEW-NAME TO CHANGE-OTHER-NAME
004456         PERFORM 3910-LOG-CHANGE THRU 3910-EXIT
004460         PERFORM 3310-RENAME-ONE-CELL THRU 3310-EXIT
004470             VARYING I FROM 1 BY 1 UNTIL I > LIBRARY-COUNT
004471         MOVE 0 TO PLACEMENT-MATCHES
004472         PERFORM 3320-RENAME-PLACEMENT THRU 3320-EXIT
004473             VARYING J FROM 1 BY 1 UNTIL J > SCENARIO-COUNT
004474         IF PLACEMENT-MATCHES > 0
004475             MOVE PLACEMENT-MATCHES TO EDIT-PLACEMENTS
004476             MOVE SPACES TO REPORT-RECORD
004477             STRING "  " EDIT-PLACEMENTS
004478                 " SCENARIO PLACEMENT(S) RENAMED TO " PC-NEW-NAME
004479                 DELIMITED BY SIZE INTO REPORT-RECORD
004480             WRITE REPORT-RECORD
004481         END-IF
004482     END-IF.
004490 3300-EXIT.
004500     EXIT.
004510
004550     END-IF.
004560 3310-EXIT.
004570     EXIT.
004571
004572 3320-RENAME-PLACEMENT.
004573     IF SCN-PATTERN-NAME(J) = PC-NAME
004574         ADD 1 TO PLACEMENT-MATCHES
004575         MOVE PC-NEW-NAME TO SCN-PATTERN-NAME(J)
004576         PERFORM 3930-LOG-PLACEMENT THRU 3930-EXIT
004577     END-IF.
004578 3320-EXIT.
004579     EXIT.
004580
004590 3400-SCAN-LIBRARY-NAME.
004600     MOVE "N" TO NAME-FOUND-FLAG.
004710 3410-EXIT.
004720     EXIT.
004730
004731*----------------------------------------------------------*
004732* 3500-ACCEPT-CANDIDATE - ADD THE SHAPE OF A CENSUS         *
004733* CANDIDATE TO THE LIBRARY UNDER A NEW NAME.  EACH LIVE     *
004734* CELL OF THE SHAPE GOES THROUGH 3100-ADD-CELL WITH ITS     *
004735* OFFSET FROM THE TOP-LEFT CORNER; IF ANY CELL IS REJECTED  *
004736* THE CELLS ALREADY ADDED ARE TAKEN BACK OUT.               *
004737*----------------------------------------------------------*
004738 3500-ACCEPT-CANDIDATE.
004739     IF PC-NAME = SPACES
004740         MOVE "PATTERN NAME IS BLANK" TO REJECT-REASON
004741         GO TO 3500-EXIT
004742     END-IF.
004743     IF PC-NEW-NAME = SPACES
004744         MOVE "CANDIDATE ID IS BLANK" TO REJECT-REASON
004745         GO TO 3500-EXIT
004746     END-IF.
004747     MOVE PC-NAME TO SCAN-NAME.
004748     PERFORM 3400-SCAN-LIBRARY-NAME THRU 3400-EXIT.
004749     IF NAME-WAS-FOUND
004750         MOVE "PATTERN NAME ALREADY IN LIBRARY" TO REJECT-REASON
004751         GO TO 3500-EXIT
004752     END-IF.
004753     PERFORM 3510-FIND-CANDIDATE THRU 3510-EXIT.
004754     IF REJECT-REASON NOT = SPACES
004755         GO TO 3500-EXIT
004756     END-IF.
004757     MOVE LIBRARY-COUNT TO ACCEPT-BASE.
004758     PERFORM 3530-ACCEPT-ONE-CELL THRU 3530-EXIT
004759         VARYING SHAPE-INDEX FROM 1 BY 1
004760         UNTIL SHAPE-INDEX > ACCEPT-AREA
004761            OR REJECT-REASON NOT = SPACES.
004762     IF REJECT-REASON NOT = SPACES
004763         MOVE ACCEPT-BASE TO LIBRARY-COUNT
004764         GO TO 3500-EXIT
004765     END-IF.
004766     COMPUTE ACCEPT-ADDED = LIBRARY-COUNT - ACCEPT-BASE.
004767     IF ACCEPT-ADDED = 0
004768         MOVE "CANDIDATE SHAPE HAS NO LIVE CELLS"
004769             TO REJECT-REASON
004770         GO TO 3500-EXIT
004771     END-IF.
004772     PERFORM 3910-LOG-CHANGE THRU 3910-EXIT.
004773     MOVE "N" TO CHANGE-LINE-TYPE.
004774     COMPUTE CHANGE-BASE = ACCEPT-BASE + 1.
004775     PERFORM 3920-LOG-CELL THRU 3920-EXIT
004776         VARYING I FROM CHANGE-BASE BY 1 UNTIL I > LIBRARY-COUNT.
004777     MOVE ACCEPT-ADDED TO EDIT-CELLS.
004778     MOVE SPACES TO REPORT-RECORD.
004779     STRING "  CANDIDATE " PC-NEW-NAME " - " EDIT-CELLS
004780         " CELL(S) ADDED AS " PC-NAME
004781         DELIMITED BY SIZE INTO REPORT-RECORD.
004782     WRITE REPORT-RECORD.
004783 3500-EXIT.
004784     EXIT.
004785
004786 3510-FIND-CANDIDATE.
004787     MOVE "N" TO CANDIDATE-FOUND-FLAG.
004788     MOVE "N" TO CANDIDATE-EOF-FLAG.
004789     OPEN INPUT CANDIDATE-FILE.
004790     IF FS-CANDIDATE NOT = "00"
004791         MOVE "CANDIDATE DATASET NOT AVAILABLE" TO REJECT-REASON
004792         GO TO 3510-EXIT
004793     END-IF.
004794     PERFORM 3520-READ-CANDIDATE THRU 3520-EXIT
004795         UNTIL NO-MORE-CANDIDATES OR CANDIDATE-WAS-FOUND.
004796     CLOSE CANDIDATE-FILE.
004797     IF NOT CANDIDATE-WAS-FOUND
004798         MOVE "CANDIDATE NOT IN THE REVIEW QUEUE"
004799             TO REJECT-REASON
004800         GO TO 3510-EXIT
004801     END-IF.
004802     IF ACCEPT-HEIGHT NOT NUMERIC OR ACCEPT-WIDTH NOT NUMERIC
004803         MOVE "CANDIDATE RECORD IS MALFORMED" TO REJECT-REASON
004804         GO TO 3510-EXIT
004805     END-IF.
004806     COMPUTE ACCEPT-AREA = ACCEPT-HEIGHT * ACCEPT-WIDTH.
004807     IF ACCEPT-AREA = 0 OR ACCEPT-AREA > ACCEPT-AREA-LIMIT
004808         MOVE "CANDIDATE RECORD IS MALFORMED" TO REJECT-REASON
004809     END-IF.
004810 3510-EXIT.
004811     EXIT.
004812
004813 3520-READ-CANDIDATE.
004814     READ CANDIDATE-FILE
004815         AT END
004816             MOVE "Y" TO CANDIDATE-EOF-FLAG
004817         NOT AT END
004818             IF CD-CANDIDATE-ID = PC-NEW-NAME
004819                 MOVE "Y" TO CANDIDATE-FOUND-FLAG
004820                 MOVE CD-HEIGHT TO ACCEPT-HEIGHT
004821                 MOVE CD-WIDTH TO ACCEPT-WIDTH
004822                 MOVE CD-SHAPE TO ACCEPT-SHAPE
004823             END-IF
004824     END-READ.
004825 3520-EXIT.
004826     EXIT.
004827
004828 3530-ACCEPT-ONE-CELL.
004829     IF ACCEPT-SHAPE(SHAPE-INDEX:1) = "O"
004830         COMPUTE SHAPE-ROW = (SHAPE-INDEX - 1) / ACCEPT-WIDTH
004831         COMPUTE SHAPE-COL =
004832             SHAPE-INDEX - 1 - SHAPE-ROW * ACCEPT-WIDTH
004833         MOVE SHAPE-ROW TO PC-ROW-OFFSET
004834         MOVE SHAPE-COL TO PC-COL-OFFSET
004835         PERFORM 3100-ADD-CELL THRU 3100-EXIT
004836     END-IF.
004837 3530-EXIT.
004838     EXIT.
004839
004840*----------------------------------------------------------*
004841* 3910-LOG-CHANGE - WRITE THE C LINE FOR AN ACCEPTED CHANGE *
004842* AND NOTE THAT THE RUN WILL ISSUE A NEW VERSION.  3920 AND *
004843* 3930 WRITE THE CELL AND SCENARIO PLACEMENT LINES UNDER IT.*
004844*----------------------------------------------------------*
004845 3910-LOG-CHANGE.
004846     MOVE "Y" TO LIBRARY-CHANGED-FLAG.
004847     MOVE SPACES TO CHANGE-RECORD.
004848     MOVE CHANGE-STAMP TO LC-CHANGED-AT.
004849     MOVE CHANGE-USER TO LC-CHANGED-BY.
004850     MOVE ISSUED-VERSION TO LC-VERSION.
004851     MOVE LOADED-VERSION TO LC-BASE-VERSION.
004852     MOVE PC-ACTION TO LC-ACTION.
004853     MOVE PC-NAME TO LC-NAME.
004854     MOVE CHANGE-OTHER-NAME TO LC-OTHER-NAME.
004855     MOVE "C" TO LC-LINE-TYPE.
004856     MOVE 0 TO LC-ROW.
004857     MOVE 0 TO LC-COL.
004858     WRITE CHANGE-RECORD.
004859 3910-EXIT.
004860     EXIT.
004861
004862 3920-LOG-CELL.
004863     MOVE CHANGE-LINE-TYPE TO LC-LINE-TYPE.
004864     MOVE LIB-ROW(I) TO LC-ROW.
004865     MOVE LIB-COL(I) TO LC-COL.
004866     WRITE CHANGE-RECORD.
004867 3920-EXIT.
004868     EXIT.
004869
004870 3930-LOG-PLACEMENT.
004871     MOVE "S" TO LC-LINE-TYPE.
004872     MOVE SCN-SCENARIO-NAME(J) TO LC-OTHER-NAME.
004873     MOVE 0 TO LC-ROW.
004874     MOVE 0 TO LC-COL.
004875     IF SCN-PLACEMENT(J)(1:6) NUMERIC
004876         MOVE SCN-PLACEMENT(J)(1:3) TO ANCHOR-ROW
004877         MOVE SCN-PLACEMENT(J)(4:3) TO ANCHOR-COL
004878         MOVE ANCHOR-ROW TO LC-ROW
004879         MOVE ANCHOR-COL TO LC-COL
004880     END-IF.
004881     WRITE CHANGE-RECORD.
004882 3930-EXIT.
004883     EXIT.
004884
004885*----------------------------------------------------------*
004886* 5000-WRITE-NEW-LIBRARY - WRITE THE MAINTAINED LIBRARY AND *
004887* SCENARIOS TO THE NEW DATASETS FOR THE OPERATOR TO SWAP IN *
004888* AS A PAIR.  A RUN THAT CHANGED THE LIBRARY WRITES THEM    *
004889* UNDER THE NEW VERSION AND ADDS THAT VERSION TO THE        *
004890* HISTORY; OTHERWISE THEY KEEP THE VERSIONS THEY HAD.       *
004891*----------------------------------------------------------*
004892 5000-WRITE-NEW-LIBRARY.
004902     IF NOT NEW-LIBRARY-IS-OPEN
004912         GO TO 5000-EXIT
004970     END-IF.
004971     IF LIBRARY-WAS-CHANGED
004972         MOVE ISSUED-VERSION TO LOADED-VERSION
004973         MOVE ISSUED-VERSION TO SCENARIO-VERSION
004974     END-IF.
004975     MOVE "*VER" TO NH-TAG.
004976     MOVE LOADED-VERSION TO NH-VERSION.
004977     WRITE NEW-PATTERN-HEADER.
004978     PERFORM 5100-WRITE-ONE-CELL THRU 5100-EXIT
004979         VARYING I FROM 1 BY 1 UNTIL I > LIBRARY-COUNT.
004980     CLOSE NEW-PATTERN-FILE.
004981     MOVE SPACES TO NEW-SCENARIO-RECORD.
004982     STRING "*VER" SCENARIO-VERSION DELIMITED BY SIZE
004983         INTO NEW-SCENARIO-RECORD.
004984     WRITE NEW-SCENARIO-RECORD.
004985     PERFORM 5200-WRITE-ONE-PLACEMENT THRU 5200-EXIT
004986         VARYING J FROM 1 BY 1 UNTIL J > SCENARIO-COUNT.
004987     CLOSE NEW-SCENARIO-FILE.
004988     MOVE LIBRARY-COUNT TO EDIT-LIB-COUNT.
004989     MOVE SPACES TO REPORT-RECORD.
004990     STRING "UPDATED LIBRARY WRITTEN - " EDIT-LIB-COUNT
004991         " CELL RECORD(S), VERSION " LOADED-VERSION
004992         DELIMITED BY SIZE INTO REPORT-RECORD.
004993     WRITE REPORT-RECORD.
004994     MOVE SCENARIO-COUNT TO EDIT-PLACEMENTS.
004995     MOVE SPACES TO REPORT-RECORD.
004996     STRING "SCENARIO DATASET WRITTEN - " EDIT-PLACEMENTS
004997         " PLACEMENT RECORD(S), VERSION " SCENARIO-VERSION
004998         DELIMITED BY SIZE INTO REPORT-RECORD.
004999     WRITE REPORT-RECORD.
005000     MOVE SPACES TO REPORT-RECORD.
005001     IF LIBRARY-WAS-CHANGED
005002         MOVE ISSUED-VERSION TO ARCHIVE-VERSION
005003         PERFORM 5300-ARCHIVE-LIBRARY THRU 5300-EXIT
005004         STRING "NEW LIBRARY VERSION " ISSUED-VERSION
005005             " ISSUED AND ADDED TO THE LIBRARY HISTORY"
005006             DELIMITED BY SIZE INTO REPORT-RECORD
005007     ELSE
005008         STRING "LIBRARY UNCHANGED - NO NEW VERSION ISSUED"
005009             DELIMITED BY SIZE INTO REPORT-RECORD
005010     END-IF.
005011     WRITE REPORT-RECORD.
005012 5000-EXIT.
005013     EXIT.
005014
005015 5100-WRITE-ONE-CELL.
005020     MOVE LIB-NAME(I) TO NP-PATTERN-NAME.
005030     MOVE LIB-ROW(I) TO NP-ROW-OFFSET.
005040     MOVE LIB-COL(I) TO NP-COL-OFFSET.
005050     WRITE NEW-PATTERN-RECORD.
005060 5100-EXIT.
005070     EXIT.
005071
005072 5200-WRITE-ONE-PLACEMENT.
005073     MOVE SCN-ENTRY(J) TO NEW-SCENARIO-RECORD.
005074     WRITE NEW-SCENARIO-RECORD.
005075 5200-EXIT.
005076     EXIT.
005077
005078*----------------------------------------------------------*
005079* 5300-ARCHIVE-LIBRARY - ADD A COMPLETE COPY OF THE LIBRARY *
005080* AND SCENARIO TABLES, EACH WITH ITS HEADER RECORD, TO THE  *
005081* LIBRARY HISTORY UNDER ARCHIVE-VERSION.                    *
005082*----------------------------------------------------------*
005083 5300-ARCHIVE-LIBRARY.
005084     MOVE ARCHIVE-VERSION TO LH-VERSION.
005085     MOVE "P" TO LH-TYPE.
005086     MOVE SPACES TO LH-IMAGE.
005087     STRING "*VER" ARCHIVE-VERSION DELIMITED BY SIZE
005088         INTO LH-IMAGE.
005089     WRITE HISTORY-RECORD.
005090     PERFORM 5310-ARCHIVE-ONE-CELL THRU 5310-EXIT
005091         VARYING I FROM 1 BY 1 UNTIL I > LIBRARY-COUNT.
005092     MOVE "S" TO LH-TYPE.
005093     MOVE SPACES TO LH-IMAGE.
005094     STRING "*VER" ARCHIVE-VERSION DELIMITED BY SIZE
005095         INTO LH-IMAGE.
005096     WRITE HISTORY-RECORD.
005097     PERFORM 5320-ARCHIVE-ONE-PLACEMENT THRU 5320-EXIT
005098         VARYING J FROM 1 BY 1 UNTIL J > SCENARIO-COUNT.
005099 5300-EXIT.
005100     EXIT.
005101
005102 5310-ARCHIVE-ONE-CELL.
005103     MOVE LIB-NAME(I) TO HC-NAME.
005104     MOVE LIB-ROW(I) TO HC-ROW.
005105     MOVE LIB-COL(I) TO HC-COL.
005106     MOVE HISTORY-CELL-IMAGE TO LH-IMAGE.
005107     WRITE HISTORY-RECORD.
005108 5310-EXIT.
005109     EXIT.
005110
005111 5320-ARCHIVE-ONE-PLACEMENT.
005112     MOVE SCN-ENTRY(J) TO LH-IMAGE.
005113     WRITE HISTORY-RECORD.
005114 5320-EXIT.
005115     EXIT.
005116
005117*----------------------------------------------------------*
005118* 6000-WRITE-CATALOG - ROLL THE LIBRARY UP BY PATTERN NAME  *
005119* AND PRINT ONE CATALOG LINE PER PATTERN SHOWING ITS CELL   *
005120* COUNT AND BOUNDING BOX.                                   *
005130*----------------------------------------------------------*
005140 6000-WRITE-CATALOG.
006130     OPEN INPUT AUDIT-FILE.
006140     IF FS-AUDIT NOT = "00"
006150         MOVE "Y" TO AUDIT-EOF-FLAG
006152         IF CONDITION-CODE < 4
006154             MOVE 4 TO CONDITION-CODE
006156         END-IF
006160         MOVE SPACES TO REPORT-RECORD
006170         STRING "  AUDIT TRAIL NOT AVAILABLE - USAGE NOT "
006180             "CHECKED" DELIMITED BY SIZE INTO REPORT-RECORD
006400     MOVE SPACES TO USED-NAME.
006410     PERFORM 7210-CHECK-PATTERN-TOKEN THRU 7210-EXIT
006420         VARYING P FROM 1 BY 1
006430         UNTIL P > 283 OR TOKEN-WAS-FOUND.
006440     IF TOKEN-WAS-FOUND AND USED-NAME NOT = SPACES
006450         PERFORM 7220-MARK-PATTERN-USED THRU 7220-EXIT
006460             VARYING J FROM 1 BY 1 UNTIL J > CATALOG-COUNT
007120         " COMMAND(S) ACCEPTED, " EDIT-REJECTED
007130         " REJECTED, " EDIT-DROPPED
007140         " LIBRARY RECORD(S) DROPPED".
007141     IF CONDITION-CODE < 4
007142      AND (COMMANDS-REJECTED > 0 OR LIBRARY-DROPPED > 0
007143       OR CATALOG-OVERFLOW > 0 OR SCENARIO-DROPPED > 0
007144       OR VERSION-WARNINGS > 0)
007145         MOVE 4 TO CONDITION-CODE
007146     END-IF.
007147     MOVE CONDITION-CODE TO RETURN-CODE.
007148     IF HISTORY-IS-OPEN
007149         CLOSE HISTORY-FILE
007150     END-IF.
007151     IF CHANGE-LOG-IS-OPEN
007152         CLOSE CHANGE-FILE
007153     END-IF.
007154     CLOSE COMMAND-FILE.
007160     CLOSE REPORT-FILE.
007170 9000-EXIT.
007180     EXIT.
