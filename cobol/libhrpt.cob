000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LIBRARY-HISTORY.
000030 AUTHOR. R HARTWELL.
000040 INSTALLATION. DEMO SYSTEMS GROUP.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY                                      *
000090*  DATE       INIT  DESCRIPTION                              *
000100*  10/15/2026 RH    ORIGINAL PROGRAM - MONTH-END REVIEW OF   *
000110*                   THE PATTERN LIBRARY CHANGE LOG KEPT BY   *
000120*                   PATTERN-MAINT.  EVERY CHANGE MADE IN THE *
000130*                   MONTH IS LISTED UNDER THE LIBRARY        *
000140*                   VERSION IT PRODUCED, WITH WHO MADE IT,   *
000150*                   WHEN, AND THE CELLS REMOVED AND ADDED,   *
000160*                   FOLLOWED BY TOTALS BY ACTION, BY USER    *
000170*                   AND BY PATTERN.                          *
000180*----------------------------------------------------------*
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220     SELECT CHANGE-FILE ASSIGN TO "LIBCHG"
000230         ORGANIZATION IS LINE SEQUENTIAL
000240         FILE STATUS IS FS-CHANGE.
000250     SELECT PARM-FILE ASSIGN TO "HISTPARM"
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS FS-PARM.
000280     SELECT REPORT-FILE ASSIGN TO "LIBHRPT"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS FS-REPORT.
000310 DATA DIVISION.
000320 FILE SECTION.
000330* LIBRARY CHANGE LOG AS APPENDED BY PATTERN-MAINT.  EACH
000340* CHANGE HAS A C LINE, FOLLOWED BY ITS O (OLD CELL), N (NEW
000350* CELL) OR S (SCENARIO PLACEMENT RENAMED) LINES.  AN ADD IS
000360* ONE CELL, SO A SHAPE BUILT UP BY ADDS IS A RUN OF C LINES.
000370 FD  CHANGE-FILE.
000380 01  CHANGE-RECORD.
000390     05  LC-CHANGED-AT           PIC X(14).
000400     05  LC-CHANGED-AT-PARTS REDEFINES LC-CHANGED-AT.
000410         10  LC-CHANGED-MONTH    PIC X(06).
000420         10  LC-CHANGED-DAY      PIC X(02).
000430         10  LC-CHANGED-HOUR     PIC X(02).
000440         10  LC-CHANGED-MINUTE   PIC X(02).
000450         10  LC-CHANGED-SECOND   PIC X(02).
000460     05  LC-CHANGED-BY           PIC X(10).
000470     05  LC-VERSION              PIC X(14).
000480     05  LC-BASE-VERSION         PIC X(14).
000490     05  LC-ACTION               PIC X(06).
000500     05  LC-NAME                 PIC X(10).
000510     05  LC-OTHER-NAME           PIC X(10).
000520     05  LC-LINE-TYPE            PIC X(01).
000530         88  LC-CHANGE-LINE                 VALUE "C".
000540         88  LC-OLD-CELL                    VALUE "O".
000550         88  LC-NEW-CELL                    VALUE "N".
000560         88  LC-SCENARIO-LINE               VALUE "S".
000570     05  LC-CELL.
000580         10  LC-ROW              PIC S9(03)
000590                                 SIGN LEADING SEPARATE.
000600         10  LC-COL              PIC S9(03)
000610                                 SIGN LEADING SEPARATE.
000620
000630* OPTIONAL - THE MONTH TO REVIEW AS YYYYMM.  ABSENT OR NOT
000640* NUMERIC MEANS THE CURRENT MONTH.
000650 FD  PARM-FILE.
000660 01  PARM-RECORD.
000670     05  HP-MONTH                PIC X(06).
000680
000690 FD  REPORT-FILE.
000700 01  REPORT-RECORD               PIC X(80).
000710
000720 WORKING-STORAGE SECTION.
000730* MONTH UNDER REVIEW
000740 01  REVIEW-MONTH                PIC X(06).
000750 01  CURRENT-DATE-FIELD          PIC 9(08).
000760
000770* THE VERSION AND THE CHANGE CURRENTLY BEING LISTED
000780 01  LISTED-VERSION              PIC X(14) VALUE SPACES.
000790 01  LISTED-ACTION               PIC X(06) VALUE SPACES.
000800 01  LISTED-NAME                 PIC X(10) VALUE SPACES.
000810 01  DISPLAY-STAMP               PIC X(19).
000820
000830* CELLS ARE GATHERED SEVEN TO A LINE UNDER THEIR CHANGE
000840 01  CELL-LINE                   VALUE SPACES.
000850     05  CELL-LINE-LABEL         PIC X(16).
000860     05  CELL-LINE-ENTRY         PIC X(09) OCCURS 7 TIMES.
000870 01  CELL-LINE-COUNT             PIC 9(01) VALUE 0.
000880 01  CELL-LINE-TYPE              PIC X(01) VALUE SPACE.
000890 01  CELL-LINE-LIMIT             PIC 9(01) VALUE 7.
000900
000910* CHANGE TOTALS BY USER AND BY PATTERN FOR THE MONTH
000920 01  USER-LIMIT                  PIC 9(03) VALUE 50.
000930 01  USER-COUNT                  PIC 9(03) VALUE 0.
000940 01  USER-TABLE.
000950     05  UT-ENTRY OCCURS 50 TIMES.
000960         10  UT-NAME             PIC X(10).
000970         10  UT-CHANGES          PIC 9(05).
000980         10  UT-CELLS            PIC 9(06).
000990 01  NAME-LIMIT                  PIC 9(03) VALUE 200.
001000 01  NAME-COUNT                  PIC 9(03) VALUE 0.
001010 01  NAME-TABLE.
001020     05  NT-ENTRY OCCURS 200 TIMES.
001030         10  NT-NAME             PIC X(10).
001040         10  NT-CHANGES          PIC 9(05).
001050         10  NT-CELLS-ADDED      PIC 9(06).
001060         10  NT-CELLS-REMOVED    PIC 9(06).
001070 01  USER-INDEX                  PIC 9(03).
001080 01  NAME-INDEX                  PIC 9(03).
001090 01  UX                          PIC 9(03).
001100 01  NX                          PIC 9(03).
001110
001120* COUNTERS
001130 01  RECORDS-READ                PIC 9(06) VALUE 0.
001140 01  RECORDS-SELECTED            PIC 9(06) VALUE 0.
001150 01  RECORDS-SKIPPED             PIC 9(06) VALUE 0.
001160 01  VERSIONS-ISSUED             PIC 9(04) VALUE 0.
001170 01  CHANGES-LISTED              PIC 9(05) VALUE 0.
001180 01  ADD-CHANGES                 PIC 9(05) VALUE 0.
001190 01  DELETE-CHANGES              PIC 9(05) VALUE 0.
001200 01  RENAME-CHANGES              PIC 9(05) VALUE 0.
001210 01  ACCEPT-CHANGES              PIC 9(05) VALUE 0.
001220 01  CELLS-ADDED                 PIC 9(06) VALUE 0.
001230 01  CELLS-REMOVED               PIC 9(06) VALUE 0.
001240 01  PLACEMENTS-RENAMED          PIC 9(05) VALUE 0.
001250 01  TOTALS-DROPPED              PIC 9(05) VALUE 0.
001260
001270* SWITCHES
001280 01  CHANGE-EOF-FLAG             PIC X(01) VALUE "N".
001290     88  NO-MORE-CHANGES                    VALUE "Y".
001300 01  CHANGE-OPEN-FLAG            PIC X(01) VALUE "N".
001310     88  CHANGE-LOG-IS-OPEN                 VALUE "Y".
001320 01  REPORT-OK-FLAG              PIC X(01) VALUE "N".
001330     88  REPORT-IS-OPEN                     VALUE "Y".
001340
001350* CONDITION CODE HANDED BACK TO THE JOB STREAM - 0 CLEAN,
001360* 4 WARNINGS, 8 A REQUIRED DATASET WAS NOT AVAILABLE
001370 01  CONDITION-CODE              PIC 9(02) VALUE 0.
001380
001390* FILE STATUS SWITCHES
001400 01  FS-CHANGE                   PIC X(02).
001410 01  FS-PARM                     PIC X(02).
001420 01  FS-REPORT                   PIC X(02).
001430
001440* REPORT LINE-EDITING WORK AREAS
001450 01  EDIT-COUNT                  PIC ZZZZ9.
001460 01  EDIT-CELLS                  PIC ZZZZZ9.
001470 01  EDIT-REMOVED                PIC ZZZZZ9.
001480 01  EDIT-READ                   PIC ZZZZZ9.
001490
001500 PROCEDURE DIVISION.
001510*----------------------------------------------------------*
001520* 0000-MAINLINE - LIST THE MONTH'S CHANGES VERSION BY       *
001530* VERSION, THEN THE MONTH'S TOTALS.                         *
001540*----------------------------------------------------------*
001550 0000-MAINLINE.
001560     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001570     IF REPORT-IS-OPEN AND CHANGE-LOG-IS-OPEN
001580         PERFORM 2000-LIST-CHANGES THRU 2000-EXIT
001590         PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT
001600     END-IF.
001610     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001620     STOP RUN.
001630
001640*----------------------------------------------------------*
001650* 1000-INITIALIZE - PICK THE MONTH, OPEN THE REPORT AND THE *
001660* CHANGE LOG.  BOTH ARE REQUIRED.                           *
001670*----------------------------------------------------------*
001680 1000-INITIALIZE.
001690     ACCEPT CURRENT-DATE-FIELD FROM DATE YYYYMMDD.
001700     MOVE CURRENT-DATE-FIELD(1:6) TO REVIEW-MONTH.
001710     OPEN INPUT PARM-FILE.
001720     IF FS-PARM = "00"
001730         READ PARM-FILE
001740             AT END
001750                 MOVE SPACES TO PARM-RECORD
001760         END-READ
001770         IF HP-MONTH NUMERIC
001780             MOVE HP-MONTH TO REVIEW-MONTH
001790         END-IF
001800         CLOSE PARM-FILE
001810     END-IF.
001820     OPEN OUTPUT REPORT-FILE.
001830     IF FS-REPORT NOT = "00"
001840         DISPLAY "LIBRARY HISTORY REPORT DATASET NOT AVAILABLE - "
001850             "FILE STATUS " FS-REPORT " - JOB TERMINATED"
001860         MOVE 8 TO CONDITION-CODE
001870         GO TO 1000-EXIT
001880     END-IF.
001890     MOVE "Y" TO REPORT-OK-FLAG.
001900     MOVE SPACES TO REPORT-RECORD.
001910     STRING "PATTERN LIBRARY CHANGE HISTORY - MONTH "
001920         REVIEW-MONTH(1:4) "-" REVIEW-MONTH(5:2)
001930         DELIMITED BY SIZE INTO REPORT-RECORD.
001940     WRITE REPORT-RECORD.
001950     OPEN INPUT CHANGE-FILE.
001960     IF FS-CHANGE NOT = "00"
001970         DISPLAY "LIBRARY CHANGE LOG NOT AVAILABLE - FILE "
001980             "STATUS " FS-CHANGE " - JOB TERMINATED"
001990         MOVE 8 TO CONDITION-CODE
002000         MOVE SPACES TO REPORT-RECORD
002010         STRING "LIBRARY CHANGE LOG NOT AVAILABLE - FILE "
002020             "STATUS " FS-CHANGE " - NOTHING REPORTED"
002030             DELIMITED BY SIZE INTO REPORT-RECORD
002040         WRITE REPORT-RECORD
002050         GO TO 1000-EXIT
002060     END-IF.
002070     MOVE "Y" TO CHANGE-OPEN-FLAG.
002080 1000-EXIT.
002090     EXIT.
002100
002110*----------------------------------------------------------*
002120* 2000-LIST-CHANGES - THE LOG IS IN THE ORDER THE CHANGES   *
002130* WERE MADE, SO A NEW VERSION OR A NEW C LINE STARTS A NEW  *
002140* HEADING.  A RUN OF ADDS TO ONE PATTERN IN ONE VERSION IS  *
002150* LISTED AS ONE CHANGE WITH ALL ITS CELLS.                  *
002160*----------------------------------------------------------*
002170 2000-LIST-CHANGES.
002180     PERFORM 2100-READ-CHANGE THRU 2100-EXIT.
002190     PERFORM 2200-LIST-ONE-RECORD THRU 2200-EXIT
002200         UNTIL NO-MORE-CHANGES.
002210     PERFORM 4000-FLUSH-CELL-LINE THRU 4000-EXIT.
002220     CLOSE CHANGE-FILE.
002230     MOVE "N" TO CHANGE-OPEN-FLAG.
002240     IF RECORDS-SELECTED = 0
002250         MOVE SPACES TO REPORT-RECORD
002260         WRITE REPORT-RECORD
002270         MOVE SPACES TO REPORT-RECORD
002280         STRING "NO LIBRARY CHANGES WERE MADE IN THE MONTH"
002290             DELIMITED BY SIZE INTO REPORT-RECORD
002300         WRITE REPORT-RECORD
002310     END-IF.
002320 2000-EXIT.
002330     EXIT.
002340
002350 2100-READ-CHANGE.
002360     READ CHANGE-FILE
002370         AT END
002380             MOVE "Y" TO CHANGE-EOF-FLAG
002390         NOT AT END
002400             ADD 1 TO RECORDS-READ
002410     END-READ.
002420 2100-EXIT.
002430     EXIT.
002440
002450* A LINE WITH A DAMAGED DATE OR CELL CANNOT BE PLACED IN THE
002460* HISTORY AND IS COUNTED AND SKIPPED
002470 2200-LIST-ONE-RECORD.
002480     IF LC-CHANGED-AT NOT NUMERIC OR LC-VERSION NOT NUMERIC
002490      OR LC-ROW NOT NUMERIC OR LC-COL NOT NUMERIC
002500         ADD 1 TO RECORDS-SKIPPED
002510         GO TO 2200-READ-NEXT
002520     END-IF.
002530     IF LC-CHANGED-MONTH NOT = REVIEW-MONTH
002540         GO TO 2200-READ-NEXT
002550     END-IF.
002560     ADD 1 TO RECORDS-SELECTED.
002570     IF LC-VERSION NOT = LISTED-VERSION
002580         PERFORM 4000-FLUSH-CELL-LINE THRU 4000-EXIT
002590         PERFORM 2300-START-VERSION THRU 2300-EXIT
002600     END-IF.
002610     EVALUATE TRUE
002620         WHEN LC-CHANGE-LINE
002630             PERFORM 2400-START-CHANGE THRU 2400-EXIT
002640         WHEN LC-OLD-CELL OR LC-NEW-CELL
002650             PERFORM 2500-ADD-CELL THRU 2500-EXIT
002660         WHEN LC-SCENARIO-LINE
002670             PERFORM 2600-LIST-PLACEMENT THRU 2600-EXIT
002680         WHEN OTHER
002690             ADD 1 TO RECORDS-SKIPPED
002700     END-EVALUATE.
002710 2200-READ-NEXT.
002720     PERFORM 2100-READ-CHANGE THRU 2100-EXIT.
002730 2200-EXIT.
002740     EXIT.
002750
002760 2300-START-VERSION.
002770     MOVE LC-VERSION TO LISTED-VERSION.
002780     MOVE SPACES TO LISTED-ACTION.
002790     MOVE SPACES TO LISTED-NAME.
002800     ADD 1 TO VERSIONS-ISSUED.
002810     PERFORM 8100-FORMAT-STAMP THRU 8100-EXIT.
002820     MOVE SPACES TO REPORT-RECORD.
002830     WRITE REPORT-RECORD.
002840     MOVE SPACES TO REPORT-RECORD.
002850     STRING "VERSION " LC-VERSION "  FROM " LC-BASE-VERSION
002860         "  BY " LC-CHANGED-BY
002870         DELIMITED BY SIZE INTO REPORT-RECORD.
002880     WRITE REPORT-RECORD.
002890     MOVE SPACES TO REPORT-RECORD.
002900     STRING "  RUN STARTED " DISPLAY-STAMP
002910         DELIMITED BY SIZE INTO REPORT-RECORD.
002920     WRITE REPORT-RECORD.
002930 2300-EXIT.
002940     EXIT.
002950
002960 2400-START-CHANGE.
002970     IF LC-ACTION = "ADD" AND LISTED-ACTION = "ADD"
002980      AND LC-NAME = LISTED-NAME
002990         GO TO 2400-EXIT
003000     END-IF.
003010     PERFORM 4000-FLUSH-CELL-LINE THRU 4000-EXIT.
003020     MOVE LC-ACTION TO LISTED-ACTION.
003030     MOVE LC-NAME TO LISTED-NAME.
003040     ADD 1 TO CHANGES-LISTED.
003050     EVALUATE LC-ACTION
003060         WHEN "ADD"
003070             ADD 1 TO ADD-CHANGES
003080         WHEN "DELETE"
003090             ADD 1 TO DELETE-CHANGES
003100         WHEN "RENAME"
003110             ADD 1 TO RENAME-CHANGES
003120         WHEN "ACCEPT"
003130             ADD 1 TO ACCEPT-CHANGES
003140     END-EVALUATE.
003150     PERFORM 3000-FIND-USER THRU 3000-EXIT.
003160     IF USER-INDEX > 0
003170         ADD 1 TO UT-CHANGES(USER-INDEX)
003180     END-IF.
003190     PERFORM 3100-FIND-NAME THRU 3100-EXIT.
003200     IF NAME-INDEX > 0
003210         ADD 1 TO NT-CHANGES(NAME-INDEX)
003220     END-IF.
003230     MOVE SPACES TO REPORT-RECORD.
003240     IF LC-ACTION = "RENAME"
003250         STRING "  " LC-ACTION " " LC-NAME " TO " LC-OTHER-NAME
003260             DELIMITED BY SIZE INTO REPORT-RECORD
003270     ELSE
003280         STRING "  " LC-ACTION " " LC-NAME
003290             DELIMITED BY SIZE INTO REPORT-RECORD
003300     END-IF.
003310     WRITE REPORT-RECORD.
003320 2400-EXIT.
003330     EXIT.
003340
003350 2500-ADD-CELL.
003360     IF LC-LINE-TYPE NOT = CELL-LINE-TYPE
003370      OR CELL-LINE-COUNT NOT < CELL-LINE-LIMIT
003380         PERFORM 4000-FLUSH-CELL-LINE THRU 4000-EXIT
003390         MOVE LC-LINE-TYPE TO CELL-LINE-TYPE
003400         IF LC-OLD-CELL
003410             MOVE "    OLD CELLS" TO CELL-LINE-LABEL
003420         ELSE
003430             MOVE "    NEW CELLS" TO CELL-LINE-LABEL
003440         END-IF
003450     END-IF.
003460     ADD 1 TO CELL-LINE-COUNT.
003470     MOVE LC-CELL TO CELL-LINE-ENTRY(CELL-LINE-COUNT).
003480     PERFORM 3000-FIND-USER THRU 3000-EXIT.
003490     IF USER-INDEX > 0
003500         ADD 1 TO UT-CELLS(USER-INDEX)
003510     END-IF.
003520     PERFORM 3100-FIND-NAME THRU 3100-EXIT.
003530     IF LC-OLD-CELL
003540         ADD 1 TO CELLS-REMOVED
003550         IF NAME-INDEX > 0
003560             ADD 1 TO NT-CELLS-REMOVED(NAME-INDEX)
003570         END-IF
003580     ELSE
003590         ADD 1 TO CELLS-ADDED
003600         IF NAME-INDEX > 0
003610             ADD 1 TO NT-CELLS-ADDED(NAME-INDEX)
003620         END-IF
003630     END-IF.
003640 2500-EXIT.
003650     EXIT.
003660
003670 2600-LIST-PLACEMENT.
003680     PERFORM 4000-FLUSH-CELL-LINE THRU 4000-EXIT.
003690     ADD 1 TO PLACEMENTS-RENAMED.
003700     MOVE SPACES TO REPORT-RECORD.
003710     STRING "    SCENARIO " LC-OTHER-NAME " PLACEMENT AT "
003720         LC-CELL " CARRIED TO THE NEW NAME"
003730         DELIMITED BY SIZE INTO REPORT-RECORD.
003740     WRITE REPORT-RECORD.
003750 2600-EXIT.
003760     EXIT.
003770
003780*----------------------------------------------------------*
003790* 3000-FIND-USER / 3100-FIND-NAME - LOCATE OR ADD THE TOTAL *
003800* FOR THE CHANGE'S USER AND PATTERN.  A FULL TABLE LEAVES   *
003810* THE INDEX ZERO AND THE LINE OUT OF THE TOTALS.            *
003820*----------------------------------------------------------*
003830 3000-FIND-USER.
003840     MOVE 0 TO USER-INDEX.
003850     PERFORM 3010-MATCH-USER THRU 3010-EXIT
003860         VARYING UX FROM 1 BY 1
003870         UNTIL UX > USER-COUNT OR USER-INDEX > 0.
003880     IF USER-INDEX > 0
003890         GO TO 3000-EXIT
003900     END-IF.
003910     IF USER-COUNT NOT < USER-LIMIT
003920         ADD 1 TO TOTALS-DROPPED
003930         GO TO 3000-EXIT
003940     END-IF.
003950     ADD 1 TO USER-COUNT.
003960     MOVE USER-COUNT TO USER-INDEX.
003970     MOVE LC-CHANGED-BY TO UT-NAME(USER-INDEX).
003980     MOVE 0 TO UT-CHANGES(USER-INDEX).
003990     MOVE 0 TO UT-CELLS(USER-INDEX).
004000 3000-EXIT.
004010     EXIT.
004020
004030 3010-MATCH-USER.
004040     IF UT-NAME(UX) = LC-CHANGED-BY
004050         MOVE UX TO USER-INDEX
004060     END-IF.
004070 3010-EXIT.
004080     EXIT.
004090
004100 3100-FIND-NAME.
004110     MOVE 0 TO NAME-INDEX.
004120     PERFORM 3110-MATCH-NAME THRU 3110-EXIT
004130         VARYING NX FROM 1 BY 1
004140         UNTIL NX > NAME-COUNT OR NAME-INDEX > 0.
004150     IF NAME-INDEX > 0
004160         GO TO 3100-EXIT
004170     END-IF.
004180     IF NAME-COUNT NOT < NAME-LIMIT
004190         ADD 1 TO TOTALS-DROPPED
004200         GO TO 3100-EXIT
004210     END-IF.
004220     ADD 1 TO NAME-COUNT.
004230     MOVE NAME-COUNT TO NAME-INDEX.
004240     MOVE LC-NAME TO NT-NAME(NAME-INDEX).
004250     MOVE 0 TO NT-CHANGES(NAME-INDEX).
004260     MOVE 0 TO NT-CELLS-ADDED(NAME-INDEX).
004270     MOVE 0 TO NT-CELLS-REMOVED(NAME-INDEX).
004280 3100-EXIT.
004290     EXIT.
004300
004310 3110-MATCH-NAME.
004320     IF NT-NAME(NX) = LC-NAME
004330         MOVE NX TO NAME-INDEX
004340     END-IF.
004350 3110-EXIT.
004360     EXIT.
004370
004380*----------------------------------------------------------*
004390* 4000-FLUSH-CELL-LINE - WRITE THE CELLS GATHERED SO FAR.   *
004400*----------------------------------------------------------*
004410 4000-FLUSH-CELL-LINE.
004420     IF CELL-LINE-COUNT = 0
004430         GO TO 4000-EXIT
004440     END-IF.
004450     MOVE CELL-LINE TO REPORT-RECORD.
004460     WRITE REPORT-RECORD.
004470     MOVE SPACES TO CELL-LINE.
004480     MOVE 0 TO CELL-LINE-COUNT.
004490     MOVE SPACE TO CELL-LINE-TYPE.
004500 4000-EXIT.
004510     EXIT.
004520
004530*----------------------------------------------------------*
004540* 5000-WRITE-TOTALS - THE MONTH BY ACTION, BY USER AND BY   *
004550* PATTERN.                                                  *
004560*----------------------------------------------------------*
004570 5000-WRITE-TOTALS.
004580     MOVE SPACES TO REPORT-RECORD.
004590     WRITE REPORT-RECORD.
004600     MOVE VERSIONS-ISSUED TO EDIT-COUNT.
004610     MOVE CHANGES-LISTED TO EDIT-READ.
004620     MOVE SPACES TO REPORT-RECORD.
004630     STRING "MONTH TOTALS - " EDIT-COUNT " VERSION(S) ISSUED, "
004640         EDIT-READ " CHANGE(S)" DELIMITED BY SIZE
004650         INTO REPORT-RECORD.
004660     WRITE REPORT-RECORD.
004670     MOVE ADD-CHANGES TO EDIT-COUNT.
004680     MOVE SPACES TO REPORT-RECORD.
004690     STRING "  ADD     " EDIT-COUNT DELIMITED BY SIZE
004700         INTO REPORT-RECORD.
004710     WRITE REPORT-RECORD.
004720     MOVE DELETE-CHANGES TO EDIT-COUNT.
004730     MOVE SPACES TO REPORT-RECORD.
004740     STRING "  DELETE  " EDIT-COUNT DELIMITED BY SIZE
004750         INTO REPORT-RECORD.
004760     WRITE REPORT-RECORD.
004770     MOVE RENAME-CHANGES TO EDIT-COUNT.
004780     MOVE SPACES TO REPORT-RECORD.
004790     STRING "  RENAME  " EDIT-COUNT DELIMITED BY SIZE
004800         INTO REPORT-RECORD.
004810     WRITE REPORT-RECORD.
004820     MOVE ACCEPT-CHANGES TO EDIT-COUNT.
004830     MOVE SPACES TO REPORT-RECORD.
004840     STRING "  ACCEPT  " EDIT-COUNT DELIMITED BY SIZE
004850         INTO REPORT-RECORD.
004860     WRITE REPORT-RECORD.
004870     MOVE CELLS-ADDED TO EDIT-CELLS.
004880     MOVE CELLS-REMOVED TO EDIT-REMOVED.
004890     MOVE PLACEMENTS-RENAMED TO EDIT-COUNT.
004900     MOVE SPACES TO REPORT-RECORD.
004910     STRING "  CELLS ADDED " EDIT-CELLS "  REMOVED " EDIT-REMOVED
004920         "  SCENARIO PLACEMENTS RENAMED " EDIT-COUNT
004930         DELIMITED BY SIZE INTO REPORT-RECORD.
004940     WRITE REPORT-RECORD.
004950     IF USER-COUNT > 0
004960         MOVE SPACES TO REPORT-RECORD
004970         WRITE REPORT-RECORD
004980         MOVE SPACES TO REPORT-RECORD
004990         STRING "CHANGES BY USER      CHANGES    CELLS"
005000             DELIMITED BY SIZE INTO REPORT-RECORD
005010         WRITE REPORT-RECORD
005020         PERFORM 5100-WRITE-USER-LINE THRU 5100-EXIT
005030             VARYING UX FROM 1 BY 1 UNTIL UX > USER-COUNT
005040     END-IF.
005050     IF NAME-COUNT > 0
005060         MOVE SPACES TO REPORT-RECORD
005070         WRITE REPORT-RECORD
005080         MOVE SPACES TO REPORT-RECORD
005090         STRING "CHANGES BY PATTERN   CHANGES    ADDED  REMOVED"
005100             DELIMITED BY SIZE INTO REPORT-RECORD
005110         WRITE REPORT-RECORD
005120         PERFORM 5200-WRITE-NAME-LINE THRU 5200-EXIT
005130             VARYING NX FROM 1 BY 1 UNTIL NX > NAME-COUNT
005140     END-IF.
005150 5000-EXIT.
005160     EXIT.
005170
005180 5100-WRITE-USER-LINE.
005190     MOVE UT-CHANGES(UX) TO EDIT-COUNT.
005200     MOVE UT-CELLS(UX) TO EDIT-CELLS.
005210     MOVE SPACES TO REPORT-RECORD.
005220     STRING "  " UT-NAME(UX) "           " EDIT-COUNT
005230         "   " EDIT-CELLS DELIMITED BY SIZE INTO REPORT-RECORD.
005240     WRITE REPORT-RECORD.
005250 5100-EXIT.
005260     EXIT.
005270
005280 5200-WRITE-NAME-LINE.
005290     MOVE NT-CHANGES(NX) TO EDIT-COUNT.
005300     MOVE NT-CELLS-ADDED(NX) TO EDIT-CELLS.
005310     MOVE NT-CELLS-REMOVED(NX) TO EDIT-REMOVED.
005320     MOVE SPACES TO REPORT-RECORD.
005330     STRING "  " NT-NAME(NX) "           " EDIT-COUNT
005340         "   " EDIT-CELLS "   " EDIT-REMOVED
005350         DELIMITED BY SIZE INTO REPORT-RECORD.
005360     WRITE REPORT-RECORD.
005370 5200-EXIT.
005380     EXIT.
005390
005400*----------------------------------------------------------*
005410* 8100-FORMAT-STAMP - YYYY-MM-DD HH:MM:SS FROM THE CHANGE   *
005420* TIMESTAMP.                                                *
005430*----------------------------------------------------------*
005440 8100-FORMAT-STAMP.
005450     MOVE SPACES TO DISPLAY-STAMP.
005460     STRING LC-CHANGED-MONTH(1:4) "-" LC-CHANGED-MONTH(5:2) "-"
005470         LC-CHANGED-DAY " " LC-CHANGED-HOUR ":"
005480         LC-CHANGED-MINUTE ":" LC-CHANGED-SECOND
005490         DELIMITED BY SIZE INTO DISPLAY-STAMP.
005500 8100-EXIT.
005510     EXIT.
005520
005530*----------------------------------------------------------*
005540* 9000-TERMINATE - WRITE THE READ COUNTS AND WARNINGS AND   *
005550* CLOSE THE DATASETS.                                       *
005560*----------------------------------------------------------*
005570 9000-TERMINATE.
005580     IF CHANGE-LOG-IS-OPEN
005590         CLOSE CHANGE-FILE
005600     END-IF.
005610     IF REPORT-IS-OPEN
005620         MOVE RECORDS-READ TO EDIT-READ
005630         MOVE RECORDS-SELECTED TO EDIT-CELLS
005640         MOVE SPACES TO REPORT-RECORD
005650         WRITE REPORT-RECORD
005660         MOVE SPACES TO REPORT-RECORD
005670         STRING "CHANGE LOG - " EDIT-READ " LINE(S) READ, "
005680             EDIT-CELLS " IN THE MONTH" DELIMITED BY SIZE
005690             INTO REPORT-RECORD
005700         WRITE REPORT-RECORD
005710         IF RECORDS-SKIPPED > 0
005720             MOVE RECORDS-SKIPPED TO EDIT-READ
005730             MOVE SPACES TO REPORT-RECORD
005740             STRING "  WARNING - " EDIT-READ " MALFORMED "
005750                 "CHANGE LOG LINE(S) SKIPPED" DELIMITED BY SIZE
005760                 INTO REPORT-RECORD
005770             WRITE REPORT-RECORD
005780         END-IF
005790         IF TOTALS-DROPPED > 0
005800             MOVE TOTALS-DROPPED TO EDIT-COUNT
005810             MOVE SPACES TO REPORT-RECORD
005820             STRING "  WARNING - TOTALS TABLE FULL, " EDIT-COUNT
005830                 " LINE(S) LEFT OUT OF THE TOTALS"
005840                 DELIMITED BY SIZE INTO REPORT-RECORD
005850             WRITE REPORT-RECORD
005860         END-IF
005870         CLOSE REPORT-FILE
005880     END-IF.
005890     DISPLAY "LIBRARY HISTORY ENDED - " RECORDS-SELECTED
005900         " CHANGE LOG LINE(S) IN MONTH " REVIEW-MONTH.
005910     IF CONDITION-CODE < 4
005920      AND (RECORDS-SKIPPED > 0 OR TOTALS-DROPPED > 0)
005930         MOVE 4 TO CONDITION-CODE
005940     END-IF.
005950     MOVE CONDITION-CODE TO RETURN-CODE.
005960 9000-EXIT.
005970     EXIT.
