000350*                AS THEIR FINISH - START ENTRIES REFRESH THE
000360*                DAY'S FIRST-RUN TIME BUT ARE NOT COUNTED AS
000370*                RUNS, SO THE ACTIVITY TALLIES DO NOT DOUBLE.
000380* 2026-10-15 SK  JOURNAL RECORD WIDENED 158 TO 160 FOR THE
000390*                CUTOFF-CYCLE FIELD. THE AUDIT STILL COUNTS BY
000400*                BUSINESS DATE - A DATE RUN IN TWO CYCLES IS ONE
000410*                DATE WITH MORE RUNS ON IT.
000420*================================================================
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.    IBM-370.
000460 OBJECT-COMPUTER.    IBM-370.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT JOURNAL-FILE ASSIGN TO JRNLOG
000500            ORGANIZATION IS LINE SEQUENTIAL.
000510     SELECT AUDIT-REPORT-FILE ASSIGN TO AUDRPT
000520            ORGANIZATION IS LINE SEQUENTIAL.
000530*
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  JOURNAL-FILE
000570     RECORD CONTAINS 160 CHARACTERS.
000580     COPY JRNLREC.
000590*
000600 FD  AUDIT-REPORT-FILE
000610     RECORD CONTAINS 80 CHARACTERS.
000620 01  AUD-REPORT-RECORD           PIC X(80).
000630*
000640 WORKING-STORAGE SECTION.
000650*----------------------------------------------------------------
000660* CONSTANTS
000670*----------------------------------------------------------------
000680*    THE AUDIT TABLE BELOW OCCURS 366 DAYS - ONE FULL YEAR IS
000690*    THE WIDEST RANGE THE REPORT ACCEPTS IN ONE RUN.
000700 77  WS-MAX-RANGE-DAYS           PIC 9(03)  VALUE 366.
000710*----------------------------------------------------------------
000720* SWITCHES
000730*----------------------------------------------------------------
000740 01  WS-SWITCHES.
000750     05  WS-VALID-INPUT-SWITCH   PIC X(01)  VALUE 'Y'.
000760         88  WS-INPUT-IS-VALID              VALUE 'Y'.
000770     05  WS-EOF-SWITCH           PIC X(01)  VALUE 'N'.
000780         88  WS-END-OF-FILE                 VALUE 'Y'.
000790*----------------------------------------------------------------
000800* OPERATOR INPUT
000810*----------------------------------------------------------------
000820 01  STR                         PIC X(10).
000830 01  WS-START-DATE               PIC 9(08).
000840 01  WS-START-DATE-X REDEFINES WS-START-DATE.
000850     05  WS-START-YYYY           PIC 9(04).
000860     05  WS-START-MM             PIC 9(02).
000870     05  WS-START-DD             PIC 9(02).
000880 01  WS-END-DATE                 PIC 9(08).
000890 01  WS-END-DATE-X REDEFINES WS-END-DATE.
000900     05  WS-END-YYYY             PIC 9(04).
000910     05  WS-END-MM               PIC 9(02).
000920     05  WS-END-DD               PIC 9(02).
000930*----------------------------------------------------------------
000940* DATE WORK FIELDS
000950*----------------------------------------------------------------
000960 01  WS-START-INT                PIC 9(08)  COMP.
000970 01  WS-END-INT                  PIC 9(08)  COMP.
000980 01  WS-ENTRY-INT                PIC 9(08)  COMP.
000990 01  WS-RANGE-DAYS               PIC 9(05)  COMP.
001000 01  WS-DAY-DATE                 PIC 9(08).
001010*----------------------------------------------------------------
001020* PROCESSING CALENDAR - LOADED FROM CALFIL BY CALLOAD. DAY 1
001030* OF THE INTEGER DATE SCALE (1601-01-01) WAS A MONDAY, SO THE
001040* REMAINDER OF THE INTEGER DATE BY 7 GIVES THE WEEKDAY
001050* (1 = MONDAY, 0 STANDS FOR 7 = SUNDAY).
001060*----------------------------------------------------------------
001070     COPY CALTAB.
001080 01  WS-CAL-DATE                 PIC 9(08).
001090 01  WS-CAL-INT                  PIC 9(08)  COMP.
001100 01  WS-CAL-QUOTIENT             PIC 9(08)  COMP.
001110 01  WS-CAL-DOW                  PIC 9(01).
001120 01  WS-CAL-HOL-IDX              PIC 9(03).
001130 01  WS-BUSINESS-SWITCH          PIC X(01).
001140     88  WS-IS-BUSINESS-DAY                 VALUE 'Y'.
001150*----------------------------------------------------------------
001160* PROGRAM LEGEND - THE THREE NIGHTLY PROGRAMS THE GAP LIST
001170* COVERS. JOURNAL ENTRIES FROM ANY OTHER PROGRAM ARE COUNTED
001180* INTO WS-OTHER-COUNT AND NOTED ON THE REPORT TRAILER.
001190*----------------------------------------------------------------
001200 01  WS-PROGRAM-NAMES.
001210     05  FILLER   PIC X(08)  VALUE 'ADD153A'.
001220     05  FILLER   PIC X(08)  VALUE 'BIN153B'.
001230     05  FILLER   PIC X(08)  VALUE 'DST153E'.
001240 01  WS-PROGRAM-TABLE REDEFINES WS-PROGRAM-NAMES.
001250     05  WS-PROGRAM-NAME         PIC X(08)  OCCURS 3 TIMES.
001260*----------------------------------------------------------------
001270* AUDIT TALLY TABLE - ONE ROW PER DAY IN RANGE PER PROGRAM
001280*----------------------------------------------------------------
001290 01  WS-AUDIT-TABLE.
001300     05  WS-AUDIT-DAY            OCCURS 366 TIMES.
001310         10  WS-AUDIT-PROG       OCCURS 3 TIMES.
001320             15  WS-RUN-COUNT    PIC 9(05)  COMP.
001330             15  WS-FIRST-TIME   PIC 9(08).
001340             15  WS-LAST-TIME    PIC 9(08).
001350*----------------------------------------------------------------
001360* TALLY WORK FIELDS
001370*----------------------------------------------------------------
001380 01  WS-DAY-IDX                  PIC 9(05)  COMP.
001390 01  WS-PROG-IDX                 PIC 9(02)  COMP.
001400 01  WS-OTHER-COUNT              PIC 9(05)  COMP.
001410*----------------------------------------------------------------
001420* REPORT LINE LAYOUTS
001430*----------------------------------------------------------------
001440 01  WS-HEADER-LINE.
001450     05  FILLER                  PIC X(21)
001460         VALUE 'JOURNAL AUDIT PERIOD '.
001470     05  WS-HDR-START            PIC 9(08).
001480     05  FILLER                  PIC X(06)  VALUE ' THRU '.
001490     05  WS-HDR-END              PIC 9(08).
001500     05  FILLER                  PIC X(37)  VALUE SPACES.
001510 01  WS-SECTION-LINE.
001520     05  WS-SECTION-TITLE        PIC X(40).
001530     05  FILLER                  PIC X(40)  VALUE SPACES.
001540 01  WS-ACTIVITY-LINE.
001550     05  WS-ACT-DATE             PIC 9(08).
001560     05  FILLER                  PIC X(01)  VALUE SPACE.
001570     05  WS-ACT-PROGRAM          PIC X(08).
001580     05  FILLER                  PIC X(06)  VALUE ' RUNS='.
001590     05  WS-ACT-RUNS             PIC ZZZZ9.
001600     05  FILLER                  PIC X(07)  VALUE ' FIRST='.
001610     05  WS-ACT-FIRST            PIC 9(08).
001620     05  FILLER                  PIC X(06)  VALUE ' LAST='.
001630     05  WS-ACT-LAST             PIC 9(08).
001640     05  FILLER                  PIC X(23)  VALUE SPACES.
001650 01  WS-REJECT-LINE.
001660     05  WS-REJ-DATE             PIC 9(08).
001670     05  FILLER                  PIC X(01)  VALUE SPACE.
001680     05  WS-REJ-TIME             PIC 9(08).
001690     05  FILLER                  PIC X(01)  VALUE SPACE.
001700     05  WS-REJ-PROGRAM          PIC X(08).
001710     05  FILLER                  PIC X(01)  VALUE SPACE.
001720     05  WS-REJ-RESULT           PIC X(50).
001730     05  FILLER                  PIC X(03)  VALUE SPACES.
001740 01  WS-GAP-LINE.
001750     05  WS-GAP-DATE             PIC 9(08).
001760     05  FILLER                  PIC X(01)  VALUE SPACE.
001770     05  WS-GAP-PROGRAM          PIC X(08).
001780     05  FILLER                  PIC X(17)
001790         VALUE ' NO JOURNAL ENTRY'.
001800     05  FILLER                  PIC X(46)  VALUE SPACES.
001810 01  WS-OTHER-LINE.
001820     05  FILLER                  PIC X(33)
001830         VALUE 'ENTRIES FROM OTHER PROGRAM-IDS = '.
001840     05  WS-OTHER-COUNT-D        PIC ZZZZ9.
001850     05  FILLER                  PIC X(42)  VALUE SPACES.
001860*
001870 PROCEDURE DIVISION.
001880*================================================================
001890 0000-MAINLINE.
001900*================================================================
001910     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001920     IF WS-INPUT-IS-VALID
001930         PERFORM 2000-TALLY-PASS THRU 2000-EXIT
001940         PERFORM 3000-WRITE-ACTIVITY THRU 3000-EXIT
001950         PERFORM 4000-REJECT-PASS THRU 4000-EXIT
001960         PERFORM 5000-WRITE-GAP-LIST THRU 5000-EXIT
001970     END-IF.
001980     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001990     GO TO 9999-EXIT.
002000*================================================================
002010 1000-INITIALIZE.
002020*================================================================
002030     CALL 'CALLOAD' USING CAL-BLOCK.
002040     IF CAL-BAD-FILE
002050         DISPLAY "CALENDAR FILE BAD: " CAL-ERROR-TEXT
002060         DISPLAY "RUN REJECTED"
002070         MOVE 'N' TO WS-VALID-INPUT-SWITCH
002080         GO TO 1000-EXIT
002090     END-IF.
002100     ACCEPT STR.
002110     IF STR(1:8) NOT NUMERIC
002120         DISPLAY "START DATE MUST BE YYYYMMDD - RUN REJECTED"
002130         MOVE 'N' TO WS-VALID-INPUT-SWITCH
002140         GO TO 1000-EXIT
002150     END-IF.
002160     MOVE STR(1:8) TO WS-START-DATE.
002170     ACCEPT STR.
002180     IF STR(1:8) NOT NUMERIC
002190         DISPLAY "END DATE MUST BE YYYYMMDD - RUN REJECTED"
002200         MOVE 'N' TO WS-VALID-INPUT-SWITCH
002210         GO TO 1000-EXIT
002220     END-IF.
002230     MOVE STR(1:8) TO WS-END-DATE.
002240     IF WS-START-MM < 1 OR WS-START-MM > 12
002250         OR WS-START-DD < 1 OR WS-START-DD > 31
002260         OR WS-END-MM < 1 OR WS-END-MM > 12
002270         OR WS-END-DD < 1 OR WS-END-DD > 31
002280         OR WS-START-YYYY < 1601 OR WS-END-YYYY < 1601
002290         DISPLAY "DATE NOT A VALID CALENDAR DATE - RUN REJECTED"
002300         MOVE 'N' TO WS-VALID-INPUT-SWITCH
002310         GO TO 1000-EXIT
002320     END-IF.
002330     COMPUTE WS-START-INT =
002340         FUNCTION INTEGER-OF-DATE (WS-START-DATE).
002350     COMPUTE WS-END-INT =
002360         FUNCTION INTEGER-OF-DATE (WS-END-DATE).
002370     IF WS-END-INT < WS-START-INT
002380         DISPLAY "END DATE BEFORE START DATE - RUN REJECTED"
002390         MOVE 'N' TO WS-VALID-INPUT-SWITCH
002400         GO TO 1000-EXIT
002410     END-IF.
002420     COMPUTE WS-RANGE-DAYS = WS-END-INT - WS-START-INT + 1.
002430     IF WS-RANGE-DAYS > WS-MAX-RANGE-DAYS
002440         DISPLAY "RANGE EXCEEDS " WS-MAX-RANGE-DAYS
002450                 " DAYS - RUN REJECTED"
002460         MOVE 'N' TO WS-VALID-INPUT-SWITCH
002470         GO TO 1000-EXIT
002480     END-IF.
002490     OPEN OUTPUT AUDIT-REPORT-FILE.
002500     MOVE 0 TO WS-OTHER-COUNT.
002510     PERFORM 1100-CLEAR-DAY THRU 1100-EXIT
002520         VARYING WS-DAY-IDX FROM 1 BY 1
002530         UNTIL WS-DAY-IDX > WS-RANGE-DAYS.
002540     MOVE WS-START-DATE TO WS-HDR-START.
002550     MOVE WS-END-DATE TO WS-HDR-END.
002560     WRITE AUD-REPORT-RECORD FROM WS-HEADER-LINE.
002570 1000-EXIT.
002580     EXIT.
002590*================================================================
002600 1100-CLEAR-DAY.
002610*================================================================
002620     PERFORM 1150-CLEAR-PROG THRU 1150-EXIT
002630         VARYING WS-PROG-IDX FROM 1 BY 1
002640         UNTIL WS-PROG-IDX > 3.
002650 1100-EXIT.
002660     EXIT.
002670*================================================================
002680 1150-CLEAR-PROG.
002690*================================================================
002700     MOVE 0 TO WS-RUN-COUNT(WS-DAY-IDX, WS-PROG-IDX).
002710     MOVE 0 TO WS-FIRST-TIME(WS-DAY-IDX, WS-PROG-IDX).
002720     MOVE 0 TO WS-LAST-TIME(WS-DAY-IDX, WS-PROG-IDX).
002730 1150-EXIT.
002740     EXIT.
002750*================================================================
002760 2000-TALLY-PASS.
002770*================================================================
002780     MOVE 'N' TO WS-EOF-SWITCH.
002790     OPEN INPUT JOURNAL-FILE.
002800     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
002810     PERFORM 2200-TALLY-ENTRY THRU 2200-EXIT
002820         UNTIL WS-END-OF-FILE.
002830     CLOSE JOURNAL-FILE.
002840 2000-EXIT.
002850     EXIT.
002860*================================================================
002870 2100-READ-JOURNAL.
002880*================================================================
002890     READ JOURNAL-FILE
002900         AT END
002910             SET WS-END-OF-FILE TO TRUE
002920     END-READ.
002930 2100-EXIT.
002940     EXIT.
002950*================================================================
002960 2200-TALLY-ENTRY.
002970*================================================================
002980     PERFORM 2300-LOCATE-ENTRY THRU 2300-EXIT.
002990*    A START ENTRY ('RUN STARTED') IS NOT A SECOND RUN - IT
003000*    ONLY SHARPENS THE DAY'S FIRST-RUN TIME.
003010     IF JRNL-RESULT-SUMMARY(1:11) = 'RUN STARTED'
003020         IF WS-DAY-IDX > 0 AND WS-PROG-IDX > 0
003030             AND WS-FIRST-TIME(WS-DAY-IDX, WS-PROG-IDX) = 0
003040             MOVE JRNL-RUN-TIME
003050                 TO WS-FIRST-TIME(WS-DAY-IDX, WS-PROG-IDX)
003060         END-IF
003070         GO TO 2200-NEXT
003080     END-IF.
003090     IF WS-DAY-IDX > 0
003100         IF WS-PROG-IDX > 0
003110             ADD 1 TO WS-RUN-COUNT(WS-DAY-IDX, WS-PROG-IDX)
003120             IF WS-FIRST-TIME(WS-DAY-IDX, WS-PROG-IDX) = 0
003130                 MOVE JRNL-RUN-TIME
003140                     TO WS-FIRST-TIME(WS-DAY-IDX, WS-PROG-IDX)
003150             END-IF
003160             MOVE JRNL-RUN-TIME
003170                 TO WS-LAST-TIME(WS-DAY-IDX, WS-PROG-IDX)
003180         ELSE
003190             ADD 1 TO WS-OTHER-COUNT
003200         END-IF
003210     END-IF.
003220 2200-NEXT.
003230     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
003240 2200-EXIT.
003250     EXIT.
003260*================================================================
003270 2300-LOCATE-ENTRY.
003280*================================================================
003290*    SETS WS-DAY-IDX TO THE ENTRY'S SLOT IN THE AUDIT TABLE, OR
003300*    ZERO WHEN THE ENTRY IS OUT OF RANGE OR UNDATED, AND
003310*    WS-PROG-IDX TO THE PROGRAM SLOT, OR ZERO WHEN THE ENTRY IS
003320*    FROM A PROGRAM THE GAP LIST DOES NOT COVER.
003330     MOVE 0 TO WS-DAY-IDX.
003340     MOVE 0 TO WS-PROG-IDX.
003350     IF JRNL-RUN-DATE NOT NUMERIC
003360         GO TO 2300-EXIT
003370     END-IF.
003380     COMPUTE WS-ENTRY-INT =
003390         FUNCTION INTEGER-OF-DATE (JRNL-RUN-DATE).
003400     IF WS-ENTRY-INT < WS-START-INT
003410         OR WS-ENTRY-INT > WS-END-INT
003420         GO TO 2300-EXIT
003430     END-IF.
003440     COMPUTE WS-DAY-IDX = WS-ENTRY-INT - WS-START-INT + 1.
003450     IF JRNL-PROGRAM-ID = WS-PROGRAM-NAME(1)
003460         MOVE 1 TO WS-PROG-IDX
003470     ELSE
003480         IF JRNL-PROGRAM-ID = WS-PROGRAM-NAME(2)
003490             MOVE 2 TO WS-PROG-IDX
003500         ELSE
003510             IF JRNL-PROGRAM-ID = WS-PROGRAM-NAME(3)
003520                 MOVE 3 TO WS-PROG-IDX
003530             END-IF
003540         END-IF
003550     END-IF.
003560 2300-EXIT.
003570     EXIT.
003580*================================================================
003590 3000-WRITE-ACTIVITY.
003600*================================================================
003610     MOVE SPACES TO WS-SECTION-TITLE.
003620     MOVE 'RUNS PER PROGRAM PER DAY' TO WS-SECTION-TITLE.
003630     WRITE AUD-REPORT-RECORD FROM WS-SECTION-LINE.
003640     PERFORM 3100-WRITE-DAY THRU 3100-EXIT
003650         VARYING WS-DAY-IDX FROM 1 BY 1
003660         UNTIL WS-DAY-IDX > WS-RANGE-DAYS.
003670 3000-EXIT.
003680     EXIT.
003690*================================================================
003700 3100-WRITE-DAY.
003710*================================================================
003720     PERFORM 3150-WRITE-PROG THRU 3150-EXIT
003730         VARYING WS-PROG-IDX FROM 1 BY 1
003740         UNTIL WS-PROG-IDX > 3.
003750 3100-EXIT.
003760     EXIT.
003770*================================================================
003780 3150-WRITE-PROG.
003790*================================================================
003800     IF WS-RUN-COUNT(WS-DAY-IDX, WS-PROG-IDX) > 0
003810         COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER
003820             (WS-START-INT + WS-DAY-IDX - 1)
003830         MOVE WS-DAY-DATE TO WS-ACT-DATE
003840         MOVE WS-PROGRAM-NAME(WS-PROG-IDX) TO WS-ACT-PROGRAM
003850         MOVE WS-RUN-COUNT(WS-DAY-IDX, WS-PROG-IDX)
003860             TO WS-ACT-RUNS
003870         MOVE WS-FIRST-TIME(WS-DAY-IDX, WS-PROG-IDX)
003880             TO WS-ACT-FIRST
003890         MOVE WS-LAST-TIME(WS-DAY-IDX, WS-PROG-IDX)
003900             TO WS-ACT-LAST
003910         WRITE AUD-REPORT-RECORD FROM WS-ACTIVITY-LINE
003920     END-IF.
003930 3150-EXIT.
003940     EXIT.
003950*================================================================
003960 4000-REJECT-PASS.
003970*================================================================
003980     MOVE SPACES TO WS-SECTION-TITLE.
003990     MOVE 'REJECTED RUNS' TO WS-SECTION-TITLE.
004000     WRITE AUD-REPORT-RECORD FROM WS-SECTION-LINE.
004010     MOVE 'N' TO WS-EOF-SWITCH.
004020     OPEN INPUT JOURNAL-FILE.
004030     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
004040     PERFORM 4100-PRINT-REJECTED THRU 4100-EXIT
004050         UNTIL WS-END-OF-FILE.
004060     CLOSE JOURNAL-FILE.
004070 4000-EXIT.
004080     EXIT.
004090*================================================================
004100 4100-PRINT-REJECTED.
004110*================================================================
004120*    A REJECTED RUN IS ONE WHOSE RESULT SUMMARY SAYS SO - THE
004130*    WRITERS USE 'REJECTED - ...' (DST153E) AND 'RUN ABORTED -
004140*    ...' (BIN153B BEFORE IT WENT FILE-DRIVEN). A RUN THAT
004150*    MERELY REJECTED SOME OF ITS INPUT RECORDS JOURNALS A
004160*    NORMAL RESULT AND IS NOT CALLED OUT HERE.
004170     PERFORM 2300-LOCATE-ENTRY THRU 2300-EXIT.
004180     IF WS-DAY-IDX > 0 AND WS-PROG-IDX > 0
004190         IF JRNL-RESULT-SUMMARY(1:8) = 'REJECTED'
004200             OR JRNL-RESULT-SUMMARY(1:11) = 'RUN ABORTED'
004210             MOVE JRNL-RUN-DATE TO WS-REJ-DATE
004220             MOVE JRNL-RUN-TIME TO WS-REJ-TIME
004230             MOVE JRNL-PROGRAM-ID TO WS-REJ-PROGRAM
004240             MOVE JRNL-RESULT-SUMMARY TO WS-REJ-RESULT
004250             WRITE AUD-REPORT-RECORD FROM WS-REJECT-LINE
004260         END-IF
004270     END-IF.
004280     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
004290 4100-EXIT.
004300     EXIT.
004310*================================================================
004320 5000-WRITE-GAP-LIST.
004330*================================================================
004340     MOVE SPACES TO WS-SECTION-TITLE.
004350     MOVE 'MISSED-RUN GAPS' TO WS-SECTION-TITLE.
004360     WRITE AUD-REPORT-RECORD FROM WS-SECTION-LINE.
004370     PERFORM 5100-GAP-DAY THRU 5100-EXIT
004380         VARYING WS-DAY-IDX FROM 1 BY 1
004390         UNTIL WS-DAY-IDX > WS-RANGE-DAYS.
004400     MOVE WS-OTHER-COUNT TO WS-OTHER-COUNT-D.
004410     WRITE AUD-REPORT-RECORD FROM WS-OTHER-LINE.
004420 5000-EXIT.
004430     EXIT.
004440*================================================================
004450 5100-GAP-DAY.
004460*================================================================
004470*    A NON-BUSINESS DAY HAS NO NIGHTLY RUN TO MISS - THE
004480*    CALENDAR, NOT THE AUDITOR'S PEN, CROSSES IT OFF.
004490     COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER
004500         (WS-START-INT + WS-DAY-IDX - 1).
004510     MOVE WS-DAY-DATE TO WS-CAL-DATE.
004520     PERFORM 6000-CHECK-BUSINESS-DAY THRU 6000-EXIT.
004530     IF NOT WS-IS-BUSINESS-DAY
004540         GO TO 5100-EXIT
004550     END-IF.
004560     PERFORM 5150-GAP-PROG THRU 5150-EXIT
004570         VARYING WS-PROG-IDX FROM 1 BY 1
004580         UNTIL WS-PROG-IDX > 3.
004590 5100-EXIT.
004600     EXIT.
004610*================================================================
004620 5150-GAP-PROG.
004630*================================================================
004640     IF WS-RUN-COUNT(WS-DAY-IDX, WS-PROG-IDX) = 0
004650         MOVE WS-DAY-DATE TO WS-GAP-DATE
004660         MOVE WS-PROGRAM-NAME(WS-PROG-IDX) TO WS-GAP-PROGRAM
004670         WRITE AUD-REPORT-RECORD FROM WS-GAP-LINE
004680     END-IF.
004690 5150-EXIT.
004700     EXIT.
004710*================================================================
004720 6000-CHECK-BUSINESS-DAY.
004730*================================================================
004740*    WS-CAL-DATE IN, WS-BUSINESS-SWITCH OUT. NO CALENDAR FILE
004750*    MEANS EVERY DAY IS A BUSINESS DAY.
004760     MOVE 'Y' TO WS-BUSINESS-SWITCH.
004770     IF CAL-NO-FILE
004780         GO TO 6000-EXIT
004790     END-IF.
004800     COMPUTE WS-CAL-INT =
004810         FUNCTION INTEGER-OF-DATE (WS-CAL-DATE).
004820     DIVIDE WS-CAL-INT BY 7
004830         GIVING WS-CAL-QUOTIENT
004840         REMAINDER WS-CAL-DOW.
004850     IF WS-CAL-DOW = 0
004860         MOVE 7 TO WS-CAL-DOW
004870     END-IF.
004880     IF CAL-DOW-FLAG(WS-CAL-DOW) NOT = 'Y'
004890         MOVE 'N' TO WS-BUSINESS-SWITCH
004900         GO TO 6000-EXIT
004910     END-IF.
004920     PERFORM 6100-MATCH-HOLIDAY THRU 6100-EXIT
004930         VARYING WS-CAL-HOL-IDX FROM 1 BY 1
004940         UNTIL WS-CAL-HOL-IDX > CAL-HOLIDAY-COUNT
004950             OR NOT WS-IS-BUSINESS-DAY.
004960 6000-EXIT.
004970     EXIT.
004980*================================================================
004990 6100-MATCH-HOLIDAY.
005000*================================================================
005010     IF CAL-HOLIDAY(WS-CAL-HOL-IDX) = WS-CAL-DATE
005020         MOVE 'N' TO WS-BUSINESS-SWITCH
005030     END-IF.
005040 6100-EXIT.
005050     EXIT.
005060*================================================================
005070 8000-TERMINATE.
005080*================================================================
005090     IF WS-INPUT-IS-VALID
005100         CLOSE AUDIT-REPORT-FILE
005110         MOVE 0 TO RETURN-CODE
005120     ELSE
005130         MOVE 8 TO RETURN-CODE
005140     END-IF.
005150 8000-EXIT.
005160     EXIT.
005170*================================================================
005180 9999-EXIT.
005190*================================================================
005200     STOP RUN.
