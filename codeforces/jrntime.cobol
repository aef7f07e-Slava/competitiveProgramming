000260*                PASS FOLDS INTO ITS DATE'S FIRST-START/LAST-
000270*                FINISH SPAN - THE JOURNAL CARRIES NO STEP
000280*                IDENTITY BEYOND THE PROGRAM NAME.
000290* 2026-10-15 SK  THE BRANCH LEDGER POSTING (LEDGPST) JOINS THE
000300*                STREAM BEHIND ADDVER AND IS TIMED WITH THE
000310*                REST.
000320* 2026-10-15 SK  THE GL POSTING EXTRACT (GLEXT) RUNS BEHIND THE
000330*                RUN-CONTROL UPDATE AND IS TIMED WITH THE REST.
000340* 2026-10-15 SK  JOURNAL RECORD WIDENED 158 TO 160 FOR THE
000350*                CUTOFF-CYCLE FIELD. LAYOUT CHANGE ONLY.
000360* 2026-10-15 SK  THE HOLD-LIST EXTRACT (HLDEXT) RUNS BEHIND BINCMP
000370*                AND IS TIMED WITH THE REST.
000380* 2026-10-15 SK  THE REGIONAL ROLLUP (RGNRUP) RUNS BEHIND EODDRV
000390*                AND IS TIMED WITH THE REST.
000400*================================================================
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.    IBM-370.
000440 OBJECT-COMPUTER.    IBM-370.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT JOURNAL-FILE ASSIGN TO JRNLOG
000480            ORGANIZATION IS LINE SEQUENTIAL.
000490     SELECT TIMING-REPORT-FILE ASSIGN TO TIMRPT
000500            ORGANIZATION IS LINE SEQUENTIAL.
000510*
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  JOURNAL-FILE
000550     RECORD CONTAINS 160 CHARACTERS.
000560     COPY JRNLREC.
000570*
000580 FD  TIMING-REPORT-FILE
000590     RECORD CONTAINS 80 CHARACTERS.
000600 01  TIM-REPORT-RECORD           PIC X(80).
000610*
000620 WORKING-STORAGE SECTION.
000630*----------------------------------------------------------------
000640* CONSTANTS
000650*----------------------------------------------------------------
000660*    THE NIGHT TABLE BELOW OCCURS 60 - THE MONTHLY JOURNAL
000670*    ARCHIVE (MTHJRNL) KEEPS THE LIVE JOURNAL WELL INSIDE IT.
000680 77  WS-MAX-NIGHTS               PIC 9(03)  VALUE 60.
000690*----------------------------------------------------------------
000700* SWITCHES
000710*----------------------------------------------------------------
000720 01  WS-SWITCHES.
000730     05  WS-VALID-INPUT-SWITCH   PIC X(01)  VALUE 'Y'.
000740         88  WS-INPUT-IS-VALID              VALUE 'Y'.
000750     05  WS-EOF-SWITCH           PIC X(01)  VALUE 'N'.
000760         88  WS-END-OF-FILE                 VALUE 'Y'.
000770     05  WS-LATEST-LONG-SWITCH   PIC X(01)  VALUE 'N'.
000780         88  WS-LATEST-RAN-LONG             VALUE 'Y'.
000790*----------------------------------------------------------------
000800* OPERATOR INPUT
000810*----------------------------------------------------------------
000820 01  STR                         PIC X(04).
000830 01  WS-WINDOW-MINS              PIC 9(04).
000840 01  WS-WINDOW-SECS              PIC 9(07).
000850*----------------------------------------------------------------
000860* THE STEPS OF THE NIGHTLY STREAM, IN STREAM ORDER - THE SAME
000870* LIST THE RUN-CONTROL UPDATER (RUNUPD) TRACKS, PLUS THE HOLD-
000880* LIST EXTRACT BEHIND BINCMP, THE REGIONAL ROLLUP BEHIND EODDRV
000890* AND THE GL EXTRACT BEHIND RUNUPD
000900*----------------------------------------------------------------
000910 01  WS-STREAM-PROGRAMS.
000920     05  FILLER   PIC X(08)  VALUE 'FEEDINT'.
000930     05  FILLER   PIC X(08)  VALUE 'FEEDCHK'.
000940     05  FILLER   PIC X(08)  VALUE 'ADD153A'.
000950     05  FILLER   PIC X(08)  VALUE 'ADDVER'.
000960     05  FILLER   PIC X(08)  VALUE 'LEDGPST'.
000970     05  FILLER   PIC X(08)  VALUE 'BIN153B'.
000980     05  FILLER   PIC X(08)  VALUE 'BINCMP'.
000990     05  FILLER   PIC X(08)  VALUE 'HLDEXT'.
001000     05  FILLER   PIC X(08)  VALUE 'DST153E'.
001010     05  FILLER   PIC X(08)  VALUE 'EODDRV'.
001020     05  FILLER   PIC X(08)  VALUE 'RGNRUP'.
001030     05  FILLER   PIC X(08)  VALUE 'RECBAL'.
001040     05  FILLER   PIC X(08)  VALUE 'GLEXT'.
001050 01  WS-STREAM-TABLE REDEFINES WS-STREAM-PROGRAMS.
001060     05  WS-STREAM-PROGRAM       PIC X(08)  OCCURS 13 TIMES.
001070*----------------------------------------------------------------
001080* NIGHT TABLE - SORTED INTO DATE ORDER AS IT LOADS, THE SAME
001090* INSERTION THE TREND REPORT (EODTRD) USES. PER STEP: THE
001100* FIRST START TIME AND LAST FINISH TIME OF THE DATE (ZERO
001110* MEANS NO SUCH ENTRY).
001120*----------------------------------------------------------------
001130 01  WS-NIGHT-COUNT              PIC 9(03).
001140 01  WS-NIGHT-TABLE.
001150     05  WS-NIGHT                OCCURS 60 TIMES.
001160         10  WS-NGT-DATE         PIC 9(08).
001170         10  WS-NGT-STEP         OCCURS 13 TIMES.
001180             15  WS-NGT-START    PIC 9(08).
001190             15  WS-NGT-END      PIC 9(08).
001200 01  WS-NIGHT-IDX                PIC 9(03).
001210 01  WS-FOUND-IDX                PIC 9(03).
001220 01  WS-INSERT-IDX               PIC 9(03).
001230 01  WS-SHIFT-IDX                PIC 9(03).
001240 01  WS-STEP-IDX                 PIC 9(02)  COMP.
001250 01  WS-STEP-FOUND-IDX           PIC 9(02)  COMP.
001260*----------------------------------------------------------------
001270* TIME ARITHMETIC WORK FIELDS - JOURNAL TIMES ARE HHMMSSHH
001280* (HUNDREDTHS DROPPED FOR THE ELAPSED FIGURES)
001290*----------------------------------------------------------------
001300 01  WS-TIME-WORK                PIC 9(08).
001310 01  WS-TIME-WORK-X REDEFINES WS-TIME-WORK.
001320     05  WS-TIME-HH              PIC 9(02).
001330     05  WS-TIME-MM              PIC 9(02).
001340     05  WS-TIME-SS              PIC 9(02).
001350     05  FILLER                  PIC 9(02).
001360 01  WS-TIME-SECS                PIC 9(07).
001370 01  WS-START-SECS               PIC 9(07).
001380 01  WS-END-SECS                 PIC 9(07).
001390 01  WS-ELAPSED-SECS             PIC S9(07).
001400 01  WS-STREAM-START             PIC 9(08).
001410 01  WS-STREAM-END               PIC 9(08).
001420 01  WS-TOTAL-SECS               PIC S9(07).
001430*----------------------------------------------------------------
001440* REPORT LINE LAYOUTS
001450*----------------------------------------------------------------
001460 01  WS-HEADER-LINE.
001470     05  FILLER                  PIC X(28)
001480         VALUE 'BATCH WINDOW TIMING - WINDOW'.
001490     05  FILLER                  PIC X(01)  VALUE '='.
001500     05  WS-HDR-WINDOW           PIC ZZZ9.
001510     05  FILLER                  PIC X(05)  VALUE ' MINS'.
001520     05  FILLER                  PIC X(42)  VALUE SPACES.
001530 01  WS-DATE-LINE.
001540     05  FILLER                  PIC X(05)  VALUE 'DATE '.
001550     05  WS-DTE-DATE             PIC 9(08).
001560     05  FILLER                  PIC X(67)  VALUE SPACES.
001570 01  WS-STEP-LINE.
001580     05  FILLER                  PIC X(02)  VALUE SPACES.
001590     05  WS-STP-PROGRAM          PIC X(08).
001600     05  FILLER                  PIC X(07)  VALUE ' START='.
001610     05  WS-STP-START            PIC 9(08).
001620     05  FILLER                  PIC X(05)  VALUE ' END='.
001630     05  WS-STP-END              PIC 9(08).
001640     05  FILLER                  PIC X(09)  VALUE ' ELAPSED='.
001650     05  WS-STP-ELAPSED          PIC ZZZZZZ9.
001660     05  FILLER                  PIC X(05)  VALUE ' SECS'.
001670     05  FILLER                  PIC X(21)  VALUE SPACES.
001680 01  WS-STEP-INC-LINE.
001690     05  FILLER                  PIC X(02)  VALUE SPACES.
001700     05  WS-INC-PROGRAM          PIC X(08).
001710     05  WS-INC-NOTE             PIC X(40).
001720     05  FILLER                  PIC X(30)  VALUE SPACES.
001730 01  WS-TOTAL-LINE.
001740     05  FILLER                  PIC X(02)  VALUE SPACES.
001750     05  FILLER                  PIC X(13)
001760         VALUE 'STREAM TOTAL='.
001770     05  WS-TOT-SECS             PIC ZZZZZZ9.
001780     05  FILLER                  PIC X(05)  VALUE ' SECS'.
001790     05  FILLER                  PIC X(01)  VALUE SPACE.
001800     05  WS-TOT-LONG-FLAG        PIC X(06).
001810     05  FILLER                  PIC X(46)  VALUE SPACES.
001820*
001830 PROCEDURE DIVISION.
001840*================================================================
001850 0000-MAINLINE.
001860*================================================================
001870     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001880     IF WS-INPUT-IS-VALID
001890         PERFORM 2000-LOAD-JOURNAL THRU 2000-EXIT
001900         PERFORM 3000-WRITE-REPORT THRU 3000-EXIT
001910     END-IF.
001920     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001930     GO TO 9999-EXIT.
001940*================================================================
001950 1000-INITIALIZE.
001960*================================================================
001970     ACCEPT STR.
001980     IF STR NOT NUMERIC
001990         DISPLAY "WINDOW MUST BE 4 DIGITS OF MINUTES - "
002000                 "RUN REJECTED"
002010         MOVE 'N' TO WS-VALID-INPUT-SWITCH
002020         GO TO 1000-EXIT
002030     END-IF.
002040     MOVE STR TO WS-WINDOW-MINS.
002050     COMPUTE WS-WINDOW-SECS = WS-WINDOW-MINS * 60.
002060     MOVE 0 TO WS-NIGHT-COUNT.
002070 1000-EXIT.
002080     EXIT.
002090*================================================================
002100 2000-LOAD-JOURNAL.
002110*================================================================
002120     OPEN INPUT JOURNAL-FILE.
002130     PERFORM 2100-TAKE-JOURNAL-ENTRY THRU 2100-EXIT
002140         UNTIL WS-END-OF-FILE OR NOT WS-INPUT-IS-VALID.
002150     CLOSE JOURNAL-FILE.
002160 2000-EXIT.
002170     EXIT.
002180*================================================================
002190 2100-TAKE-JOURNAL-ENTRY.
002200*================================================================
002210     READ JOURNAL-FILE
002220         AT END
002230             SET WS-END-OF-FILE TO TRUE
002240     END-READ.
002250     IF WS-END-OF-FILE
002260         GO TO 2100-EXIT
002270     END-IF.
002280     IF JRNL-RUN-DATE NOT NUMERIC
002290         OR JRNL-RUN-TIME NOT NUMERIC
002300         GO TO 2100-EXIT
002310     END-IF.
002320     MOVE 0 TO WS-STEP-FOUND-IDX.
002330     PERFORM 2200-MATCH-PROGRAM THRU 2200-EXIT
002340         VARYING WS-STEP-IDX FROM 1 BY 1
002350         UNTIL WS-STEP-IDX > 13
002360             OR WS-STEP-FOUND-IDX > 0.
002370     IF WS-STEP-FOUND-IDX = 0
002380         GO TO 2100-EXIT
002390     END-IF.
002400     PERFORM 2300-FIND-NIGHT THRU 2300-EXIT.
002410     IF WS-FOUND-IDX = 0
002420         IF WS-NIGHT-COUNT >= WS-MAX-NIGHTS
002430             DISPLAY "MORE THAN " WS-MAX-NIGHTS
002440                     " NIGHTS ON THE JOURNAL - RUN REJECTED"
002450             MOVE 'N' TO WS-VALID-INPUT-SWITCH
002460             GO TO 2100-EXIT
002470         END-IF
002480         PERFORM 2400-INSERT-NIGHT THRU 2400-EXIT
002490     END-IF.
002500*    FIRST START AND LAST FINISH OF THE DATE STAND FOR THE
002510*    STEP - THE JOURNAL APPENDS IN TIME ORDER.
002520     IF JRNL-RESULT-SUMMARY(1:11) = 'RUN STARTED'
002530         IF WS-NGT-START(WS-FOUND-IDX, WS-STEP-FOUND-IDX) = 0
002540             MOVE JRNL-RUN-TIME TO
002550                 WS-NGT-START(WS-FOUND-IDX, WS-STEP-FOUND-IDX)
002560         END-IF
002570     ELSE
002580         MOVE JRNL-RUN-TIME TO
002590             WS-NGT-END(WS-FOUND-IDX, WS-STEP-FOUND-IDX)
002600     END-IF.
002610 2100-EXIT.
002620     EXIT.
002630*================================================================
002640 2200-MATCH-PROGRAM.
002650*================================================================
002660     IF WS-STREAM-PROGRAM(WS-STEP-IDX) = JRNL-PROGRAM-ID
002670         MOVE WS-STEP-IDX TO WS-STEP-FOUND-IDX
002680     END-IF.
002690 2200-EXIT.
002700     EXIT.
002710*================================================================
002720 2300-FIND-NIGHT.
002730*================================================================
002740     MOVE 0 TO WS-FOUND-IDX.
002750     PERFORM 2350-MATCH-NIGHT THRU 2350-EXIT
002760         VARYING WS-NIGHT-IDX FROM 1 BY 1
002770         UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT
002780             OR WS-FOUND-IDX > 0.
002790 2300-EXIT.
002800     EXIT.
002810*================================================================
002820 2350-MATCH-NIGHT.
002830*================================================================
002840     IF WS-NGT-DATE(WS-NIGHT-IDX) = JRNL-RUN-DATE
002850         MOVE WS-NIGHT-IDX TO WS-FOUND-IDX
002860     END-IF.
002870 2350-EXIT.
002880     EXIT.
002890*================================================================
002900 2400-INSERT-NIGHT.
002910*================================================================
002920*    OPENS THE SLOT THAT KEEPS THE TABLE IN ASCENDING DATE
002930*    ORDER AND LEAVES WS-FOUND-IDX POINTING AT IT.
002940     MOVE WS-NIGHT-COUNT TO WS-INSERT-IDX.
002950     ADD 1 TO WS-INSERT-IDX.
002960     PERFORM 2450-FIND-SLOT THRU 2450-EXIT
002970         VARYING WS-NIGHT-IDX FROM 1 BY 1
002980         UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT.
002990     ADD 1 TO WS-NIGHT-COUNT.
003000     MOVE WS-NIGHT-COUNT TO WS-SHIFT-IDX.
003010     PERFORM 2460-SHIFT-ONE-NIGHT THRU 2460-EXIT
003020         UNTIL WS-SHIFT-IDX <= WS-INSERT-IDX.
003030     MOVE WS-INSERT-IDX TO WS-FOUND-IDX.
003040     MOVE JRNL-RUN-DATE TO WS-NGT-DATE(WS-FOUND-IDX).
003050     PERFORM 2470-CLEAR-ONE-STEP THRU 2470-EXIT
003060         VARYING WS-STEP-IDX FROM 1 BY 1
003070         UNTIL WS-STEP-IDX > 13.
003080 2400-EXIT.
003090     EXIT.
003100*================================================================
003110 2450-FIND-SLOT.
003120*================================================================
003130     IF WS-NIGHT-IDX < WS-INSERT-IDX
003140         AND WS-NGT-DATE(WS-NIGHT-IDX) > JRNL-RUN-DATE
003150         MOVE WS-NIGHT-IDX TO WS-INSERT-IDX
003160     END-IF.
003170 2450-EXIT.
003180     EXIT.
003190*================================================================
003200 2460-SHIFT-ONE-NIGHT.
003210*================================================================
003220     MOVE WS-NIGHT(WS-SHIFT-IDX - 1) TO WS-NIGHT(WS-SHIFT-IDX).
003230     SUBTRACT 1 FROM WS-SHIFT-IDX.
003240 2460-EXIT.
003250     EXIT.
003260*================================================================
003270 2470-CLEAR-ONE-STEP.
003280*================================================================
003290     MOVE 0 TO WS-NGT-START(WS-FOUND-IDX, WS-STEP-IDX).
003300     MOVE 0 TO WS-NGT-END(WS-FOUND-IDX, WS-STEP-IDX).
003310 2470-EXIT.
003320     EXIT.
003330*================================================================
003340 3000-WRITE-REPORT.
003350*================================================================
003360     OPEN OUTPUT TIMING-REPORT-FILE.
003370     MOVE WS-WINDOW-MINS TO WS-HDR-WINDOW.
003380     WRITE TIM-REPORT-RECORD FROM WS-HEADER-LINE.
003390     PERFORM 3100-WRITE-ONE-NIGHT THRU 3100-EXIT
003400         VARYING WS-NIGHT-IDX FROM 1 BY 1
003410         UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT.
003420     CLOSE TIMING-REPORT-FILE.
003430 3000-EXIT.
003440     EXIT.
003450*================================================================
003460 3100-WRITE-ONE-NIGHT.
003470*================================================================
003480     MOVE WS-NGT-DATE(WS-NIGHT-IDX) TO WS-DTE-DATE.
003490     WRITE TIM-REPORT-RECORD FROM WS-DATE-LINE.
003500     MOVE 0 TO WS-STREAM-START.
003510     MOVE 0 TO WS-STREAM-END.
003520     PERFORM 3200-WRITE-ONE-STEP THRU 3200-EXIT
003530         VARYING WS-STEP-IDX FROM 1 BY 1
003540         UNTIL WS-STEP-IDX > 13.
003550     PERFORM 3300-WRITE-NIGHT-TOTAL THRU 3300-EXIT.
003560 3100-EXIT.
003570     EXIT.
003580*================================================================
003590 3200-WRITE-ONE-STEP.
003600*================================================================
003610     IF WS-NGT-START(WS-NIGHT-IDX, WS-STEP-IDX) = 0
003620         AND WS-NGT-END(WS-NIGHT-IDX, WS-STEP-IDX) = 0
003630         GO TO 3200-EXIT
003640     END-IF.
003650     IF WS-NGT-START(WS-NIGHT-IDX, WS-STEP-IDX) = 0
003660         OR WS-NGT-END(WS-NIGHT-IDX, WS-STEP-IDX) = 0
003670         MOVE WS-STREAM-PROGRAM(WS-STEP-IDX) TO WS-INC-PROGRAM
003680         MOVE ' START OR FINISH ENTRY MISSING - ABEND?'
003690             TO WS-INC-NOTE
003700         WRITE TIM-REPORT-RECORD FROM WS-STEP-INC-LINE
003710         PERFORM 3250-TRACK-STREAM-SPAN THRU 3250-EXIT
003720         GO TO 3200-EXIT
003730     END-IF.
003740     MOVE WS-NGT-START(WS-NIGHT-IDX, WS-STEP-IDX)
003750         TO WS-TIME-WORK.
003760     PERFORM 3400-TIME-TO-SECONDS THRU 3400-EXIT.
003770     MOVE WS-TIME-SECS TO WS-START-SECS.
003780     MOVE WS-NGT-END(WS-NIGHT-IDX, WS-STEP-IDX)
003790         TO WS-TIME-WORK.
003800     PERFORM 3400-TIME-TO-SECONDS THRU 3400-EXIT.
003810     MOVE WS-TIME-SECS TO WS-END-SECS.
003820     COMPUTE WS-ELAPSED-SECS = WS-END-SECS - WS-START-SECS.
003830     IF WS-ELAPSED-SECS < 0
003840*        THE STEP CROSSED MIDNIGHT INSIDE ONE JOURNAL DATE -
003850*        ONLY POSSIBLE ON A HAND-RUN STRADDLING THE DATE
003860*        ACCEPT, SO THE DAY WRAPS ONCE.
003870         ADD 86400 TO WS-ELAPSED-SECS
003880     END-IF.
003890     MOVE WS-STREAM-PROGRAM(WS-STEP-IDX) TO WS-STP-PROGRAM.
003900     MOVE WS-NGT-START(WS-NIGHT-IDX, WS-STEP-IDX)
003910         TO WS-STP-START.
003920     MOVE WS-NGT-END(WS-NIGHT-IDX, WS-STEP-IDX) TO WS-STP-END.
003930     MOVE WS-ELAPSED-SECS TO WS-STP-ELAPSED.
003940     WRITE TIM-REPORT-RECORD FROM WS-STEP-LINE.
003950     PERFORM 3250-TRACK-STREAM-SPAN THRU 3250-EXIT.
003960 3200-EXIT.
003970     EXIT.
003980*================================================================
003990 3250-TRACK-STREAM-SPAN.
004000*================================================================
004010     IF WS-NGT-START(WS-NIGHT-IDX, WS-STEP-IDX) > 0
004020         AND (WS-STREAM-START = 0
004030             OR WS-NGT-START(WS-NIGHT-IDX, WS-STEP-IDX)
004040                 < WS-STREAM-START)
004050         MOVE WS-NGT-START(WS-NIGHT-IDX, WS-STEP-IDX)
004060             TO WS-STREAM-START
004070     END-IF.
004080     IF WS-NGT-END(WS-NIGHT-IDX, WS-STEP-IDX) > WS-STREAM-END
004090         MOVE WS-NGT-END(WS-NIGHT-IDX, WS-STEP-IDX)
004100             TO WS-STREAM-END
004110     END-IF.
004120 3250-EXIT.
004130     EXIT.
004140*================================================================
004150 3300-WRITE-NIGHT-TOTAL.
004160*================================================================
004170     IF WS-STREAM-START = 0 OR WS-STREAM-END = 0
004180         GO TO 3300-EXIT
004190     END-IF.
004200     MOVE WS-STREAM-START TO WS-TIME-WORK.
004210     PERFORM 3400-TIME-TO-SECONDS THRU 3400-EXIT.
004220     MOVE WS-TIME-SECS TO WS-START-SECS.
004230     MOVE WS-STREAM-END TO WS-TIME-WORK.
004240     PERFORM 3400-TIME-TO-SECONDS THRU 3400-EXIT.
004250     MOVE WS-TIME-SECS TO WS-END-SECS.
004260     COMPUTE WS-TOTAL-SECS = WS-END-SECS - WS-START-SECS.
004270     IF WS-TOTAL-SECS < 0
004280         ADD 86400 TO WS-TOTAL-SECS
004290     END-IF.
004300     MOVE WS-TOTAL-SECS TO WS-TOT-SECS.
004310     IF WS-TOTAL-SECS > WS-WINDOW-SECS
004320         MOVE '*LONG*' TO WS-TOT-LONG-FLAG
004330         IF WS-NIGHT-IDX = WS-NIGHT-COUNT
004340             SET WS-LATEST-RAN-LONG TO TRUE
004350         END-IF
004360     ELSE
004370         MOVE SPACES TO WS-TOT-LONG-FLAG
004380     END-IF.
004390     WRITE TIM-REPORT-RECORD FROM WS-TOTAL-LINE.
004400 3300-EXIT.
004410     EXIT.
004420*================================================================
004430 3400-TIME-TO-SECONDS.
004440*================================================================
004450     COMPUTE WS-TIME-SECS =
004460         WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS.
004470 3400-EXIT.
004480     EXIT.
004490*================================================================
004500 8000-TERMINATE.
004510*================================================================
004520     IF NOT WS-INPUT-IS-VALID
004530         MOVE 8 TO RETURN-CODE
004540     ELSE
004550         IF WS-LATEST-RAN-LONG
004560             MOVE 4 TO RETURN-CODE
004570         ELSE
004580             MOVE 0 TO RETURN-CODE
004590         END-IF
004600     END-IF.
004610 8000-EXIT.
004620     EXIT.
004630*================================================================
004640 9999-EXIT.
004650     STOP RUN.
