000430*                AS HOLLOW (EOD-STA-ADDVER 'F' JOINS THE
000440*                ADDER'S F/B IN THE TRUST TEST) INSTEAD OF
000450*                THE NIGHT LEAVING A HOLE IN THE TREND.
000460* 2026-10-15 SK  CUTOFF CYCLES. A DATE CAN NOW HAVE AN EOD RECORD
000470*                PER CYCLE (EOD-CYCLE, SPACE READ AS CYCLE 1).
000480*                EACH NIGHT KEEPS ONE SLOT PER CYCLE - A RERUN OF
000490*                A CYCLE STILL KEEPS THE LATER RUN TIME - AND THE
000500*                NIGHT'S BALANCE IS THE SUM OF ITS CYCLES, HOLLOW
000510*                IF ANY CYCLE WAS, WITH THE FARTHEST PAIR AND SCAN
000520*                STATUS FROM THE LAST CYCLE. A NIGHT OF MORE THAN
000530*                ONE CYCLE SAYS HOW MANY ON ITS TREND LINE. EODRPT
000540*                164 TO 166.
000550*================================================================
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER.    IBM-370.
000590 OBJECT-COMPUTER.    IBM-370.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT EOD-HISTORY-FILE ASSIGN TO EODHIST
000630            ORGANIZATION IS LINE SEQUENTIAL.
000640     SELECT TREND-REPORT-FILE ASSIGN TO TRDRPT
000650            ORGANIZATION IS LINE SEQUENTIAL.
000660*
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  EOD-HISTORY-FILE
000700     RECORD CONTAINS 166 CHARACTERS.
000710     COPY EODRPT.
000720*
000730 FD  TREND-REPORT-FILE
000740     RECORD CONTAINS 80 CHARACTERS.
000750 01  TRD-REPORT-RECORD           PIC X(80).
000760*
000770 WORKING-STORAGE SECTION.
000780*----------------------------------------------------------------
000790* CONSTANTS
000800*----------------------------------------------------------------
000810*    THE NIGHT TABLE BELOW OCCURS 400 - A LITTLE OVER A YEAR OF
000820*    NIGHTLY GENERATIONS IN ONE REPORT IS THE CONFIGURED
000830*    CEILING.
000840 77  WS-MAX-NIGHTS               PIC 9(03)  VALUE 400.
000850*----------------------------------------------------------------
000860* SWITCHES
000870*----------------------------------------------------------------
000880 01  WS-SWITCHES.
000890     05  WS-VALID-INPUT-SWITCH   PIC X(01)  VALUE 'Y'.
000900         88  WS-INPUT-IS-VALID              VALUE 'Y'.
000910     05  WS-EOF-SWITCH           PIC X(01)  VALUE 'N'.
000920         88  WS-END-OF-FILE                 VALUE 'Y'.
000930*----------------------------------------------------------------
000940* OPERATOR INPUT
000950*----------------------------------------------------------------
000960 01  STR                         PIC X(12).
000970 01  WS-TOLERANCE                PIC 9(11).
000980*----------------------------------------------------------------
000990* NIGHT TABLE - SORTED INTO DATE ORDER AS IT LOADS. EACH NIGHT
001000* HOLDS ONE SLOT PER CUTOFF CYCLE OF ITS DATE; THE NIGHT-LEVEL
001010* FIGURES ARE ROLLED UP FROM THE SLOTS WHEN THE TREND IS WRITTEN.
001020*----------------------------------------------------------------
001030 01  WS-NIGHT-COUNT              PIC 9(03)  COMP.
001040 01  WS-NIGHT-TABLE.
001050     05  WS-NIGHT                OCCURS 400 TIMES.
001060         10  WS-NGT-DATE         PIC 9(08).
001070         10  WS-NGT-TOTAL        PIC S9(11)V99.
001080         10  WS-NGT-SITE-I       PIC X(05).
001090         10  WS-NGT-SITE-J       PIC X(05).
001100*        TRUST FLAGS OFF THE EOD RECORD'S STEP STATUSES -
001110*        THE BALANCE IS HOLLOW WHEN THE ADDER WAS BYPASSED OR
001120*        REJECTED OR THE VERIFIER FAILED IT. SPACES ON A
001130*        PRE-CHANGE GENERATION MEAN UNKNOWN, TAKEN ON TRUST.
001140         10  WS-NGT-BAL-HOLLOW   PIC X(01).
001150         10  WS-NGT-DST-STA      PIC X(01).
001160         10  WS-NGT-CYCLES       PIC 9(01).
001170         10  WS-NGT-CYCLE        OCCURS 8 TIMES.
001180             15  WS-CYC-PRESENT  PIC X(01).
001190             15  WS-CYC-TIME     PIC 9(08).
001200             15  WS-CYC-TOTAL    PIC S9(11)V99.
001210             15  WS-CYC-SITE-I   PIC X(05).
001220             15  WS-CYC-SITE-J   PIC X(05).
001230             15  WS-CYC-HOLLOW   PIC X(01).
001240             15  WS-CYC-DST-STA  PIC X(01).
001250 01  WS-NIGHT-IDX                PIC 9(03)  COMP.
001260 01  WS-FOUND-IDX                PIC 9(03)  COMP.
001270 01  WS-INSERT-IDX               PIC 9(03)  COMP.
001280 01  WS-SHIFT-IDX                PIC 9(03)  COMP.
001290 01  WS-CYC-IDX                  PIC 9(01)  COMP.
001300*    THE EOD RECORD'S CUTOFF CYCLE - SPACE ON A PRE-CHANGE
001310*    GENERATION READS AS CYCLE 1.
001320 01  WS-EOD-CYCLE                PIC X(01).
001330 01  WS-EOD-CYCLE-N REDEFINES WS-EOD-CYCLE
001340                                 PIC 9(01).
001350*----------------------------------------------------------------
001360* TREND WORK FIELDS
001370*----------------------------------------------------------------
001380 01  WS-PRIOR-TOTAL              PIC S9(11)V99.
001390 01  WS-CHANGE                   PIC S9(12)V99.
001400 01  WS-ABS-CHANGE               PIC 9(12)V99.
001410 01  WS-SKIP-COUNT               PIC 9(05)  COMP.
001420*----------------------------------------------------------------
001430* REPORT LINE LAYOUTS
001440*----------------------------------------------------------------
001450 01  WS-HEADER-LINE.
001460     05  FILLER                  PIC X(26)
001470         VALUE 'BALANCE TREND - TOLERANCE '.
001480     05  WS-HDR-TOLERANCE        PIC 9(11).
001490     05  FILLER                  PIC X(43)  VALUE SPACES.
001500 01  WS-TREND-LINE.
001510     05  WS-TRD-DATE             PIC 9(08).
001520     05  FILLER                  PIC X(01)  VALUE SPACE.
001530     05  WS-TRD-TOTAL            PIC -(11)9.99.
001540     05  FILLER                  PIC X(08)  VALUE ' CHANGE='.
001550     05  WS-TRD-CHANGE           PIC -(12)9.99.
001560     05  FILLER                  PIC X(01)  VALUE SPACE.
001570     05  WS-TRD-TOL-FLAG         PIC X(06).
001580     05  FILLER                  PIC X(01)  VALUE SPACE.
001590     05  WS-TRD-PAIR-FLAG        PIC X(12).
001600     05  WS-TRD-CYCLE-NOTE.
001610         10  FILLER              PIC X(08).
001620         10  WS-TRD-CYCLES       PIC 9(01).
001630         10  FILLER              PIC X(02).
001640 01  WS-SKIP-LINE.
001650     05  FILLER                  PIC X(34)
001660         VALUE 'RECORDS SKIPPED (UNDATED/DAMAGED)='.
001670     05  WS-SKIP-COUNT-D         PIC ZZZZ9.
001680     05  FILLER                  PIC X(41)  VALUE SPACES.
001690*
001700 PROCEDURE DIVISION.
001710*================================================================
001720 0000-MAINLINE.
001730*================================================================
001740     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001750     IF WS-INPUT-IS-VALID
001760         PERFORM 2000-LOAD-NIGHTS THRU 2000-EXIT
001770     END-IF.
001780     IF WS-INPUT-IS-VALID
001790         PERFORM 3000-WRITE-TREND THRU 3000-EXIT
001800     END-IF.
001810     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001820     GO TO 9999-EXIT.
001830*================================================================
001840 1000-INITIALIZE.
001850*================================================================
001860     ACCEPT STR.
001870     IF STR(1:11) NOT NUMERIC
001880         DISPLAY "TOLERANCE MUST BE 11 DIGITS - RUN REJECTED"
001890         MOVE 'N' TO WS-VALID-INPUT-SWITCH
001900         GO TO 1000-EXIT
001910     END-IF.
001920     MOVE STR(1:11) TO WS-TOLERANCE.
001930     MOVE 0 TO WS-NIGHT-COUNT.
001940     MOVE 0 TO WS-SKIP-COUNT.
001950 1000-EXIT.
001960     EXIT.
001970*================================================================
001980 2000-LOAD-NIGHTS.
001990*================================================================
002000     OPEN INPUT EOD-HISTORY-FILE.
002010     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
002020     PERFORM 2200-LOAD-ONE-NIGHT THRU 2200-EXIT
002030         UNTIL WS-END-OF-FILE OR NOT WS-INPUT-IS-VALID.
002040     CLOSE EOD-HISTORY-FILE.
002050 2000-EXIT.
002060     EXIT.
002070*================================================================
002080 2100-READ-HISTORY.
002090*================================================================
002100     READ EOD-HISTORY-FILE
002110         AT END
002120             SET WS-END-OF-FILE TO TRUE
002130     END-READ.
002140 2100-EXIT.
002150     EXIT.
002160*================================================================
002170 2200-LOAD-ONE-NIGHT.
002180*================================================================
002190     IF EOD-RUN-DATE NOT NUMERIC OR EOD-RUN-TIME NOT NUMERIC
002200         ADD 1 TO WS-SKIP-COUNT
002210         GO TO 2200-NEXT
002220     END-IF.
002230     MOVE EOD-CYCLE TO WS-EOD-CYCLE.
002240     IF WS-EOD-CYCLE < '1' OR WS-EOD-CYCLE > '8'
002250         MOVE '1' TO WS-EOD-CYCLE
002260     END-IF.
002270     PERFORM 2300-FIND-NIGHT THRU 2300-EXIT.
002280     IF WS-FOUND-IDX > 0
002290*        ANOTHER CYCLE OF THE DATE TAKES ITS OWN SLOT; A RERUN
002300*        OF A CYCLE - THE RECORD WITH THE LATER RUN TIME -
002310*        STANDS FOR THAT CYCLE.
002320         IF WS-CYC-PRESENT(WS-FOUND-IDX, WS-EOD-CYCLE-N)
002330                 NOT = 'Y'
002340             OR EOD-RUN-TIME >=
002350                 WS-CYC-TIME(WS-FOUND-IDX, WS-EOD-CYCLE-N)
002360             PERFORM 2500-FILL-NIGHT THRU 2500-EXIT
002370         END-IF
002380         GO TO 2200-NEXT
002390     END-IF.
002400     IF WS-NIGHT-COUNT >= WS-MAX-NIGHTS
002410         DISPLAY "MORE THAN " WS-MAX-NIGHTS
002420                 " NIGHTS ON EODHIST - RUN REJECTED"
002430         MOVE 'N' TO WS-VALID-INPUT-SWITCH
002440         GO TO 2200-EXIT
002450     END-IF.
002460     PERFORM 2400-INSERT-NIGHT THRU 2400-EXIT.
002470     MOVE EOD-RUN-DATE TO WS-NGT-DATE(WS-FOUND-IDX).
002480     PERFORM 2480-CLEAR-ONE-CYCLE THRU 2480-EXIT
002490         VARYING WS-CYC-IDX FROM 1 BY 1
002500         UNTIL WS-CYC-IDX > 8.
002510     PERFORM 2500-FILL-NIGHT THRU 2500-EXIT.
002520 2200-NEXT.
002530     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
002540 2200-EXIT.
002550     EXIT.
002560*================================================================
002570 2300-FIND-NIGHT.
002580*================================================================
002590     MOVE 0 TO WS-FOUND-IDX.
002600     PERFORM 2350-MATCH-NIGHT THRU 2350-EXIT
002610         VARYING WS-NIGHT-IDX FROM 1 BY 1
002620         UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT
002630             OR WS-FOUND-IDX > 0.
002640 2300-EXIT.
002650     EXIT.
002660*================================================================
002670 2350-MATCH-NIGHT.
002680*================================================================
002690     IF WS-NGT-DATE(WS-NIGHT-IDX) = EOD-RUN-DATE
002700         MOVE WS-NIGHT-IDX TO WS-FOUND-IDX
002710     END-IF.
002720 2350-EXIT.
002730     EXIT.
002740*================================================================
002750 2400-INSERT-NIGHT.
002760*================================================================
002770*    OPENS THE SLOT THAT KEEPS THE TABLE IN ASCENDING DATE
002780*    ORDER AND LEAVES WS-FOUND-IDX POINTING AT IT.
002790     MOVE WS-NIGHT-COUNT TO WS-INSERT-IDX.
002800     ADD 1 TO WS-INSERT-IDX.
002810     PERFORM 2450-FIND-SLOT THRU 2450-EXIT
002820         VARYING WS-NIGHT-IDX FROM 1 BY 1
002830         UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT.
002840     ADD 1 TO WS-NIGHT-COUNT.
002850     MOVE WS-NIGHT-COUNT TO WS-SHIFT-IDX.
002860     PERFORM 2460-SHIFT-ONE-NIGHT THRU 2460-EXIT
002870         UNTIL WS-SHIFT-IDX <= WS-INSERT-IDX.
002880     MOVE WS-INSERT-IDX TO WS-FOUND-IDX.
002890 2400-EXIT.
002900     EXIT.
002910*================================================================
002920 2450-FIND-SLOT.
002930*================================================================
002940     IF WS-NIGHT-IDX < WS-INSERT-IDX
002950         AND WS-NGT-DATE(WS-NIGHT-IDX) > EOD-RUN-DATE
002960         MOVE WS-NIGHT-IDX TO WS-INSERT-IDX
002970     END-IF.
002980 2450-EXIT.
002990     EXIT.
003000*================================================================
003010 2460-SHIFT-ONE-NIGHT.
003020*================================================================
003030     MOVE WS-NIGHT(WS-SHIFT-IDX - 1) TO WS-NIGHT(WS-SHIFT-IDX).
003040     SUBTRACT 1 FROM WS-SHIFT-IDX.
003050 2460-EXIT.
003060     EXIT.
003070*================================================================
003080 2480-CLEAR-ONE-CYCLE.
003090*================================================================
003100     MOVE 'N' TO WS-CYC-PRESENT(WS-FOUND-IDX, WS-CYC-IDX).
003110     MOVE 0 TO WS-CYC-TIME(WS-FOUND-IDX, WS-CYC-IDX).
003120     MOVE 0 TO WS-CYC-TOTAL(WS-FOUND-IDX, WS-CYC-IDX).
003130     MOVE SPACES TO WS-CYC-SITE-I(WS-FOUND-IDX, WS-CYC-IDX).
003140     MOVE SPACES TO WS-CYC-SITE-J(WS-FOUND-IDX, WS-CYC-IDX).
003150     MOVE 'N' TO WS-CYC-HOLLOW(WS-FOUND-IDX, WS-CYC-IDX).
003160     MOVE SPACE TO WS-CYC-DST-STA(WS-FOUND-IDX, WS-CYC-IDX).
003170 2480-EXIT.
003180     EXIT.
003190*================================================================
003200 2500-FILL-NIGHT.
003210*================================================================
003220     MOVE 'Y' TO WS-CYC-PRESENT(WS-FOUND-IDX, WS-EOD-CYCLE-N).
003230     MOVE EOD-RUN-TIME
003240         TO WS-CYC-TIME(WS-FOUND-IDX, WS-EOD-CYCLE-N).
003250*    GENERATIONS FROM BEFORE THE TWO-DECIMAL CHANGE HAVE NO
003260*    TRAILING 2DP FIELD - IT READS BACK AS SPACES AND THE OLD
003270*    ONE-PLACE TOTAL STANDS FOR THE NIGHT.
003280     IF EOD-ADD-TOTAL-2DP NOT = SPACES
003290         COMPUTE WS-CYC-TOTAL(WS-FOUND-IDX, WS-EOD-CYCLE-N) =
003300             FUNCTION NUMVAL (EOD-ADD-TOTAL-2DP)
003310     ELSE
003320         COMPUTE WS-CYC-TOTAL(WS-FOUND-IDX, WS-EOD-CYCLE-N) =
003330             FUNCTION NUMVAL (EOD-ADD-DAILY-TOTAL)
003340     END-IF.
003350     MOVE EOD-DST-FARTHEST-I
003360         TO WS-CYC-SITE-I(WS-FOUND-IDX, WS-EOD-CYCLE-N).
003370     MOVE EOD-DST-FARTHEST-J
003380         TO WS-CYC-SITE-J(WS-FOUND-IDX, WS-EOD-CYCLE-N).
003390*    A CYCLE'S BALANCE IS ONLY AS GOOD AS THE ADDER THAT CUT
003400*    IT AND THE VERIFIER THAT PROVED IT.
003410     IF EOD-STA-ADD153A = 'F' OR EOD-STA-ADD153A = 'B'
003420         OR EOD-STA-ADDVER = 'F'
003430         MOVE 'Y' TO WS-CYC-HOLLOW(WS-FOUND-IDX, WS-EOD-CYCLE-N)
003440     ELSE
003450         MOVE 'N' TO WS-CYC-HOLLOW(WS-FOUND-IDX, WS-EOD-CYCLE-N)
003460     END-IF.
003470     MOVE EOD-STA-DST153E
003480         TO WS-CYC-DST-STA(WS-FOUND-IDX, WS-EOD-CYCLE-N).
003490 2500-EXIT.
003500     EXIT.
003510*================================================================
003520 3000-WRITE-TREND.
003530*================================================================
003540     OPEN OUTPUT TREND-REPORT-FILE.
003550     MOVE WS-TOLERANCE TO WS-HDR-TOLERANCE.
003560     WRITE TRD-REPORT-RECORD FROM WS-HEADER-LINE.
003570     PERFORM 3100-WRITE-ONE-NIGHT THRU 3100-EXIT
003580         VARYING WS-NIGHT-IDX FROM 1 BY 1
003590         UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT.
003600     IF WS-SKIP-COUNT > 0
003610         MOVE WS-SKIP-COUNT TO WS-SKIP-COUNT-D
003620         WRITE TRD-REPORT-RECORD FROM WS-SKIP-LINE
003630     END-IF.
003640     CLOSE TREND-REPORT-FILE.
003650 3000-EXIT.
003660     EXIT.
003670*================================================================
003680 3050-ROLL-UP-NIGHT.
003690*================================================================
003700*    A NIGHT'S BALANCE IS THE SUM OF ITS CYCLES' BALANCES AND
003710*    IS HOLLOW IF ANY CYCLE'S WAS. THE FARTHEST PAIR AND THE
003720*    SCAN'S STATUS COME FROM THE DATE'S LAST CYCLE, WHICH SAW
003730*    THE SITE MASTER LAST.
003740     MOVE 0 TO WS-NGT-TOTAL(WS-NIGHT-IDX).
003750     MOVE 'N' TO WS-NGT-BAL-HOLLOW(WS-NIGHT-IDX).
003760     MOVE 0 TO WS-NGT-CYCLES(WS-NIGHT-IDX).
003770     PERFORM 3060-ADD-ONE-CYCLE THRU 3060-EXIT
003780         VARYING WS-CYC-IDX FROM 1 BY 1
003790         UNTIL WS-CYC-IDX > 8.
003800 3050-EXIT.
003810     EXIT.
003820*================================================================
003830 3060-ADD-ONE-CYCLE.
003840*================================================================
003850     IF WS-CYC-PRESENT(WS-NIGHT-IDX, WS-CYC-IDX) NOT = 'Y'
003860         GO TO 3060-EXIT
003870     END-IF.
003880     ADD 1 TO WS-NGT-CYCLES(WS-NIGHT-IDX).
003890     ADD WS-CYC-TOTAL(WS-NIGHT-IDX, WS-CYC-IDX)
003900         TO WS-NGT-TOTAL(WS-NIGHT-IDX).
003910     IF WS-CYC-HOLLOW(WS-NIGHT-IDX, WS-CYC-IDX) = 'Y'
003920         MOVE 'Y' TO WS-NGT-BAL-HOLLOW(WS-NIGHT-IDX)
003930     END-IF.
003940     MOVE WS-CYC-SITE-I(WS-NIGHT-IDX, WS-CYC-IDX)
003950         TO WS-NGT-SITE-I(WS-NIGHT-IDX).
003960     MOVE WS-CYC-SITE-J(WS-NIGHT-IDX, WS-CYC-IDX)
003970         TO WS-NGT-SITE-J(WS-NIGHT-IDX).
003980     MOVE WS-CYC-DST-STA(WS-NIGHT-IDX, WS-CYC-IDX)
003990         TO WS-NGT-DST-STA(WS-NIGHT-IDX).
004000 3060-EXIT.
004010     EXIT.
004020*================================================================
004030 3100-WRITE-ONE-NIGHT.
004040*================================================================
004050     PERFORM 3050-ROLL-UP-NIGHT THRU 3050-EXIT.
004060     MOVE SPACES TO WS-TRD-TOL-FLAG.
004070     MOVE SPACES TO WS-TRD-PAIR-FLAG.
004080     MOVE SPACES TO WS-TRD-CYCLE-NOTE.
004090     IF WS-NGT-CYCLES(WS-NIGHT-IDX) > 1
004100         MOVE ' CYCLES=' TO WS-TRD-CYCLE-NOTE(1:8)
004110         MOVE WS-NGT-CYCLES(WS-NIGHT-IDX) TO WS-TRD-CYCLES
004120     END-IF.
004130     MOVE WS-NGT-DATE(WS-NIGHT-IDX) TO WS-TRD-DATE.
004140     MOVE WS-NGT-TOTAL(WS-NIGHT-IDX) TO WS-TRD-TOTAL.
004150     IF WS-NIGHT-IDX = 1
004160         MOVE 0 TO WS-TRD-CHANGE
004170         MOVE 'FIRST' TO WS-TRD-TOL-FLAG
004180     ELSE
004190         COMPUTE WS-CHANGE = WS-NGT-TOTAL(WS-NIGHT-IDX)
004200             - WS-PRIOR-TOTAL
004210         MOVE WS-CHANGE TO WS-TRD-CHANGE
004220         IF WS-CHANGE < 0
004230             COMPUTE WS-ABS-CHANGE = 0 - WS-CHANGE
004240         ELSE
004250             MOVE WS-CHANGE TO WS-ABS-CHANGE
004260         END-IF
004270*        A HOLLOW NIGHT - THE ADDER BYPASSED OR REJECTED, OR
004280*        THE VERIFIER FAILED ITS BALANCE, PER THE RECORD'S
004290*        OWN STEP STATUSES - GETS ITS SWING MARKED HOLLOW,
004300*        NOT *TOL*, AND THE NIGHT AFTER ONE IS NOT FLAGGED
004310*        EITHER: THE SWING IS AGAINST A HOLLOW NUMBER.
004320         IF WS-NGT-BAL-HOLLOW(WS-NIGHT-IDX) = 'Y'
004330             MOVE 'HOLLOW' TO WS-TRD-TOL-FLAG
004340         ELSE
004350             IF WS-ABS-CHANGE > WS-TOLERANCE
004360                 AND WS-NGT-BAL-HOLLOW(WS-NIGHT-IDX - 1)
004370                     NOT = 'Y'
004380                 MOVE '*TOL*' TO WS-TRD-TOL-FLAG
004390             END-IF
004400         END-IF
004410         IF WS-NGT-DST-STA(WS-NIGHT-IDX) = 'F'
004420             OR WS-NGT-DST-STA(WS-NIGHT-IDX) = 'B'
004430             MOVE 'SCAN HOLLOW' TO WS-TRD-PAIR-FLAG
004440         ELSE
004450             IF WS-NGT-SITE-I(WS-NIGHT-IDX) NOT =
004460                     WS-NGT-SITE-I(WS-NIGHT-IDX - 1)
004470                 OR WS-NGT-SITE-J(WS-NIGHT-IDX) NOT =
004480                     WS-NGT-SITE-J(WS-NIGHT-IDX - 1)
004490                 MOVE 'PAIR CHANGED' TO WS-TRD-PAIR-FLAG
004500             END-IF
004510         END-IF
004520     END-IF.
004530     MOVE WS-NGT-TOTAL(WS-NIGHT-IDX) TO WS-PRIOR-TOTAL.
004540     WRITE TRD-REPORT-RECORD FROM WS-TREND-LINE.
004550 3100-EXIT.
004560     EXIT.
004570*================================================================
004580 8000-TERMINATE.
004590*================================================================
004600     IF WS-INPUT-IS-VALID
004610         MOVE 0 TO RETURN-CODE
004620     ELSE
004630         MOVE 8 TO RETURN-CODE
004640     END-IF.
004650 8000-EXIT.
004660     EXIT.
004670*================================================================
004680 9999-EXIT.
004690     STOP RUN.
