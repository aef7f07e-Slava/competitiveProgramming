000340* 2026-09-01 SK  SUSPENSE RECORDS ARE NOW 75 BYTES - THE
000350*                AMOUNT PAIR INSIDE SUSP-ORIGINAL CARRIES TWO
000360*                DECIMAL PLACES.
000370* 2026-10-15 SK  BRCHMST 27 TO 30 - THE BRANCH MASTER NOW
000380*                CARRIES THE BOOKING CURRENCY. NOT USED HERE.
000390*================================================================
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.    IBM-370.
000430 OBJECT-COMPUTER.    IBM-370.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT SUSPENSE-FILE ASSIGN TO ADDSUSP
000470            ORGANIZATION IS LINE SEQUENTIAL.
000480     SELECT BRANCH-MASTER-FILE ASSIGN TO BRCHMST
000490            ORGANIZATION IS LINE SEQUENTIAL.
000500     SELECT AGING-REPORT-FILE ASSIGN TO AGERPT
000510            ORGANIZATION IS LINE SEQUENTIAL.
000520*
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  SUSPENSE-FILE
000560     RECORD CONTAINS 75 CHARACTERS.
000570     COPY ADDSUSP.
000580*
000590 FD  BRANCH-MASTER-FILE
000600     RECORD CONTAINS 30 CHARACTERS.
000610     COPY BRCHMST.
000620*
000630 FD  AGING-REPORT-FILE
000640     RECORD CONTAINS 100 CHARACTERS.
000650 01  AGE-REPORT-RECORD           PIC X(100).
000660*
000670 WORKING-STORAGE SECTION.
000680*----------------------------------------------------------------
000690* SWITCHES
000700*----------------------------------------------------------------
000710 01  WS-SWITCHES.
000720     05  WS-VALID-INPUT-SWITCH   PIC X(01)  VALUE 'Y'.
000730         88  WS-INPUT-IS-VALID              VALUE 'Y'.
000740     05  WS-EOF-SWITCH           PIC X(01)  VALUE 'N'.
000750         88  WS-END-OF-FILE                 VALUE 'Y'.
000760     05  WS-BMST-EOF-SWITCH      PIC X(01)  VALUE 'N'.
000770         88  WS-BMST-EOF                    VALUE 'Y'.
000780*----------------------------------------------------------------
000790* OPERATOR INPUT
000800*----------------------------------------------------------------
000810 01  STR                         PIC X(10).
000820 01  WS-CHASE-DAYS               PIC 9(03).
000830*----------------------------------------------------------------
000840* WORK FIELDS
000850*----------------------------------------------------------------
000860 01  WS-RUN-DATE                 PIC 9(08).
000870 01  WS-TODAY-INT                PIC 9(08)  COMP.
000880 01  WS-ENTRY-INT                PIC 9(08)  COMP.
000890 01  WS-AGE-DAYS                 PIC S9(05) COMP.
000900 01  WS-OPEN-COUNT               PIC 9(05)  COMP.
000910 01  WS-CHASE-COUNT              PIC 9(05)  COMP.
000920*----------------------------------------------------------------
000930* PROCESSING CALENDAR - LOADED FROM CALFIL BY CALLOAD. DAY 1
000940* OF THE INTEGER DATE SCALE (1601-01-01) WAS A MONDAY, SO THE
000950* REMAINDER OF THE INTEGER DATE BY 7 GIVES THE WEEKDAY
000960* (1 = MONDAY, 0 STANDS FOR 7 = SUNDAY).
000970*----------------------------------------------------------------
000980     COPY CALTAB.
000990 01  WS-CAL-DATE                 PIC 9(08).
001000 01  WS-CAL-INT                  PIC 9(08)  COMP.
001010 01  WS-CAL-QUOTIENT             PIC 9(08)  COMP.
001020 01  WS-CAL-DOW                  PIC 9(01).
001030 01  WS-CAL-HOL-IDX              PIC 9(03).
001040 01  WS-BUSINESS-SWITCH          PIC X(01).
001050     88  WS-IS-BUSINESS-DAY                 VALUE 'Y'.
001060 01  WS-AGE-INT                  PIC 9(08)  COMP.
001070*----------------------------------------------------------------
001080* BRANCH MASTER TABLE - LOADED FROM BRCHMST AT INITIALIZATION
001090* SO EACH AGING LINE CAN CARRY THE BRANCH'S REAL NAME. THE 500
001100* CEILING MATCHES WS-MAX-BRANCHES IN BRCHMNT.
001110*----------------------------------------------------------------
001120 01  WS-BMST-COUNT               PIC 9(03).
001130 01  WS-BMST-TABLE.
001140     05  WS-BMST-ENTRY           OCCURS 500 TIMES.
001150         10  BMST-CODE           PIC X(03).
001160         10  BMST-NAME           PIC X(20).
001170 01  WS-BMST-IDX                 PIC 9(03).
001180 01  WS-BMST-FOUND-IDX           PIC 9(03).
001190*----------------------------------------------------------------
001200* REPORT LINE LAYOUTS
001210*----------------------------------------------------------------
001220 01  WS-HEADER-LINE.
001230     05  FILLER                  PIC X(26)
001240         VALUE 'OPEN SUSPENSE AGING AS OF '.
001250     05  WS-HDR-DATE             PIC 9(08).
001260     05  FILLER                  PIC X(13)
001270         VALUE ' CHASE AFTER '.
001280     05  WS-HDR-DAYS             PIC ZZ9.
001290     05  FILLER                  PIC X(05)  VALUE ' DAYS'.
001300     05  FILLER                  PIC X(25)  VALUE SPACES.
001310 01  WS-AGING-LINE.
001320     05  WS-AGE-DATE             PIC 9(08).
001330     05  FILLER                  PIC X(01)  VALUE SPACE.
001340     05  WS-AGE-SEQ              PIC 9(07).
001350     05  FILLER                  PIC X(01)  VALUE SPACE.
001360     05  WS-AGE-BRANCH           PIC X(03).
001370     05  FILLER                  PIC X(01)  VALUE SPACE.
001380     05  WS-AGE-BRANCH-NAME      PIC X(20).
001390     05  FILLER                  PIC X(05)  VALUE ' AGE='.
001400     05  WS-AGE-DAYS-D           PIC ZZZZ9.
001410     05  FILLER                  PIC X(01)  VALUE SPACE.
001420     05  WS-AGE-REASON           PIC X(22).
001430     05  FILLER                  PIC X(01)  VALUE SPACE.
001440     05  WS-AGE-CHASE-FLAG       PIC X(07).
001450     05  FILLER                  PIC X(18)  VALUE SPACES.
001460 01  WS-TOTAL-LINE.
001470     05  FILLER                  PIC X(21)
001480         VALUE 'OPEN ITEMS / CHASE = '.
001490     05  WS-TOT-OPEN             PIC ZZZZ9.
001500     05  FILLER                  PIC X(03)  VALUE ' / '.
001510     05  WS-TOT-CHASE            PIC ZZZZ9.
001520     05  FILLER                  PIC X(41)  VALUE SPACES.
001530*
001540 PROCEDURE DIVISION.
001550*================================================================
001560 0000-MAINLINE.
001570*================================================================
001580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001590     IF WS-INPUT-IS-VALID
001600         PERFORM 3000-AGE-SUSPENSE THRU 3000-EXIT
001610         PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT
001620     END-IF.
001630     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001640     GO TO 9999-EXIT.
001650*================================================================
001660 1000-INITIALIZE.
001670*================================================================
001680     ACCEPT STR.
001690     IF STR(1:3) NOT NUMERIC
001700         DISPLAY "CHASE THRESHOLD MUST BE 3 DIGITS OF DAYS - "
001710                 "RUN REJECTED"
001720         MOVE 'N' TO WS-VALID-INPUT-SWITCH
001730         GO TO 1000-EXIT
001740     END-IF.
001750     MOVE STR(1:3) TO WS-CHASE-DAYS.
001760     CALL 'CALLOAD' USING CAL-BLOCK.
001770     IF CAL-BAD-FILE
001780         DISPLAY "CALENDAR FILE BAD: " CAL-ERROR-TEXT
001790         DISPLAY "RUN REJECTED"
001800         MOVE 'N' TO WS-VALID-INPUT-SWITCH
001810         GO TO 1000-EXIT
001820     END-IF.
001830     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001840     COMPUTE WS-TODAY-INT =
001850         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
001860     MOVE 0 TO WS-OPEN-COUNT.
001870     MOVE 0 TO WS-CHASE-COUNT.
001880     PERFORM 1200-LOAD-BRANCHES THRU 1200-EXIT.
001890     OPEN INPUT  SUSPENSE-FILE.
001900     OPEN OUTPUT AGING-REPORT-FILE.
001910     MOVE WS-RUN-DATE TO WS-HDR-DATE.
001920     MOVE WS-CHASE-DAYS TO WS-HDR-DAYS.
001930     WRITE AGE-REPORT-RECORD FROM WS-HEADER-LINE.
001940 1000-EXIT.
001950     EXIT.
001960*================================================================
001970 1200-LOAD-BRANCHES.
001980*================================================================
001990*    A MASTER BIGGER THAN THE TABLE ONLY COSTS THE OVERFLOW
002000*    BRANCHES THEIR NAMES ON THE REPORT - THE AGING ITSELF
002010*    DOES NOT DEPEND ON THE MASTER, SO THE RUN GOES ON.
002020     MOVE 0 TO WS-BMST-COUNT.
002030     OPEN INPUT BRANCH-MASTER-FILE.
002040     PERFORM 1250-READ-ONE-BRANCH THRU 1250-EXIT
002050         UNTIL WS-BMST-EOF.
002060     CLOSE BRANCH-MASTER-FILE.
002070 1200-EXIT.
002080     EXIT.
002090*================================================================
002100 1250-READ-ONE-BRANCH.
002110*================================================================
002120     READ BRANCH-MASTER-FILE
002130         AT END
002140             SET WS-BMST-EOF TO TRUE
002150     END-READ.
002160     IF NOT WS-BMST-EOF
002170         IF WS-BMST-COUNT >= 500
002180             DISPLAY "BRANCH MASTER EXCEEDS TABLE CEILING "
002190                     "OF 500 - NAMES BEYOND IT NOT SHOWN"
002200             SET WS-BMST-EOF TO TRUE
002210         ELSE
002220             ADD 1 TO WS-BMST-COUNT
002230             MOVE BRCHMST-CODE TO BMST-CODE(WS-BMST-COUNT)
002240             MOVE BRCHMST-NAME TO BMST-NAME(WS-BMST-COUNT)
002250         END-IF
002260     END-IF.
002270 1250-EXIT.
002280     EXIT.
002290*================================================================
002300 1300-FIND-BRANCH.
002310*================================================================
002320*    SETS WS-BMST-FOUND-IDX TO THE MASTER ROW FOR WS-AGE-BRANCH,
002330*    OR ZERO WHEN THE BRANCH IS NOT ON THE MASTER.
002340     MOVE 0 TO WS-BMST-FOUND-IDX.
002350     PERFORM 1350-MATCH-BRANCH THRU 1350-EXIT
002360         VARYING WS-BMST-IDX FROM 1 BY 1
002370         UNTIL WS-BMST-IDX > WS-BMST-COUNT
002380             OR WS-BMST-FOUND-IDX > 0.
002390 1300-EXIT.
002400     EXIT.
002410*================================================================
002420 1350-MATCH-BRANCH.
002430*================================================================
002440     IF BMST-CODE(WS-BMST-IDX) = WS-AGE-BRANCH
002450         MOVE WS-BMST-IDX TO WS-BMST-FOUND-IDX
002460     END-IF.
002470 1350-EXIT.
002480     EXIT.
002490*================================================================
002500 2000-READ-SUSPENSE.
002510*================================================================
002520     READ SUSPENSE-FILE
002530         AT END
002540             SET WS-END-OF-FILE TO TRUE
002550     END-READ.
002560 2000-EXIT.
002570     EXIT.
002580*================================================================
002590 3000-AGE-SUSPENSE.
002600*================================================================
002610     PERFORM 2000-READ-SUSPENSE THRU 2000-EXIT.
002620     PERFORM 3100-AGE-ONE-ENTRY THRU 3100-EXIT
002630         UNTIL WS-END-OF-FILE.
002640 3000-EXIT.
002650     EXIT.
002660*================================================================
002670 3100-AGE-ONE-ENTRY.
002680*================================================================
002690     IF NOT SUSP-OPEN
002700         GO TO 3100-NEXT
002710     END-IF.
002720     ADD 1 TO WS-OPEN-COUNT.
002730     MOVE SPACES TO WS-AGE-CHASE-FLAG.
002740     MOVE SUSP-REJECT-DATE TO WS-AGE-DATE.
002750     MOVE SUSP-SEQ TO WS-AGE-SEQ.
002760     MOVE SUSP-ORIGINAL(1:3) TO WS-AGE-BRANCH.
002770     PERFORM 1300-FIND-BRANCH THRU 1300-EXIT.
002780     IF WS-BMST-FOUND-IDX > 0
002790         MOVE BMST-NAME(WS-BMST-FOUND-IDX)
002800             TO WS-AGE-BRANCH-NAME
002810     ELSE
002820         MOVE '** NOT ON MASTER **' TO WS-AGE-BRANCH-NAME
002830     END-IF.
002840     MOVE SUSP-REASON TO WS-AGE-REASON.
002850*    AGE IS BUSINESS DAYS SINCE THE REJECT - A WEEKEND OR A
002860*    BANK HOLIDAY DOES NOT COUNT AGAINST THE DESK.
002870     IF SUSP-REJECT-DATE NUMERIC
002880         COMPUTE WS-ENTRY-INT =
002890             FUNCTION INTEGER-OF-DATE (SUSP-REJECT-DATE)
002900         PERFORM 3500-COUNT-BUSINESS-AGE THRU 3500-EXIT
002910     ELSE
002920         MOVE 0 TO WS-AGE-DAYS
002930     END-IF.
002940     MOVE WS-AGE-DAYS TO WS-AGE-DAYS-D.
002950     IF WS-AGE-DAYS > WS-CHASE-DAYS
002960         MOVE '*CHASE*' TO WS-AGE-CHASE-FLAG
002970         ADD 1 TO WS-CHASE-COUNT
002980     END-IF.
002990     WRITE AGE-REPORT-RECORD FROM WS-AGING-LINE.
003000 3100-NEXT.
003010     PERFORM 2000-READ-SUSPENSE THRU 2000-EXIT.
003020 3100-EXIT.
003030     EXIT.
003040*================================================================
003050 3500-COUNT-BUSINESS-AGE.
003060*================================================================
003070*    COUNTS THE BUSINESS DAYS AFTER THE REJECT DATE UP TO AND
003080*    INCLUDING TODAY INTO WS-AGE-DAYS.
003090     MOVE 0 TO WS-AGE-DAYS.
003100     COMPUTE WS-AGE-INT = WS-ENTRY-INT + 1.
003110     PERFORM 3550-COUNT-ONE-AGE-DAY THRU 3550-EXIT
003120         UNTIL WS-AGE-INT > WS-TODAY-INT.
003130 3500-EXIT.
003140     EXIT.
003150*================================================================
003160 3550-COUNT-ONE-AGE-DAY.
003170*================================================================
003180     COMPUTE WS-CAL-DATE =
003190         FUNCTION DATE-OF-INTEGER (WS-AGE-INT).
003200     PERFORM 6000-CHECK-BUSINESS-DAY THRU 6000-EXIT.
003210     IF WS-IS-BUSINESS-DAY
003220         ADD 1 TO WS-AGE-DAYS
003230     END-IF.
003240     ADD 1 TO WS-AGE-INT.
003250 3550-EXIT.
003260     EXIT.
003270*================================================================
003280 6000-CHECK-BUSINESS-DAY.
003290*================================================================
003300*    WS-CAL-DATE IN, WS-BUSINESS-SWITCH OUT. NO CALENDAR FILE
003310*    MEANS EVERY DAY IS A BUSINESS DAY.
003320     MOVE 'Y' TO WS-BUSINESS-SWITCH.
003330     IF CAL-NO-FILE
003340         GO TO 6000-EXIT
003350     END-IF.
003360     COMPUTE WS-CAL-INT =
003370         FUNCTION INTEGER-OF-DATE (WS-CAL-DATE).
003380     DIVIDE WS-CAL-INT BY 7
003390         GIVING WS-CAL-QUOTIENT
003400         REMAINDER WS-CAL-DOW.
003410     IF WS-CAL-DOW = 0
003420         MOVE 7 TO WS-CAL-DOW
003430     END-IF.
003440     IF CAL-DOW-FLAG(WS-CAL-DOW) NOT = 'Y'
003450         MOVE 'N' TO WS-BUSINESS-SWITCH
003460         GO TO 6000-EXIT
003470     END-IF.
003480     PERFORM 6100-MATCH-CAL-HOLIDAY THRU 6100-EXIT
003490         VARYING WS-CAL-HOL-IDX FROM 1 BY 1
003500         UNTIL WS-CAL-HOL-IDX > CAL-HOLIDAY-COUNT
003510             OR NOT WS-IS-BUSINESS-DAY.
003520 6000-EXIT.
003530     EXIT.
003540*================================================================
003550 6100-MATCH-CAL-HOLIDAY.
003560*================================================================
003570     IF CAL-HOLIDAY(WS-CAL-HOL-IDX) = WS-CAL-DATE
003580         MOVE 'N' TO WS-BUSINESS-SWITCH
003590     END-IF.
003600 6100-EXIT.
003610     EXIT.
003620*================================================================
003630 7000-WRITE-TOTALS.
003640*================================================================
003650     MOVE WS-OPEN-COUNT TO WS-TOT-OPEN.
003660     MOVE WS-CHASE-COUNT TO WS-TOT-CHASE.
003670     WRITE AGE-REPORT-RECORD FROM WS-TOTAL-LINE.
003680 7000-EXIT.
003690     EXIT.
003700*================================================================
003710 8000-TERMINATE.
003720*================================================================
003730     IF WS-INPUT-IS-VALID
003740         CLOSE SUSPENSE-FILE
003750         CLOSE AGING-REPORT-FILE
003760     END-IF.
003770     IF NOT WS-INPUT-IS-VALID
003780         MOVE 8 TO RETURN-CODE
003790     ELSE
003800         IF WS-CHASE-COUNT > 0
003810             MOVE 4 TO RETURN-CODE
003820         ELSE
003830             MOVE 0 TO RETURN-CODE
003840         END-IF
003850     END-IF.
003860 8000-EXIT.
003870     EXIT.
003880*================================================================
003890 9999-EXIT.
003900     STOP RUN.
