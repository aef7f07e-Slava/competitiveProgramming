000220*                A BRAND NEW CALENDAR STARTS FROM AN 'R'
000230*                TRANSACTION ALONE - EVERY DAY IS A BUSINESS
000240*                DAY UNTIL THE RULE SAYS OTHERWISE.
000250* 2026-10-15 SK  MAKER-CHECKER. TRANSACTIONS NOW COME ONLY FROM
000260*                THE APPROVAL RUN (CHGAPV) AND CARRY ITS 23-BYTE
000270*                APPROVAL STAMP - CHANGE ID, MAKER ID, CHECKER ID
000280*                - IN COLUMNS 30-52. ONE WITH NO STAMP, OR WHOSE
000290*                CHECKER IS ITS MAKER, IS REJECTED. CALTRN 29 TO
000300*                52.
000310*================================================================
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.    IBM-370.
000350 OBJECT-COMPUTER.    IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT OPTIONAL CALENDAR-IN ASSIGN TO CALFIL
000390            ORGANIZATION IS LINE SEQUENTIAL.
000400     SELECT CAL-TRANS-FILE ASSIGN TO CALTRN
000410            ORGANIZATION IS LINE SEQUENTIAL.
000420     SELECT CALENDAR-OUT ASSIGN TO CALFILO
000430            ORGANIZATION IS LINE SEQUENTIAL.
000440*
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  CALENDAR-IN
000480     RECORD CONTAINS 29 CHARACTERS.
000490 01  CALFIL-RECORD.
000500     05  CALFIL-REC-TYPE         PIC X(01).
000510         88  CALFIL-IS-RULE                 VALUE 'R'.
000520         88  CALFIL-IS-HOLIDAY              VALUE 'H'.
000530     05  FILLER                  PIC X(28).
000540 01  CALFIL-RULE REDEFINES CALFIL-RECORD.
000550     05  FILLER                  PIC X(01).
000560     05  CALFIL-DOW-FLAGS        PIC X(07).
000570     05  FILLER                  PIC X(21).
000580 01  CALFIL-HOLIDAY REDEFINES CALFIL-RECORD.
000590     05  FILLER                  PIC X(01).
000600     05  CALFIL-HOL-DATE         PIC 9(08).
000610     05  CALFIL-HOL-DESC         PIC X(20).
000620*
000630 FD  CAL-TRANS-FILE
000640     RECORD CONTAINS 52 CHARACTERS.
000650 01  CALTRN-RECORD.
000660     05  CALTRN-ACTION           PIC X(01).
000670         88  CALTRN-ADD                     VALUE 'A'.
000680         88  CALTRN-DROP                    VALUE 'D'.
000690         88  CALTRN-RULE                    VALUE 'R'.
000700     05  CALTRN-DATE             PIC 9(08).
000710     05  CALTRN-DESC             PIC X(20).
000720*    APPROVAL STAMP - PUT ON BY CHGAPV WHEN THE CHECKER APPROVED.
000730     05  CALTRN-CHANGE-ID        PIC 9(07).
000740     05  CALTRN-MAKER-ID         PIC X(08).
000750     05  CALTRN-CHECKER-ID       PIC X(08).
000760 01  CALTRN-RULE-CARD REDEFINES CALTRN-RECORD.
000770     05  FILLER                  PIC X(01).
000780     05  CALTRN-DOW-FLAGS        PIC X(07).
000790     05  FILLER                  PIC X(44).
000800*
000810 FD  CALENDAR-OUT
000820     RECORD CONTAINS 29 CHARACTERS.
000830 01  CALFILO-RECORD              PIC X(29).
000840*
000850 WORKING-STORAGE SECTION.
000860*----------------------------------------------------------------
000870* CONSTANTS
000880*----------------------------------------------------------------
000890*    THIS CEILING MATCHES THE 200-HOLIDAY TABLE IN CALTAB.CPY -
000900*    CALLOAD CANNOT SERVE A CALENDAR BIGGER THAN ITS BLOCK.
000910 77  WS-MAX-HOLIDAYS             PIC 9(03)  VALUE 200.
000920*----------------------------------------------------------------
000930* SWITCHES
000940*----------------------------------------------------------------
000950 01  WS-SWITCHES.
000960     05  WS-CAL-EOF-SWITCH       PIC X(01)  VALUE 'N'.
000970         88  WS-CAL-EOF                     VALUE 'Y'.
000980     05  WS-TRANS-EOF-SWITCH     PIC X(01)  VALUE 'N'.
000990         88  WS-TRANS-EOF                   VALUE 'Y'.
001000     05  WS-VALID-RUN-SWITCH     PIC X(01)  VALUE 'Y'.
001010         88  WS-RUN-IS-VALID                VALUE 'Y'.
001020*----------------------------------------------------------------
001030* CALENDAR TABLES
001040*----------------------------------------------------------------
001050 01  WS-DOW-FLAGS                PIC X(07)  VALUE 'YYYYYYY'.
001060 01  WS-DOW-FLAG-TABLE REDEFINES WS-DOW-FLAGS.
001070     05  WS-DOW-FLAG             PIC X(01)  OCCURS 7 TIMES.
001080 01  WS-HOLIDAY-COUNT            PIC 9(03).
001090 01  WS-HOLIDAY-TABLE.
001100     05  WS-HOLIDAY-ENTRY        OCCURS 200 TIMES.
001110         10  HOL-DATE            PIC 9(08).
001120         10  HOL-DESC            PIC X(20).
001130 01  WS-HOL-IDX                  PIC 9(03).
001140 01  WS-FOUND-IDX                PIC 9(03).
001150 01  WS-SHIFT-IDX                PIC 9(03).
001160 01  WS-DOW-IDX                  PIC 9(01).
001170*----------------------------------------------------------------
001180* RUN COUNTERS
001190*----------------------------------------------------------------
001200 01  WS-APPLIED-COUNT            PIC 9(05)  COMP.
001210 01  WS-REJECT-COUNT             PIC 9(05)  COMP.
001220 01  WS-APPLIED-COUNT-D          PIC 9(05).
001230 01  WS-REJECT-COUNT-D           PIC 9(05).
001240*
001250 PROCEDURE DIVISION.
001260*================================================================
001270 0000-MAINLINE.
001280*================================================================
001290     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001300     IF WS-RUN-IS-VALID
001310         PERFORM 3000-APPLY-TRANSACTIONS THRU 3000-EXIT
001320         PERFORM 7000-WRITE-NEW-CALENDAR THRU 7000-EXIT
001330     END-IF.
001340     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001350     GO TO 9999-EXIT.
001360*================================================================
001370 1000-INITIALIZE.
001380*================================================================
001390     OPEN INPUT  CALENDAR-IN.
001400     OPEN INPUT  CAL-TRANS-FILE.
001410     OPEN OUTPUT CALENDAR-OUT.
001420     MOVE 0 TO WS-HOLIDAY-COUNT.
001430     MOVE 0 TO WS-APPLIED-COUNT.
001440     MOVE 0 TO WS-REJECT-COUNT.
001450     PERFORM 1100-LOAD-ONE-RECORD THRU 1100-EXIT
001460         UNTIL WS-CAL-EOF OR NOT WS-RUN-IS-VALID.
001470 1000-EXIT.
001480     EXIT.
001490*================================================================
001500 1100-LOAD-ONE-RECORD.
001510*================================================================
001520     READ CALENDAR-IN
001530         AT END
001540             SET WS-CAL-EOF TO TRUE
001550     END-READ.
001560     IF WS-CAL-EOF
001570         GO TO 1100-EXIT
001580     END-IF.
001590     IF CALFIL-IS-RULE
001600         MOVE CALFIL-DOW-FLAGS TO WS-DOW-FLAGS
001610         GO TO 1100-EXIT
001620     END-IF.
001630     IF NOT CALFIL-IS-HOLIDAY
001640         DISPLAY "RECORD TYPE NOT R OR H ON CALENDAR - "
001650                 "RUN REJECTED"
001660         MOVE 'N' TO WS-VALID-RUN-SWITCH
001670         GO TO 1100-EXIT
001680     END-IF.
001690     IF WS-HOLIDAY-COUNT >= WS-MAX-HOLIDAYS
001700         DISPLAY "CALENDAR EXCEEDS " WS-MAX-HOLIDAYS
001710                 " HOLIDAYS - RUN REJECTED"
001720         MOVE 'N' TO WS-VALID-RUN-SWITCH
001730         GO TO 1100-EXIT
001740     END-IF.
001750     ADD 1 TO WS-HOLIDAY-COUNT.
001760     MOVE CALFIL-HOL-DATE TO HOL-DATE(WS-HOLIDAY-COUNT).
001770     MOVE CALFIL-HOL-DESC TO HOL-DESC(WS-HOLIDAY-COUNT).
001780 1100-EXIT.
001790     EXIT.
001800*================================================================
001810 2000-READ-TRANSACTION.
001820*================================================================
001830     READ CAL-TRANS-FILE
001840         AT END
001850             SET WS-TRANS-EOF TO TRUE
001860     END-READ.
001870 2000-EXIT.
001880     EXIT.
001890*================================================================
001900 3000-APPLY-TRANSACTIONS.
001910*================================================================
001920     PERFORM 2000-READ-TRANSACTION THRU 2000-EXIT.
001930     PERFORM 3100-APPLY-ONE THRU 3100-EXIT
001940         UNTIL WS-TRANS-EOF OR NOT WS-RUN-IS-VALID.
001950 3000-EXIT.
001960     EXIT.
001970*================================================================
001980 3100-APPLY-ONE.
001990*================================================================
002000     IF CALTRN-CHANGE-ID NOT NUMERIC
002010         OR CALTRN-MAKER-ID = SPACES
002020         OR CALTRN-CHECKER-ID = SPACES
002030         OR CALTRN-CHECKER-ID = CALTRN-MAKER-ID
002040         DISPLAY "TRANSACTION NOT APPROVED BY A SECOND ID "
002050                 "(CHANGE " CALTRN-CHANGE-ID ") - REJECTED"
002060         ADD 1 TO WS-REJECT-COUNT
002070         GO TO 3100-NEXT
002080     END-IF.
002090     IF CALTRN-RULE
002100         PERFORM 3400-APPLY-RULE THRU 3400-EXIT
002110         GO TO 3100-NEXT
002120     END-IF.
002130     IF CALTRN-DATE NOT NUMERIC
002140         DISPLAY "NON-NUMERIC DATE ON TRANSACTION - REJECTED"
002150         ADD 1 TO WS-REJECT-COUNT
002160         GO TO 3100-NEXT
002170     END-IF.
002180     PERFORM 3500-FIND-HOLIDAY THRU 3500-EXIT.
002190     IF CALTRN-ADD
002200         PERFORM 3200-APPLY-ADD THRU 3200-EXIT
002210     ELSE
002220         IF CALTRN-DROP
002230             PERFORM 3300-APPLY-DROP THRU 3300-EXIT
002240         ELSE
002250             DISPLAY "UNKNOWN ACTION '" CALTRN-ACTION
002260                     "' FOR DATE " CALTRN-DATE
002270                     " - REJECTED"
002280             ADD 1 TO WS-REJECT-COUNT
002290         END-IF
002300     END-IF.
002310 3100-NEXT.
002320     PERFORM 2000-READ-TRANSACTION THRU 2000-EXIT.
002330 3100-EXIT.
002340     EXIT.
002350*================================================================
002360 3200-APPLY-ADD.
002370*================================================================
002380     IF WS-FOUND-IDX > 0
002390         DISPLAY "HOLIDAY " CALTRN-DATE
002400                 " ALREADY ON CALENDAR - ADD REJECTED"
002410         ADD 1 TO WS-REJECT-COUNT
002420         GO TO 3200-EXIT
002430     END-IF.
002440     IF WS-HOLIDAY-COUNT >= WS-MAX-HOLIDAYS
002450         DISPLAY "CALENDAR FULL AT " WS-MAX-HOLIDAYS
002460                 " HOLIDAYS - ADD REJECTED"
002470         ADD 1 TO WS-REJECT-COUNT
002480         GO TO 3200-EXIT
002490     END-IF.
002500     ADD 1 TO WS-HOLIDAY-COUNT.
002510     MOVE CALTRN-DATE TO HOL-DATE(WS-HOLIDAY-COUNT).
002520     MOVE CALTRN-DESC TO HOL-DESC(WS-HOLIDAY-COUNT).
002530     ADD 1 TO WS-APPLIED-COUNT.
002540 3200-EXIT.
002550     EXIT.
002560*================================================================
002570 3300-APPLY-DROP.
002580*================================================================
002590     IF WS-FOUND-IDX = 0
002600         DISPLAY "HOLIDAY " CALTRN-DATE
002610                 " NOT ON CALENDAR - DROP REJECTED"
002620         ADD 1 TO WS-REJECT-COUNT
002630         GO TO 3300-EXIT
002640     END-IF.
002650     MOVE WS-FOUND-IDX TO WS-SHIFT-IDX.
002660     PERFORM 3350-SHIFT-ONE-HOLIDAY THRU 3350-EXIT
002670         UNTIL WS-SHIFT-IDX >= WS-HOLIDAY-COUNT.
002680     SUBTRACT 1 FROM WS-HOLIDAY-COUNT.
002690     ADD 1 TO WS-APPLIED-COUNT.
002700 3300-EXIT.
002710     EXIT.
002720*================================================================
002730 3350-SHIFT-ONE-HOLIDAY.
002740*================================================================
002750     MOVE WS-HOLIDAY-ENTRY(WS-SHIFT-IDX + 1)
002760         TO WS-HOLIDAY-ENTRY(WS-SHIFT-IDX).
002770     ADD 1 TO WS-SHIFT-IDX.
002780 3350-EXIT.
002790     EXIT.
002800*================================================================
002810 3400-APPLY-RULE.
002820*================================================================
002830     MOVE 0 TO WS-FOUND-IDX.
002840     PERFORM 3450-EDIT-ONE-FLAG THRU 3450-EXIT
002850         VARYING WS-DOW-IDX FROM 1 BY 1
002860         UNTIL WS-DOW-IDX > 7
002870             OR WS-FOUND-IDX > 0.
002880     IF WS-FOUND-IDX > 0
002890         DISPLAY "WEEKEND-RULE FLAGS MUST BE Y OR N - "
002900                 "RULE REJECTED"
002910         ADD 1 TO WS-REJECT-COUNT
002920         GO TO 3400-EXIT
002930     END-IF.
002940     MOVE CALTRN-DOW-FLAGS TO WS-DOW-FLAGS.
002950     ADD 1 TO WS-APPLIED-COUNT.
002960 3400-EXIT.
002970     EXIT.
002980*================================================================
002990 3450-EDIT-ONE-FLAG.
003000*================================================================
003010     IF CALTRN-DOW-FLAGS(WS-DOW-IDX:1) NOT = 'Y'
003020         AND CALTRN-DOW-FLAGS(WS-DOW-IDX:1) NOT = 'N'
003030         MOVE WS-DOW-IDX TO WS-FOUND-IDX
003040     END-IF.
003050 3450-EXIT.
003060     EXIT.
003070*================================================================
003080 3500-FIND-HOLIDAY.
003090*================================================================
003100     MOVE 0 TO WS-FOUND-IDX.
003110     PERFORM 3550-MATCH-HOLIDAY THRU 3550-EXIT
003120         VARYING WS-HOL-IDX FROM 1 BY 1
003130         UNTIL WS-HOL-IDX > WS-HOLIDAY-COUNT
003140             OR WS-FOUND-IDX > 0.
003150 3500-EXIT.
003160     EXIT.
003170*================================================================
003180 3550-MATCH-HOLIDAY.
003190*================================================================
003200     IF HOL-DATE(WS-HOL-IDX) = CALTRN-DATE
003210         MOVE WS-HOL-IDX TO WS-FOUND-IDX
003220     END-IF.
003230 3550-EXIT.
003240     EXIT.
003250*================================================================
003260 7000-WRITE-NEW-CALENDAR.
003270*================================================================
003280     MOVE SPACES TO CALFIL-RECORD.
003290     MOVE 'R' TO CALFIL-REC-TYPE.
003300     MOVE WS-DOW-FLAGS TO CALFIL-DOW-FLAGS.
003310     WRITE CALFILO-RECORD FROM CALFIL-RECORD.
003320     PERFORM 7100-WRITE-ONE-HOLIDAY THRU 7100-EXIT
003330         VARYING WS-HOL-IDX FROM 1 BY 1
003340         UNTIL WS-HOL-IDX > WS-HOLIDAY-COUNT.
003350     MOVE WS-APPLIED-COUNT TO WS-APPLIED-COUNT-D.
003360     MOVE WS-REJECT-COUNT TO WS-REJECT-COUNT-D.
003370     DISPLAY "TRANS APPLIED  = " WS-APPLIED-COUNT-D.
003380     DISPLAY "TRANS REJECTED = " WS-REJECT-COUNT-D.
003390 7000-EXIT.
003400     EXIT.
003410*================================================================
003420 7100-WRITE-ONE-HOLIDAY.
003430*================================================================
003440     MOVE SPACES TO CALFIL-RECORD.
003450     MOVE 'H' TO CALFIL-REC-TYPE.
003460     MOVE HOL-DATE(WS-HOL-IDX) TO CALFIL-HOL-DATE.
003470     MOVE HOL-DESC(WS-HOL-IDX) TO CALFIL-HOL-DESC.
003480     WRITE CALFILO-RECORD FROM CALFIL-RECORD.
003490 7100-EXIT.
003500     EXIT.
003510*================================================================
003520 8000-TERMINATE.
003530*================================================================
003540     CLOSE CALENDAR-IN.
003550     CLOSE CAL-TRANS-FILE.
003560     CLOSE CALENDAR-OUT.
003570     IF NOT WS-RUN-IS-VALID
003580         MOVE 8 TO RETURN-CODE
003590     ELSE
003600         IF WS-REJECT-COUNT > 0
003610             MOVE 4 TO RETURN-CODE
003620         ELSE
003630             MOVE 0 TO RETURN-CODE
003640         END-IF
003650     END-IF.
003660 8000-EXIT.
003670     EXIT.
003680*================================================================
003690 9999-EXIT.
003700     STOP RUN.
