000290*                AS THEIR FINISH - START ENTRIES ARE ARCHIVED
000300*                WITH THEIR NIGHT BUT SKIPPED IN THE MONTHLY
000310*                ROLLUP SO RUNS ARE NOT COUNTED TWICE.
000320* 2026-10-15 SK  JOURNAL RECORD WIDENED 158 TO 160 FOR THE
000330*                CUTOFF-CYCLE FIELD; THE ARCHIVE AND THE LIVE COPY
000340*                CARRY IT THROUGH UNCHANGED.
000350*================================================================
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.    IBM-370.
000390 OBJECT-COMPUTER.    IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT JOURNAL-FILE ASSIGN TO JRNLOG
000430            ORGANIZATION IS LINE SEQUENTIAL.
000440     SELECT ARCHIVE-FILE ASSIGN TO JRNARC
000450            ORGANIZATION IS LINE SEQUENTIAL.
000460     SELECT RETAINED-FILE ASSIGN TO JRNNEW
000470            ORGANIZATION IS LINE SEQUENTIAL.
000480     SELECT ROLLUP-FILE ASSIGN TO JRNROLL
000490            ORGANIZATION IS LINE SEQUENTIAL.
000500*
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  JOURNAL-FILE
000540     RECORD CONTAINS 160 CHARACTERS.
000550     COPY JRNLREC.
000560*
000570 FD  ARCHIVE-FILE
000580     RECORD CONTAINS 160 CHARACTERS.
000590 01  JRNARC-RECORD               PIC X(160).
000600*
000610 FD  RETAINED-FILE
000620     RECORD CONTAINS 160 CHARACTERS.
000630 01  JRNNEW-RECORD               PIC X(160).
000640*
000650 FD  ROLLUP-FILE
000660     RECORD CONTAINS 80 CHARACTERS.
000670 01  JRNROLL-RECORD              PIC X(80).
000680*
000690 WORKING-STORAGE SECTION.
000700*----------------------------------------------------------------
000710* CONSTANTS
000720*----------------------------------------------------------------
000730*    THE ROLLUP TABLE BELOW OCCURS 240 MONTHS - TWENTY YEARS OF
000740*    ARCHIVED MONTHS IN ONE PASS IS THE CONFIGURED CEILING.
000750 77  WS-MAX-MONTHS               PIC 9(03)  VALUE 240.
000760*----------------------------------------------------------------
000770* SWITCHES
000780*----------------------------------------------------------------
000790 01  WS-SWITCHES.
000800     05  WS-VALID-INPUT-SWITCH   PIC X(01)  VALUE 'Y'.
000810         88  WS-INPUT-IS-VALID              VALUE 'Y'.
000820     05  WS-EOF-SWITCH           PIC X(01)  VALUE 'N'.
000830         88  WS-END-OF-FILE                 VALUE 'Y'.
000840     05  WS-BALANCED-SWITCH      PIC X(01)  VALUE 'Y'.
000850         88  WS-COUNTS-BALANCE              VALUE 'Y'.
000860     05  WS-FILES-OPEN-SWITCH    PIC X(01)  VALUE 'N'.
000870         88  WS-FILES-ARE-OPEN              VALUE 'Y'.
000880*----------------------------------------------------------------
000890* OPERATOR INPUT
000900*----------------------------------------------------------------
000910 01  STR                         PIC X(10).
000920 01  WS-CUTOFF-DATE              PIC 9(08).
000930*----------------------------------------------------------------
000940* CONTROL COUNTS
000950*----------------------------------------------------------------
000960 01  WS-READ-COUNT               PIC 9(07)  COMP.
000970 01  WS-ARCHIVED-COUNT           PIC 9(07)  COMP.
000980 01  WS-KEPT-COUNT               PIC 9(07)  COMP.
000990 01  WS-READ-COUNT-D             PIC 9(07).
001000 01  WS-ARCHIVED-COUNT-D         PIC 9(07).
001010 01  WS-KEPT-COUNT-D             PIC 9(07).
001020*----------------------------------------------------------------
001030* MONTHLY ROLLUP TABLE - ONE ROW PER ARCHIVED MONTH
001040*----------------------------------------------------------------
001050 01  WS-MONTH-COUNT              PIC 9(03)  COMP.
001060 01  WS-ROLLUP-TABLE.
001070     05  WS-ROLLUP-MONTH         OCCURS 240 TIMES.
001080         10  WS-ROLL-YYYYMM      PIC 9(06).
001090         10  WS-ROLL-ADD-RUNS    PIC 9(05)  COMP.
001100         10  WS-ROLL-BIN-RUNS    PIC 9(05)  COMP.
001110         10  WS-ROLL-DST-RUNS    PIC 9(05)  COMP.
001120         10  WS-ROLL-OTHER-RUNS  PIC 9(05)  COMP.
001130         10  WS-ROLL-EXCEPTIONS  PIC 9(05)  COMP.
001140 01  WS-MONTH-IDX                PIC 9(03)  COMP.
001150 01  WS-MONTH-FOUND-IDX          PIC 9(03)  COMP.
001160 01  WS-ENTRY-YYYYMM             PIC 9(06).
001170*----------------------------------------------------------------
001180* ROLLUP REPORT LINE
001190*----------------------------------------------------------------
001200 01  WS-ROLLUP-LINE.
001210     05  WS-RL-MONTH             PIC 9(06).
001220     05  FILLER                  PIC X(09)  VALUE ' ADD153A='.
001230     05  WS-RL-ADD               PIC ZZZZ9.
001240     05  FILLER                  PIC X(09)  VALUE ' BIN153B='.
001250     05  WS-RL-BIN               PIC ZZZZ9.
001260     05  FILLER                  PIC X(09)  VALUE ' DST153E='.
001270     05  WS-RL-DST               PIC ZZZZ9.
001280     05  FILLER                  PIC X(07)  VALUE ' OTHER='.
001290     05  WS-RL-OTHER             PIC ZZZZ9.
001300     05  FILLER                  PIC X(12)
001310         VALUE ' EXCEPTIONS='.
001320     05  WS-RL-EXCEPTIONS        PIC ZZZZ9.
001330     05  FILLER                  PIC X(08)  VALUE SPACES.
001340*
001350 PROCEDURE DIVISION.
001360*================================================================
001370 0000-MAINLINE.
001380*================================================================
001390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001400     IF WS-INPUT-IS-VALID
001410         PERFORM 3000-SPLIT-JOURNAL THRU 3000-EXIT
001420         PERFORM 7000-WRITE-ROLLUP THRU 7000-EXIT
001430         PERFORM 7500-PROVE-COUNTS THRU 7500-EXIT
001440     END-IF.
001450     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001460     GO TO 9999-EXIT.
001470*================================================================
001480 1000-INITIALIZE.
001490*================================================================
001500     ACCEPT STR.
001510     IF STR(1:8) NOT NUMERIC
001520         DISPLAY "CUTOFF DATE MUST BE YYYYMMDD - RUN REJECTED"
001530         MOVE 'N' TO WS-VALID-INPUT-SWITCH
001540         GO TO 1000-EXIT
001550     END-IF.
001560     MOVE STR(1:8) TO WS-CUTOFF-DATE.
001570     OPEN INPUT  JOURNAL-FILE.
001580     OPEN OUTPUT ARCHIVE-FILE.
001590     OPEN OUTPUT RETAINED-FILE.
001600     OPEN OUTPUT ROLLUP-FILE.
001610     SET WS-FILES-ARE-OPEN TO TRUE.
001620     MOVE 0 TO WS-READ-COUNT.
001630     MOVE 0 TO WS-ARCHIVED-COUNT.
001640     MOVE 0 TO WS-KEPT-COUNT.
001650     MOVE 0 TO WS-MONTH-COUNT.
001660     PERFORM 2000-READ-JOURNAL THRU 2000-EXIT.
001670 1000-EXIT.
001680     EXIT.
001690*================================================================
001700 2000-READ-JOURNAL.
001710*================================================================
001720     READ JOURNAL-FILE
001730         AT END
001740             SET WS-END-OF-FILE TO TRUE
001750         NOT AT END
001760             ADD 1 TO WS-READ-COUNT
001770     END-READ.
001780 2000-EXIT.
001790     EXIT.
001800*================================================================
001810 3000-SPLIT-JOURNAL.
001820*================================================================
001830     PERFORM 3100-ROUTE-ENTRY THRU 3100-EXIT
001840         UNTIL WS-END-OF-FILE.
001850 3000-EXIT.
001860     EXIT.
001870*================================================================
001880 3100-ROUTE-ENTRY.
001890*================================================================
001900     IF JRNL-RUN-DATE NUMERIC
001910         AND JRNL-RUN-DATE < WS-CUTOFF-DATE
001920         WRITE JRNARC-RECORD FROM JRNL-RECORD
001930         ADD 1 TO WS-ARCHIVED-COUNT
001940         PERFORM 3200-TALLY-MONTH THRU 3200-EXIT
001950     ELSE
001960         WRITE JRNNEW-RECORD FROM JRNL-RECORD
001970         ADD 1 TO WS-KEPT-COUNT
001980     END-IF.
001990     PERFORM 2000-READ-JOURNAL THRU 2000-EXIT.
002000 3100-EXIT.
002010     EXIT.
002020*================================================================
002030 3200-TALLY-MONTH.
002040*================================================================
002050*    A START ENTRY ('RUN STARTED') IS NOT A SECOND RUN - IT IS
002060*    ARCHIVED WITH ITS NIGHT BUT STAYS OUT OF THE ROLLUP.
002070     IF JRNL-RESULT-SUMMARY(1:11) = 'RUN STARTED'
002080         GO TO 3200-EXIT
002090     END-IF.
002100     MOVE JRNL-RUN-DATE(1:6) TO WS-ENTRY-YYYYMM.
002110     MOVE 0 TO WS-MONTH-FOUND-IDX.
002120     PERFORM 3250-FIND-MONTH THRU 3250-EXIT
002130         VARYING WS-MONTH-IDX FROM 1 BY 1
002140         UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
002150             OR WS-MONTH-FOUND-IDX > 0.
002160     IF WS-MONTH-FOUND-IDX = 0
002170         IF WS-MONTH-COUNT >= WS-MAX-MONTHS
002180             DISPLAY "ARCHIVE SPANS MORE THAN " WS-MAX-MONTHS
002190                     " MONTHS - RUN REJECTED"
002200             MOVE 'N' TO WS-VALID-INPUT-SWITCH
002210             SET WS-END-OF-FILE TO TRUE
002220             GO TO 3200-EXIT
002230         END-IF
002240         ADD 1 TO WS-MONTH-COUNT
002250         MOVE WS-MONTH-COUNT TO WS-MONTH-FOUND-IDX
002260         MOVE WS-ENTRY-YYYYMM
002270             TO WS-ROLL-YYYYMM(WS-MONTH-FOUND-IDX)
002280         MOVE 0 TO WS-ROLL-ADD-RUNS(WS-MONTH-FOUND-IDX)
002290         MOVE 0 TO WS-ROLL-BIN-RUNS(WS-MONTH-FOUND-IDX)
002300         MOVE 0 TO WS-ROLL-DST-RUNS(WS-MONTH-FOUND-IDX)
002310         MOVE 0 TO WS-ROLL-OTHER-RUNS(WS-MONTH-FOUND-IDX)
002320         MOVE 0 TO WS-ROLL-EXCEPTIONS(WS-MONTH-FOUND-IDX)
002330     END-IF.
002340     IF JRNL-PROGRAM-ID = 'ADD153A'
002350         ADD 1 TO WS-ROLL-ADD-RUNS(WS-MONTH-FOUND-IDX)
002360     ELSE
002370         IF JRNL-PROGRAM-ID = 'BIN153B'
002380             ADD 1 TO WS-ROLL-BIN-RUNS(WS-MONTH-FOUND-IDX)
002390         ELSE
002400             IF JRNL-PROGRAM-ID = 'DST153E'
002410                 ADD 1 TO WS-ROLL-DST-RUNS(WS-MONTH-FOUND-IDX)
002420             ELSE
002430                 ADD 1 TO
002440                     WS-ROLL-OTHER-RUNS(WS-MONTH-FOUND-IDX)
002450             END-IF
002460         END-IF
002470     END-IF.
002480*    AN EXCEPTION RUN IS ONE WHOSE RESULT SUMMARY SAYS SO - THE
002490*    SAME TEST THE AUDIT REPORT (JRNAUD) APPLIES.
002500     IF JRNL-RESULT-SUMMARY(1:8) = 'REJECTED'
002510         OR JRNL-RESULT-SUMMARY(1:11) = 'RUN ABORTED'
002520         ADD 1 TO WS-ROLL-EXCEPTIONS(WS-MONTH-FOUND-IDX)
002530     END-IF.
002540 3200-EXIT.
002550     EXIT.
002560*================================================================
002570 3250-FIND-MONTH.
002580*================================================================
002590     IF WS-ROLL-YYYYMM(WS-MONTH-IDX) = WS-ENTRY-YYYYMM
002600         MOVE WS-MONTH-IDX TO WS-MONTH-FOUND-IDX
002610     END-IF.
002620 3250-EXIT.
002630     EXIT.
002640*================================================================
002650 7000-WRITE-ROLLUP.
002660*================================================================
002670     PERFORM 7100-WRITE-ROLLUP-LINE THRU 7100-EXIT
002680         VARYING WS-MONTH-IDX FROM 1 BY 1
002690         UNTIL WS-MONTH-IDX > WS-MONTH-COUNT.
002700 7000-EXIT.
002710     EXIT.
002720*================================================================
002730 7100-WRITE-ROLLUP-LINE.
002740*================================================================
002750     MOVE WS-ROLL-YYYYMM(WS-MONTH-IDX) TO WS-RL-MONTH.
002760     MOVE WS-ROLL-ADD-RUNS(WS-MONTH-IDX) TO WS-RL-ADD.
002770     MOVE WS-ROLL-BIN-RUNS(WS-MONTH-IDX) TO WS-RL-BIN.
002780     MOVE WS-ROLL-DST-RUNS(WS-MONTH-IDX) TO WS-RL-DST.
002790     MOVE WS-ROLL-OTHER-RUNS(WS-MONTH-IDX) TO WS-RL-OTHER.
002800     MOVE WS-ROLL-EXCEPTIONS(WS-MONTH-IDX)
002810         TO WS-RL-EXCEPTIONS.
002820     WRITE JRNROLL-RECORD FROM WS-ROLLUP-LINE.
002830 7100-EXIT.
002840     EXIT.
002850*================================================================
002860 7500-PROVE-COUNTS.
002870*================================================================
002880     MOVE WS-READ-COUNT TO WS-READ-COUNT-D.
002890     MOVE WS-ARCHIVED-COUNT TO WS-ARCHIVED-COUNT-D.
002900     MOVE WS-KEPT-COUNT TO WS-KEPT-COUNT-D.
002910     DISPLAY "JOURNAL RECORDS READ     = " WS-READ-COUNT-D.
002920     DISPLAY "JOURNAL RECORDS ARCHIVED = " WS-ARCHIVED-COUNT-D.
002930     DISPLAY "JOURNAL RECORDS KEPT     = " WS-KEPT-COUNT-D.
002940     IF WS-READ-COUNT NOT =
002950         WS-ARCHIVED-COUNT + WS-KEPT-COUNT
002960         DISPLAY "CONTROL COUNTS OUT OF BALANCE - "
002970                 "JOURNAL LEFT UNTOUCHED"
002980         MOVE 'N' TO WS-BALANCED-SWITCH
002990     END-IF.
003000 7500-EXIT.
003010     EXIT.
003020*================================================================
003030 8000-TERMINATE.
003040*================================================================
003050     IF WS-FILES-ARE-OPEN
003060         CLOSE JOURNAL-FILE
003070         CLOSE ARCHIVE-FILE
003080         CLOSE RETAINED-FILE
003090         CLOSE ROLLUP-FILE
003100     END-IF.
003110     IF WS-INPUT-IS-VALID AND WS-COUNTS-BALANCE
003120         MOVE 0 TO RETURN-CODE
003130     ELSE
003140         MOVE 8 TO RETURN-CODE
003150     END-IF.
003160 8000-EXIT.
003170     EXIT.
003180*================================================================
003190 9999-EXIT.
003200     STOP RUN.
