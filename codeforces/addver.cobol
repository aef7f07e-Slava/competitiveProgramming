000390*                ('RUN STARTED' RESULT ENTRY) SO THE TIMING
000400*                REPORT (JRNTIME) CAN CHARGE THE STEP ITS
000410*                ELAPSED TIME.
000420* 2026-10-15 SK  CUTOFF CYCLES. THE RUN-CYCLE CARD (RUNCYC,
000430*                THROUGH CYCLOAD) NAMES THE CYCLE THIS
000440*                VERIFICATION BELONGS TO; THE JOURNAL CHECK NOW
000450*                TAKES THE LAST ADD153A ENTRY FOR THE RUN DATE AND
000460*                THAT CYCLE, SO A NIGHTLY CYCLE IS NOT PROVEN
000470*                AGAINST THE MIDDAY CYCLE'S PAIR COUNT. BOTH
000480*                JOURNAL ENTRIES CARRY THE CYCLE.
000490* 2026-10-15 SK  A BAD RUN-CYCLE CARD (CYCLOAD STATUS E) NOW
000500*                REJECTS THE RUN RC 8 BEFORE ANYTHING IS VERIFIED,
000510*                INSTEAD OF VERIFYING AS CYCLE 1.
000520*================================================================
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER.    IBM-370.
000560 OBJECT-COMPUTER.    IBM-370.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT ADD-REPORT-FILE ASSIGN TO ADDRPT
000600            ORGANIZATION IS LINE SEQUENTIAL.
000610     SELECT JOURNAL-FILE ASSIGN TO JRNLOG
000620            ORGANIZATION IS LINE SEQUENTIAL.
000630*
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  ADD-REPORT-FILE
000670     RECORD CONTAINS 96 CHARACTERS.
000680     COPY ADDRPT.
000690*
000700 FD  JOURNAL-FILE
000710     RECORD CONTAINS 160 CHARACTERS.
000720     COPY JRNLREC.
000730*
000740 WORKING-STORAGE SECTION.
000750*----------------------------------------------------------------
000760* SWITCHES
000770*----------------------------------------------------------------
000780 01  WS-SWITCHES.
000790     05  WS-RPT-EOF-SWITCH       PIC X(01)  VALUE 'N'.
000800         88  WS-RPT-EOF                     VALUE 'Y'.
000810     05  WS-JRNL-EOF-SWITCH      PIC X(01)  VALUE 'N'.
000820         88  WS-JRNL-EOF                    VALUE 'Y'.
000830     05  WS-TRAILER-SWITCH       PIC X(01)  VALUE 'N'.
000840         88  WS-TRAILER-SEEN                VALUE 'Y'.
000850     05  WS-JRNL-FOUND-SWITCH    PIC X(01)  VALUE 'N'.
000860         88  WS-JRNL-ENTRY-FOUND            VALUE 'Y'.
000870     05  WS-VERIFY-SWITCH        PIC X(01)  VALUE 'Y'.
000880         88  WS-VERIFY-CLEAN                VALUE 'Y'.
000890*----------------------------------------------------------------
000900* RECOMPUTED AND REPORTED TOTALS
000910*----------------------------------------------------------------
000920 01  WS-COMPUTED-COUNT           PIC 9(07)  COMP.
000930 01  WS-COMPUTED-TOTAL           PIC S9(11)V99.
000940 01  WS-TRAILER-COUNT            PIC 9(07).
000950 01  WS-TRAILER-TOTAL            PIC S9(11)V99.
000960 01  WS-JOURNAL-COUNT            PIC 9(07).
000970 01  WS-COMPUTED-COUNT-D         PIC 9(07).
000980 01  WS-COMPUTED-TOTAL-D         PIC -(11)9.99.
000990 01  WS-TRAILER-TOTAL-D          PIC -(11)9.99.
001000*----------------------------------------------------------------
001010* WORK FIELDS
001020*----------------------------------------------------------------
001030 01  WS-RUN-DATE                 PIC 9(08).
001040 01  WS-RUN-TIME                 PIC 9(08).
001050 01  WS-SUM-WORK                 PIC S9(11)V99.
001060 01  WS-REJECT-TEXT              PIC X(40)
001070         VALUE 'REJECTED - VERIFICATION FAILED'.
001080*----------------------------------------------------------------
001090* BRANCH-GROUP ACCUMULATORS - WS-CUR-BRANCH HOLDS LOW-VALUES
001100* BETWEEN GROUPS, THE SAME CONVENTION THE ADDER USES.
001110*----------------------------------------------------------------
001120 01  WS-CUR-BRANCH               PIC X(03)  VALUE LOW-VALUES.
001130 01  WS-BRANCH-COUNT             PIC 9(07)  COMP.
001140 01  WS-BRANCH-TOTAL             PIC S9(11)V99.
001150 01  WS-SUB-COUNT                PIC 9(07).
001160 01  WS-SUB-TOTAL                PIC S9(11)V99.
001170*----------------------------------------------------------------
001180* RUN CYCLE - LOADED FROM RUNCYC BY CYCLOAD
001190*----------------------------------------------------------------
001200     COPY CYCTAB.
001210 01  WS-ENTRY-CYCLE              PIC X(01).
001220*
001230 PROCEDURE DIVISION.
001240*================================================================
001250 0000-MAINLINE.
001260*================================================================
001270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001280*    A BAD RUN-CYCLE CARD LEAVES NO CYCLE TO VERIFY AGAINST.
001290     IF NOT WS-VERIFY-CLEAN
001300         PERFORM 8000-TERMINATE THRU 8000-EXIT
001310         GO TO 9999-EXIT
001320     END-IF.
001330     PERFORM 2000-VERIFY-REPORT THRU 2000-EXIT.
001340     PERFORM 3000-VERIFY-JOURNAL THRU 3000-EXIT.
001350     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001360     GO TO 9999-EXIT.
001370*================================================================
001380 0500-JOURNAL-START.
001390*================================================================
001400*    START AND FINISH BOTH JOURNAL, SO THE TIMING REPORT
001410*    (JRNTIME) CAN CHARGE THE VERIFIER ITS ELAPSED TIME AND A
001420*    START WITH NO FINISH READS AS AN ABEND.
001430     OPEN EXTEND JOURNAL-FILE.
001440     MOVE SPACES TO JRNL-RECORD.
001450     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001460     ACCEPT WS-RUN-TIME FROM TIME.
001470     MOVE WS-RUN-DATE TO JRNL-RUN-DATE.
001480     MOVE WS-RUN-TIME TO JRNL-RUN-TIME.
001490     MOVE 'ADDVER' TO JRNL-PROGRAM-ID.
001500     MOVE CYC-NUMBER TO JRNL-CYCLE.
001510     MOVE 'RUN STARTED' TO JRNL-RESULT-SUMMARY.
001520     WRITE JRNL-RECORD.
001530     CLOSE JOURNAL-FILE.
001540 0500-EXIT.
001550     EXIT.
001560*================================================================
001570 1000-INITIALIZE.
001580*================================================================
001590     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001600     CALL 'CYCLOAD' USING CYC-BLOCK.
001610     PERFORM 0500-JOURNAL-START THRU 0500-EXIT.
001620     MOVE 0 TO WS-COMPUTED-COUNT.
001630     MOVE 0 TO WS-COMPUTED-TOTAL.
001640     MOVE 0 TO WS-BRANCH-COUNT.
001650     MOVE 0 TO WS-BRANCH-TOTAL.
001660     MOVE 0 TO WS-TRAILER-COUNT.
001670     MOVE 0 TO WS-TRAILER-TOTAL.
001680     MOVE 0 TO WS-JOURNAL-COUNT.
001690     IF CYC-BAD-FILE
001700         DISPLAY "RUN-CYCLE CARD BAD: " CYC-ERROR-TEXT
001710         DISPLAY "RUN REJECTED - NOTHING VERIFIED"
001720         MOVE 'REJECTED - RUN-CYCLE CARD BAD' TO WS-REJECT-TEXT
001730         MOVE 'N' TO WS-VERIFY-SWITCH
001740     END-IF.
001750 1000-EXIT.
001760     EXIT.
001770*================================================================
001780 2000-VERIFY-REPORT.
001790*================================================================
001800     OPEN INPUT ADD-REPORT-FILE.
001810     PERFORM 2100-READ-REPORT THRU 2100-EXIT.
001820     PERFORM 2200-CHECK-REPORT-LINE THRU 2200-EXIT
001830         UNTIL WS-RPT-EOF.
001840     CLOSE ADD-REPORT-FILE.
001850     IF NOT WS-TRAILER-SEEN
001860         DISPLAY "NO CONTROL TOTALS TRAILER ON ADDRPT - "
001870                 "VERIFICATION FAILED"
001880         MOVE 'N' TO WS-VERIFY-SWITCH
001890         GO TO 2000-EXIT
001900     END-IF.
001910     MOVE WS-COMPUTED-COUNT TO WS-COMPUTED-COUNT-D.
001920     MOVE WS-COMPUTED-TOTAL TO WS-COMPUTED-TOTAL-D.
001930     MOVE WS-TRAILER-TOTAL TO WS-TRAILER-TOTAL-D.
001940     DISPLAY "DETAIL LINES RE-ADDED    = " WS-COMPUTED-COUNT-D.
001950     DISPLAY "RECOMPUTED BALANCE       = " WS-COMPUTED-TOTAL-D.
001960     DISPLAY "TRAILER RECORDS/BALANCE  = " WS-TRAILER-COUNT
001970             " / " WS-TRAILER-TOTAL-D.
001980     IF WS-COMPUTED-COUNT NOT = WS-TRAILER-COUNT
001990         DISPLAY "RECORD COUNT DOES NOT MATCH TRAILER - "
002000                 "VERIFICATION FAILED"
002010         MOVE 'N' TO WS-VERIFY-SWITCH
002020     END-IF.
002030     IF WS-COMPUTED-TOTAL NOT = WS-TRAILER-TOTAL
002040         DISPLAY "RECOMPUTED BALANCE DOES NOT MATCH TRAILER - "
002050                 "VERIFICATION FAILED"
002060         MOVE 'N' TO WS-VERIFY-SWITCH
002070     END-IF.
002080 2000-EXIT.
002090     EXIT.
002100*================================================================
002110 2100-READ-REPORT.
002120*================================================================
002130     READ ADD-REPORT-FILE
002140         AT END
002150             SET WS-RPT-EOF TO TRUE
002160     END-READ.
002170 2100-EXIT.
002180     EXIT.
002190*================================================================
002200 2200-CHECK-REPORT-LINE.
002210*================================================================
002220*    THE TRAILER IS THE ONLY LINE CARRYING THE LITERAL LABEL
002230*    BELOW - THE SAME TEST EODDRV APPLIES. EVERY OTHER LINE
002240*    WHOSE SEQUENCE FIELD ENDS IN A DIGIT IS A DETAIL LINE;
002250*    ANYTHING ELSE (A FUTURE HEADING OR SUBTOTAL) IS PASSED
002260*    OVER WITHOUT JOINING THE RE-ADDED TOTAL.
002270     IF RPTTOT-LABEL = 'CONTROL TOTALS'
002280         SET WS-TRAILER-SEEN TO TRUE
002290         COMPUTE WS-TRAILER-COUNT =
002300             FUNCTION NUMVAL (RPTTOT-RECORDS)
002310         COMPUTE WS-TRAILER-TOTAL =
002320             FUNCTION NUMVAL (RPTTOT-BALANCE)
002330     ELSE
002340         IF RPTSUB-LABEL(1:15) = 'BRANCH SUBTOTAL'
002350             PERFORM 2300-CHECK-SUBTOTAL THRU 2300-EXIT
002360         ELSE
002370             IF RPT-SEQ(7:1) NUMERIC
002380                 PERFORM 2400-TAKE-DETAIL THRU 2400-EXIT
002390             END-IF
002400         END-IF
002410     END-IF.
002420     PERFORM 2100-READ-REPORT THRU 2100-EXIT.
002430 2200-EXIT.
002440     EXIT.
002450*================================================================
002460 2300-CHECK-SUBTOTAL.
002470*================================================================
002480*    A GROUP WHOSE EVERY PAIR REJECTED HAS NO DETAIL LINES, SO
002490*    NO GROUP IS IN PROGRESS WHEN ITS RECORDS=0 SUBTOTAL
002500*    ARRIVES - THE BRANCH MATCH ONLY APPLIES WHEN DETAILS SET
002510*    ONE, AND THE COUNT CHECK BELOW STILL PROVES THE ZEROS.
002520     IF WS-CUR-BRANCH NOT = LOW-VALUES
002530         AND RPTSUB-BRANCH NOT = WS-CUR-BRANCH
002540         DISPLAY "SUBTOTAL FOR BRANCH " RPTSUB-BRANCH
002550                 " DOES NOT MATCH GROUP IN PROGRESS - "
002560                 "VERIFICATION FAILED"
002570         MOVE 'N' TO WS-VERIFY-SWITCH
002580     END-IF.
002590     COMPUTE WS-SUB-COUNT = FUNCTION NUMVAL (RPTSUB-RECORDS).
002600     COMPUTE WS-SUB-TOTAL = FUNCTION NUMVAL (RPTSUB-BALANCE).
002610     IF WS-SUB-COUNT NOT = WS-BRANCH-COUNT
002620         OR WS-SUB-TOTAL NOT = WS-BRANCH-TOTAL
002630         DISPLAY "BRANCH " RPTSUB-BRANCH
002640                 " SUBTOTAL DOES NOT MATCH ITS DETAIL - "
002650                 "VERIFICATION FAILED"
002660         MOVE 'N' TO WS-VERIFY-SWITCH
002670     END-IF.
002680     MOVE LOW-VALUES TO WS-CUR-BRANCH.
002690     MOVE 0 TO WS-BRANCH-COUNT.
002700     MOVE 0 TO WS-BRANCH-TOTAL.
002710 2300-EXIT.
002720     EXIT.
002730*================================================================
002740 2400-TAKE-DETAIL.
002750*================================================================
002760     IF WS-CUR-BRANCH = LOW-VALUES
002770         MOVE RPT-BRANCH TO WS-CUR-BRANCH
002780     ELSE
002790         IF RPT-BRANCH NOT = WS-CUR-BRANCH
002800             DISPLAY "BRANCH CHANGED FROM " WS-CUR-BRANCH
002810                     " TO " RPT-BRANCH
002820                     " WITHOUT A SUBTOTAL - "
002830                     "VERIFICATION FAILED"
002840             MOVE 'N' TO WS-VERIFY-SWITCH
002850             MOVE RPT-BRANCH TO WS-CUR-BRANCH
002860             MOVE 0 TO WS-BRANCH-COUNT
002870             MOVE 0 TO WS-BRANCH-TOTAL
002880         END-IF
002890     END-IF.
002900     COMPUTE WS-SUM-WORK = FUNCTION NUMVAL (RPT-SUM).
002910     ADD 1 TO WS-COMPUTED-COUNT.
002920     ADD WS-SUM-WORK TO WS-COMPUTED-TOTAL.
002930     ADD 1 TO WS-BRANCH-COUNT.
002940     ADD WS-SUM-WORK TO WS-BRANCH-TOTAL.
002950 2400-EXIT.
002960     EXIT.
002970*================================================================
002980 3000-VERIFY-JOURNAL.
002990*================================================================
003000     OPEN INPUT JOURNAL-FILE.
003010     PERFORM 3100-READ-JOURNAL THRU 3100-EXIT.
003020     PERFORM 3200-CHECK-JOURNAL-ENTRY THRU 3200-EXIT
003030         UNTIL WS-JRNL-EOF.
003040     CLOSE JOURNAL-FILE.
003050     IF NOT WS-JRNL-ENTRY-FOUND
003060         DISPLAY "NO ADD153A JOURNAL ENTRY FOR " WS-RUN-DATE
003070                 " - VERIFICATION FAILED"
003080         MOVE 'N' TO WS-VERIFY-SWITCH
003090         GO TO 3000-EXIT
003100     END-IF.
003110     DISPLAY "JOURNAL PAIRS PROCESSED  = " WS-JOURNAL-COUNT.
003120     IF WS-COMPUTED-COUNT NOT = WS-JOURNAL-COUNT
003130         DISPLAY "RECORD COUNT DOES NOT MATCH JOURNAL - "
003140                 "VERIFICATION FAILED"
003150         MOVE 'N' TO WS-VERIFY-SWITCH
003160     END-IF.
003170 3000-EXIT.
003180     EXIT.
003190*================================================================
003200 3100-READ-JOURNAL.
003210*================================================================
003220     READ JOURNAL-FILE
003230         AT END
003240             SET WS-JRNL-EOF TO TRUE
003250     END-READ.
003260 3100-EXIT.
003270     EXIT.
003280*================================================================
003290 3200-CHECK-JOURNAL-ENTRY.
003300*================================================================
003310*    THE LAST ADD153A ENTRY FOR THE RUN DATE AND CYCLE WINS - A
003320*    RERUN'S ENTRY SUPERSEDES THE ABENDED RUN IT REPLACES, BUT
003330*    AN EARLIER CYCLE'S ENTRY IS ANOTHER FEED AND IS PASSED BY.
003340*    AN ENTRY WITH NO CYCLE IS CYCLE 1. THE PAIR COUNT SITS IN
003350*    THE FIXED POSITIONS ADD153A'S 8100-WRITE-JOURNAL STRINGS IT
003360*    INTO.
003370     MOVE JRNL-CYCLE TO WS-ENTRY-CYCLE.
003380     IF WS-ENTRY-CYCLE = SPACE
003390         MOVE '1' TO WS-ENTRY-CYCLE
003400     END-IF.
003410     IF JRNL-PROGRAM-ID = 'ADD153A'
003420         AND JRNL-RUN-DATE NUMERIC
003430         AND JRNL-RUN-DATE = WS-RUN-DATE
003440         AND WS-ENTRY-CYCLE = CYC-NUMBER
003450         IF JRNL-INPUT-SUMMARY(1:16) = 'PAIRS PROCESSED='
003460             AND JRNL-INPUT-SUMMARY(17:7) NUMERIC
003470             SET WS-JRNL-ENTRY-FOUND TO TRUE
003480             MOVE JRNL-INPUT-SUMMARY(17:7) TO WS-JOURNAL-COUNT
003490         END-IF
003500     END-IF.
003510     PERFORM 3100-READ-JOURNAL THRU 3100-EXIT.
003520 3200-EXIT.
003530     EXIT.
003540*================================================================
003550 8000-TERMINATE.
003560*================================================================
003570     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
003580     IF WS-VERIFY-CLEAN
003590         DISPLAY "ADDRPT VERIFIED CLEAN"
003600         MOVE 0 TO RETURN-CODE
003610     ELSE
003620         MOVE 8 TO RETURN-CODE
003630     END-IF.
003640 8000-EXIT.
003650     EXIT.
003660*================================================================
003670 8100-WRITE-JOURNAL.
003680*================================================================
003690     OPEN EXTEND JOURNAL-FILE.
003700     MOVE SPACES TO JRNL-RECORD.
003710     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003720     ACCEPT WS-RUN-TIME FROM TIME.
003730     MOVE WS-RUN-DATE TO JRNL-RUN-DATE.
003740     MOVE WS-RUN-TIME TO JRNL-RUN-TIME.
003750     MOVE 'ADDVER' TO JRNL-PROGRAM-ID.
003760     MOVE CYC-NUMBER TO JRNL-CYCLE.
003770     MOVE 'ADDRPT RE-ADDED AND PROVEN' TO JRNL-INPUT-SUMMARY.
003780     IF WS-VERIFY-CLEAN
003790         MOVE 'ADDRPT VERIFIED CLEAN' TO JRNL-RESULT-SUMMARY
003800     ELSE
003810         MOVE WS-REJECT-TEXT TO JRNL-RESULT-SUMMARY
003820     END-IF.
003830     MOVE SPACES TO JRNL-PARM-SUMMARY.
003840     WRITE JRNL-RECORD.
003850     CLOSE JOURNAL-FILE.
003860 8100-EXIT.
003870     EXIT.
003880*================================================================
003890 9999-EXIT.
003900     STOP RUN.
