000450*                ('RUN STARTED' RESULT ENTRY) SO THE TIMING
000460*                REPORT (JRNTIME) CAN CHARGE THE STEP ITS
000470*                ELAPSED TIME.
000480* 2026-10-15 SK  CUTOFF CYCLES. THE RUN-CYCLE CARD (RUNCYC,
000490*                THROUGH CYCLOAD) NAMES THE CYCLE BEING PROVEN;
000500*                THE DST153E AND BIN153B JOURNAL COUNTS ARE NOW
000510*                TAKEN FROM THAT CYCLE'S ENTRIES ONLY, AND BOTH OF
000520*                RECBAL'S OWN JOURNAL ENTRIES CARRY THE CYCLE.
000530* 2026-10-15 SK  A BAD RUN-CYCLE CARD (CYCLOAD STATUS E) NOW
000540*                REJECTS THE RUN RC 8, SAYING SO ON BALRPT AND THE
000550*                JOURNAL, BEFORE ANYTHING IS PROVEN, INSTEAD OF
000560*                PROVING AS CYCLE 1.
000570*================================================================
000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER.    IBM-370.
000610 OBJECT-COMPUTER.    IBM-370.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT ADD-INPUT-FILE ASSIGN TO ADDIN
000650            ORGANIZATION IS LINE SEQUENTIAL.
000660     SELECT ADD-REPORT-FILE ASSIGN TO ADDRPT
000670            ORGANIZATION IS LINE SEQUENTIAL.
000680     SELECT ADD-EXCEPTION-FILE ASSIGN TO ADDEXC
000690            ORGANIZATION IS LINE SEQUENTIAL.
000700     SELECT ADD-SUSPENSE-FILE ASSIGN TO ADDSUSP
000710            ORGANIZATION IS LINE SEQUENTIAL.
000720     SELECT DST-INPUT-FILE ASSIGN TO DSTIN
000730            ORGANIZATION IS LINE SEQUENTIAL.
000740     SELECT BIN-INPUT-FILE ASSIGN TO BININ
000750            ORGANIZATION IS LINE SEQUENTIAL.
000760     SELECT BIN-OUTPUT-FILE ASSIGN TO BINOUT
000770            ORGANIZATION IS LINE SEQUENTIAL.
000780     SELECT JOURNAL-FILE ASSIGN TO JRNLOG
000790            ORGANIZATION IS LINE SEQUENTIAL.
000800     SELECT BALANCE-REPORT-FILE ASSIGN TO BALRPT
000810            ORGANIZATION IS LINE SEQUENTIAL.
000820*
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  ADD-INPUT-FILE
000860     RECORD CONTAINS 29 CHARACTERS.
000870 01  ADD-INPUT-RECORD            PIC X(29).
000880*
000890 FD  ADD-REPORT-FILE
000900     RECORD CONTAINS 96 CHARACTERS.
000910     COPY ADDRPT.
000920*
000930 FD  ADD-EXCEPTION-FILE
000940     RECORD CONTAINS 64 CHARACTERS.
000950 01  ADD-EXCEPTION-RECORD        PIC X(64).
000960*
000970 FD  ADD-SUSPENSE-FILE
000980     RECORD CONTAINS 75 CHARACTERS.
000990     COPY ADDSUSP.
001000*
001010 FD  DST-INPUT-FILE
001020     RECORD CONTAINS 29 CHARACTERS.
001030 01  DST-INPUT-RECORD            PIC X(29).
001040*
001050 FD  BIN-INPUT-FILE
001060     RECORD CONTAINS 22 CHARACTERS.
001070 01  BIN-INPUT-RECORD            PIC X(22).
001080*
001090 FD  BIN-OUTPUT-FILE
001100     RECORD CONTAINS 45 CHARACTERS.
001110 01  BIN-OUTPUT-RECORD           PIC X(45).
001120*
001130 FD  JOURNAL-FILE
001140     RECORD CONTAINS 160 CHARACTERS.
001150     COPY JRNLREC.
001160*
001170 FD  BALANCE-REPORT-FILE
001180     RECORD CONTAINS 80 CHARACTERS.
001190 01  BAL-REPORT-RECORD           PIC X(80).
001200*
001210 WORKING-STORAGE SECTION.
001220*----------------------------------------------------------------
001230* CONSTANTS
001240*----------------------------------------------------------------
001250*    THE EXCEPTION-SEQUENCE TABLE BELOW OCCURS 5000 - MORE
001260*    REJECTS THAN THAT IN ONE NIGHT FAILS THE PROOF OUTRIGHT.
001270 77  WS-MAX-EXCEPTIONS           PIC 9(05)  VALUE 5000.
001280*----------------------------------------------------------------
001290* SWITCHES
001300*----------------------------------------------------------------
001310 01  WS-SWITCHES.
001320     05  WS-EOF-SWITCH           PIC X(01)  VALUE 'N'.
001330         88  WS-END-OF-FILE                 VALUE 'Y'.
001340     05  WS-BALANCED-SWITCH      PIC X(01)  VALUE 'Y'.
001350         88  WS-NIGHT-BALANCES              VALUE 'Y'.
001360     05  WS-DST-FOUND-SWITCH     PIC X(01)  VALUE 'N'.
001370         88  WS-DST-ENTRY-FOUND             VALUE 'Y'.
001380     05  WS-DST-REJECT-SWITCH    PIC X(01)  VALUE 'N'.
001390         88  WS-DST-RUN-REJECTED            VALUE 'Y'.
001400     05  WS-BIN-FOUND-SWITCH     PIC X(01)  VALUE 'N'.
001410         88  WS-BIN-ENTRY-FOUND             VALUE 'Y'.
001420     05  WS-CYCLE-ERROR-SWITCH   PIC X(01)  VALUE 'N'.
001430         88  WS-CYCLE-ERROR                 VALUE 'Y'.
001440*----------------------------------------------------------------
001450* FEED TRAILER COUNTS
001460*----------------------------------------------------------------
001470     COPY FEEDCTL.
001480 01  WS-ADDIN-TRL-COUNT          PIC 9(07).
001490 01  WS-DSTIN-TRL-COUNT          PIC 9(07).
001500*----------------------------------------------------------------
001510* ADDER-SIDE COUNTS
001520*----------------------------------------------------------------
001530 01  WS-DETAIL-COUNT             PIC 9(07).
001540 01  WS-EXCEPTION-COUNT          PIC 9(07).
001550 01  WS-SUSP-MATCHED             PIC 9(07).
001560 01  WS-EXC-TABLE.
001570     05  WS-EXC-ENTRY            OCCURS 5000 TIMES.
001580         10  EXC-SEQ             PIC X(07).
001590         10  EXC-MATCH-SWITCH    PIC X(01).
001600             88  EXC-MATCHED                VALUE 'Y'.
001610 01  WS-EXC-IDX                  PIC 9(05).
001620*----------------------------------------------------------------
001630* SCAN-SIDE COUNTS - OFF THE DST153E JOURNAL ENTRY
001640*----------------------------------------------------------------
001650 01  WS-DST-N                    PIC 9(05).
001660 01  WS-DST-SKIPS                PIC 9(05).
001670 01  WS-SCAN-POS                 PIC 9(02)  COMP.
001680 01  WS-SKIP-POS                 PIC 9(02)  COMP.
001690*----------------------------------------------------------------
001700* ENCODER-SIDE COUNTS
001710*----------------------------------------------------------------
001720 01  WS-BININ-COUNT              PIC 9(07).
001730 01  WS-BINOUT-COUNT             PIC 9(07).
001740 01  WS-BIN-REJECTS              PIC 9(05).
001750*----------------------------------------------------------------
001760* WORK FIELDS
001770*----------------------------------------------------------------
001780 01  WS-RUN-DATE                 PIC 9(08).
001790 01  WS-RUN-TIME                 PIC 9(08).
001800 01  WS-WORK-TOTAL               PIC 9(07).
001810 01  WS-ENTRY-CYCLE              PIC X(01).
001820*----------------------------------------------------------------
001830* REPORT LINE LAYOUTS
001840*----------------------------------------------------------------
001850 01  WS-HEADER-LINE.
001860     05  FILLER                  PIC X(32)
001870         VALUE 'WHOLE-NIGHT RECORD BALANCING FOR'.
001880     05  FILLER                  PIC X(01)  VALUE SPACE.
001890     05  WS-HDR-DATE             PIC 9(08).
001900     05  FILLER                  PIC X(39)  VALUE SPACES.
001910 01  WS-PROOF-LINE.
001920     05  WS-PRF-TEXT             PIC X(44).
001930     05  WS-PRF-LEFT             PIC ZZZZZZ9.
001940     05  FILLER                  PIC X(03)  VALUE ' / '.
001950     05  WS-PRF-RIGHT            PIC ZZZZZZ9.
001960     05  FILLER                  PIC X(01)  VALUE SPACE.
001970     05  WS-PRF-VERDICT          PIC X(06).
001980     05  FILLER                  PIC X(12)  VALUE SPACES.
001990 01  WS-NOTE-LINE.
002000     05  WS-NOTE-TEXT            PIC X(70).
002010     05  FILLER                  PIC X(10)  VALUE SPACES.
002020*----------------------------------------------------------------
002030* RUN CYCLE - LOADED FROM RUNCYC BY CYCLOAD
002040*----------------------------------------------------------------
002050     COPY CYCTAB.
002060*
002070 PROCEDURE DIVISION.
002080*================================================================
002090 0000-MAINLINE.
002100*================================================================
002110     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002120*    WITH A BAD RUN-CYCLE CARD THERE IS NO CYCLE TO PROVE.
002130     IF WS-CYCLE-ERROR
002140         PERFORM 8000-TERMINATE THRU 8000-EXIT
002150         GO TO 9999-EXIT
002160     END-IF.
002170     PERFORM 2000-PROVE-ADDER THRU 2000-EXIT.
002180     PERFORM 3000-PROVE-SUSPENSE THRU 3000-EXIT.
002190     PERFORM 4000-PROVE-SCAN THRU 4000-EXIT.
002200     PERFORM 5000-PROVE-ENCODER THRU 5000-EXIT.
002210     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002220     GO TO 9999-EXIT.
002230*================================================================
002240 0500-JOURNAL-START.
002250*================================================================
002260*    START AND FINISH BOTH JOURNAL, SO THE TIMING REPORT
002270*    (JRNTIME) CAN CHARGE THE PROOF ITS ELAPSED TIME AND A
002280*    START WITH NO FINISH READS AS AN ABEND.
002290     OPEN EXTEND JOURNAL-FILE.
002300     MOVE SPACES TO JRNL-RECORD.
002310     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002320     ACCEPT WS-RUN-TIME FROM TIME.
002330     MOVE WS-RUN-DATE TO JRNL-RUN-DATE.
002340     MOVE WS-RUN-TIME TO JRNL-RUN-TIME.
002350     MOVE 'RECBAL' TO JRNL-PROGRAM-ID.
002360     MOVE CYC-NUMBER TO JRNL-CYCLE.
002370     MOVE 'RUN STARTED' TO JRNL-RESULT-SUMMARY.
002380     WRITE JRNL-RECORD.
002390     CLOSE JOURNAL-FILE.
002400 0500-EXIT.
002410     EXIT.
002420*================================================================
002430 1000-INITIALIZE.
002440*================================================================
002450     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002460     CALL 'CYCLOAD' USING CYC-BLOCK.
002470     PERFORM 0500-JOURNAL-START THRU 0500-EXIT.
002480     OPEN OUTPUT BALANCE-REPORT-FILE.
002490     MOVE WS-RUN-DATE TO WS-HDR-DATE.
002500     WRITE BAL-REPORT-RECORD FROM WS-HEADER-LINE.
002510     IF CYC-BAD-FILE
002520         DISPLAY "RUN-CYCLE CARD BAD: " CYC-ERROR-TEXT
002530         DISPLAY "RUN REJECTED - NOTHING PROVEN"
002540         SET WS-CYCLE-ERROR TO TRUE
002550         MOVE 'N' TO WS-BALANCED-SWITCH
002560         GO TO 1000-EXIT
002570     END-IF.
002580     PERFORM 1500-READ-JOURNAL-FACTS THRU 1500-EXIT.
002590 1000-EXIT.
002600     EXIT.
002610*================================================================
002620 1500-READ-JOURNAL-FACTS.
002630*================================================================
002640*    ONE PASS OVER THE JOURNAL PICKS UP TONIGHT'S DST153E AND
002650*    BIN153B ENTRIES. THE LAST ENTRY FOR THE RUN DATE WINS,
002660*    THE SAME RULE ADDVER APPLIES TO THE ADDER'S ENTRY.
002670     MOVE 'N' TO WS-EOF-SWITCH.
002680     OPEN INPUT JOURNAL-FILE.
002690     PERFORM 1600-TAKE-JOURNAL-ENTRY THRU 1600-EXIT
002700         UNTIL WS-END-OF-FILE.
002710     CLOSE JOURNAL-FILE.
002720 1500-EXIT.
002730     EXIT.
002740*================================================================
002750 1600-TAKE-JOURNAL-ENTRY.
002760*================================================================
002770     READ JOURNAL-FILE
002780         AT END
002790             SET WS-END-OF-FILE TO TRUE
002800     END-READ.
002810     IF WS-END-OF-FILE
002820         GO TO 1600-EXIT
002830     END-IF.
002840     IF JRNL-RUN-DATE NOT NUMERIC
002850         OR JRNL-RUN-DATE NOT = WS-RUN-DATE
002860         GO TO 1600-EXIT
002870     END-IF.
002880*    ONLY THIS CYCLE'S SCAN AND ENCODER RUNS COUNT - AN EARLIER
002890*    CYCLE'S ENTRY DESCRIBES ANOTHER FEED. NO CYCLE IS CYCLE 1.
002900     MOVE JRNL-CYCLE TO WS-ENTRY-CYCLE.
002910     IF WS-ENTRY-CYCLE = SPACE
002920         MOVE '1' TO WS-ENTRY-CYCLE
002930     END-IF.
002940     IF WS-ENTRY-CYCLE NOT = CYC-NUMBER
002950         GO TO 1600-EXIT
002960     END-IF.
002970*    START ENTRIES CARRY NO COUNTS - ONLY FINISH ENTRIES FEED
002980*    THE PROOF.
002990     IF JRNL-RESULT-SUMMARY(1:11) = 'RUN STARTED'
003000         GO TO 1600-EXIT
003010     END-IF.
003020     IF JRNL-PROGRAM-ID = 'DST153E'
003030         PERFORM 1700-TAKE-DST-ENTRY THRU 1700-EXIT
003040     END-IF.
003050     IF JRNL-PROGRAM-ID = 'BIN153B'
003060         PERFORM 1800-TAKE-BIN-ENTRY THRU 1800-EXIT
003070     END-IF.
003080 1600-EXIT.
003090     EXIT.
003100*================================================================
003110 1700-TAKE-DST-ENTRY.
003120*================================================================
003130*    N SITS IN THE FIXED POSITIONS DST153E STRINGS IT INTO;
003140*    SKIP= FLOATS BEHIND THE SCAN-MODE TEXT, SO IT IS LOCATED
003150*    BY SCAN. A REJECTED RUN CARRIES NO USABLE COUNTS.
003160     SET WS-DST-ENTRY-FOUND TO TRUE.
003170     MOVE 'N' TO WS-DST-REJECT-SWITCH.
003180     IF JRNL-RESULT-SUMMARY(1:8) = 'REJECTED'
003190         SET WS-DST-RUN-REJECTED TO TRUE
003200         GO TO 1700-EXIT
003210     END-IF.
003220     IF JRNL-INPUT-SUMMARY(1:2) = 'N='
003230         AND JRNL-INPUT-SUMMARY(3:5) NUMERIC
003240         MOVE JRNL-INPUT-SUMMARY(3:5) TO WS-DST-N
003250     ELSE
003260         SET WS-DST-RUN-REJECTED TO TRUE
003270         GO TO 1700-EXIT
003280     END-IF.
003290     MOVE 0 TO WS-SKIP-POS.
003300     PERFORM 1750-LOCATE-SKIP THRU 1750-EXIT
003310         VARYING WS-SCAN-POS FROM 1 BY 1
003320         UNTIL WS-SCAN-POS > 30
003330             OR WS-SKIP-POS > 0.
003340     IF WS-SKIP-POS > 0
003350         AND JRNL-INPUT-SUMMARY(WS-SKIP-POS:5) NUMERIC
003360         MOVE JRNL-INPUT-SUMMARY(WS-SKIP-POS:5)
003370             TO WS-DST-SKIPS
003380     ELSE
003390         SET WS-DST-RUN-REJECTED TO TRUE
003400     END-IF.
003410 1700-EXIT.
003420     EXIT.
003430*================================================================
003440 1750-LOCATE-SKIP.
003450*================================================================
003460     IF JRNL-INPUT-SUMMARY(WS-SCAN-POS:6) = ' SKIP='
003470         COMPUTE WS-SKIP-POS = WS-SCAN-POS + 6
003480     END-IF.
003490 1750-EXIT.
003500     EXIT.
003510*================================================================
003520 1800-TAKE-BIN-ENTRY.
003530*================================================================
003540*    THE REJECT COUNT SITS IN THE FIXED POSITIONS BIN153B'S
003550*    8100-WRITE-JOURNAL STRINGS IT INTO.
003560     IF JRNL-INPUT-SUMMARY(1:9) = 'ACCOUNTS='
003570         AND JRNL-INPUT-SUMMARY(27:5) NUMERIC
003580         SET WS-BIN-ENTRY-FOUND TO TRUE
003590         MOVE JRNL-INPUT-SUMMARY(27:5) TO WS-BIN-REJECTS
003600     END-IF.
003610 1800-EXIT.
003620     EXIT.
003630*================================================================
003640 2000-PROVE-ADDER.
003650*================================================================
003660     PERFORM 2100-COUNT-ADDIN THRU 2100-EXIT.
003670     PERFORM 2300-COUNT-ADDRPT THRU 2300-EXIT.
003680     PERFORM 2500-LOAD-EXCEPTIONS THRU 2500-EXIT.
003690     COMPUTE WS-WORK-TOTAL =
003700         WS-DETAIL-COUNT + WS-EXCEPTION-COUNT.
003710     MOVE 'ADDIN TRAILER = ADDRPT DETAILS + ADDEXC'
003720         TO WS-PRF-TEXT.
003730     MOVE WS-ADDIN-TRL-COUNT TO WS-PRF-LEFT.
003740     MOVE WS-WORK-TOTAL TO WS-PRF-RIGHT.
003750     PERFORM 7100-WRITE-PROOF THRU 7100-EXIT.
003760     IF WS-ADDIN-TRL-COUNT NOT = WS-WORK-TOTAL
003770         MOVE 'N' TO WS-BALANCED-SWITCH
003780     END-IF.
003790 2000-EXIT.
003800     EXIT.
003810*================================================================
003820 2100-COUNT-ADDIN.
003830*================================================================
003840     MOVE 0 TO WS-ADDIN-TRL-COUNT.
003850     MOVE 'N' TO WS-EOF-SWITCH.
003860     OPEN INPUT ADD-INPUT-FILE.
003870     PERFORM 2200-TAKE-ADDIN-RECORD THRU 2200-EXIT
003880         UNTIL WS-END-OF-FILE.
003890     CLOSE ADD-INPUT-FILE.
003900 2100-EXIT.
003910     EXIT.
003920*================================================================
003930 2200-TAKE-ADDIN-RECORD.
003940*================================================================
003950     READ ADD-INPUT-FILE
003960         AT END
003970             SET WS-END-OF-FILE TO TRUE
003980     END-READ.
003990     IF WS-END-OF-FILE
004000         GO TO 2200-EXIT
004010     END-IF.
004020     MOVE SPACES TO FEED-CONTROL-RECORD.
004030     MOVE ADD-INPUT-RECORD TO FEED-CONTROL-RECORD.
004040     IF FEED-IS-TRAILER
004050         AND FEED-TRL-COUNT NUMERIC
004060         MOVE FEED-TRL-COUNT TO WS-ADDIN-TRL-COUNT
004070     END-IF.
004080 2200-EXIT.
004090     EXIT.
004100*================================================================
004110 2300-COUNT-ADDRPT.
004120*================================================================
004130     MOVE 0 TO WS-DETAIL-COUNT.
004140     MOVE 'N' TO WS-EOF-SWITCH.
004150     OPEN INPUT ADD-REPORT-FILE.
004160     PERFORM 2400-TAKE-ADDRPT-LINE THRU 2400-EXIT
004170         UNTIL WS-END-OF-FILE.
004180     CLOSE ADD-REPORT-FILE.
004190 2300-EXIT.
004200     EXIT.
004210*================================================================
004220 2400-TAKE-ADDRPT-LINE.
004230*================================================================
004240*    THE SAME LINE CLASSIFICATION THE VERIFIER (ADDVER) USES -
004250*    ONLY DETAIL LINES COUNT.
004260     READ ADD-REPORT-FILE
004270         AT END
004280             SET WS-END-OF-FILE TO TRUE
004290     END-READ.
004300     IF WS-END-OF-FILE
004310         GO TO 2400-EXIT
004320     END-IF.
004330     IF RPTTOT-LABEL = 'CONTROL TOTALS'
004340         GO TO 2400-EXIT
004350     END-IF.
004360     IF RPTSUB-LABEL(1:15) = 'BRANCH SUBTOTAL'
004370         GO TO 2400-EXIT
004380     END-IF.
004390     IF RPT-SEQ(7:1) NUMERIC
004400         ADD 1 TO WS-DETAIL-COUNT
004410     END-IF.
004420 2400-EXIT.
004430     EXIT.
004440*================================================================
004450 2500-LOAD-EXCEPTIONS.
004460*================================================================
004470*    EVERY ADDEXC LINE IS ONE REJECTED PAIR; ITS SEQUENCE
004480*    NUMBER (COLS 5-11) KEYS THE SUSPENSE MATCH.
004490     MOVE 0 TO WS-EXCEPTION-COUNT.
004500     MOVE 'N' TO WS-EOF-SWITCH.
004510     OPEN INPUT ADD-EXCEPTION-FILE.
004520     PERFORM 2600-TAKE-EXCEPTION THRU 2600-EXIT
004530         UNTIL WS-END-OF-FILE.
004540     CLOSE ADD-EXCEPTION-FILE.
004550 2500-EXIT.
004560     EXIT.
004570*================================================================
004580 2600-TAKE-EXCEPTION.
004590*================================================================
004600     READ ADD-EXCEPTION-FILE
004610         AT END
004620             SET WS-END-OF-FILE TO TRUE
004630     END-READ.
004640     IF WS-END-OF-FILE
004650         GO TO 2600-EXIT
004660     END-IF.
004670     IF WS-EXCEPTION-COUNT >= WS-MAX-EXCEPTIONS
004680         MOVE 'MORE EXCEPTIONS THAN THE PROOF TABLE HOLDS'
004690             TO WS-NOTE-TEXT
004700         WRITE BAL-REPORT-RECORD FROM WS-NOTE-LINE
004710         MOVE 'N' TO WS-BALANCED-SWITCH
004720         SET WS-END-OF-FILE TO TRUE
004730         GO TO 2600-EXIT
004740     END-IF.
004750     ADD 1 TO WS-EXCEPTION-COUNT.
004760     MOVE ADD-EXCEPTION-RECORD(5:7)
004770         TO EXC-SEQ(WS-EXCEPTION-COUNT).
004780     MOVE 'N' TO EXC-MATCH-SWITCH(WS-EXCEPTION-COUNT).
004790 2600-EXIT.
004800     EXIT.
004810*================================================================
004820 3000-PROVE-SUSPENSE.
004830*================================================================
004840*    EVERY EXCEPTION MUST HAVE AN OPEN SUSPENSE ENTRY DATED
004850*    TONIGHT WITH THE SAME SEQUENCE NUMBER. SUSPCYCL RUNS
004860*    OUTSIDE THE NIGHTLY WINDOW, SO TONIGHT'S ENTRIES CAN
004870*    ONLY HAVE COME FROM TONIGHT'S ADDER.
004880     MOVE 0 TO WS-SUSP-MATCHED.
004890     MOVE 'N' TO WS-EOF-SWITCH.
004900     OPEN INPUT ADD-SUSPENSE-FILE.
004910     PERFORM 3100-TAKE-SUSPENSE THRU 3100-EXIT
004920         UNTIL WS-END-OF-FILE.
004930     CLOSE ADD-SUSPENSE-FILE.
004940     MOVE 'ADDEXC EXCEPTIONS = ADDSUSP ENTRIES TONIGHT'
004950         TO WS-PRF-TEXT.
004960     MOVE WS-EXCEPTION-COUNT TO WS-PRF-LEFT.
004970     MOVE WS-SUSP-MATCHED TO WS-PRF-RIGHT.
004980     PERFORM 7100-WRITE-PROOF THRU 7100-EXIT.
004990     IF WS-EXCEPTION-COUNT NOT = WS-SUSP-MATCHED
005000         MOVE 'N' TO WS-BALANCED-SWITCH
005010     END-IF.
005020 3000-EXIT.
005030     EXIT.
005040*================================================================
005050 3100-TAKE-SUSPENSE.
005060*================================================================
005070     READ ADD-SUSPENSE-FILE
005080         AT END
005090             SET WS-END-OF-FILE TO TRUE
005100     END-READ.
005110     IF WS-END-OF-FILE
005120         GO TO 3100-EXIT
005130     END-IF.
005140     IF NOT SUSP-OPEN
005150         GO TO 3100-EXIT
005160     END-IF.
005170     IF SUSP-REJECT-DATE NOT NUMERIC
005180         OR SUSP-REJECT-DATE NOT = WS-RUN-DATE
005190         GO TO 3100-EXIT
005200     END-IF.
005210     PERFORM 3200-MATCH-ONE-SUSPENSE THRU 3200-EXIT
005220         VARYING WS-EXC-IDX FROM 1 BY 1
005230         UNTIL WS-EXC-IDX > WS-EXCEPTION-COUNT.
005240 3100-EXIT.
005250     EXIT.
005260*================================================================
005270 3200-MATCH-ONE-SUSPENSE.
005280*================================================================
005290     IF NOT EXC-MATCHED(WS-EXC-IDX)
005300         AND EXC-SEQ(WS-EXC-IDX) NUMERIC
005310         AND SUSP-SEQ NUMERIC
005320         AND EXC-SEQ(WS-EXC-IDX) = SUSP-SEQ
005330         MOVE 'Y' TO EXC-MATCH-SWITCH(WS-EXC-IDX)
005340         ADD 1 TO WS-SUSP-MATCHED
005350         MOVE WS-EXCEPTION-COUNT TO WS-EXC-IDX
005360     END-IF.
005370 3200-EXIT.
005380     EXIT.
005390*================================================================
005400 4000-PROVE-SCAN.
005410*================================================================
005420     IF NOT WS-DST-ENTRY-FOUND
005430         MOVE 'DST153E DID NOT RUN TONIGHT - SCAN CHECK SKIPPED'
005440             TO WS-NOTE-TEXT
005450         WRITE BAL-REPORT-RECORD FROM WS-NOTE-LINE
005460         GO TO 4000-EXIT
005470     END-IF.
005480     IF WS-DST-RUN-REJECTED
005490         MOVE 'DST153E RUN WAS REJECTED - SCAN CHECK SKIPPED'
005500             TO WS-NOTE-TEXT
005510         WRITE BAL-REPORT-RECORD FROM WS-NOTE-LINE
005520         GO TO 4000-EXIT
005530     END-IF.
005540     PERFORM 4100-COUNT-DSTIN THRU 4100-EXIT.
005550     COMPUTE WS-WORK-TOTAL = WS-DST-N + WS-DST-SKIPS.
005560     MOVE 'DSTIN TRAILER = SITES LOADED + SKIPS'
005570         TO WS-PRF-TEXT.
005580     MOVE WS-DSTIN-TRL-COUNT TO WS-PRF-LEFT.
005590     MOVE WS-WORK-TOTAL TO WS-PRF-RIGHT.
005600     PERFORM 7100-WRITE-PROOF THRU 7100-EXIT.
005610     IF WS-DSTIN-TRL-COUNT NOT = WS-WORK-TOTAL
005620         MOVE 'N' TO WS-BALANCED-SWITCH
005630     END-IF.
005640 4000-EXIT.
005650     EXIT.
005660*================================================================
005670 4100-COUNT-DSTIN.
005680*================================================================
005690     MOVE 0 TO WS-DSTIN-TRL-COUNT.
005700     MOVE 'N' TO WS-EOF-SWITCH.
005710     OPEN INPUT DST-INPUT-FILE.
005720     PERFORM 4200-TAKE-DSTIN-RECORD THRU 4200-EXIT
005730         UNTIL WS-END-OF-FILE.
005740     CLOSE DST-INPUT-FILE.
005750 4100-EXIT.
005760     EXIT.
005770*================================================================
005780 4200-TAKE-DSTIN-RECORD.
005790*================================================================
005800     READ DST-INPUT-FILE
005810         AT END
005820             SET WS-END-OF-FILE TO TRUE
005830     END-READ.
005840     IF WS-END-OF-FILE
005850         GO TO 4200-EXIT
005860     END-IF.
005870     MOVE SPACES TO FEED-CONTROL-RECORD.
005880     MOVE DST-INPUT-RECORD TO FEED-CONTROL-RECORD.
005890     IF FEED-IS-TRAILER
005900         AND FEED-TRL-COUNT NUMERIC
005910         MOVE FEED-TRL-COUNT TO WS-DSTIN-TRL-COUNT
005920     END-IF.
005930 4200-EXIT.
005940     EXIT.
005950*================================================================
005960 5000-PROVE-ENCODER.
005970*================================================================
005980     IF NOT WS-BIN-ENTRY-FOUND
005990         MOVE 'BIN153B DID NOT RUN - ENCODER CHECK SKIPPED'
006000             TO WS-NOTE-TEXT
006010         WRITE BAL-REPORT-RECORD FROM WS-NOTE-LINE
006020         GO TO 5000-EXIT
006030     END-IF.
006040     PERFORM 5100-COUNT-BININ THRU 5100-EXIT.
006050     PERFORM 5300-COUNT-BINOUT THRU 5300-EXIT.
006060     COMPUTE WS-WORK-TOTAL = WS-BINOUT-COUNT + WS-BIN-REJECTS.
006070     MOVE 'BININ ACCOUNTS = BINOUT BLOCKS + REJECTS'
006080         TO WS-PRF-TEXT.
006090     MOVE WS-BININ-COUNT TO WS-PRF-LEFT.
006100     MOVE WS-WORK-TOTAL TO WS-PRF-RIGHT.
006110     PERFORM 7100-WRITE-PROOF THRU 7100-EXIT.
006120     IF WS-BININ-COUNT NOT = WS-WORK-TOTAL
006130         MOVE 'N' TO WS-BALANCED-SWITCH
006140     END-IF.
006150 5000-EXIT.
006160     EXIT.
006170*================================================================
006180 5100-COUNT-BININ.
006190*================================================================
006200     MOVE 0 TO WS-BININ-COUNT.
006210     MOVE 'N' TO WS-EOF-SWITCH.
006220     OPEN INPUT BIN-INPUT-FILE.
006230     PERFORM 5200-TAKE-BININ-RECORD THRU 5200-EXIT
006240         UNTIL WS-END-OF-FILE.
006250     CLOSE BIN-INPUT-FILE.
006260 5100-EXIT.
006270     EXIT.
006280*================================================================
006290 5200-TAKE-BININ-RECORD.
006300*================================================================
006310     READ BIN-INPUT-FILE
006320         AT END
006330             SET WS-END-OF-FILE TO TRUE
006340         NOT AT END
006350             ADD 1 TO WS-BININ-COUNT
006360     END-READ.
006370 5200-EXIT.
006380     EXIT.
006390*================================================================
006400 5300-COUNT-BINOUT.
006410*================================================================
006420     MOVE 0 TO WS-BINOUT-COUNT.
006430     MOVE 'N' TO WS-EOF-SWITCH.
006440     OPEN INPUT BIN-OUTPUT-FILE.
006450     PERFORM 5400-TAKE-BINOUT-RECORD THRU 5400-EXIT
006460         UNTIL WS-END-OF-FILE.
006470     CLOSE BIN-OUTPUT-FILE.
006480 5300-EXIT.
006490     EXIT.
006500*================================================================
006510 5400-TAKE-BINOUT-RECORD.
006520*================================================================
006530*    ONLY ACCOUNT BLOCK LINES COUNT - THE 'FLAG SET:' DETAIL
006540*    LINES UNDER EACH ACCOUNT ARE A PRINT NICETY, THE SAME
006550*    CLASSIFICATION BINCMP APPLIES.
006560     READ BIN-OUTPUT-FILE
006570         AT END
006580             SET WS-END-OF-FILE TO TRUE
006590     END-READ.
006600     IF WS-END-OF-FILE
006610         GO TO 5400-EXIT
006620     END-IF.
006630     IF BIN-OUTPUT-RECORD(3:10) NOT = 'FLAG SET: '
006640         ADD 1 TO WS-BINOUT-COUNT
006650     END-IF.
006660 5400-EXIT.
006670     EXIT.
006680*================================================================
006690 7100-WRITE-PROOF.
006700*================================================================
006710     IF WS-PRF-LEFT = WS-PRF-RIGHT
006720         MOVE 'PROVEN' TO WS-PRF-VERDICT
006730     ELSE
006740         MOVE '*LEAK*' TO WS-PRF-VERDICT
006750     END-IF.
006760     WRITE BAL-REPORT-RECORD FROM WS-PROOF-LINE.
006770 7100-EXIT.
006780     EXIT.
006790*================================================================
006800 8000-TERMINATE.
006810*================================================================
006820     IF WS-NIGHT-BALANCES
006830         MOVE 'NIGHT BALANCES - ALL RECORDS ACCOUNTED FOR'
006840             TO WS-NOTE-TEXT
006850         MOVE 0 TO RETURN-CODE
006860     ELSE
006870         MOVE 'NIGHT DOES NOT BALANCE - SEE *LEAK* LINES ABOVE'
006880             TO WS-NOTE-TEXT
006890         MOVE 8 TO RETURN-CODE
006900     END-IF.
006910     IF WS-CYCLE-ERROR
006920         MOVE 'RUN-CYCLE CARD BAD - NOTHING PROVEN'
006930             TO WS-NOTE-TEXT
006940     END-IF.
006950     WRITE BAL-REPORT-RECORD FROM WS-NOTE-LINE.
006960     CLOSE BALANCE-REPORT-FILE.
006970     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
006980 8000-EXIT.
006990     EXIT.
007000*================================================================
007010 8100-WRITE-JOURNAL.
007020*================================================================
007030*    THE RUN-CONTROL UPDATER (RUNUPD) RECORDS EACH STEP OFF
007040*    THE JOURNAL, SO THE PROOF JOURNALS ITS VERDICT TOO.
007050     OPEN EXTEND JOURNAL-FILE.
007060     MOVE SPACES TO JRNL-RECORD.
007070     ACCEPT WS-RUN-TIME FROM TIME.
007080     MOVE WS-RUN-DATE TO JRNL-RUN-DATE.
007090     MOVE WS-RUN-TIME TO JRNL-RUN-TIME.
007100     MOVE 'RECBAL' TO JRNL-PROGRAM-ID.
007110     MOVE CYC-NUMBER TO JRNL-CYCLE.
007120     MOVE 'WHOLE-NIGHT CROSS-FOOT' TO JRNL-INPUT-SUMMARY.
007130     IF WS-NIGHT-BALANCES
007140         MOVE 'NIGHT BALANCES' TO JRNL-RESULT-SUMMARY
007150     ELSE
007160         MOVE 'REJECTED - NIGHT DOES NOT BALANCE'
007170             TO JRNL-RESULT-SUMMARY
007180     END-IF.
007190     IF WS-CYCLE-ERROR
007200         MOVE 'REJECTED - RUN-CYCLE CARD BAD'
007210             TO JRNL-RESULT-SUMMARY
007220     END-IF.
007230     MOVE SPACES TO JRNL-PARM-SUMMARY.
007240     WRITE JRNL-RECORD.
007250     CLOSE JOURNAL-FILE.
007260 8100-EXIT.
007270     EXIT.
007280*================================================================
007290 9999-EXIT.
007300     STOP RUN.
