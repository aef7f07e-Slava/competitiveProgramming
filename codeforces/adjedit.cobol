000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     ADJEDIT.
000030 AUTHOR.         S. KOVALENKO.
000040 INSTALLATION.   RECONCILIATION BATCH.
000050 DATE-WRITTEN.   OCT 2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 SK  ORIGINAL VERSION. EDIT LEG OF THE ADJUSTMENT
000110*                CYCLE (ADJCYCL). THE SUSPENSE CYCLE CAN ONLY
000120*                RE-FEED PAIRS THE ADDER REJECTED - A PAIR THAT
000130*                POSTED CLEANLY BUT WRONG HAD NO WAY BACK OUT
000140*                AND THE DESK FAKED AN OFFSETTING PAIR INTO THE
000150*                NEXT NIGHT'S FEED. EACH ADJIN CARD NAMES AN
000160*                ORIGINAL POSTING BY BUSINESS DATE, BRANCH AND
000170*                ADDRPT SEQUENCE (PLUS THE GENERATION'S HDR
000180*                SOURCE WHEN THE DATE HAS MORE THAN ONE) AND IS
000190*                EITHER A FULL REVERSAL ('R') OR A CORRECTED
000200*                REPLACEMENT ('C', CARRYING THE CORRECTED
000210*                29-BYTE PAIR). EVERY CARD IS PROVEN AGAINST
000220*                THE ORIGINAL ADDRPT GENERATION ON THE ADDHIST
000230*                CONCATENATION - THE POSTING MUST EXIST, ONCE,
000240*                UNDER THE SAME BRANCH - AND AGAINST THE
000250*                ADJUSTMENT REGISTER (ADJREG), WHICH MUST NOT
000260*                ALREADY SHOW IT REVERSED. AN ACCEPTED CARD
000270*                PUTS A REVERSAL PAIR (THE ORIGINAL AMOUNTS
000280*                NEGATED, UNDER THE ORIGINAL BRANCH) AND, FOR A
000290*                REPLACEMENT, THE CORRECTED PAIR ON THE
000300*                ADJUSTMENT FEED (ADJFEED) - A COMPLETE HDR/
000310*                DETAILS/TRL FEED WITH HDR SOURCE ADJUST, SO
000320*                THE ADDER PASS THAT POSTS IT LABELS ITS ADDRPT
000330*                DATE LINE ADJUST - AND ONE PENDING REGISTER
000340*                LEG PER PAIR ON ADJPEND FOR ADJREG TO LINK
000350*                ONCE THE PASS HAS POSTED. A CARD THAT FAILS
000360*                IS REPORTED WITH ITS REASON AND COUNTED, AND
000370*                THE RUN ENDS RC 4 SO THE DESK KNOWS TO LOOK.
000380* 2026-10-15 SK  CUTOFF CYCLES. A DATE'S MIDDAY AND NIGHTLY ADDRPT
000390*                GENERATIONS ARE BOTH REAL POSTINGS AND BOTH
000400*                NUMBER THEIR DETAIL LINES FROM 1, SO THE RERUN
000410*                RULE IS NOW PER DATE AND CYCLE (RPTDTE-CYCLE,
000420*                SPACE READ AS CYCLE 1) AND THE CARD TAKES AN
000430*                OPTIONAL ORIGINAL CYCLE IN COLUMN 57 (ADJIN 56 TO
000440*                57), BLANK MATCHING ANY. THE CYCLE FOUND RIDES ON
000450*                THE REGISTER LEG (ADJREG-ORIG-CYCLE) AND THE
000460*                ALREADY-REVERSED AND SAME-PASS CHECKS COMPARE IT.
000470*                AN AMBIGUOUS CARD NOW SAYS TO GIVE THE SOURCE OR
000480*                THE CYCLE.
000490* 2026-10-15 SK  A CARD WHOSE ORIGINAL WAS BOOKED IN A FOREIGN
000500*                CURRENCY (RPT-CURRENCY NOT THE GENERATION'S
000510*                RPTDTE-BASE-CURRENCY) IS REJECTED 'ORIGINAL IN
000520*                FOREIGN CURRENCY'. ITS NEGATED OWN-CURRENCY
000530*                AMOUNTS WOULD BE CONVERTED AGAIN AT THE PASS
000540*                DATE'S RATE AND WOULD NOT BACK OUT THE BOOKED
000550*                BASE-CURRENCY SUM.
000560* 2026-10-15 SK  A REVERSAL LEG THE REGISTER SHOWS ON SUSPENSE
000570*                (ADJREG-STATUS 'S') NOW ALSO BLOCKS A SECOND
000580*                REVERSAL OF ITS ORIGINAL - THE CARD IS REFUSED
000590*                'ORIGINAL REVERSAL ON SUSPENSE' - AND IS NOT
000600*                TAKEN FOR A POSTED REVERSAL WHEN A CARD NAMES AN
000610*                ADJUST ORIGINAL.
000620*================================================================
000630 ENVIRONMENT DIVISION.
000640 CONFIGURATION SECTION.
000650 SOURCE-COMPUTER.    IBM-370.
000660 OBJECT-COMPUTER.    IBM-370.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT ADJUSTMENT-FILE ASSIGN TO ADJIN
000700            ORGANIZATION IS LINE SEQUENTIAL.
000710     SELECT ADD-HISTORY-FILE ASSIGN TO ADDHIST
000720            ORGANIZATION IS LINE SEQUENTIAL.
000730     SELECT OPTIONAL REGISTER-FILE ASSIGN TO ADJREG
000740            ORGANIZATION IS LINE SEQUENTIAL
000750            FILE STATUS IS WS-REG-STATUS.
000760     SELECT ADJ-FEED-FILE ASSIGN TO ADJFEED
000770            ORGANIZATION IS LINE SEQUENTIAL.
000780     SELECT PENDING-FILE ASSIGN TO ADJPEND
000790            ORGANIZATION IS LINE SEQUENTIAL.
000800*
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  ADJUSTMENT-FILE
000840     RECORD CONTAINS 57 CHARACTERS.
000850 01  ADJIN-RECORD.
000860     05  ADJIN-TYPE              PIC X(01).
000870         88  ADJIN-REVERSE                  VALUE 'R'.
000880         88  ADJIN-REPLACE                  VALUE 'C'.
000890     05  ADJIN-ORIG-DATE         PIC 9(08).
000900     05  ADJIN-ORIG-BRANCH       PIC X(03).
000910     05  ADJIN-ORIG-SEQ          PIC 9(07).
000920     05  ADJIN-ORIG-SOURCE       PIC X(08).
000930     05  ADJIN-NEW-PAIR          PIC X(29).
000940     05  ADJIN-ORIG-CYCLE        PIC X(01).
000950*
000960 FD  ADD-HISTORY-FILE
000970     RECORD CONTAINS 96 CHARACTERS.
000980     COPY ADDRPT.
000990*
001000 FD  REGISTER-FILE
001010     RECORD CONTAINS 80 CHARACTERS.
001020 01  ADJREGI-RECORD              PIC X(80).
001030*
001040 FD  ADJ-FEED-FILE
001050     RECORD CONTAINS 29 CHARACTERS.
001060 01  ADJFEED-RECORD              PIC X(29).
001070*
001080 FD  PENDING-FILE
001090     RECORD CONTAINS 80 CHARACTERS.
001100 01  ADJPEND-RECORD              PIC X(80).
001110*
001120 WORKING-STORAGE SECTION.
001130*----------------------------------------------------------------
001140* CONSTANTS
001150*----------------------------------------------------------------
001160*    ONE ADJUSTMENT PASS HANDLES UP TO 500 CARDS, THE SAME
001170*    CEILING AS A SUSPENSE RESUBMISSION RUN, AND THE ADDHIST
001180*    CONCATENATION MAY REACH BACK UP TO 400 NIGHTS.
001190 77  WS-MAX-ADJUSTMENTS          PIC 9(03)  VALUE 500.
001200 77  WS-MAX-NIGHTS               PIC 9(03)  VALUE 400.
001210*----------------------------------------------------------------
001220* SWITCHES
001230*----------------------------------------------------------------
001240 01  WS-SWITCHES.
001250     05  WS-ADJ-EOF-SWITCH       PIC X(01)  VALUE 'N'.
001260         88  WS-ADJ-EOF                     VALUE 'Y'.
001270     05  WS-HIST-EOF-SWITCH      PIC X(01)  VALUE 'N'.
001280         88  WS-HIST-EOF                    VALUE 'Y'.
001290     05  WS-REG-EOF-SWITCH       PIC X(01)  VALUE 'N'.
001300         88  WS-REG-EOF                     VALUE 'Y'.
001310     05  WS-VALID-RUN-SWITCH     PIC X(01)  VALUE 'Y'.
001320         88  WS-RUN-IS-VALID                VALUE 'Y'.
001330     05  WS-GEN-WANTED-SWITCH    PIC X(01)  VALUE 'N'.
001340         88  WS-GEN-WANTED                  VALUE 'Y'.
001350 01  WS-REG-STATUS               PIC X(02).
001360*----------------------------------------------------------------
001370* ADJUSTMENT TABLE - ONE ROW PER CARD THAT PASSED ITS OWN EDITS,
001380* FILLED IN WITH WHAT THE HISTORY AND THE REGISTER SAY ABOUT
001390* THE ORIGINAL IT NAMES.
001400*----------------------------------------------------------------
001410 01  WS-ADJ-COUNT                PIC 9(03)  COMP.
001420 01  WS-ADJUSTMENT-TABLE.
001430     05  WS-ADJUSTMENT           OCCURS 500 TIMES.
001440         10  AC-TYPE             PIC X(01).
001450         10  AC-ORIG-DATE        PIC 9(08).
001460         10  AC-ORIG-BRANCH      PIC X(03).
001470         10  AC-ORIG-SEQ         PIC 9(07).
001480         10  AC-ORIG-SOURCE      PIC X(08).
001490         10  AC-ORIG-CYCLE       PIC X(01).
001500         10  AC-NEW-PAIR         PIC X(29).
001510*            POSTINGS FOUND FOR THE DATE/SEQUENCE/SOURCE UNDER
001520*            THE CARD'S BRANCH, AND UNDER ANY OTHER BRANCH.
001530         10  AC-MATCH-COUNT      PIC 9(03)  COMP.
001540         10  AC-OTHER-COUNT      PIC 9(03)  COMP.
001550         10  AC-FOUND-SOURCE     PIC X(08).
001560         10  AC-FOUND-CYCLE      PIC X(01).
001570         10  AC-FOREIGN-SWITCH   PIC X(01).
001580             88  AC-FOREIGN-ORIGINAL        VALUE 'Y'.
001590         10  AC-FOUND-A          PIC S9(10)V99.
001600         10  AC-FOUND-B          PIC S9(10)V99.
001610         10  AC-FOUND-SUM        PIC S9(10)V99.
001620         10  AC-REVERSED-SWITCH  PIC X(01).
001630             88  AC-ALREADY-REVERSED        VALUE 'Y'.
001640             88  AC-REVERSAL-SUSPENDED      VALUE 'S'.
001650         10  AC-REV-LEG-SWITCH   PIC X(01).
001660             88  AC-IS-REVERSAL-LEG         VALUE 'Y'.
001670         10  AC-ACCEPTED-SWITCH  PIC X(01).
001680             88  AC-ACCEPTED                VALUE 'Y'.
001690 01  WS-ADJ-IDX                  PIC 9(03)  COMP.
001700 01  WS-PRIOR-IDX                PIC 9(03)  COMP.
001710*----------------------------------------------------------------
001720* ADDHIST GENERATION STATE - WS-CUR-DATE IS ZERO WHEN THE
001730* CURRENT GENERATION IS UNDATED OR PASSED OVER. WS-CUR-CYCLE IS
001740* THE NIGHTLY STREAM GENERATION'S CUTOFF CYCLE (SPACE READ AS
001750* CYCLE 1) AND STAYS SPACE FOR A RESUBMIT OR ADJUSTMENT PASS.
001760*----------------------------------------------------------------
001770 01  WS-CUR-KEY.
001780     05  WS-CUR-DATE             PIC 9(08).
001790     05  WS-CUR-CYCLE            PIC X(01).
001800 01  WS-CUR-SOURCE               PIC X(08).
001810*    THE GENERATION'S BASE CURRENCY - SPACES ON A GENERATION
001820*    CUT BEFORE MULTI-CURRENCY, WHICH WAS ALL BASE CURRENCY.
001830 01  WS-CUR-BASE-CCY             PIC X(03).
001840 01  WS-RPT-SEQ-N                PIC 9(07).
001850 01  WS-REG-CYCLE                PIC X(01).
001860 01  WS-SEEN-COUNT               PIC 9(03)  COMP.
001870 01  WS-SEEN-TABLE.
001880     05  WS-SEEN-KEY             PIC X(09)  OCCURS 400 TIMES.
001890 01  WS-SEEN-IDX                 PIC 9(03)  COMP.
001900 01  WS-SEEN-FOUND-IDX           PIC 9(03)  COMP.
001910 01  WS-DUP-COUNT                PIC 9(05)  COMP.
001920*----------------------------------------------------------------
001930* ADJUSTMENT FEED CONTROL FIELDS
001940*----------------------------------------------------------------
001950     COPY FEEDCTL.
001960     COPY AMTPAIR.
001970     COPY ADJREG.
001980 01  WS-FEED-COUNT               PIC 9(07).
001990 01  WS-HASH-TOTAL               PIC 9(13).
002000 01  WS-HASH-WORK                PIC 9(14).
002010 01  WS-FIELD-A                  PIC 9(12).
002020 01  WS-FIELD-B                  PIC 9(12).
002030*----------------------------------------------------------------
002040* RUN COUNTERS AND WORK FIELDS
002050*----------------------------------------------------------------
002060 01  WS-RUN-DATE                 PIC 9(08).
002070 01  WS-REASON                   PIC X(32).
002080 01  WS-ACCEPTED-COUNT           PIC 9(05)  COMP.
002090 01  WS-REJECTED-COUNT           PIC 9(05)  COMP.
002100 01  WS-ACCEPTED-COUNT-D         PIC 9(05).
002110 01  WS-REJECTED-COUNT-D         PIC 9(05).
002120 01  WS-FEED-COUNT-D             PIC 9(07).
002130*
002140 PROCEDURE DIVISION.
002150*================================================================
002160 0000-MAINLINE.
002170*================================================================
002180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002190     IF WS-RUN-IS-VALID
002200         PERFORM 2000-SCAN-HISTORY THRU 2000-EXIT
002210     END-IF.
002220     IF WS-RUN-IS-VALID
002230         PERFORM 2500-SCAN-REGISTER THRU 2500-EXIT
002240     END-IF.
002250     IF WS-RUN-IS-VALID
002260         PERFORM 3000-DECIDE-ADJUSTMENTS THRU 3000-EXIT
002270         PERFORM 7000-FINISH-FEED THRU 7000-EXIT
002280     END-IF.
002290     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002300     GO TO 9999-EXIT.
002310*================================================================
002320 1000-INITIALIZE.
002330*================================================================
002340     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002350     MOVE 0 TO WS-ADJ-COUNT.
002360     MOVE 0 TO WS-SEEN-COUNT.
002370     MOVE 0 TO WS-DUP-COUNT.
002380     MOVE 0 TO WS-ACCEPTED-COUNT.
002390     MOVE 0 TO WS-REJECTED-COUNT.
002400     MOVE 0 TO WS-FEED-COUNT.
002410     MOVE 0 TO WS-HASH-TOTAL.
002420     OPEN INPUT ADJUSTMENT-FILE.
002430     PERFORM 1100-LOAD-ONE-ADJUSTMENT THRU 1100-EXIT
002440         UNTIL WS-ADJ-EOF OR NOT WS-RUN-IS-VALID.
002450     CLOSE ADJUSTMENT-FILE.
002460 1000-EXIT.
002470     EXIT.
002480*================================================================
002490 1100-LOAD-ONE-ADJUSTMENT.
002500*================================================================
002510     READ ADJUSTMENT-FILE
002520         AT END
002530             SET WS-ADJ-EOF TO TRUE
002540     END-READ.
002550     IF WS-ADJ-EOF
002560         GO TO 1100-EXIT
002570     END-IF.
002580     IF NOT ADJIN-REVERSE AND NOT ADJIN-REPLACE
002590         DISPLAY "UNKNOWN ADJUSTMENT TYPE '" ADJIN-TYPE
002600                 "' - CARD IGNORED"
002610         ADD 1 TO WS-REJECTED-COUNT
002620         GO TO 1100-EXIT
002630     END-IF.
002640     IF ADJIN-ORIG-DATE NOT NUMERIC OR ADJIN-ORIG-SEQ NOT NUMERIC
002650         OR ADJIN-ORIG-BRANCH = SPACES
002660         DISPLAY "BAD ORIGINAL KEY ON ADJUSTMENT CARD - "
002670                 "CARD IGNORED"
002680         ADD 1 TO WS-REJECTED-COUNT
002690         GO TO 1100-EXIT
002700     END-IF.
002710*    A REPLACEMENT WHOSE AMOUNTS ARE NOT NUMERIC WOULD ONLY
002720*    REJECT IN THE ADDER - AFTER ITS REVERSAL HAD POSTED - SO
002730*    THE WHOLE CARD IS REFUSED HERE INSTEAD.
002740     IF ADJIN-REPLACE
002750         IF ADJIN-NEW-PAIR(1:3) = SPACES
002760             OR ADJIN-NEW-PAIR(4:12) NOT NUMERIC
002770             OR ADJIN-NEW-PAIR(17:12) NOT NUMERIC
002780             DISPLAY "REPLACEMENT PAIR FOR " ADJIN-ORIG-DATE
002790                     " " ADJIN-ORIG-BRANCH
002800                     " SEQ " ADJIN-ORIG-SEQ
002810                     " INVALID - CARD IGNORED"
002820             ADD 1 TO WS-REJECTED-COUNT
002830             GO TO 1100-EXIT
002840         END-IF
002850     END-IF.
002860     IF WS-ADJ-COUNT >= WS-MAX-ADJUSTMENTS
002870         DISPLAY "MORE THAN " WS-MAX-ADJUSTMENTS
002880                 " ADJUSTMENT CARDS - RUN REJECTED"
002890         MOVE 'N' TO WS-VALID-RUN-SWITCH
002900         GO TO 1100-EXIT
002910     END-IF.
002920     ADD 1 TO WS-ADJ-COUNT.
002930     MOVE ADJIN-TYPE TO AC-TYPE(WS-ADJ-COUNT).
002940     MOVE ADJIN-ORIG-DATE TO AC-ORIG-DATE(WS-ADJ-COUNT).
002950     MOVE ADJIN-ORIG-BRANCH TO AC-ORIG-BRANCH(WS-ADJ-COUNT).
002960     MOVE ADJIN-ORIG-SEQ TO AC-ORIG-SEQ(WS-ADJ-COUNT).
002970     MOVE ADJIN-ORIG-SOURCE TO AC-ORIG-SOURCE(WS-ADJ-COUNT).
002980     MOVE ADJIN-ORIG-CYCLE TO AC-ORIG-CYCLE(WS-ADJ-COUNT).
002990     MOVE ADJIN-NEW-PAIR TO AC-NEW-PAIR(WS-ADJ-COUNT).
003000     MOVE 0 TO AC-MATCH-COUNT(WS-ADJ-COUNT).
003010     MOVE 0 TO AC-OTHER-COUNT(WS-ADJ-COUNT).
003020     MOVE SPACES TO AC-FOUND-SOURCE(WS-ADJ-COUNT).
003030     MOVE SPACE TO AC-FOUND-CYCLE(WS-ADJ-COUNT).
003040     MOVE 'N' TO AC-FOREIGN-SWITCH(WS-ADJ-COUNT).
003050     MOVE 0 TO AC-FOUND-A(WS-ADJ-COUNT).
003060     MOVE 0 TO AC-FOUND-B(WS-ADJ-COUNT).
003070     MOVE 0 TO AC-FOUND-SUM(WS-ADJ-COUNT).
003080     MOVE 'N' TO AC-REVERSED-SWITCH(WS-ADJ-COUNT).
003090     MOVE 'N' TO AC-REV-LEG-SWITCH(WS-ADJ-COUNT).
003100     MOVE 'N' TO AC-ACCEPTED-SWITCH(WS-ADJ-COUNT).
003110 1100-EXIT.
003120     EXIT.
003130*================================================================
003140 2000-SCAN-HISTORY.
003150*================================================================
003160     MOVE 0 TO WS-CUR-DATE.
003170     MOVE SPACES TO WS-CUR-SOURCE.
003180     MOVE SPACES TO WS-CUR-BASE-CCY.
003190     OPEN INPUT ADD-HISTORY-FILE.
003200     PERFORM 2100-TAKE-HISTORY-LINE THRU 2100-EXIT
003210         UNTIL WS-HIST-EOF OR NOT WS-RUN-IS-VALID.
003220     CLOSE ADD-HISTORY-FILE.
003230 2000-EXIT.
003240     EXIT.
003250*================================================================
003260 2100-TAKE-HISTORY-LINE.
003270*================================================================
003280*    THE SAME LINE CLASSIFICATION EVERY ADDRPT READER USES -
003290*    DATE LINES OPEN A GENERATION, DETAIL LINES ARE THE
003300*    POSTINGS A CARD CAN NAME.
003310     READ ADD-HISTORY-FILE
003320         AT END
003330             SET WS-HIST-EOF TO TRUE
003340     END-READ.
003350     IF WS-HIST-EOF
003360         GO TO 2100-EXIT
003370     END-IF.
003380     IF RPTDTE-LABEL = 'REPORT DATE '
003390         MOVE RPTDTE-SOURCE TO WS-CUR-SOURCE
003400         MOVE RPTDTE-CYCLE TO WS-CUR-CYCLE
003410         MOVE RPTDTE-BASE-CURRENCY TO WS-CUR-BASE-CCY
003420         IF WS-CUR-SOURCE = 'SUSPRES' OR WS-CUR-SOURCE = 'ADJUST'
003430             MOVE SPACE TO WS-CUR-CYCLE
003440         ELSE
003450             IF WS-CUR-CYCLE = SPACE
003460                 MOVE '1' TO WS-CUR-CYCLE
003470             END-IF
003480         END-IF
003490         IF RPTDTE-DATE NUMERIC
003500             MOVE RPTDTE-DATE TO WS-CUR-DATE
003510             PERFORM 2150-CHECK-GENERATION THRU 2150-EXIT
003520         ELSE
003530             MOVE 0 TO WS-CUR-DATE
003540         END-IF
003550         GO TO 2100-EXIT
003560     END-IF.
003570     IF RPTTOT-LABEL = 'CONTROL TOTALS'
003580         MOVE 0 TO WS-CUR-DATE
003590         GO TO 2100-EXIT
003600     END-IF.
003610     IF RPTSUB-LABEL(1:15) = 'BRANCH SUBTOTAL'
003620         GO TO 2100-EXIT
003630     END-IF.
003640     IF RPT-SEQ(7:1) NUMERIC AND WS-CUR-DATE NOT = 0
003650         AND WS-GEN-WANTED
003660         PERFORM 2200-MATCH-DETAIL THRU 2200-EXIT
003670     END-IF.
003680 2100-EXIT.
003690     EXIT.
003700*================================================================
003710 2150-CHECK-GENERATION.
003720*================================================================
003730*    AMONG THE NIGHTLY STREAM'S OWN GENERATIONS THE FIRST ONE
003740*    SEEN STANDS FOR ITS DATE AND CUTOFF CYCLE (THE JCL
003750*    CONCATENATES NEWEST FIRST) - A SECOND FOR THE SAME CYCLE
003760*    IS THE FAILED RUN BEHIND A RERUN, WHOSE POSTINGS WERE
003770*    NEVER REAL; A DATE'S OTHER CYCLES ARE REAL POSTINGS AND
003780*    ARE SEARCHED AS WELL. A SUSPENSE RESUBMIT PASS
003790*    (SUSPRES) OR AN EARLIER ADJUSTMENT PASS (ADJUST) IS A REAL
003800*    POSTING UNDER ITS DATE AND IS ALWAYS SEARCHED. A
003810*    GENERATION NO CARD NAMES THE DATE OF IS PASSED OVER.
003820     IF WS-CUR-SOURCE NOT = 'SUSPRES'
003830         AND WS-CUR-SOURCE NOT = 'ADJUST'
003840         MOVE 0 TO WS-SEEN-FOUND-IDX
003850         PERFORM 2160-MATCH-SEEN-DATE THRU 2160-EXIT
003860             VARYING WS-SEEN-IDX FROM 1 BY 1
003870             UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
003880                 OR WS-SEEN-FOUND-IDX > 0
003890         IF WS-SEEN-FOUND-IDX > 0
003900             ADD 1 TO WS-DUP-COUNT
003910             MOVE 0 TO WS-CUR-DATE
003920             GO TO 2150-EXIT
003930         END-IF
003940         IF WS-SEEN-COUNT >= WS-MAX-NIGHTS
003950             DISPLAY "MORE THAN " WS-MAX-NIGHTS
003960                     " NIGHTS ON ADDHIST - RUN REJECTED"
003970             MOVE 'N' TO WS-VALID-RUN-SWITCH
003980             GO TO 2150-EXIT
003990         END-IF
004000         ADD 1 TO WS-SEEN-COUNT
004010         MOVE WS-CUR-KEY TO WS-SEEN-KEY(WS-SEEN-COUNT)
004020     END-IF.
004030     MOVE 'N' TO WS-GEN-WANTED-SWITCH.
004040     PERFORM 2170-CHECK-CARD-DATE THRU 2170-EXIT
004050         VARYING WS-ADJ-IDX FROM 1 BY 1
004060         UNTIL WS-ADJ-IDX > WS-ADJ-COUNT
004070             OR WS-GEN-WANTED.
004080 2150-EXIT.
004090     EXIT.
004100*================================================================
004110 2160-MATCH-SEEN-DATE.
004120*================================================================
004130     IF WS-SEEN-KEY(WS-SEEN-IDX) = WS-CUR-KEY
004140         MOVE WS-SEEN-IDX TO WS-SEEN-FOUND-IDX
004150     END-IF.
004160 2160-EXIT.
004170     EXIT.
004180*================================================================
004190 2170-CHECK-CARD-DATE.
004200*================================================================
004210     IF AC-ORIG-DATE(WS-ADJ-IDX) = WS-CUR-DATE
004220         SET WS-GEN-WANTED TO TRUE
004230     END-IF.
004240 2170-EXIT.
004250     EXIT.
004260*================================================================
004270 2200-MATCH-DETAIL.
004280*================================================================
004290     COMPUTE WS-RPT-SEQ-N = FUNCTION NUMVAL (RPT-SEQ).
004300     PERFORM 2250-MATCH-ONE-CARD THRU 2250-EXIT
004310         VARYING WS-ADJ-IDX FROM 1 BY 1
004320         UNTIL WS-ADJ-IDX > WS-ADJ-COUNT.
004330 2200-EXIT.
004340     EXIT.
004350*================================================================
004360 2250-MATCH-ONE-CARD.
004370*================================================================
004380*    A BLANK SOURCE OR CYCLE ON THE CARD MATCHES ANY GENERATION
004390*    FOR THE DATE; THE DESK ONLY NEEDS TO GIVE THEM WHEN THE
004400*    DATE AND SEQUENCE ALONE ARE AMBIGUOUS - A DATE'S MIDDAY
004410*    AND NIGHTLY CYCLES BOTH NUMBER THEIR POSTINGS FROM 1.
004420     IF AC-ORIG-DATE(WS-ADJ-IDX) NOT = WS-CUR-DATE
004430         OR AC-ORIG-SEQ(WS-ADJ-IDX) NOT = WS-RPT-SEQ-N
004440         GO TO 2250-EXIT
004450     END-IF.
004460     IF AC-ORIG-SOURCE(WS-ADJ-IDX) NOT = SPACES
004470         AND AC-ORIG-SOURCE(WS-ADJ-IDX) NOT = WS-CUR-SOURCE
004480         GO TO 2250-EXIT
004490     END-IF.
004500     IF AC-ORIG-CYCLE(WS-ADJ-IDX) NOT = SPACE
004510         AND AC-ORIG-CYCLE(WS-ADJ-IDX) NOT = WS-CUR-CYCLE
004520         GO TO 2250-EXIT
004530     END-IF.
004540     IF RPT-BRANCH NOT = AC-ORIG-BRANCH(WS-ADJ-IDX)
004550         ADD 1 TO AC-OTHER-COUNT(WS-ADJ-IDX)
004560         GO TO 2250-EXIT
004570     END-IF.
004580     ADD 1 TO AC-MATCH-COUNT(WS-ADJ-IDX).
004590     MOVE WS-CUR-SOURCE TO AC-FOUND-SOURCE(WS-ADJ-IDX).
004600     MOVE WS-CUR-CYCLE TO AC-FOUND-CYCLE(WS-ADJ-IDX).
004610     MOVE 'N' TO AC-FOREIGN-SWITCH(WS-ADJ-IDX).
004620     IF RPT-CURRENCY NOT = SPACES AND WS-CUR-BASE-CCY NOT = SPACES
004630         AND RPT-CURRENCY NOT = WS-CUR-BASE-CCY
004640         MOVE 'Y' TO AC-FOREIGN-SWITCH(WS-ADJ-IDX)
004650     END-IF.
004660     COMPUTE AC-FOUND-A(WS-ADJ-IDX) = FUNCTION NUMVAL (RPT-A).
004670     COMPUTE AC-FOUND-B(WS-ADJ-IDX) = FUNCTION NUMVAL (RPT-B).
004680     COMPUTE AC-FOUND-SUM(WS-ADJ-IDX) =
004690         FUNCTION NUMVAL (RPT-SUM).
004700 2250-EXIT.
004710     EXIT.
004720*================================================================
004730 2500-SCAN-REGISTER.
004740*================================================================
004750*    NO REGISTER YET (THE FIRST ADJUSTMENT PASS) MEANS NOTHING
004760*    HAS EVER BEEN REVERSED.
004770     OPEN INPUT REGISTER-FILE.
004780     IF WS-REG-STATUS NOT = '00' AND WS-REG-STATUS NOT = '05'
004790         DISPLAY "ADJUSTMENT REGISTER CANNOT BE OPENED - STATUS "
004800                 WS-REG-STATUS " - RUN REJECTED"
004810         MOVE 'N' TO WS-VALID-RUN-SWITCH
004820         GO TO 2500-EXIT
004830     END-IF.
004840     PERFORM 2550-TAKE-REGISTER-LEG THRU 2550-EXIT
004850         UNTIL WS-REG-EOF.
004860     CLOSE REGISTER-FILE.
004870 2500-EXIT.
004880     EXIT.
004890*================================================================
004900 2550-TAKE-REGISTER-LEG.
004910*================================================================
004920     READ REGISTER-FILE INTO ADJREG-RECORD
004930         AT END
004940             SET WS-REG-EOF TO TRUE
004950     END-READ.
004960     IF WS-REG-EOF
004970         GO TO 2550-EXIT
004980     END-IF.
004990     IF NOT ADJREG-REVERSAL
005000         GO TO 2550-EXIT
005010     END-IF.
005020     PERFORM 2560-CHECK-ONE-CARD THRU 2560-EXIT
005030         VARYING WS-ADJ-IDX FROM 1 BY 1
005040         UNTIL WS-ADJ-IDX > WS-ADJ-COUNT.
005050 2550-EXIT.
005060     EXIT.
005070*================================================================
005080 2560-CHECK-ONE-CARD.
005090*================================================================
005100*    A REVERSAL LEG ON THE REGISTER BLOCKS A SECOND REVERSAL OF
005110*    THE SAME ORIGINAL, AND - WHEN THE CARD HAS FOUND ITS
005120*    ORIGINAL ON AN ADJUST GENERATION - ALSO MARKS A CARD THAT
005130*    IS TRYING TO ADJUST THE REVERSAL ITSELF. A REPLACEMENT LEG
005140*    IS AN ORDINARY POSTING AND MAY BE ADJUSTED LIKE ANY OTHER.
005150*    A REVERSAL STILL ON SUSPENSE BLOCKS A SECOND ONE TOO - IT
005160*    POSTS AGAINST THE ORIGINAL WHEN SUSPRES CLEARS IT - BUT ITS
005170*    SEQUENCE IS A FEED RECORD NUMBER, NOT A POSTING.
005180     IF AC-MATCH-COUNT(WS-ADJ-IDX) NOT = 1
005190         GO TO 2560-EXIT
005200     END-IF.
005210*    A LEG REGISTERED BEFORE CYCLES EXISTED HAS NO ORIGINAL
005220*    CYCLE; AGAINST A NIGHTLY ORIGINAL THAT IS CYCLE 1.
005230     MOVE ADJREG-ORIG-CYCLE TO WS-REG-CYCLE.
005240     IF WS-REG-CYCLE = SPACE
005250         AND ADJREG-ORIG-SOURCE NOT = 'SUSPRES'
005260         AND ADJREG-ORIG-SOURCE NOT = 'ADJUST'
005270         MOVE '1' TO WS-REG-CYCLE
005280     END-IF.
005290     IF ADJREG-ORIG-DATE = AC-ORIG-DATE(WS-ADJ-IDX)
005300         AND ADJREG-ORIG-SEQ = AC-ORIG-SEQ(WS-ADJ-IDX)
005310         AND ADJREG-ORIG-BRANCH = AC-ORIG-BRANCH(WS-ADJ-IDX)
005320         AND ADJREG-ORIG-SOURCE = AC-FOUND-SOURCE(WS-ADJ-IDX)
005330         AND WS-REG-CYCLE = AC-FOUND-CYCLE(WS-ADJ-IDX)
005340         IF ADJREG-IN-SUSPENSE
005350             IF NOT AC-ALREADY-REVERSED(WS-ADJ-IDX)
005360                 MOVE 'S' TO AC-REVERSED-SWITCH(WS-ADJ-IDX)
005370             END-IF
005380         ELSE
005390             MOVE 'Y' TO AC-REVERSED-SWITCH(WS-ADJ-IDX)
005400         END-IF
005410     END-IF.
005420     IF AC-FOUND-SOURCE(WS-ADJ-IDX) = 'ADJUST'
005430         AND NOT ADJREG-IN-SUSPENSE
005440         AND ADJREG-ADJ-DATE = AC-ORIG-DATE(WS-ADJ-IDX)
005450         AND ADJREG-ADJ-SEQ = AC-ORIG-SEQ(WS-ADJ-IDX)
005460         MOVE 'Y' TO AC-REV-LEG-SWITCH(WS-ADJ-IDX)
005470     END-IF.
005480 2560-EXIT.
005490     EXIT.
005500*================================================================
005510 3000-DECIDE-ADJUSTMENTS.
005520*================================================================
005530     OPEN OUTPUT ADJ-FEED-FILE.
005540     OPEN OUTPUT PENDING-FILE.
005550     MOVE SPACES TO FEED-CONTROL-RECORD.
005560     MOVE 'HDR' TO FEED-REC-TYPE.
005570     MOVE WS-RUN-DATE TO FEED-HDR-DATE.
005580     MOVE 'ADJUST' TO FEED-HDR-SOURCE.
005590     WRITE ADJFEED-RECORD FROM FEED-CONTROL-RECORD.
005600     PERFORM 3100-DECIDE-ONE THRU 3100-EXIT
005610         VARYING WS-ADJ-IDX FROM 1 BY 1
005620         UNTIL WS-ADJ-IDX > WS-ADJ-COUNT.
005630 3000-EXIT.
005640     EXIT.
005650*================================================================
005660 3100-DECIDE-ONE.
005670*================================================================
005680     MOVE SPACES TO WS-REASON.
005690     IF AC-MATCH-COUNT(WS-ADJ-IDX) = 0
005700         IF AC-OTHER-COUNT(WS-ADJ-IDX) > 0
005710             MOVE 'BRANCH DOES NOT MATCH ORIGINAL' TO WS-REASON
005720         ELSE
005730             MOVE 'ORIGINAL NOT FOUND' TO WS-REASON
005740         END-IF
005750         GO TO 3100-REJECT
005760     END-IF.
005770     IF AC-MATCH-COUNT(WS-ADJ-IDX) > 1
005780         MOVE 'AMBIGUOUS - GIVE SOURCE OR CYCLE' TO WS-REASON
005790         GO TO 3100-REJECT
005800     END-IF.
005810     IF AC-IS-REVERSAL-LEG(WS-ADJ-IDX)
005820         MOVE 'ORIGINAL IS ITSELF A REVERSAL' TO WS-REASON
005830         GO TO 3100-REJECT
005840     END-IF.
005850     IF AC-ALREADY-REVERSED(WS-ADJ-IDX)
005860         MOVE 'ORIGINAL ALREADY REVERSED' TO WS-REASON
005870         GO TO 3100-REJECT
005880     END-IF.
005890     IF AC-REVERSAL-SUSPENDED(WS-ADJ-IDX)
005900         MOVE 'ORIGINAL REVERSAL ON SUSPENSE' TO WS-REASON
005910         GO TO 3100-REJECT
005920     END-IF.
005930*    A REVERSAL NEGATES THE ORIGINAL'S OWN-CURRENCY AMOUNTS AND
005940*    THE ADDER CONVERTS THEM AGAIN AT THE PASS DATE'S RATE, SO
005950*    A FOREIGN-CURRENCY ORIGINAL WOULD NOT BE BACKED OUT AT ITS
005960*    BOOKED BASE-CURRENCY SUM. THE DESK CORRECTS THOSE BY HAND.
005970     IF AC-FOREIGN-ORIGINAL(WS-ADJ-IDX)
005980         MOVE 'ORIGINAL IN FOREIGN CURRENCY' TO WS-REASON
005990         GO TO 3100-REJECT
006000     END-IF.
006010     PERFORM 3150-CHECK-EARLIER-CARD THRU 3150-EXIT
006020         VARYING WS-PRIOR-IDX FROM 1 BY 1
006030         UNTIL WS-PRIOR-IDX NOT < WS-ADJ-IDX
006040             OR WS-REASON NOT = SPACES.
006050     IF WS-REASON NOT = SPACES
006060         GO TO 3100-REJECT
006070     END-IF.
006080     PERFORM 3200-WRITE-REVERSAL THRU 3200-EXIT.
006090     IF AC-TYPE(WS-ADJ-IDX) = 'C'
006100         PERFORM 3300-WRITE-REPLACEMENT THRU 3300-EXIT
006110     END-IF.
006120     MOVE 'Y' TO AC-ACCEPTED-SWITCH(WS-ADJ-IDX).
006130     ADD 1 TO WS-ACCEPTED-COUNT.
006140     GO TO 3100-EXIT.
006150 3100-REJECT.
006160     DISPLAY "ADJUSTMENT " AC-TYPE(WS-ADJ-IDX)
006170             " FOR " AC-ORIG-DATE(WS-ADJ-IDX)
006180             " " AC-ORIG-BRANCH(WS-ADJ-IDX)
006190             " SEQ " AC-ORIG-SEQ(WS-ADJ-IDX)
006200             " REJECTED - " WS-REASON.
006210     ADD 1 TO WS-REJECTED-COUNT.
006220 3100-EXIT.
006230     EXIT.
006240*================================================================
006250 3150-CHECK-EARLIER-CARD.
006260*================================================================
006270*    TWO CARDS AGAINST ONE ORIGINAL IN THE SAME PASS - ONLY THE
006280*    FIRST MAY STAND, OR THE ORIGINAL WOULD BE REVERSED TWICE.
006290     IF AC-ACCEPTED(WS-PRIOR-IDX)
006300         AND AC-ORIG-DATE(WS-PRIOR-IDX) = AC-ORIG-DATE(WS-ADJ-IDX)
006310         AND AC-ORIG-SEQ(WS-PRIOR-IDX) = AC-ORIG-SEQ(WS-ADJ-IDX)
006320         AND AC-ORIG-BRANCH(WS-PRIOR-IDX)
006330             = AC-ORIG-BRANCH(WS-ADJ-IDX)
006340         AND AC-FOUND-SOURCE(WS-PRIOR-IDX)
006350             = AC-FOUND-SOURCE(WS-ADJ-IDX)
006360         AND AC-FOUND-CYCLE(WS-PRIOR-IDX)
006370             = AC-FOUND-CYCLE(WS-ADJ-IDX)
006380         MOVE 'ORIGINAL ADJUSTED TWICE IN PASS' TO WS-REASON
006390     END-IF.
006400 3150-EXIT.
006410     EXIT.
006420*================================================================
006430 3200-WRITE-REVERSAL.
006440*================================================================
006450*    THE ORIGINAL AMOUNTS AS BOOKED, NEGATED, UNDER THE
006460*    ORIGINAL BRANCH - THE ADDER POSTS THE NEGATIVE OF THE
006470*    ORIGINAL SUM.
006480     MOVE SPACES TO AMTPAIR-RECORD.
006490     MOVE AC-ORIG-BRANCH(WS-ADJ-IDX) TO AMTPAIR-BRANCH.
006500     COMPUTE AMTPAIR-A = 0 - AC-FOUND-A(WS-ADJ-IDX).
006510     COMPUTE AMTPAIR-B = 0 - AC-FOUND-B(WS-ADJ-IDX).
006520     PERFORM 3400-WRITE-FEED-PAIR THRU 3400-EXIT.
006530     MOVE SPACES TO ADJREG-RECORD.
006540     MOVE 'R' TO ADJREG-LEG.
006550     PERFORM 3500-WRITE-PENDING THRU 3500-EXIT.
006560 3200-EXIT.
006570     EXIT.
006580*================================================================
006590 3300-WRITE-REPLACEMENT.
006600*================================================================
006610     MOVE AC-NEW-PAIR(WS-ADJ-IDX) TO AMTPAIR-RECORD.
006620     PERFORM 3400-WRITE-FEED-PAIR THRU 3400-EXIT.
006630     MOVE SPACES TO ADJREG-RECORD.
006640     MOVE 'N' TO ADJREG-LEG.
006650     PERFORM 3500-WRITE-PENDING THRU 3500-EXIT.
006660 3300-EXIT.
006670     EXIT.
006680*================================================================
006690 3400-WRITE-FEED-PAIR.
006700*================================================================
006710*    THE HASH KEEPS ONLY THE LOW-ORDER 13 DIGITS, THE SAME WAY
006720*    FEEDCHK AND THE OTHER FEED PRODUCERS WRAP IT.
006730     WRITE ADJFEED-RECORD FROM AMTPAIR-RECORD.
006740     ADD 1 TO WS-FEED-COUNT.
006750     MOVE AMTPAIR-RAW-A(1:12) TO WS-FIELD-A.
006760     MOVE AMTPAIR-RAW-B(1:12) TO WS-FIELD-B.
006770     COMPUTE WS-HASH-WORK =
006780         WS-HASH-TOTAL + WS-FIELD-A + WS-FIELD-B.
006790     MOVE WS-HASH-WORK TO WS-HASH-TOTAL.
006800 3400-EXIT.
006810     EXIT.
006820*================================================================
006830 3500-WRITE-PENDING.
006840*================================================================
006850*    THE LEG'S RECORD NUMBER ON THE FEED - THE HDR IS RECORD 1 -
006860*    IS THE SEQUENCE THE ADDER WILL QUOTE IF IT REJECTS THE
006870*    PAIR, WHICH IS HOW ADJREG TELLS A POSTED LEG FROM ONE THAT
006880*    WENT TO SUSPENSE.
006890     MOVE WS-RUN-DATE TO ADJREG-ADJ-DATE.
006900     COMPUTE ADJREG-ADJ-SEQ = WS-FEED-COUNT + 1.
006910     MOVE AMTPAIR-BRANCH TO ADJREG-BRANCH.
006920     MOVE 0 TO ADJREG-SUM.
006930     MOVE AC-ORIG-DATE(WS-ADJ-IDX) TO ADJREG-ORIG-DATE.
006940     MOVE AC-ORIG-BRANCH(WS-ADJ-IDX) TO ADJREG-ORIG-BRANCH.
006950     MOVE AC-ORIG-SEQ(WS-ADJ-IDX) TO ADJREG-ORIG-SEQ.
006960     MOVE AC-FOUND-SOURCE(WS-ADJ-IDX) TO ADJREG-ORIG-SOURCE.
006970     MOVE AC-FOUND-CYCLE(WS-ADJ-IDX) TO ADJREG-ORIG-CYCLE.
006980     MOVE AC-FOUND-SUM(WS-ADJ-IDX) TO ADJREG-ORIG-SUM.
006990     WRITE ADJPEND-RECORD FROM ADJREG-RECORD.
007000 3500-EXIT.
007010     EXIT.
007020*================================================================
007030 7000-FINISH-FEED.
007040*================================================================
007050     MOVE SPACES TO FEED-CONTROL-RECORD.
007060     MOVE 'TRL' TO FEED-REC-TYPE.
007070     MOVE WS-FEED-COUNT TO FEED-TRL-COUNT.
007080     MOVE WS-HASH-TOTAL TO FEED-TRL-HASH.
007090     WRITE ADJFEED-RECORD FROM FEED-CONTROL-RECORD.
007100     CLOSE ADJ-FEED-FILE.
007110     CLOSE PENDING-FILE.
007120     MOVE WS-ACCEPTED-COUNT TO WS-ACCEPTED-COUNT-D.
007130     MOVE WS-REJECTED-COUNT TO WS-REJECTED-COUNT-D.
007140     MOVE WS-FEED-COUNT TO WS-FEED-COUNT-D.
007150     DISPLAY "ADJUSTMENTS ACCEPTED = " WS-ACCEPTED-COUNT-D.
007160     DISPLAY "ADJUSTMENTS REJECTED = " WS-REJECTED-COUNT-D.
007170     DISPLAY "PAIRS ON FEED        = " WS-FEED-COUNT-D.
007180 7000-EXIT.
007190     EXIT.
007200*================================================================
007210 8000-TERMINATE.
007220*================================================================
007230     IF NOT WS-RUN-IS-VALID
007240         MOVE 8 TO RETURN-CODE
007250     ELSE
007260         IF WS-REJECTED-COUNT > 0
007270             MOVE 4 TO RETURN-CODE
007280         ELSE
007290             MOVE 0 TO RETURN-CODE
007300         END-IF
007310     END-IF.
007320 8000-EXIT.
007330     EXIT.
007340*================================================================
007350 9999-EXIT.
007360     STOP RUN.
