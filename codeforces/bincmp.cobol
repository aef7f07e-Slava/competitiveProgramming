000350*                ('RUN STARTED' RESULT ENTRY) SO THE TIMING
000360*                REPORT (JRNTIME) CAN CHARGE THE STEP ITS
000370*                ELAPSED TIME.
000380* 2026-10-15 SK  JOURNAL ENTRIES NOW CARRY THE CUTOFF CYCLE FROM
000390*                THE RUN-CYCLE CARD (RUNCYC, THROUGH CYCLOAD), SO
000400*                A DATE RUN IN A MIDDAY AND A NIGHTLY CYCLE KEEPS
000410*                THE TWO RUNS APART.
000420* 2026-10-15 SK  A BAD RUN-CYCLE CARD (CYCLOAD STATUS E) NOW
000430*                REJECTS THE RUN RC 8 BEFORE ANYTHING IS COMPARED,
000440*                INSTEAD OF COMPARING AS CYCLE 1.
000450*================================================================
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.    IBM-370.
000490 OBJECT-COMPUTER.    IBM-370.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT BIN-CURRENT-FILE ASSIGN TO BINCUR
000530            ORGANIZATION IS LINE SEQUENTIAL.
000540     SELECT OPTIONAL BIN-PRIOR-FILE ASSIGN TO BINPRV
000550            ORGANIZATION IS LINE SEQUENTIAL
000560            FILE STATUS IS WS-PRV-STATUS.
000570     SELECT TRANSITION-REPORT-FILE ASSIGN TO TRNRPT
000580            ORGANIZATION IS LINE SEQUENTIAL.
000590     SELECT JOURNAL-FILE ASSIGN TO JRNLOG
000600            ORGANIZATION IS LINE SEQUENTIAL.
000610*
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  BIN-CURRENT-FILE
000650     RECORD CONTAINS 45 CHARACTERS.
000660 01  BIN-CURRENT-RECORD          PIC X(45).
000670*
000680 FD  BIN-PRIOR-FILE
000690     RECORD CONTAINS 45 CHARACTERS.
000700 01  BIN-PRIOR-RECORD            PIC X(45).
000710*
000720 FD  TRANSITION-REPORT-FILE
000730     RECORD CONTAINS 80 CHARACTERS.
000740 01  TRN-REPORT-RECORD           PIC X(80).
000750*
000760 FD  JOURNAL-FILE
000770     RECORD CONTAINS 160 CHARACTERS.
000780     COPY JRNLREC.
000790*
000800 WORKING-STORAGE SECTION.
000810*----------------------------------------------------------------
000820* CONSTANTS
000830*----------------------------------------------------------------
000840*    EACH ACCOUNT TABLE BELOW OCCURS 5000 - ONE NIGHT'S BINOUT
000850*    BIGGER THAN THAT REJECTS THE RUN.
000860 77  WS-MAX-ACCOUNTS             PIC 9(05)  VALUE 5000.
000870*----------------------------------------------------------------
000880* SWITCHES
000890*----------------------------------------------------------------
000900 01  WS-SWITCHES.
000910     05  WS-EOF-SWITCH           PIC X(01)  VALUE 'N'.
000920         88  WS-END-OF-FILE                 VALUE 'Y'.
000930     05  WS-VALID-RUN-SWITCH     PIC X(01)  VALUE 'Y'.
000940         88  WS-RUN-IS-VALID                VALUE 'Y'.
000950     05  WS-FLAG-ERROR-SWITCH    PIC X(01)  VALUE 'N'.
000960         88  WS-FLAG-ERROR                  VALUE 'Y'.
000970*----------------------------------------------------------------
000980* ACCOUNT TABLES - ONE PER GENERATION, LOADED FROM THE ACCOUNT
000990* LINES OF BINOUT (THE 'FLAG SET:' DETAIL LINES ARE SKIPPED)
001000*----------------------------------------------------------------
001010 01  WS-PRV-STATUS               PIC X(02).
001020 01  WS-CUR-COUNT                PIC 9(05).
001030 01  WS-CUR-TABLE.
001040     05  WS-CUR-ENTRY            OCCURS 5000 TIMES.
001050         10  CUR-ACCOUNT         PIC X(10).
001060         10  CUR-BITS            PIC X(30).
001070         10  CUR-MATCH-SWITCH    PIC X(01).
001080             88  CUR-MATCHED                VALUE 'Y'.
001090 01  WS-PRV-COUNT                PIC 9(05).
001100 01  WS-PRV-TABLE.
001110     05  WS-PRV-ENTRY            OCCURS 5000 TIMES.
001120         10  PRV-ACCOUNT         PIC X(10).
001130         10  PRV-BITS            PIC X(30).
001140         10  PRV-MATCH-SWITCH    PIC X(01).
001150             88  PRV-MATCHED                VALUE 'Y'.
001160 01  WS-CUR-IDX                  PIC 9(05).
001170 01  WS-PRV-IDX                  PIC 9(05).
001180 01  WS-FOUND-IDX                PIC 9(05).
001190*----------------------------------------------------------------
001200* DECODER WORK FIELDS - ONE BIT TABLE PER SIDE OF THE COMPARE
001210*----------------------------------------------------------------
001220 01  WS-BITS                     PIC X(30).
001230 01  WS-VALUE                    PIC 9(10).
001240 01  WS-DECODE-STATUS            PIC X(01).
001250 01  WS-CUR-BIT-TABLE.
001260     05  WS-CUR-BIT              PIC X(01)  OCCURS 30 TIMES.
001270 01  WS-PRV-BIT-TABLE.
001280     05  WS-PRV-BIT              PIC X(01)  OCCURS 30 TIMES.
001290 01  WS-ZERO-BIT-TABLE.
001300     05  WS-ZERO-BIT             PIC X(01)  OCCURS 30 TIMES.
001310 01  WS-LEGEND-IDX               PIC 9(02)  COMP.
001320*----------------------------------------------------------------
001330* PER-FLAG TRANSITION COUNTS
001340*----------------------------------------------------------------
001350 01  WS-GAINED-TABLE.
001360     05  WS-GAINED-COUNT         PIC 9(07)  COMP  OCCURS 30 TIMES.
001370 01  WS-LOST-TABLE.
001380     05  WS-LOST-COUNT           PIC 9(07)  COMP  OCCURS 30 TIMES.
001390*----------------------------------------------------------------
001400* RUN COUNTERS
001410*----------------------------------------------------------------
001420 01  WS-RUN-DATE                 PIC 9(08).
001430 01  WS-RUN-TIME                 PIC 9(08).
001440 01  WS-NEW-COUNT-D              PIC 9(05).
001450 01  WS-DROPPED-COUNT-D          PIC 9(05).
001460 01  WS-NEW-COUNT                PIC 9(05)  COMP.
001470 01  WS-DROPPED-COUNT            PIC 9(05)  COMP.
001480 01  WS-UNDECODABLE-COUNT        PIC 9(05)  COMP.
001490*----------------------------------------------------------------
001500* NAMED-FLAG LEGEND - THE SAME LEGEND THE ENCODER LOADS
001510*----------------------------------------------------------------
001520     COPY FLAGTAB.
001530*----------------------------------------------------------------
001540* REPORT LINE LAYOUTS
001550*----------------------------------------------------------------
001560 01  WS-SECTION-LINE.
001570     05  WS-SECTION-TITLE        PIC X(40).
001580     05  FILLER                  PIC X(40)  VALUE SPACES.
001590 01  WS-TRANSITION-LINE.
001600     05  WS-TRN-ACCOUNT          PIC X(10).
001610     05  FILLER                  PIC X(01)  VALUE SPACE.
001620     05  WS-TRN-ACTION           PIC X(07).
001630     05  FILLER                  PIC X(01)  VALUE SPACE.
001640     05  WS-TRN-FLAG-NAME        PIC X(20).
001650     05  FILLER                  PIC X(01)  VALUE SPACE.
001660     05  WS-TRN-FLAG-MARK        PIC X(09).
001670     05  FILLER                  PIC X(31)  VALUE SPACES.
001680 01  WS-ACCOUNT-LINE.
001690     05  WS-ACC-ACCOUNT          PIC X(10).
001700     05  FILLER                  PIC X(01)  VALUE SPACE.
001710     05  WS-ACC-NOTE             PIC X(30).
001720     05  FILLER                  PIC X(39)  VALUE SPACES.
001730 01  WS-COUNT-LINE.
001740     05  FILLER                  PIC X(04)  VALUE 'BIT '.
001750     05  WS-CNT-BIT-POS          PIC 9(02).
001760     05  FILLER                  PIC X(01)  VALUE SPACE.
001770     05  WS-CNT-FLAG-NAME        PIC X(20).
001780     05  FILLER                  PIC X(08)  VALUE ' GAINED='.
001790     05  WS-CNT-GAINED           PIC ZZZZZZ9.
001800     05  FILLER                  PIC X(06)  VALUE ' LOST='.
001810     05  WS-CNT-LOST             PIC ZZZZZZ9.
001820     05  FILLER                  PIC X(25)  VALUE SPACES.
001830 01  WS-TRAILER-LINE.
001840     05  FILLER                  PIC X(22)
001850         VALUE 'NEW/DROPPED/UNDECODE ='.
001860     05  WS-TRL-NEW              PIC ZZZZ9.
001870     05  FILLER                  PIC X(03)  VALUE ' / '.
001880     05  WS-TRL-DROPPED          PIC ZZZZ9.
001890     05  FILLER                  PIC X(03)  VALUE ' / '.
001900     05  WS-TRL-UNDEC            PIC ZZZZ9.
001910     05  FILLER                  PIC X(37)  VALUE SPACES.
001920*----------------------------------------------------------------
001930* RUN CYCLE - LOADED FROM RUNCYC BY CYCLOAD
001940*----------------------------------------------------------------
001950     COPY CYCTAB.
001960*
001970 PROCEDURE DIVISION.
001980*================================================================
001990 0000-MAINLINE.
002000*================================================================
002010     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002020     IF WS-FLAG-ERROR
002030         MOVE 12 TO RETURN-CODE
002040         GO TO 9999-EXIT
002050     END-IF.
002060     IF WS-RUN-IS-VALID
002070         PERFORM 3000-COMPARE-GENERATIONS THRU 3000-EXIT
002080         PERFORM 7000-WRITE-COUNTS THRU 7000-EXIT
002090     END-IF.
002100     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002110     GO TO 9999-EXIT.
002120*================================================================
002130 0500-JOURNAL-START.
002140*================================================================
002150*    START AND FINISH BOTH JOURNAL, SO THE TIMING REPORT
002160*    (JRNTIME) CAN CHARGE THE COMPARISON ITS ELAPSED TIME AND A
002170*    START WITH NO FINISH READS AS AN ABEND.
002180     OPEN EXTEND JOURNAL-FILE.
002190     MOVE SPACES TO JRNL-RECORD.
002200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002210     ACCEPT WS-RUN-TIME FROM TIME.
002220     MOVE WS-RUN-DATE TO JRNL-RUN-DATE.
002230     MOVE WS-RUN-TIME TO JRNL-RUN-TIME.
002240     MOVE 'BINCMP' TO JRNL-PROGRAM-ID.
002250     MOVE CYC-NUMBER TO JRNL-CYCLE.
002260     MOVE 'RUN STARTED' TO JRNL-RESULT-SUMMARY.
002270     WRITE JRNL-RECORD.
002280     CLOSE JOURNAL-FILE.
002290 0500-EXIT.
002300     EXIT.
002310*================================================================
002320 1000-INITIALIZE.
002330*================================================================
002340     CALL 'CYCLOAD' USING CYC-BLOCK.
002350     PERFORM 0500-JOURNAL-START THRU 0500-EXIT.
002360*    TONIGHT'S TRANSITIONS ARE NAMED UNDER TONIGHT'S LEGEND.
002370     MOVE 0 TO FLG-AS-OF-DATE.
002380     CALL 'FLGLOAD' USING FLG-BLOCK.
002390     IF FLG-BAD-FILE
002400         DISPLAY "FLAG DEFINITION FILE BAD: " FLG-ERROR-TEXT
002410         DISPLAY "RUN STOPPED - NOTHING COMPARED"
002420         SET WS-FLAG-ERROR TO TRUE
002430         GO TO 1000-EXIT
002440     END-IF.
002450     MOVE 0 TO WS-NEW-COUNT.
002460     MOVE 0 TO WS-DROPPED-COUNT.
002470     MOVE 0 TO WS-UNDECODABLE-COUNT.
002480     PERFORM 1050-CLEAR-ONE-FLAG THRU 1050-EXIT
002490         VARYING WS-LEGEND-IDX FROM 1 BY 1
002500         UNTIL WS-LEGEND-IDX > 30.
002510     IF CYC-BAD-FILE
002520         DISPLAY "RUN-CYCLE CARD BAD: " CYC-ERROR-TEXT
002530         DISPLAY "RUN REJECTED - NOTHING COMPARED"
002540         MOVE 'N' TO WS-VALID-RUN-SWITCH
002550         GO TO 1000-EXIT
002560     END-IF.
002570     PERFORM 1100-LOAD-CURRENT THRU 1100-EXIT.
002580     IF WS-RUN-IS-VALID
002590         PERFORM 1200-LOAD-PRIOR THRU 1200-EXIT
002600     END-IF.
002610     IF WS-RUN-IS-VALID
002620         OPEN OUTPUT TRANSITION-REPORT-FILE
002630     END-IF.
002640 1000-EXIT.
002650     EXIT.
002660*================================================================
002670 1050-CLEAR-ONE-FLAG.
002680*================================================================
002690     MOVE 0 TO WS-GAINED-COUNT(WS-LEGEND-IDX).
002700     MOVE 0 TO WS-LOST-COUNT(WS-LEGEND-IDX).
002710     MOVE '0' TO WS-ZERO-BIT(WS-LEGEND-IDX).
002720 1050-EXIT.
002730     EXIT.
002740*================================================================
002750 1100-LOAD-CURRENT.
002760*================================================================
002770     MOVE 0 TO WS-CUR-COUNT.
002780     MOVE 'N' TO WS-EOF-SWITCH.
002790     OPEN INPUT BIN-CURRENT-FILE.
002800     PERFORM 1150-LOAD-ONE-CURRENT THRU 1150-EXIT
002810         UNTIL WS-END-OF-FILE OR NOT WS-RUN-IS-VALID.
002820     CLOSE BIN-CURRENT-FILE.
002830 1100-EXIT.
002840     EXIT.
002850*================================================================
002860 1150-LOAD-ONE-CURRENT.
002870*================================================================
002880*    ONLY THE ACCOUNT LINES JOIN THE TABLE - THE 'FLAG SET:'
002890*    DETAIL LINES UNDER EACH ACCOUNT ARE A PRINT NICETY.
002900     READ BIN-CURRENT-FILE
002910         AT END
002920             SET WS-END-OF-FILE TO TRUE
002930     END-READ.
002940     IF WS-END-OF-FILE
002950         GO TO 1150-EXIT
002960     END-IF.
002970     IF BIN-CURRENT-RECORD(3:10) = 'FLAG SET: '
002980         GO TO 1150-EXIT
002990     END-IF.
003000     IF WS-CUR-COUNT >= WS-MAX-ACCOUNTS
003010         DISPLAY "MORE THAN " WS-MAX-ACCOUNTS
003020                 " ACCOUNTS ON BINCUR - RUN REJECTED"
003030         MOVE 'N' TO WS-VALID-RUN-SWITCH
003040         GO TO 1150-EXIT
003050     END-IF.
003060     ADD 1 TO WS-CUR-COUNT.
003070     MOVE BIN-CURRENT-RECORD(1:10)
003080         TO CUR-ACCOUNT(WS-CUR-COUNT).
003090     MOVE BIN-CURRENT-RECORD(12:30)
003100         TO CUR-BITS(WS-CUR-COUNT).
003110     MOVE 'N' TO CUR-MATCH-SWITCH(WS-CUR-COUNT).
003120 1150-EXIT.
003130     EXIT.
003140*================================================================
003150 1200-LOAD-PRIOR.
003160*================================================================
003170*    A MISSING PRIOR GENERATION (FIRST NIGHT ON THE NEW CYCLE)
003180*    READS AS EMPTY - EVERY CURRENT ACCOUNT THEN REPORTS AS
003190*    NEW, WHICH IS THE TRUTH.
003200     MOVE 0 TO WS-PRV-COUNT.
003210     MOVE 'N' TO WS-EOF-SWITCH.
003220     OPEN INPUT BIN-PRIOR-FILE.
003230     IF WS-PRV-STATUS NOT = '00' AND WS-PRV-STATUS NOT = '05'
003240         CLOSE BIN-PRIOR-FILE
003250         GO TO 1200-EXIT
003260     END-IF.
003270     PERFORM 1250-LOAD-ONE-PRIOR THRU 1250-EXIT
003280         UNTIL WS-END-OF-FILE OR NOT WS-RUN-IS-VALID.
003290     CLOSE BIN-PRIOR-FILE.
003300 1200-EXIT.
003310     EXIT.
003320*================================================================
003330 1250-LOAD-ONE-PRIOR.
003340*================================================================
003350     READ BIN-PRIOR-FILE
003360         AT END
003370             SET WS-END-OF-FILE TO TRUE
003380     END-READ.
003390     IF WS-END-OF-FILE
003400         GO TO 1250-EXIT
003410     END-IF.
003420     IF BIN-PRIOR-RECORD(3:10) = 'FLAG SET: '
003430         GO TO 1250-EXIT
003440     END-IF.
003450     IF WS-PRV-COUNT >= WS-MAX-ACCOUNTS
003460         DISPLAY "MORE THAN " WS-MAX-ACCOUNTS
003470                 " ACCOUNTS ON BINPRV - RUN REJECTED"
003480         MOVE 'N' TO WS-VALID-RUN-SWITCH
003490         GO TO 1250-EXIT
003500     END-IF.
003510     ADD 1 TO WS-PRV-COUNT.
003520     MOVE BIN-PRIOR-RECORD(1:10)
003530         TO PRV-ACCOUNT(WS-PRV-COUNT).
003540     MOVE BIN-PRIOR-RECORD(12:30)
003550         TO PRV-BITS(WS-PRV-COUNT).
003560     MOVE 'N' TO PRV-MATCH-SWITCH(WS-PRV-COUNT).
003570 1250-EXIT.
003580     EXIT.
003590*================================================================
003600 3000-COMPARE-GENERATIONS.
003610*================================================================
003620     MOVE SPACES TO WS-SECTION-TITLE.
003630     MOVE 'FLAG TRANSITIONS' TO WS-SECTION-TITLE.
003640     WRITE TRN-REPORT-RECORD FROM WS-SECTION-LINE.
003650     PERFORM 3100-COMPARE-ONE-ACCOUNT THRU 3100-EXIT
003660         VARYING WS-CUR-IDX FROM 1 BY 1
003670         UNTIL WS-CUR-IDX > WS-CUR-COUNT.
003680     MOVE SPACES TO WS-SECTION-TITLE.
003690     MOVE 'NEW ACCOUNTS' TO WS-SECTION-TITLE.
003700     WRITE TRN-REPORT-RECORD FROM WS-SECTION-LINE.
003710     PERFORM 3500-REPORT-ONE-NEW THRU 3500-EXIT
003720         VARYING WS-CUR-IDX FROM 1 BY 1
003730         UNTIL WS-CUR-IDX > WS-CUR-COUNT.
003740     MOVE SPACES TO WS-SECTION-TITLE.
003750     MOVE 'DROPPED ACCOUNTS' TO WS-SECTION-TITLE.
003760     WRITE TRN-REPORT-RECORD FROM WS-SECTION-LINE.
003770     PERFORM 3600-REPORT-ONE-DROPPED THRU 3600-EXIT
003780         VARYING WS-PRV-IDX FROM 1 BY 1
003790         UNTIL WS-PRV-IDX > WS-PRV-COUNT.
003800 3000-EXIT.
003810     EXIT.
003820*================================================================
003830 3100-COMPARE-ONE-ACCOUNT.
003840*================================================================
003850     PERFORM 3200-FIND-PRIOR-ACCOUNT THRU 3200-EXIT.
003860     MOVE CUR-BITS(WS-CUR-IDX) TO WS-BITS.
003870     CALL 'BITDECS' USING WS-BITS, WS-VALUE,
003880         WS-CUR-BIT-TABLE, WS-DECODE-STATUS.
003890     IF WS-DECODE-STATUS NOT = 'Y'
003900         ADD 1 TO WS-UNDECODABLE-COUNT
003910         MOVE CUR-ACCOUNT(WS-CUR-IDX) TO WS-ACC-ACCOUNT
003920         MOVE 'CURRENT MASK UNDECODABLE' TO WS-ACC-NOTE
003930         WRITE TRN-REPORT-RECORD FROM WS-ACCOUNT-LINE
003940         GO TO 3100-EXIT
003950     END-IF.
003960     IF WS-FOUND-IDX = 0
003970*        A NEW ACCOUNT COMPARES AGAINST AN ALL-ZERO PRIOR MASK
003980*        SO ITS SET FLAGS REPORT AND COUNT AS GAINED.
003990         MOVE WS-ZERO-BIT-TABLE TO WS-PRV-BIT-TABLE
004000     ELSE
004010         MOVE 'Y' TO CUR-MATCH-SWITCH(WS-CUR-IDX)
004020         MOVE 'Y' TO PRV-MATCH-SWITCH(WS-FOUND-IDX)
004030         MOVE PRV-BITS(WS-FOUND-IDX) TO WS-BITS
004040         CALL 'BITDECS' USING WS-BITS, WS-VALUE,
004050             WS-PRV-BIT-TABLE, WS-DECODE-STATUS
004060         IF WS-DECODE-STATUS NOT = 'Y'
004070             ADD 1 TO WS-UNDECODABLE-COUNT
004080             MOVE CUR-ACCOUNT(WS-CUR-IDX) TO WS-ACC-ACCOUNT
004090             MOVE 'PRIOR MASK UNDECODABLE' TO WS-ACC-NOTE
004100             WRITE TRN-REPORT-RECORD FROM WS-ACCOUNT-LINE
004110             GO TO 3100-EXIT
004120         END-IF
004130     END-IF.
004140     PERFORM 3300-DIFF-ONE-FLAG THRU 3300-EXIT
004150         VARYING WS-LEGEND-IDX FROM 1 BY 1
004160         UNTIL WS-LEGEND-IDX > 30.
004170 3100-EXIT.
004180     EXIT.
004190*================================================================
004200 3200-FIND-PRIOR-ACCOUNT.
004210*================================================================
004220     MOVE 0 TO WS-FOUND-IDX.
004230     PERFORM 3250-MATCH-PRIOR-ACCOUNT THRU 3250-EXIT
004240         VARYING WS-PRV-IDX FROM 1 BY 1
004250         UNTIL WS-PRV-IDX > WS-PRV-COUNT
004260             OR WS-FOUND-IDX > 0.
004270 3200-EXIT.
004280     EXIT.
004290*================================================================
004300 3250-MATCH-PRIOR-ACCOUNT.
004310*================================================================
004320     IF PRV-ACCOUNT(WS-PRV-IDX) = CUR-ACCOUNT(WS-CUR-IDX)
004330         MOVE WS-PRV-IDX TO WS-FOUND-IDX
004340     END-IF.
004350 3250-EXIT.
004360     EXIT.
004370*================================================================
004380 3300-DIFF-ONE-FLAG.
004390*================================================================
004400     IF WS-CUR-BIT(WS-LEGEND-IDX) = '1'
004410         AND WS-PRV-BIT(WS-LEGEND-IDX) NOT = '1'
004420         ADD 1 TO WS-GAINED-COUNT(WS-LEGEND-IDX)
004430         MOVE 'GAINED' TO WS-TRN-ACTION
004440         PERFORM 3400-WRITE-TRANSITION THRU 3400-EXIT
004450     END-IF.
004460     IF WS-CUR-BIT(WS-LEGEND-IDX) NOT = '1'
004470         AND WS-PRV-BIT(WS-LEGEND-IDX) = '1'
004480         ADD 1 TO WS-LOST-COUNT(WS-LEGEND-IDX)
004490         MOVE 'LOST' TO WS-TRN-ACTION
004500         PERFORM 3400-WRITE-TRANSITION THRU 3400-EXIT
004510     END-IF.
004520 3300-EXIT.
004530     EXIT.
004540*================================================================
004550 3400-WRITE-TRANSITION.
004560*================================================================
004570     MOVE CUR-ACCOUNT(WS-CUR-IDX) TO WS-TRN-ACCOUNT.
004580     MOVE FLG-NAME(WS-LEGEND-IDX) TO WS-TRN-FLAG-NAME.
004590     MOVE SPACES TO WS-TRN-FLAG-MARK.
004600     IF FLG-FLAG-RETIRED(WS-LEGEND-IDX)
004610         MOVE '*RETIRED*' TO WS-TRN-FLAG-MARK
004620     END-IF.
004630     WRITE TRN-REPORT-RECORD FROM WS-TRANSITION-LINE.
004640 3400-EXIT.
004650     EXIT.
004660*================================================================
004670 3500-REPORT-ONE-NEW.
004680*================================================================
004690     IF NOT CUR-MATCHED(WS-CUR-IDX)
004700         ADD 1 TO WS-NEW-COUNT
004710         MOVE CUR-ACCOUNT(WS-CUR-IDX) TO WS-ACC-ACCOUNT
004720         MOVE 'NEW THIS NIGHT' TO WS-ACC-NOTE
004730         WRITE TRN-REPORT-RECORD FROM WS-ACCOUNT-LINE
004740     END-IF.
004750 3500-EXIT.
004760     EXIT.
004770*================================================================
004780 3600-REPORT-ONE-DROPPED.
004790*================================================================
004800*    A DROPPED ACCOUNT'S SET FLAGS COUNT AS LOST - THE ACCOUNT
004810*    NO LONGER CARRIES THEM.
004820     IF PRV-MATCHED(WS-PRV-IDX)
004830         GO TO 3600-EXIT
004840     END-IF.
004850     ADD 1 TO WS-DROPPED-COUNT.
004860     MOVE PRV-ACCOUNT(WS-PRV-IDX) TO WS-ACC-ACCOUNT.
004870     MOVE 'DROPPED THIS NIGHT' TO WS-ACC-NOTE.
004880     WRITE TRN-REPORT-RECORD FROM WS-ACCOUNT-LINE.
004890     MOVE PRV-BITS(WS-PRV-IDX) TO WS-BITS.
004900     CALL 'BITDECS' USING WS-BITS, WS-VALUE,
004910         WS-PRV-BIT-TABLE, WS-DECODE-STATUS.
004920     IF WS-DECODE-STATUS NOT = 'Y'
004930         ADD 1 TO WS-UNDECODABLE-COUNT
004940         MOVE PRV-ACCOUNT(WS-PRV-IDX) TO WS-ACC-ACCOUNT
004950         MOVE 'PRIOR MASK UNDECODABLE' TO WS-ACC-NOTE
004960         WRITE TRN-REPORT-RECORD FROM WS-ACCOUNT-LINE
004970         GO TO 3600-EXIT
004980     END-IF.
004990     PERFORM 3650-LOSE-ONE-FLAG THRU 3650-EXIT
005000         VARYING WS-LEGEND-IDX FROM 1 BY 1
005010         UNTIL WS-LEGEND-IDX > 30.
005020 3600-EXIT.
005030     EXIT.
005040*================================================================
005050 3650-LOSE-ONE-FLAG.
005060*================================================================
005070     IF WS-PRV-BIT(WS-LEGEND-IDX) = '1'
005080         ADD 1 TO WS-LOST-COUNT(WS-LEGEND-IDX)
005090         MOVE PRV-ACCOUNT(WS-PRV-IDX) TO WS-TRN-ACCOUNT
005100         MOVE 'LOST' TO WS-TRN-ACTION
005110         MOVE FLG-NAME(WS-LEGEND-IDX) TO WS-TRN-FLAG-NAME
005120         MOVE SPACES TO WS-TRN-FLAG-MARK
005130         IF FLG-FLAG-RETIRED(WS-LEGEND-IDX)
005140             MOVE '*RETIRED*' TO WS-TRN-FLAG-MARK
005150         END-IF
005160         WRITE TRN-REPORT-RECORD FROM WS-TRANSITION-LINE
005170     END-IF.
005180 3650-EXIT.
005190     EXIT.
005200*================================================================
005210 7000-WRITE-COUNTS.
005220*================================================================
005230     MOVE SPACES TO WS-SECTION-TITLE.
005240     MOVE 'PER-FLAG GAINED/LOST COUNTS' TO WS-SECTION-TITLE.
005250     WRITE TRN-REPORT-RECORD FROM WS-SECTION-LINE.
005260     PERFORM 7100-WRITE-ONE-COUNT THRU 7100-EXIT
005270         VARYING WS-LEGEND-IDX FROM 1 BY 1
005280         UNTIL WS-LEGEND-IDX > 30.
005290     MOVE WS-NEW-COUNT TO WS-TRL-NEW.
005300     MOVE WS-DROPPED-COUNT TO WS-TRL-DROPPED.
005310     MOVE WS-UNDECODABLE-COUNT TO WS-TRL-UNDEC.
005320     WRITE TRN-REPORT-RECORD FROM WS-TRAILER-LINE.
005330 7000-EXIT.
005340     EXIT.
005350*================================================================
005360 7100-WRITE-ONE-COUNT.
005370*================================================================
005380     COMPUTE WS-CNT-BIT-POS = WS-LEGEND-IDX - 1.
005390     MOVE FLG-NAME(WS-LEGEND-IDX) TO WS-CNT-FLAG-NAME.
005400     MOVE WS-GAINED-COUNT(WS-LEGEND-IDX) TO WS-CNT-GAINED.
005410     MOVE WS-LOST-COUNT(WS-LEGEND-IDX) TO WS-CNT-LOST.
005420     WRITE TRN-REPORT-RECORD FROM WS-COUNT-LINE.
005430 7100-EXIT.
005440     EXIT.
005450*================================================================
005460 8000-TERMINATE.
005470*================================================================
005480     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
005490     IF WS-RUN-IS-VALID
005500         CLOSE TRANSITION-REPORT-FILE
005510         MOVE 0 TO RETURN-CODE
005520     ELSE
005530         MOVE 8 TO RETURN-CODE
005540     END-IF.
005550 8000-EXIT.
005560     EXIT.
005570*================================================================
005580 8100-WRITE-JOURNAL.
005590*================================================================
005600     OPEN EXTEND JOURNAL-FILE.
005610     MOVE SPACES TO JRNL-RECORD.
005620     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005630     ACCEPT WS-RUN-TIME FROM TIME.
005640     MOVE WS-RUN-DATE TO JRNL-RUN-DATE.
005650     MOVE WS-RUN-TIME TO JRNL-RUN-TIME.
005660     MOVE 'BINCMP' TO JRNL-PROGRAM-ID.
005670     MOVE CYC-NUMBER TO JRNL-CYCLE.
005680     MOVE WS-NEW-COUNT TO WS-NEW-COUNT-D.
005690     MOVE WS-DROPPED-COUNT TO WS-DROPPED-COUNT-D.
005700     MOVE SPACES TO JRNL-INPUT-SUMMARY.
005710     STRING 'NEW=' DELIMITED BY SIZE
005720            WS-NEW-COUNT-D DELIMITED BY SIZE
005730            ' DROPPED=' DELIMITED BY SIZE
005740            WS-DROPPED-COUNT-D DELIMITED BY SIZE
005750         INTO JRNL-INPUT-SUMMARY.
005760     IF WS-RUN-IS-VALID
005770         MOVE 'TRANSITION REPORT WRITTEN'
005780             TO JRNL-RESULT-SUMMARY
005790     ELSE
005800         MOVE 'REJECTED - SEE SYSOUT FOR REASON'
005810             TO JRNL-RESULT-SUMMARY
005820     END-IF.
005830     MOVE SPACES TO JRNL-PARM-SUMMARY.
005840     WRITE JRNL-RECORD.
005850     CLOSE JOURNAL-FILE.
005860 8100-EXIT.
005870     EXIT.
005880*================================================================
005890 9999-EXIT.
005900     STOP RUN.
