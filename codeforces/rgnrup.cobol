000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     RGNRUP.
000030 AUTHOR.         S. KOVALENKO.
000040 INSTALLATION.   RECONCILIATION BATCH.
000050 DATE-WRITTEN.   OCT 2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 SK  ORIGINAL VERSION. NIGHTLY REGIONAL ROLLUP. FOR
000110*                EVERY REGION ON THE REGION MASTER (RGNMST,
000120*                THROUGH RGNLOAD) PUTS THE REGION'S BRANCHES AND
000130*                THEIR NET BALANCES OFF TONIGHT'S ADDRPT BRANCH
000140*                SUBTOTALS (BRANCH TO REGION FROM THE BRANCH
000150*                MASTER) NEXT TO THE REGION'S ACTIVE-SITE COUNT
000160*                AND FARTHEST/CLOSEST PAIR OFF TONIGHT'S DSTRPT,
000170*                SO EACH REGIONAL MANAGER READS ONE BLOCK
000180*                INSTEAD OF TWO REPORTS. A BRANCH OR SITE REGION
000190*                NOT ON THE REGION MASTER IS LISTED IN ITS OWN
000200*                SECTION AND ENDS THE RUN RC 4; A MISSING OR BAD
000210*                REGION MASTER, OR AN ADDRPT WITH NO CONTROL
000220*                TOTALS TRAILER, REJECTS THE RUN RC 8.
000230* 2026-10-15 SK  A BAD RUN-CYCLE CARD (CYCLOAD STATUS E) NOW
000240*                REJECTS THE RUN RC 8, THE SAME AS A MALFORMED
000250*                REGION MASTER, INSTEAD OF ROLLING UP AS CYCLE 1.
000260*================================================================
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.    IBM-370.
000300 OBJECT-COMPUTER.    IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT BRANCH-MASTER-FILE ASSIGN TO BRCHMST
000340            ORGANIZATION IS LINE SEQUENTIAL.
000350     SELECT ADD-REPORT-FILE ASSIGN TO ADDRPT
000360            ORGANIZATION IS LINE SEQUENTIAL.
000370     SELECT DST-REPORT-FILE ASSIGN TO DSTRPT
000380            ORGANIZATION IS LINE SEQUENTIAL.
000390     SELECT ROLLUP-REPORT-FILE ASSIGN TO RGNRPT
000400            ORGANIZATION IS LINE SEQUENTIAL.
000410     SELECT JOURNAL-FILE ASSIGN TO JRNLOG
000420            ORGANIZATION IS LINE SEQUENTIAL.
000430*
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  BRANCH-MASTER-FILE
000470     RECORD CONTAINS 30 CHARACTERS.
000480     COPY BRCHMST.
000490*
000500 FD  ADD-REPORT-FILE
000510     RECORD CONTAINS 96 CHARACTERS.
000520     COPY ADDRPT.
000530*
000540 FD  DST-REPORT-FILE
000550     RECORD CONTAINS 134 CHARACTERS.
000560     COPY DSTRPT.
000570*
000580 FD  ROLLUP-REPORT-FILE
000590     RECORD CONTAINS 132 CHARACTERS.
000600 01  ROLLUP-REPORT-RECORD        PIC X(132).
000610*
000620 FD  JOURNAL-FILE
000630     RECORD CONTAINS 160 CHARACTERS.
000640     COPY JRNLREC.
000650*
000660 WORKING-STORAGE SECTION.
000670*----------------------------------------------------------------
000680* CONSTANTS
000690*----------------------------------------------------------------
000700*    THE BRANCH AND SUBTOTAL TABLES OCCUR 500 BRANCHES, THE SAME
000710*    CEILING AS THE BRANCH MASTER'S MAINTENANCE (BRCHMNT).
000720 77  WS-MAX-BRANCHES             PIC 9(03)  VALUE 500.
000730 77  WS-MAX-OTHER-REGIONS        PIC 9(03)  VALUE 50.
000740*----------------------------------------------------------------
000750* SWITCHES
000760*----------------------------------------------------------------
000770 01  WS-SWITCHES.
000780     05  WS-VALID-RUN-SWITCH     PIC X(01)  VALUE 'Y'.
000790         88  WS-RUN-IS-VALID                VALUE 'Y'.
000800     05  WS-BRN-EOF-SWITCH       PIC X(01)  VALUE 'N'.
000810         88  WS-BRN-EOF                     VALUE 'Y'.
000820     05  WS-RPT-EOF-SWITCH       PIC X(01)  VALUE 'N'.
000830         88  WS-RPT-EOF                     VALUE 'Y'.
000840     05  WS-DST-EOF-SWITCH       PIC X(01)  VALUE 'N'.
000850         88  WS-DST-EOF                     VALUE 'Y'.
000860     05  WS-TRAILER-SWITCH       PIC X(01)  VALUE 'N'.
000870         88  WS-TRAILER-SEEN                VALUE 'Y'.
000880*----------------------------------------------------------------
000890* REGION MASTER - LOADED FROM RGNMST BY RGNLOAD
000900*----------------------------------------------------------------
000910     COPY RGNTAB.
000920 01  WS-REG-IDX                  PIC 9(03).
000930 01  WS-REG-FOUND-IDX            PIC 9(03).
000940 01  WS-FIND-REGION              PIC X(03).
000950*----------------------------------------------------------------
000960* ROLLUP FIGURES - ONE ROW PER REGION-MASTER ROW, SAME
000970* SUBSCRIPT. PAIR 1 IS THE REGION'S FARTHEST PAIR, PAIR 2 ITS
000980* CLOSEST, BOTH KEPT AS DSTRPT PRINTED THEM.
000990*----------------------------------------------------------------
001000 01  WS-RUP-TABLE.
001010     05  WS-RUP-ENTRY            OCCURS 100 TIMES.
001020         10  RUP-NET             PIC S9(13)V99.
001030         10  RUP-BRANCHES        PIC 9(03).
001040         10  RUP-SITES           PIC 9(05).
001050         10  RUP-PAIR            OCCURS 2 TIMES.
001060             15  RUP-PAIR-SWITCH PIC X(01).
001070                 88  RUP-PAIR-FOUND         VALUE 'Y'.
001080             15  RUP-I-ID        PIC X(05).
001090             15  RUP-I-NAME      PIC X(20).
001100             15  RUP-J-ID        PIC X(05).
001110             15  RUP-J-NAME      PIC X(20).
001120             15  RUP-DISTANCE    PIC X(22).
001130 01  WS-PAIR-IDX                 PIC 9(01).
001140*----------------------------------------------------------------
001150* BRANCH MASTER - BRANCH TO REGION
001160*----------------------------------------------------------------
001170 01  WS-BRN-COUNT                PIC 9(03).
001180 01  WS-BRN-TABLE.
001190     05  WS-BRN-ENTRY            OCCURS 500 TIMES.
001200         10  BRN-CODE            PIC X(03).
001210         10  BRN-REGION          PIC X(03).
001220 01  WS-BRN-IDX                  PIC 9(03).
001230 01  WS-BRN-FOUND-IDX            PIC 9(03).
001240*----------------------------------------------------------------
001250* TONIGHT'S BRANCH SUBTOTALS OFF ADDRPT. SUB-RGN-IDX IS THE
001260* BRANCH'S ROW ON THE REGION MASTER, ZERO WHEN THE BRANCH OR
001270* ITS REGION IS NOT ON ITS MASTER.
001280*----------------------------------------------------------------
001290 01  WS-SUB-COUNT-TBL            PIC 9(03).
001300 01  WS-SUB-TABLE.
001310     05  WS-SUB-ENTRY            OCCURS 500 TIMES.
001320         10  SUB-BRANCH          PIC X(03).
001330         10  SUB-NAME            PIC X(20).
001340         10  SUB-REGION          PIC X(03).
001350         10  SUB-NET             PIC S9(13)V99.
001360         10  SUB-RGN-IDX         PIC 9(03).
001370         10  SUB-BRN-SWITCH      PIC X(01).
001380             88  SUB-ON-BRANCH-MASTER       VALUE 'Y'.
001390 01  WS-SUB-IDX                  PIC 9(03).
001400*----------------------------------------------------------------
001410* SITE REGIONS ON DSTRPT THAT ARE NOT ON THE REGION MASTER
001420*----------------------------------------------------------------
001430 01  WS-OTH-COUNT                PIC 9(03).
001440 01  WS-OTH-TABLE.
001450     05  WS-OTH-ENTRY            OCCURS 50 TIMES.
001460         10  OTH-REGION          PIC X(03).
001470         10  OTH-SITES           PIC 9(05).
001480 01  WS-OTH-IDX                  PIC 9(03).
001490*----------------------------------------------------------------
001500* CONTROL TOTALS
001510*----------------------------------------------------------------
001520 01  WS-RPT-DATE                 PIC 9(08).
001530 01  WS-TRAILER-TOTAL            PIC S9(13)V99.
001540 01  WS-BRANCH-NET-TOTAL         PIC S9(13)V99.
001550 01  WS-SUB-BAL                  PIC S9(11)V99.
001560 01  WS-UNKNOWN-COUNT            PIC 9(05)  COMP.
001570 01  WS-UNKNOWN-COUNT-D          PIC 9(05).
001580 01  WS-SUB-COUNT-D              PIC 9(03).
001590 01  WS-REG-COUNT-D              PIC 9(03).
001600 01  WS-STALE-SWITCH             PIC X(01).
001610     88  WS-ADDRPT-STALE                    VALUE 'Y'.
001620*----------------------------------------------------------------
001630* WORK FIELDS
001640*----------------------------------------------------------------
001650 01  WS-RUN-DATE                 PIC 9(08).
001660 01  WS-RUN-TIME                 PIC 9(08).
001670 01  WS-REJECT-TEXT              PIC X(50)
001680         VALUE 'REJECTED - SEE SYSOUT FOR REASON'.
001690*----------------------------------------------------------------
001700* REPORT LINES
001710*----------------------------------------------------------------
001720 01  WS-TITLE-LINE.
001730     05  FILLER                  PIC X(32)  VALUE
001740         'REGIONAL ROLLUP - BUSINESS DATE '.
001750     05  WS-TTL-RPT-DATE         PIC 9(08).
001760     05  FILLER                  PIC X(10)  VALUE ' RUN DATE '.
001770     05  WS-TTL-RUN-DATE         PIC 9(08).
001780     05  FILLER                  PIC X(74)  VALUE SPACES.
001790 01  WS-REJECT-LINE.
001800     05  FILLER                  PIC X(12)  VALUE
001810         'NO ROLLUP - '.
001820     05  WS-REJ-TEXT             PIC X(50).
001830     05  FILLER                  PIC X(70)  VALUE SPACES.
001840 01  WS-RGN-HDR-LINE.
001850     05  FILLER                  PIC X(07)  VALUE 'REGION '.
001860     05  WS-RHD-CODE             PIC X(03).
001870     05  FILLER                  PIC X(02)  VALUE SPACES.
001880     05  WS-RHD-NAME             PIC X(20).
001890     05  FILLER                  PIC X(09)  VALUE ' MANAGER '.
001900     05  WS-RHD-MANAGER          PIC X(20).
001910     05  FILLER                  PIC X(01)  VALUE SPACE.
001920     05  WS-RHD-STATUS           PIC X(08).
001930     05  FILLER                  PIC X(62)  VALUE SPACES.
001940 01  WS-BRANCH-LINE.
001950     05  FILLER                  PIC X(09)  VALUE '  BRANCH '.
001960     05  WS-BRL-CODE             PIC X(03).
001970     05  FILLER                  PIC X(01)  VALUE SPACE.
001980     05  WS-BRL-NAME             PIC X(20).
001990     05  FILLER                  PIC X(13)  VALUE
002000         ' NET BALANCE '.
002010     05  WS-BRL-NET              PIC -(11)9.99.
002020     05  FILLER                  PIC X(71)  VALUE SPACES.
002030 01  WS-RGN-TOTAL-LINE.
002040     05  FILLER                  PIC X(21)  VALUE
002050         '  REGION NET BALANCE '.
002060     05  WS-RTL-NET              PIC -(11)9.99.
002070     05  FILLER                  PIC X(06)  VALUE ' FROM '.
002080     05  WS-RTL-BRANCHES         PIC ZZ9.
002090     05  FILLER                  PIC X(11)  VALUE ' BRANCH(ES)'.
002100     05  FILLER                  PIC X(76)  VALUE SPACES.
002110 01  WS-SITES-LINE.
002120     05  FILLER                  PIC X(17)  VALUE
002130         '  ACTIVE SITES = '.
002140     05  WS-STL-SITES            PIC ZZZZ9.
002150     05  FILLER                  PIC X(110) VALUE SPACES.
002160 01  WS-PAIR-LINE.
002170     05  FILLER                  PIC X(02)  VALUE SPACES.
002180     05  WS-PRL-LABEL            PIC X(14).
002190     05  FILLER                  PIC X(05)  VALUE 'SITE '.
002200     05  WS-PRL-I-ID             PIC X(05).
002210     05  FILLER                  PIC X(01)  VALUE SPACE.
002220     05  WS-PRL-I-NAME           PIC X(20).
002230     05  FILLER                  PIC X(10)  VALUE ' AND SITE '.
002240     05  WS-PRL-J-ID             PIC X(05).
002250     05  FILLER                  PIC X(01)  VALUE SPACE.
002260     05  WS-PRL-J-NAME           PIC X(20).
002270     05  FILLER                  PIC X(10)  VALUE ' DISTANCE '.
002280     05  WS-PRL-DISTANCE         PIC X(22).
002290     05  FILLER                  PIC X(17)  VALUE SPACES.
002300 01  WS-NOPAIR-LINE.
002310     05  FILLER                  PIC X(02)  VALUE SPACES.
002320     05  WS-NPL-LABEL            PIC X(14).
002330     05  FILLER                  PIC X(34)  VALUE
002340         'NONE - FEWER THAN TWO ACTIVE SITES'.
002350     05  FILLER                  PIC X(82)  VALUE SPACES.
002360 01  WS-EXC-TITLE-LINE.
002370     05  FILLER                  PIC X(30)  VALUE
002380         'ITEMS NOT ON THE REGION MASTER'.
002390     05  FILLER                  PIC X(102) VALUE SPACES.
002400 01  WS-EXC-BRANCH-LINE.
002410     05  FILLER                  PIC X(09)  VALUE '  BRANCH '.
002420     05  WS-EBL-CODE             PIC X(03).
002430     05  FILLER                  PIC X(01)  VALUE SPACE.
002440     05  WS-EBL-NAME             PIC X(20).
002450     05  FILLER                  PIC X(08)  VALUE ' REGION '.
002460     05  WS-EBL-REGION           PIC X(03).
002470     05  FILLER                  PIC X(13)  VALUE
002480         ' NET BALANCE '.
002490     05  WS-EBL-NET              PIC -(11)9.99.
002500     05  FILLER                  PIC X(01)  VALUE SPACE.
002510     05  WS-EBL-REASON           PIC X(24).
002520     05  FILLER                  PIC X(35)  VALUE SPACES.
002530 01  WS-EXC-REGION-LINE.
002540     05  FILLER                  PIC X(14)  VALUE
002550         '  SITE REGION '.
002560     05  WS-ERL-REGION           PIC X(03).
002570     05  FILLER                  PIC X(16)  VALUE
002580         ' ACTIVE SITES = '.
002590     05  WS-ERL-SITES            PIC ZZZZ9.
002600     05  FILLER                  PIC X(94)  VALUE SPACES.
002610 01  WS-EXC-NONE-LINE.
002620     05  FILLER                  PIC X(06)  VALUE '  NONE'.
002630     05  FILLER                  PIC X(126) VALUE SPACES.
002640 01  WS-GRAND-LINE.
002650     05  FILLER                  PIC X(25)  VALUE
002660         'ALL BRANCHES NET BALANCE '.
002670     05  WS-GRL-NET              PIC -(11)9.99.
002680     05  FILLER                  PIC X(22)  VALUE
002690         ' ADDRPT CONTROL TOTAL '.
002700     05  WS-GRL-TRAILER          PIC -(11)9.99.
002710     05  FILLER                  PIC X(55)  VALUE SPACES.
002720*----------------------------------------------------------------
002730* RUN CYCLE - LOADED FROM RUNCYC BY CYCLOAD
002740*----------------------------------------------------------------
002750     COPY CYCTAB.
002760*
002770 PROCEDURE DIVISION.
002780*================================================================
002790 0000-MAINLINE.
002800*================================================================
002810     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002820     IF WS-RUN-IS-VALID
002830         PERFORM 2000-LOAD-SUBTOTALS THRU 2000-EXIT
002840     END-IF.
002850     IF WS-RUN-IS-VALID
002860         PERFORM 3000-LOAD-SITE-RESULTS THRU 3000-EXIT
002870     END-IF.
002880     PERFORM 4000-WRITE-ROLLUP THRU 4000-EXIT.
002890     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002900     GO TO 9999-EXIT.
002910*================================================================
002920 0500-JOURNAL-START.
002930*================================================================
002940*    START AND FINISH BOTH JOURNAL, SO THE TIMING REPORT
002950*    (JRNTIME) CAN CHARGE THE ROLLUP ITS ELAPSED TIME AND A
002960*    START WITH NO FINISH READS AS AN ABEND.
002970     OPEN EXTEND JOURNAL-FILE.
002980     MOVE SPACES TO JRNL-RECORD.
002990     ACCEPT WS-RUN-TIME FROM TIME.
003000     MOVE WS-RUN-DATE TO JRNL-RUN-DATE.
003010     MOVE WS-RUN-TIME TO JRNL-RUN-TIME.
003020     MOVE 'RGNRUP' TO JRNL-PROGRAM-ID.
003030     MOVE CYC-NUMBER TO JRNL-CYCLE.
003040     MOVE 'RUN STARTED' TO JRNL-RESULT-SUMMARY.
003050     WRITE JRNL-RECORD.
003060     CLOSE JOURNAL-FILE.
003070 0500-EXIT.
003080     EXIT.
003090*================================================================
003100 1000-INITIALIZE.
003110*================================================================
003120     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003130     MOVE 0 TO WS-BRN-COUNT.
003140     MOVE 0 TO WS-SUB-COUNT-TBL.
003150     MOVE 0 TO WS-OTH-COUNT.
003160     MOVE 0 TO WS-RPT-DATE.
003170     MOVE 0 TO WS-TRAILER-TOTAL.
003180     MOVE 0 TO WS-BRANCH-NET-TOTAL.
003190     MOVE 0 TO WS-UNKNOWN-COUNT.
003200     MOVE 'N' TO WS-STALE-SWITCH.
003210     CALL 'CYCLOAD' USING CYC-BLOCK.
003220     PERFORM 0500-JOURNAL-START THRU 0500-EXIT.
003230     IF CYC-BAD-FILE
003240         DISPLAY "RUN-CYCLE CARD BAD: " CYC-ERROR-TEXT
003250         DISPLAY "RUN REJECTED"
003260         MOVE 'REJECTED - RUN-CYCLE CARD BAD' TO WS-REJECT-TEXT
003270         MOVE 'N' TO WS-VALID-RUN-SWITCH
003280         GO TO 1000-EXIT
003290     END-IF.
003300     CALL 'RGNLOAD' USING REG-BLOCK.
003310     IF REG-BAD-FILE
003320         DISPLAY "REGION MASTER BAD: " REG-ERROR-TEXT
003330         DISPLAY "RUN REJECTED"
003340         MOVE 'REJECTED - REGION MASTER MALFORMED'
003350             TO WS-REJECT-TEXT
003360         MOVE 'N' TO WS-VALID-RUN-SWITCH
003370         GO TO 1000-EXIT
003380     END-IF.
003390     IF REG-NO-FILE
003400         DISPLAY "REGION MASTER EMPTY OR MISSING - RUN REJECTED"
003410         MOVE 'REJECTED - NO REGION MASTER' TO WS-REJECT-TEXT
003420         MOVE 'N' TO WS-VALID-RUN-SWITCH
003430         GO TO 1000-EXIT
003440     END-IF.
003450     PERFORM 1050-CLEAR-ONE-REGION THRU 1050-EXIT
003460         VARYING WS-REG-IDX FROM 1 BY 1
003470         UNTIL WS-REG-IDX > REG-COUNT.
003480     OPEN INPUT BRANCH-MASTER-FILE.
003490     PERFORM 1100-TAKE-BRANCH THRU 1100-EXIT
003500         UNTIL WS-BRN-EOF OR NOT WS-RUN-IS-VALID.
003510     CLOSE BRANCH-MASTER-FILE.
003520 1000-EXIT.
003530     EXIT.
003540*================================================================
003550 1050-CLEAR-ONE-REGION.
003560*================================================================
003570     MOVE 0 TO RUP-NET(WS-REG-IDX).
003580     MOVE 0 TO RUP-BRANCHES(WS-REG-IDX).
003590     MOVE 0 TO RUP-SITES(WS-REG-IDX).
003600     MOVE 'N' TO RUP-PAIR-SWITCH(WS-REG-IDX, 1).
003610     MOVE 'N' TO RUP-PAIR-SWITCH(WS-REG-IDX, 2).
003620 1050-EXIT.
003630     EXIT.
003640*================================================================
003650 1100-TAKE-BRANCH.
003660*================================================================
003670*    INACTIVE BRANCHES ARE KEPT - A BRANCH DEACTIVATED TODAY
003680*    CAN STILL CARRY A SUBTOTAL ON TONIGHT'S ADDRPT.
003690     READ BRANCH-MASTER-FILE
003700         AT END
003710             SET WS-BRN-EOF TO TRUE
003720     END-READ.
003730     IF WS-BRN-EOF
003740         GO TO 1100-EXIT
003750     END-IF.
003760     IF WS-BRN-COUNT >= WS-MAX-BRANCHES
003770         DISPLAY "BRANCH MASTER EXCEEDS " WS-MAX-BRANCHES
003780                 " BRANCHES - RUN REJECTED"
003790         MOVE 'N' TO WS-VALID-RUN-SWITCH
003800         GO TO 1100-EXIT
003810     END-IF.
003820     ADD 1 TO WS-BRN-COUNT.
003830     MOVE BRCHMST-CODE TO BRN-CODE(WS-BRN-COUNT).
003840     MOVE BRCHMST-REGION TO BRN-REGION(WS-BRN-COUNT).
003850 1100-EXIT.
003860     EXIT.
003870*================================================================
003880 2000-LOAD-SUBTOTALS.
003890*================================================================
003900     OPEN INPUT ADD-REPORT-FILE.
003910     PERFORM 2100-TAKE-REPORT-LINE THRU 2100-EXIT
003920         UNTIL WS-RPT-EOF OR NOT WS-RUN-IS-VALID.
003930     CLOSE ADD-REPORT-FILE.
003940     IF NOT WS-RUN-IS-VALID
003950         GO TO 2000-EXIT
003960     END-IF.
003970     IF NOT WS-TRAILER-SEEN
003980         DISPLAY "NO CONTROL TOTALS TRAILER ON ADDRPT - "
003990                 "RUN REJECTED"
004000         MOVE 'REJECTED - ADDRPT INCOMPLETE' TO WS-REJECT-TEXT
004010         MOVE 'N' TO WS-VALID-RUN-SWITCH
004020         GO TO 2000-EXIT
004030     END-IF.
004040*    A BYPASSED ADDER LEAVES LAST NIGHT'S ADDRPT AS THE CURRENT
004050*    GENERATION - THE ROLLUP STILL PRINTS, UNDER THE DATE THE
004060*    BALANCES ACTUALLY BELONG TO, AND THE STEP ENDS RC 4.
004070     IF WS-RPT-DATE NOT = WS-RUN-DATE
004080         DISPLAY "ADDRPT IS DATED " WS-RPT-DATE
004090                 ", NOT " WS-RUN-DATE " - BALANCES ARE STALE"
004100         MOVE 'Y' TO WS-STALE-SWITCH
004110     END-IF.
004120 2000-EXIT.
004130     EXIT.
004140*================================================================
004150 2100-TAKE-REPORT-LINE.
004160*================================================================
004170*    THE SAME LINE CLASSIFICATION EVERY ADDRPT READER USES -
004180*    THE DATE LINE, THE BRANCH SUBTOTALS AND THE TRAILER.
004190     READ ADD-REPORT-FILE
004200         AT END
004210             SET WS-RPT-EOF TO TRUE
004220     END-READ.
004230     IF WS-RPT-EOF
004240         GO TO 2100-EXIT
004250     END-IF.
004260     IF RPTDTE-LABEL = 'REPORT DATE '
004270         IF RPTDTE-DATE NUMERIC
004280             MOVE RPTDTE-DATE TO WS-RPT-DATE
004290         END-IF
004300         GO TO 2100-EXIT
004310     END-IF.
004320     IF RPTTOT-LABEL = 'CONTROL TOTALS'
004330         SET WS-TRAILER-SEEN TO TRUE
004340         COMPUTE WS-TRAILER-TOTAL =
004350             FUNCTION NUMVAL (RPTTOT-BALANCE)
004360         GO TO 2100-EXIT
004370     END-IF.
004380     IF RPTSUB-LABEL(1:15) NOT = 'BRANCH SUBTOTAL'
004390         GO TO 2100-EXIT
004400     END-IF.
004410     IF WS-SUB-COUNT-TBL >= WS-MAX-BRANCHES
004420         DISPLAY "MORE THAN " WS-MAX-BRANCHES
004430                 " BRANCH SUBTOTALS ON ADDRPT - RUN REJECTED"
004440         MOVE 'N' TO WS-VALID-RUN-SWITCH
004450         GO TO 2100-EXIT
004460     END-IF.
004470     COMPUTE WS-SUB-BAL = FUNCTION NUMVAL (RPTSUB-BALANCE).
004480     ADD 1 TO WS-SUB-COUNT-TBL.
004490     MOVE RPTSUB-BRANCH TO SUB-BRANCH(WS-SUB-COUNT-TBL).
004500     MOVE RPTSUB-BRANCH-NAME TO SUB-NAME(WS-SUB-COUNT-TBL).
004510     MOVE WS-SUB-BAL TO SUB-NET(WS-SUB-COUNT-TBL).
004520     MOVE SPACES TO SUB-REGION(WS-SUB-COUNT-TBL).
004530     MOVE 0 TO SUB-RGN-IDX(WS-SUB-COUNT-TBL).
004540     MOVE 'N' TO SUB-BRN-SWITCH(WS-SUB-COUNT-TBL).
004550     ADD WS-SUB-BAL TO WS-BRANCH-NET-TOTAL.
004560     MOVE 0 TO WS-BRN-FOUND-IDX.
004570     PERFORM 2150-MATCH-BRANCH THRU 2150-EXIT
004580         VARYING WS-BRN-IDX FROM 1 BY 1
004590         UNTIL WS-BRN-IDX > WS-BRN-COUNT
004600             OR WS-BRN-FOUND-IDX > 0.
004610     IF WS-BRN-FOUND-IDX = 0
004620         DISPLAY "BRANCH " RPTSUB-BRANCH
004630                 " NOT ON THE BRANCH MASTER"
004640         ADD 1 TO WS-UNKNOWN-COUNT
004650         GO TO 2100-EXIT
004660     END-IF.
004670     MOVE 'Y' TO SUB-BRN-SWITCH(WS-SUB-COUNT-TBL).
004680     MOVE BRN-REGION(WS-BRN-FOUND-IDX)
004690         TO SUB-REGION(WS-SUB-COUNT-TBL).
004700     MOVE BRN-REGION(WS-BRN-FOUND-IDX) TO WS-FIND-REGION.
004710     PERFORM 5000-FIND-REGION THRU 5000-EXIT.
004720     IF WS-REG-FOUND-IDX = 0
004730         DISPLAY "BRANCH " RPTSUB-BRANCH " REGION "
004740                 WS-FIND-REGION " NOT ON THE REGION MASTER"
004750         ADD 1 TO WS-UNKNOWN-COUNT
004760         GO TO 2100-EXIT
004770     END-IF.
004780     MOVE WS-REG-FOUND-IDX TO SUB-RGN-IDX(WS-SUB-COUNT-TBL).
004790     ADD WS-SUB-BAL TO RUP-NET(WS-REG-FOUND-IDX).
004800     ADD 1 TO RUP-BRANCHES(WS-REG-FOUND-IDX).
004810 2100-EXIT.
004820     EXIT.
004830*================================================================
004840 2150-MATCH-BRANCH.
004850*================================================================
004860     IF BRN-CODE(WS-BRN-IDX) = RPTSUB-BRANCH
004870         MOVE WS-BRN-IDX TO WS-BRN-FOUND-IDX
004880     END-IF.
004890 2150-EXIT.
004900     EXIT.
004910*================================================================
004920 3000-LOAD-SITE-RESULTS.
004930*================================================================
004940*    ONLY THE PER-REGION ROWS ARE TAKEN - 'FAR RRR'/'CLS RRR'
004950*    PAIRS AND 'RGNCOUNT' RECAP ROWS. THE GLOBAL PAIR IS ON THE
004960*    END-OF-DAY REPORT ALREADY.
004970     OPEN INPUT DST-REPORT-FILE.
004980     PERFORM 3100-TAKE-DST-LINE THRU 3100-EXIT
004990         UNTIL WS-DST-EOF.
005000     CLOSE DST-REPORT-FILE.
005010 3000-EXIT.
005020     EXIT.
005030*================================================================
005040 3100-TAKE-DST-LINE.
005050*================================================================
005060     READ DST-REPORT-FILE
005070         AT END
005080             SET WS-DST-EOF TO TRUE
005090     END-READ.
005100     IF WS-DST-EOF
005110         GO TO 3100-EXIT
005120     END-IF.
005130     IF DSTRCP-LABEL = 'RGNCOUNT'
005140         PERFORM 3300-TAKE-RECAP THRU 3300-EXIT
005150         GO TO 3100-EXIT
005160     END-IF.
005170     IF DSTRPT-PAIR-LABEL(1:3) = 'FAR'
005180         AND DSTRPT-PAIR-LABEL(4:1) = SPACE
005190         MOVE 1 TO WS-PAIR-IDX
005200         PERFORM 3200-TAKE-PAIR THRU 3200-EXIT
005210         GO TO 3100-EXIT
005220     END-IF.
005230     IF DSTRPT-PAIR-LABEL(1:3) = 'CLS'
005240         AND DSTRPT-PAIR-LABEL(4:1) = SPACE
005250         MOVE 2 TO WS-PAIR-IDX
005260         PERFORM 3200-TAKE-PAIR THRU 3200-EXIT
005270     END-IF.
005280 3100-EXIT.
005290     EXIT.
005300*================================================================
005310 3200-TAKE-PAIR.
005320*================================================================
005330*    A PAIR FOR A REGION NOT ON THE MASTER IS PASSED BY - ITS
005340*    RECAP ROW PUTS THE REGION ON THE EXCEPTION SECTION.
005350     MOVE DSTRPT-PAIR-LABEL(5:3) TO WS-FIND-REGION.
005360     PERFORM 5000-FIND-REGION THRU 5000-EXIT.
005370     IF WS-REG-FOUND-IDX = 0
005380         GO TO 3200-EXIT
005390     END-IF.
005400     MOVE 'Y' TO RUP-PAIR-SWITCH(WS-REG-FOUND-IDX, WS-PAIR-IDX).
005410     MOVE DSTRPT-SITE-I
005420         TO RUP-I-ID(WS-REG-FOUND-IDX, WS-PAIR-IDX).
005430     MOVE DSTRPT-SITE-I-NAME
005440         TO RUP-I-NAME(WS-REG-FOUND-IDX, WS-PAIR-IDX).
005450     MOVE DSTRPT-SITE-J
005460         TO RUP-J-ID(WS-REG-FOUND-IDX, WS-PAIR-IDX).
005470     MOVE DSTRPT-SITE-J-NAME
005480         TO RUP-J-NAME(WS-REG-FOUND-IDX, WS-PAIR-IDX).
005490     MOVE DSTRPT-DISTANCE
005500         TO RUP-DISTANCE(WS-REG-FOUND-IDX, WS-PAIR-IDX).
005510 3200-EXIT.
005520     EXIT.
005530*================================================================
005540 3300-TAKE-RECAP.
005550*================================================================
005560     MOVE DSTRCP-REGION TO WS-FIND-REGION.
005570     PERFORM 5000-FIND-REGION THRU 5000-EXIT.
005580     IF WS-REG-FOUND-IDX > 0
005590         MOVE DSTRCP-SITES TO RUP-SITES(WS-REG-FOUND-IDX)
005600         GO TO 3300-EXIT
005610     END-IF.
005620     DISPLAY "SITE REGION " DSTRCP-REGION
005630             " NOT ON THE REGION MASTER".
005640     ADD 1 TO WS-UNKNOWN-COUNT.
005650     IF WS-OTH-COUNT >= WS-MAX-OTHER-REGIONS
005660         GO TO 3300-EXIT
005670     END-IF.
005680     ADD 1 TO WS-OTH-COUNT.
005690     MOVE DSTRCP-REGION TO OTH-REGION(WS-OTH-COUNT).
005700     MOVE DSTRCP-SITES TO OTH-SITES(WS-OTH-COUNT).
005710 3300-EXIT.
005720     EXIT.
005730*================================================================
005740 4000-WRITE-ROLLUP.
005750*================================================================
005760     OPEN OUTPUT ROLLUP-REPORT-FILE.
005770     MOVE WS-RPT-DATE TO WS-TTL-RPT-DATE.
005780     MOVE WS-RUN-DATE TO WS-TTL-RUN-DATE.
005790     WRITE ROLLUP-REPORT-RECORD FROM WS-TITLE-LINE.
005800     IF NOT WS-RUN-IS-VALID
005810         MOVE WS-REJECT-TEXT TO WS-REJ-TEXT
005820         WRITE ROLLUP-REPORT-RECORD FROM WS-REJECT-LINE
005830         GO TO 4000-CLOSE
005840     END-IF.
005850     PERFORM 4100-WRITE-ONE-REGION THRU 4100-EXIT
005860         VARYING WS-REG-IDX FROM 1 BY 1
005870         UNTIL WS-REG-IDX > REG-COUNT.
005880     PERFORM 4500-WRITE-EXCEPTIONS THRU 4500-EXIT.
005890     MOVE WS-BRANCH-NET-TOTAL TO WS-GRL-NET.
005900     MOVE WS-TRAILER-TOTAL TO WS-GRL-TRAILER.
005910     WRITE ROLLUP-REPORT-RECORD FROM WS-GRAND-LINE.
005920 4000-CLOSE.
005930     CLOSE ROLLUP-REPORT-FILE.
005940 4000-EXIT.
005950     EXIT.
005960*================================================================
005970 4100-WRITE-ONE-REGION.
005980*================================================================
005990     MOVE REG-CODE(WS-REG-IDX) TO WS-RHD-CODE.
006000     MOVE REG-NAME(WS-REG-IDX) TO WS-RHD-NAME.
006010     MOVE REG-MANAGER(WS-REG-IDX) TO WS-RHD-MANAGER.
006020     IF REG-REGION-ACTIVE(WS-REG-IDX)
006030         MOVE 'ACTIVE' TO WS-RHD-STATUS
006040     ELSE
006050         MOVE 'INACTIVE' TO WS-RHD-STATUS
006060     END-IF.
006070     WRITE ROLLUP-REPORT-RECORD FROM WS-RGN-HDR-LINE.
006080     PERFORM 4150-WRITE-REGION-BRANCH THRU 4150-EXIT
006090         VARYING WS-SUB-IDX FROM 1 BY 1
006100         UNTIL WS-SUB-IDX > WS-SUB-COUNT-TBL.
006110     MOVE RUP-NET(WS-REG-IDX) TO WS-RTL-NET.
006120     MOVE RUP-BRANCHES(WS-REG-IDX) TO WS-RTL-BRANCHES.
006130     WRITE ROLLUP-REPORT-RECORD FROM WS-RGN-TOTAL-LINE.
006140     MOVE RUP-SITES(WS-REG-IDX) TO WS-STL-SITES.
006150     WRITE ROLLUP-REPORT-RECORD FROM WS-SITES-LINE.
006160     MOVE 1 TO WS-PAIR-IDX.
006170     MOVE 'FARTHEST PAIR ' TO WS-PRL-LABEL.
006180     PERFORM 4200-WRITE-PAIR THRU 4200-EXIT.
006190     MOVE 2 TO WS-PAIR-IDX.
006200     MOVE 'CLOSEST PAIR  ' TO WS-PRL-LABEL.
006210     PERFORM 4200-WRITE-PAIR THRU 4200-EXIT.
006220     MOVE SPACES TO ROLLUP-REPORT-RECORD.
006230     WRITE ROLLUP-REPORT-RECORD.
006240 4100-EXIT.
006250     EXIT.
006260*================================================================
006270 4150-WRITE-REGION-BRANCH.
006280*================================================================
006290     IF SUB-RGN-IDX(WS-SUB-IDX) NOT = WS-REG-IDX
006300         GO TO 4150-EXIT
006310     END-IF.
006320     MOVE SUB-BRANCH(WS-SUB-IDX) TO WS-BRL-CODE.
006330     MOVE SUB-NAME(WS-SUB-IDX) TO WS-BRL-NAME.
006340     MOVE SUB-NET(WS-SUB-IDX) TO WS-BRL-NET.
006350     WRITE ROLLUP-REPORT-RECORD FROM WS-BRANCH-LINE.
006360 4150-EXIT.
006370     EXIT.
006380*================================================================
006390 4200-WRITE-PAIR.
006400*================================================================
006410*    A REGION THAT FIELDED FEWER THAN TWO SITES HAS NO PAIR ROW
006420*    ON DSTRPT.
006430     IF NOT RUP-PAIR-FOUND(WS-REG-IDX, WS-PAIR-IDX)
006440         MOVE WS-PRL-LABEL TO WS-NPL-LABEL
006450         WRITE ROLLUP-REPORT-RECORD FROM WS-NOPAIR-LINE
006460         GO TO 4200-EXIT
006470     END-IF.
006480     MOVE RUP-I-ID(WS-REG-IDX, WS-PAIR-IDX) TO WS-PRL-I-ID.
006490     MOVE RUP-I-NAME(WS-REG-IDX, WS-PAIR-IDX) TO WS-PRL-I-NAME.
006500     MOVE RUP-J-ID(WS-REG-IDX, WS-PAIR-IDX) TO WS-PRL-J-ID.
006510     MOVE RUP-J-NAME(WS-REG-IDX, WS-PAIR-IDX) TO WS-PRL-J-NAME.
006520     MOVE RUP-DISTANCE(WS-REG-IDX, WS-PAIR-IDX)
006530         TO WS-PRL-DISTANCE.
006540     WRITE ROLLUP-REPORT-RECORD FROM WS-PAIR-LINE.
006550 4200-EXIT.
006560     EXIT.
006570*================================================================
006580 4500-WRITE-EXCEPTIONS.
006590*================================================================
006600     WRITE ROLLUP-REPORT-RECORD FROM WS-EXC-TITLE-LINE.
006610     IF WS-UNKNOWN-COUNT = 0
006620         WRITE ROLLUP-REPORT-RECORD FROM WS-EXC-NONE-LINE
006630     END-IF.
006640     PERFORM 4550-WRITE-EXC-BRANCH THRU 4550-EXIT
006650         VARYING WS-SUB-IDX FROM 1 BY 1
006660         UNTIL WS-SUB-IDX > WS-SUB-COUNT-TBL.
006670     PERFORM 4560-WRITE-EXC-REGION THRU 4560-EXIT
006680         VARYING WS-OTH-IDX FROM 1 BY 1
006690         UNTIL WS-OTH-IDX > WS-OTH-COUNT.
006700     MOVE SPACES TO ROLLUP-REPORT-RECORD.
006710     WRITE ROLLUP-REPORT-RECORD.
006720 4500-EXIT.
006730     EXIT.
006740*================================================================
006750 4550-WRITE-EXC-BRANCH.
006760*================================================================
006770     IF SUB-RGN-IDX(WS-SUB-IDX) > 0
006780         GO TO 4550-EXIT
006790     END-IF.
006800     MOVE SUB-BRANCH(WS-SUB-IDX) TO WS-EBL-CODE.
006810     MOVE SUB-NAME(WS-SUB-IDX) TO WS-EBL-NAME.
006820     MOVE SUB-REGION(WS-SUB-IDX) TO WS-EBL-REGION.
006830     MOVE SUB-NET(WS-SUB-IDX) TO WS-EBL-NET.
006840     IF NOT SUB-ON-BRANCH-MASTER(WS-SUB-IDX)
006850         MOVE 'BRANCH NOT ON MASTER' TO WS-EBL-REASON
006860     ELSE
006870         MOVE 'REGION NOT ON MASTER' TO WS-EBL-REASON
006880     END-IF.
006890     WRITE ROLLUP-REPORT-RECORD FROM WS-EXC-BRANCH-LINE.
006900 4550-EXIT.
006910     EXIT.
006920*================================================================
006930 4560-WRITE-EXC-REGION.
006940*================================================================
006950     MOVE OTH-REGION(WS-OTH-IDX) TO WS-ERL-REGION.
006960     MOVE OTH-SITES(WS-OTH-IDX) TO WS-ERL-SITES.
006970     WRITE ROLLUP-REPORT-RECORD FROM WS-EXC-REGION-LINE.
006980 4560-EXIT.
006990     EXIT.
007000*================================================================
007010 5000-FIND-REGION.
007020*================================================================
007030     MOVE 0 TO WS-REG-FOUND-IDX.
007040     PERFORM 5050-MATCH-REGION THRU 5050-EXIT
007050         VARYING WS-REG-IDX FROM 1 BY 1
007060         UNTIL WS-REG-IDX > REG-COUNT
007070             OR WS-REG-FOUND-IDX > 0.
007080 5000-EXIT.
007090     EXIT.
007100*================================================================
007110 5050-MATCH-REGION.
007120*================================================================
007130     IF REG-CODE(WS-REG-IDX) = WS-FIND-REGION
007140         MOVE WS-REG-IDX TO WS-REG-FOUND-IDX
007150     END-IF.
007160 5050-EXIT.
007170     EXIT.
007180*================================================================
007190 8000-TERMINATE.
007200*================================================================
007210     MOVE WS-SUB-COUNT-TBL TO WS-SUB-COUNT-D.
007220     MOVE REG-COUNT TO WS-REG-COUNT-D.
007230     MOVE WS-UNKNOWN-COUNT TO WS-UNKNOWN-COUNT-D.
007240     DISPLAY "REGIONS ON MASTER        = " WS-REG-COUNT-D.
007250     DISPLAY "BRANCH SUBTOTALS READ    = " WS-SUB-COUNT-D.
007260     DISPLAY "NOT ON REGION MASTER     = " WS-UNKNOWN-COUNT-D.
007270     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
007280     IF NOT WS-RUN-IS-VALID
007290         MOVE 8 TO RETURN-CODE
007300     ELSE
007310         IF WS-UNKNOWN-COUNT > 0 OR WS-ADDRPT-STALE
007320             MOVE 4 TO RETURN-CODE
007330         ELSE
007340             MOVE 0 TO RETURN-CODE
007350         END-IF
007360     END-IF.
007370 8000-EXIT.
007380     EXIT.
007390*================================================================
007400 8100-WRITE-JOURNAL.
007410*================================================================
007420     OPEN EXTEND JOURNAL-FILE.
007430     MOVE SPACES TO JRNL-RECORD.
007440     ACCEPT WS-RUN-TIME FROM TIME.
007450     MOVE WS-RUN-DATE TO JRNL-RUN-DATE.
007460     MOVE WS-RUN-TIME TO JRNL-RUN-TIME.
007470     MOVE 'RGNRUP' TO JRNL-PROGRAM-ID.
007480     MOVE CYC-NUMBER TO JRNL-CYCLE.
007490     STRING 'REGIONS=' WS-REG-COUNT-D
007500            ' BRANCHES=' WS-SUB-COUNT-D
007510            ' UNKNOWN=' WS-UNKNOWN-COUNT-D
007520            DELIMITED BY SIZE INTO JRNL-INPUT-SUMMARY.
007530     IF WS-RUN-IS-VALID
007540         STRING 'ROLLUP WRITTEN FOR ' WS-RPT-DATE
007550                DELIMITED BY SIZE INTO JRNL-RESULT-SUMMARY
007560     ELSE
007570         MOVE WS-REJECT-TEXT TO JRNL-RESULT-SUMMARY
007580     END-IF.
007590     MOVE SPACES TO JRNL-PARM-SUMMARY.
007600     WRITE JRNL-RECORD.
007610     CLOSE JOURNAL-FILE.
007620 8100-EXIT.
007630     EXIT.
007640*================================================================
007650 9999-EXIT.
007660     STOP RUN.
