000470*                KEYED ON DATE ALONE THE STATEMENT SHOWED THE
000480*                SUSPENSE ITEM CLEARED BUT POSTED ITS AMOUNT
000490*                TO NO NIGHT LINE.
000500* 2026-10-15 SK  MULTI-CURRENCY BRANCHES. ADDRPT BALANCES ARE
000510*                NOW IN THE BASE CURRENCY NAMED ON EACH DATE
000520*                LINE. EVERY NIGHT AND MONTH LINE SHOWS THE BASE
000530*                FIGURE AS BEFORE AND BESIDE IT THE SAME NET IN
000540*                THE BRANCH'S OWN CURRENCY (FROM THE BRANCH
000550*                MASTER), SUMMED FROM THE DETAIL LINES' UNCON-
000560*                VERTED SUMS SO NO RATE IS RE-APPLIED HERE. A
000570*                DETAIL LINE WITH NO CURRENCY (A BASE BRANCH OR
000580*                A GENERATION CUT BEFORE THE CHANGE) COUNTS ITS
000590*                BASE SUM. BRCHMST 27 TO 30.
000600* 2026-10-15 SK  AN ADJUSTMENT PASS (ADJCYCL, HDR SOURCE ADJUST
000610*                ON THE DATE LINE) IS A REAL POSTING UNDER ITS
000620*                DATE LIKE A RESUBMIT PASS AND ALWAYS SUMS - ITS
000630*                REVERSALS AND REPLACEMENTS ARE PART OF THE
000640*                MONTH THE BRANCH IS STATED FOR.
000650* 2026-10-15 SK  CUTOFF CYCLES. THE ONE-GENERATION RULE IS NOW PER
000660*                DATE AND CUTOFF CYCLE (RPTDTE-CYCLE ON THE DATE
000670*                LINE, SPACE READ AS CYCLE 1): A DATE'S MIDDAY AND
000680*                NIGHTLY GENERATIONS ARE SEPARATE FEEDS AND BOTH
000690*                SUM INTO THE NIGHT, WHILE A SECOND GENERATION FOR
000700*                THE SAME CYCLE IS STILL THE FAILED RUN BEHIND A
000710*                RERUN AND IS SKIPPED.
000720* 2026-10-15 SK  PERIOD CLOSE. WHEN THE STATEMENT MONTH HAS BEEN
000730*                CLOSED (PRDCLS, PERIOD CONTROL FILE PRDCTL) THE
000740*                RERUN IS HELD TO THE FIGURES FROZEN AT CLOSE:
000750*                SUSPENSE IS RESTATED AS OF THE CLOSE DATE (OPEN
000760*                AT CLOSE, AND HOW MANY OF THOSE HAVE CLEARED
000770*                SINCE), AND EACH BRANCH PAGE ENDS WITH AN AGREES
000780*                LINE OR THE REASON IT DIFFERS - A NIGHT MISSING
000790*                FROM OR ADDED TO ADDHIST, DIFFERENT UNDATED OR
000800*                RERUN GENERATIONS, A REPLACED GENERATION, OR
000810*                SUSPENSE THAT MOVED - WITH THE FROZEN FIGURES
000820*                BESIDE IT. FROZEN BRANCHES THE RERUN DID NOT
000830*                REACH ARE LISTED AFTER THE TRAILER. ANY
000840*                DIFFERENCE ENDS RC 4; A MALFORMED CONTROL FILE
000850*                REJECTS THE RUN RC 8.
000860*================================================================
000870 ENVIRONMENT DIVISION.
000880 CONFIGURATION SECTION.
000890 SOURCE-COMPUTER.    IBM-370.
000900 OBJECT-COMPUTER.    IBM-370.
000910 INPUT-OUTPUT SECTION.
000920 FILE-CONTROL.
000930     SELECT ADD-HISTORY-FILE ASSIGN TO ADDHIST
000940            ORGANIZATION IS LINE SEQUENTIAL.
000950     SELECT ADD-SUSPENSE-FILE ASSIGN TO ADDSUSP
000960            ORGANIZATION IS LINE SEQUENTIAL.
000970     SELECT BRANCH-MASTER-FILE ASSIGN TO BRCHMST
000980            ORGANIZATION IS LINE SEQUENTIAL.
000990     SELECT STATEMENT-FILE ASSIGN TO STMRPT
001000            ORGANIZATION IS LINE SEQUENTIAL.
001010     SELECT OPTIONAL PERIOD-CONTROL-FILE ASSIGN TO PRDCTL
001020            ORGANIZATION IS LINE SEQUENTIAL
001030            FILE STATUS IS WS-PRD-STATUS.
001040*
001050 DATA DIVISION.
001060 FILE SECTION.
001070 FD  ADD-HISTORY-FILE
001080     RECORD CONTAINS 96 CHARACTERS.
001090     COPY ADDRPT.
001100*
001110 FD  ADD-SUSPENSE-FILE
001120     RECORD CONTAINS 75 CHARACTERS.
001130     COPY ADDSUSP.
001140*
001150 FD  BRANCH-MASTER-FILE
001160     RECORD CONTAINS 30 CHARACTERS.
001170     COPY BRCHMST.
001180*
001190 FD  STATEMENT-FILE
001200     RECORD CONTAINS 96 CHARACTERS.
001210 01  STM-REPORT-RECORD           PIC X(96).
001220*
001230 FD  PERIOD-CONTROL-FILE
001240     RECORD CONTAINS 100 CHARACTERS.
001250     COPY PRDCTL.
001260*
001270 WORKING-STORAGE SECTION.
001280*----------------------------------------------------------------
001290* CONSTANTS
001300*----------------------------------------------------------------
001310*    THE STATEMENT TABLE BELOW OCCURS 500 BRANCHES, THE SAME
001320*    CEILING AS THE BRANCH MASTER'S MAINTENANCE (BRCHMNT), BY
001330*    31 NIGHT SLOTS (DAY OF MONTH).
001340 77  WS-MAX-BRANCHES             PIC 9(03)  VALUE 500.
001350*----------------------------------------------------------------
001360* SWITCHES
001370*----------------------------------------------------------------
001380 01  WS-SWITCHES.
001390     05  WS-VALID-INPUT-SWITCH   PIC X(01)  VALUE 'Y'.
001400         88  WS-INPUT-IS-VALID              VALUE 'Y'.
001410     05  WS-EOF-SWITCH           PIC X(01)  VALUE 'N'.
001420         88  WS-END-OF-FILE                 VALUE 'Y'.
001430     05  WS-BMST-EOF-SWITCH      PIC X(01)  VALUE 'N'.
001440         88  WS-BMST-EOF                    VALUE 'Y'.
001450     05  WS-GEN-DUP-SWITCH       PIC X(01)  VALUE 'N'.
001460         88  WS-GEN-WAS-DUP                 VALUE 'Y'.
001470     05  WS-CLOSED-SWITCH        PIC X(01)  VALUE 'N'.
001480         88  WS-MONTH-IS-CLOSED             VALUE 'Y'.
001490     05  WS-PRD-EOF-SWITCH       PIC X(01)  VALUE 'N'.
001500         88  WS-PRD-EOF                     VALUE 'Y'.
001510*----------------------------------------------------------------
001520* OPERATOR INPUT
001530*----------------------------------------------------------------
001540 01  STR                         PIC X(06).
001550 01  WS-STMT-MONTH               PIC 9(06).
001560*----------------------------------------------------------------
001570* CURRENT-GENERATION STATE WHILE THE HISTORY STREAMS BY -
001580* WS-CUR-DATE IS ZERO UNTIL THE GENERATION'S DATE LINE ARRIVES
001590*----------------------------------------------------------------
001600 01  WS-CUR-DATE                 PIC 9(08).
001610 01  WS-CUR-DATE-X REDEFINES WS-CUR-DATE.
001620     05  WS-CUR-YYYYMM           PIC 9(06).
001630     05  WS-CUR-DD               PIC 9(02).
001640*    THE FEED SOURCE STAMPED ON THE DATE LINE - SUSPRES MARKS
001650*    A RESUBMIT-PASS GENERATION AND ADJUST AN ADJUSTMENT-PASS
001660*    GENERATION, BOTH OF WHICH ALWAYS SUM.
001670 01  WS-CUR-SOURCE               PIC X(08).
001680*    THE CUTOFF CYCLE STAMPED ON THE DATE LINE - SPACE (A
001690*    GENERATION CUT BEFORE CYCLES EXISTED) READS AS CYCLE 1.
001700 01  WS-CUR-CYCLE                PIC X(01).
001710 01  WS-CUR-CYCLE-N REDEFINES WS-CUR-CYCLE
001720                                 PIC 9(01).
001730*    THE BASE CURRENCY NAMED ON THE LATEST DATE LINE THAT HAD
001740*    ONE - BLANK WHEN NO GENERATION IN THE MONTH NAMES IT.
001750 01  WS-BASE-CURRENCY            PIC X(03)  VALUE SPACES.
001760 01  WS-UNDATED-COUNT            PIC 9(05)  COMP.
001770 01  WS-DUP-COUNT                PIC 9(05)  COMP.
001780*    ONE FLAG PER CUTOFF CYCLE PER DAY OF THE STATEMENT MONTH -
001790*    THE FIRST GENERATION SEEN FOR A DATE AND CYCLE STANDS FOR
001800*    THAT CYCLE AND ANY LATER ONE (THE FAILED RUN BEHIND A
001810*    RERUN, WITH THE JCL CONCATENATING NEWEST FIRST) IS
001820*    SKIPPED; A DATE'S DIFFERENT CYCLES ALL SUM INTO ITS NIGHT.
001830 01  WS-SEEN-DAY-TABLE.
001840     05  WS-SEEN-DAY             PIC X(08)  OCCURS 31 TIMES.
001850 01  WS-SEEN-IDX                 PIC 9(02).
001860*----------------------------------------------------------------
001870* STATEMENT TABLE - ONE ROW PER BRANCH SEEN, 31 NIGHT SLOTS
001880*----------------------------------------------------------------
001890 01  WS-STMT-COUNT               PIC 9(03).
001900 01  WS-STMT-TABLE.
001910     05  WS-STMT-BRANCH          OCCURS 500 TIMES.
001920         10  STM-CODE            PIC X(03).
001930         10  STM-NIGHT           OCCURS 31 TIMES.
001940             15  STM-NGT-COUNT   PIC 9(07).
001950             15  STM-NGT-BAL     PIC S9(11)V99.
001960             15  STM-NGT-OWN     PIC S9(11)V99.
001970 01  WS-STMT-IDX                 PIC 9(03).
001980 01  WS-FOUND-IDX                PIC 9(03).
001990 01  WS-NIGHT-IDX                PIC 9(02).
002000 01  WS-STMT-KEY                 PIC X(03).
002010*----------------------------------------------------------------
002020* BRANCH MASTER TABLE - NAMES FOR THE STATEMENT HEADINGS
002030*----------------------------------------------------------------
002040 01  WS-BMST-COUNT               PIC 9(03).
002050 01  WS-BMST-TABLE.
002060     05  WS-BMST-ENTRY           OCCURS 500 TIMES.
002070         10  BMST-CODE           PIC X(03).
002080         10  BMST-NAME           PIC X(20).
002090         10  BMST-CURRENCY       PIC X(03).
002100 01  WS-BMST-IDX                 PIC 9(03).
002110 01  WS-BMST-FOUND-IDX           PIC 9(03).
002120*----------------------------------------------------------------
002130* WORK FIELDS
002140*----------------------------------------------------------------
002150 01  WS-SUB-COUNT                PIC 9(07).
002160 01  WS-SUB-BAL                  PIC S9(11)V99.
002170 01  WS-DTL-OWN                  PIC S9(11)V99.
002180 01  WS-MONTH-COUNT              PIC 9(09).
002190 01  WS-MONTH-BAL                PIC S9(13)V99.
002200 01  WS-MONTH-OWN                PIC S9(13)V99.
002210 01  WS-OWN-CURRENCY             PIC X(03).
002220 01  WS-OPEN-COUNT               PIC 9(05)  COMP.
002230 01  WS-REJ-MONTH-COUNT          PIC 9(05)  COMP.
002240 01  WS-NIGHT-DATE               PIC 9(08).
002250 01  WS-NIGHT-DATE-X REDEFINES WS-NIGHT-DATE.
002260     05  WS-NGT-YYYYMM           PIC 9(06).
002270     05  WS-NGT-DD               PIC 9(02).
002280*----------------------------------------------------------------
002290* CLOSED PERIOD - WHEN THE STATEMENT MONTH IS ON THE PERIOD
002300* CONTROL FILE THE RERUN IS HELD TO THE FIGURES FROZEN AT CLOSE
002310*----------------------------------------------------------------
002320     COPY PRDTAB.
002330 01  WS-PRD-STATUS               PIC X(02).
002340 01  WS-PRD-IDX                  PIC 9(03).
002350 01  WS-CLOSE-DATE               PIC 9(08).
002360 01  WS-CLOSE-STMT-SIGNOFF       PIC X(08).
002370 01  WS-CLOSE-AGING-SIGNOFF      PIC X(08).
002380 01  WS-CLOSE-UNDATED            PIC 9(05).
002390 01  WS-CLOSE-DUPS               PIC 9(05).
002400 01  WS-FRZ-COUNT                PIC 9(03).
002410 01  WS-FRZ-TABLE.
002420     05  WS-FRZ-BRANCH           OCCURS 500 TIMES.
002430         10  FRZ-CODE            PIC X(03).
002440         10  FRZ-RECORDS         PIC 9(09).
002450         10  FRZ-BASE-NET        PIC S9(13)V99.
002460         10  FRZ-OWN-NET         PIC S9(13)V99.
002470         10  FRZ-OPEN            PIC 9(05).
002480         10  FRZ-NIGHTS          PIC X(31).
002490         10  FRZ-MATCH-SWITCH    PIC X(01).
002500             88  FRZ-MATCHED                VALUE 'Y'.
002510 01  WS-FRZ-IDX                  PIC 9(03).
002520 01  WS-FRZ-FOUND-IDX            PIC 9(03).
002530*    THE NIGHTS THIS RERUN FOUND FOR THE BRANCH, LAID OUT LIKE
002540*    THE FROZEN NIGHTS ('Y' PER DAY OF MONTH).
002550 01  WS-RUN-NIGHTS               PIC X(31).
002560 01  WS-AGREE-COUNT              PIC 9(05)  COMP.
002570 01  WS-DIFFER-COUNT             PIC 9(05)  COMP.
002580 01  WS-CLEARED-SINCE-COUNT      PIC 9(05)  COMP.
002590 01  WS-CLOSE-DAY-COUNT          PIC 9(05)  COMP.
002600 01  WS-DIFF-REASON              PIC X(60).
002610*----------------------------------------------------------------
002620* REPORT LINE LAYOUTS
002630*----------------------------------------------------------------
002640 01  WS-BRANCH-HEADER-LINE.
002650     05  FILLER                  PIC X(07)  VALUE 'BRANCH '.
002660     05  WS-BHD-CODE             PIC X(03).
002670     05  FILLER                  PIC X(01)  VALUE SPACE.
002680     05  WS-BHD-NAME             PIC X(20).
002690     05  FILLER                  PIC X(15)
002700         VALUE ' STATEMENT FOR '.
002710     05  WS-BHD-MONTH            PIC 9(06).
002720     05  FILLER                  PIC X(10)  VALUE ' CURRENCY '.
002730     05  WS-BHD-CURRENCY         PIC X(03).
002740     05  FILLER                  PIC X(31)  VALUE SPACES.
002750 01  WS-NIGHT-LINE.
002760     05  FILLER                  PIC X(02)  VALUE SPACES.
002770     05  WS-NGT-DATE-D           PIC 9(08).
002780     05  FILLER                  PIC X(09)  VALUE ' RECORDS='.
002790     05  WS-NGT-COUNT-D          PIC ZZZZZZ9.
002800     05  FILLER                  PIC X(09)  VALUE ' BALANCE='.
002810     05  WS-NGT-BAL-D            PIC -(11)9.99.
002820     05  FILLER                  PIC X(01)  VALUE SPACE.
002830     05  WS-NGT-BASE-CCY         PIC X(03).
002840     05  FILLER                  PIC X(05)  VALUE ' OWN='.
002850     05  WS-NGT-OWN-D            PIC -(11)9.99.
002860     05  FILLER                  PIC X(01)  VALUE SPACE.
002870     05  WS-NGT-OWN-CCY          PIC X(03).
002880     05  FILLER                  PIC X(18)  VALUE SPACES.
002890 01  WS-MONTH-TOTAL-LINE.
002900     05  FILLER                  PIC X(02)  VALUE SPACES.
002910     05  FILLER                  PIC X(14)
002920         VALUE 'MONTH RECORDS='.
002930     05  WS-MTH-COUNT-D          PIC ZZZZZZZZ9.
002940     05  FILLER                  PIC X(10)
002950         VALUE ' MONTH NET'.
002960     05  FILLER                  PIC X(01)  VALUE '='.
002970     05  WS-MTH-BAL-D            PIC -(13)9.99.
002980     05  FILLER                  PIC X(01)  VALUE SPACE.
002990     05  WS-MTH-BASE-CCY         PIC X(03).
003000     05  FILLER                  PIC X(05)  VALUE ' OWN='.
003010     05  WS-MTH-OWN-D            PIC -(13)9.99.
003020     05  FILLER                  PIC X(01)  VALUE SPACE.
003030     05  WS-MTH-OWN-CCY          PIC X(03).
003040     05  FILLER                  PIC X(13)  VALUE SPACES.
003050 01  WS-SUSP-LINE.
003060     05  FILLER                  PIC X(02)  VALUE SPACES.
003070     05  FILLER                  PIC X(09)  VALUE 'SUSPENSE '.
003080     05  WS-SUS-DATE             PIC 9(08).
003090     05  FILLER                  PIC X(05)  VALUE ' SEQ='.
003100     05  WS-SUS-SEQ              PIC 9(07).
003110     05  FILLER                  PIC X(01)  VALUE SPACE.
003120     05  WS-SUS-REASON           PIC X(22).
003130     05  FILLER                  PIC X(01)  VALUE SPACE.
003140     05  WS-SUS-STATUS           PIC X(07).
003150     05  FILLER                  PIC X(34)  VALUE SPACES.
003160 01  WS-OPEN-LINE.
003170     05  FILLER                  PIC X(02)  VALUE SPACES.
003180     05  WS-OPN-LABEL            PIC X(28)
003190         VALUE 'STILL OPEN ON SUSPENSE     ='.
003200     05  WS-OPN-COUNT            PIC ZZZZ9.
003210     05  FILLER                  PIC X(61)  VALUE SPACES.
003220 01  WS-REJ-MONTH-LINE.
003230     05  FILLER                  PIC X(02)  VALUE SPACES.
003240     05  FILLER                  PIC X(28)
003250         VALUE 'REJECTED THIS MONTH        ='.
003260     05  WS-REJM-COUNT           PIC ZZZZ9.
003270     05  FILLER                  PIC X(61)  VALUE SPACES.
003280 01  WS-CLEARED-SINCE-LINE.
003290     05  FILLER                  PIC X(02)  VALUE SPACES.
003300     05  FILLER                  PIC X(28)
003310         VALUE 'CLEARED SINCE CLOSE        ='.
003320     05  WS-CLS-COUNT            PIC ZZZZ9.
003330     05  FILLER                  PIC X(61)  VALUE SPACES.
003340 01  WS-AGREE-LINE.
003350     05  FILLER                  PIC X(02)  VALUE SPACES.
003360     05  FILLER                  PIC X(29)
003370         VALUE 'AGREES WITH PERIOD CLOSED ON '.
003380     05  WS-AGR-DATE             PIC 9(08).
003390     05  FILLER                  PIC X(57)  VALUE SPACES.
003400 01  WS-DIFFER-LINE.
003410     05  FILLER                  PIC X(02)  VALUE SPACES.
003420     05  FILLER                  PIC X(21)
003430         VALUE 'DIFFERS FROM CLOSE - '.
003440     05  WS-DIF-REASON           PIC X(60).
003450     05  FILLER                  PIC X(13)  VALUE SPACES.
003460 01  WS-AS-CLOSED-LINE.
003470     05  FILLER                  PIC X(02)  VALUE SPACES.
003480     05  FILLER                  PIC X(18)
003490         VALUE 'AS CLOSED RECORDS='.
003500     05  WS-ASC-COUNT            PIC ZZZZZZZZ9.
003510     05  FILLER                  PIC X(11)  VALUE ' MONTH NET='.
003520     05  WS-ASC-BAL              PIC -(13)9.99.
003530     05  FILLER                  PIC X(05)  VALUE ' OWN='.
003540     05  WS-ASC-OWN              PIC -(13)9.99.
003550     05  FILLER                  PIC X(06)  VALUE ' OPEN='.
003560     05  WS-ASC-OPEN             PIC ZZZZ9.
003570     05  FILLER                  PIC X(06)  VALUE SPACES.
003580 01  WS-NOT-RERUN-LINE.
003590     05  FILLER                  PIC X(07)  VALUE 'BRANCH '.
003600     05  WS-NRR-CODE             PIC X(03).
003610     05  FILLER                  PIC X(43)  VALUE
003620         ' WAS ON THE CLOSE BUT IS NOT IN THIS RERUN'.
003630     05  FILLER                  PIC X(43)  VALUE SPACES.
003640 01  WS-CLOSED-SUMMARY-LINE.
003650     05  FILLER                  PIC X(17)
003660         VALUE 'PERIOD CLOSED ON '.
003670     05  WS-CSM-DATE             PIC 9(08).
003680     05  FILLER                  PIC X(08)  VALUE ' STMT BY'.
003690     05  FILLER                  PIC X(01)  VALUE SPACE.
003700     05  WS-CSM-STMT             PIC X(08).
003710     05  FILLER                  PIC X(09)  VALUE ' AGING BY'.
003720     05  FILLER                  PIC X(01)  VALUE SPACE.
003730     05  WS-CSM-AGING            PIC X(08).
003740     05  FILLER                  PIC X(07)  VALUE ' AGREE='.
003750     05  WS-CSM-AGREE            PIC ZZZZ9.
003760     05  FILLER                  PIC X(08)  VALUE ' DIFFER='.
003770     05  WS-CSM-DIFFER           PIC ZZZZ9.
003780     05  FILLER                  PIC X(11)  VALUE SPACES.
003790 01  WS-TRAILER-LINE.
003800     05  FILLER                  PIC X(31)
003810         VALUE 'GENERATIONS WITHOUT DATE LINE ='.
003820     05  WS-TRL-UNDATED          PIC ZZZZ9.
003830     05  FILLER                  PIC X(21)
003840         VALUE ' RERUN DUPLICATES ='.
003850     05  WS-TRL-DUPS             PIC ZZZZ9.
003860     05  FILLER                  PIC X(34)  VALUE SPACES.
003870*
003880 PROCEDURE DIVISION.
003890*================================================================
003900 0000-MAINLINE.
003910*================================================================
003920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003930     IF WS-INPUT-IS-VALID
003940         PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT
003950         PERFORM 7000-WRITE-STATEMENTS THRU 7000-EXIT
003960     END-IF.
003970     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003980     GO TO 9999-EXIT.
003990*================================================================
004000 1000-INITIALIZE.
004010*================================================================
004020     ACCEPT STR.
004030     IF STR NOT NUMERIC
004040         DISPLAY "STATEMENT MONTH MUST BE YYYYMM - "
004050                 "RUN REJECTED"
004060         MOVE 'N' TO WS-VALID-INPUT-SWITCH
004070         GO TO 1000-EXIT
004080     END-IF.
004090     MOVE STR TO WS-STMT-MONTH.
004100     MOVE 0 TO WS-STMT-COUNT.
004110     MOVE 0 TO WS-UNDATED-COUNT.
004120     MOVE 0 TO WS-DUP-COUNT.
004130     PERFORM 1100-CLEAR-ONE-SEEN-DAY THRU 1100-EXIT
004140         VARYING WS-SEEN-IDX FROM 1 BY 1
004150         UNTIL WS-SEEN-IDX > 31.
004160     MOVE 0 TO WS-CUR-DATE.
004170     PERFORM 1200-LOAD-BRANCHES THRU 1200-EXIT.
004180     PERFORM 1300-LOAD-PERIOD THRU 1300-EXIT.
004190 1000-EXIT.
004200     EXIT.
004210*================================================================
004220 1100-CLEAR-ONE-SEEN-DAY.
004230*================================================================
004240     MOVE 'NNNNNNNN' TO WS-SEEN-DAY(WS-SEEN-IDX).
004250 1100-EXIT.
004260     EXIT.
004270*================================================================
004280 1200-LOAD-BRANCHES.
004290*================================================================
004300*    A BRANCH THE MASTER DOES NOT KNOW STILL GETS ITS
004310*    STATEMENT - ONLY THE NAME COLUMN SUFFERS - SO AN
004320*    OVERSIZE MASTER ONLY COSTS NAMES, NOT THE RUN.
004330     MOVE 0 TO WS-BMST-COUNT.
004340     OPEN INPUT BRANCH-MASTER-FILE.
004350     PERFORM 1250-READ-ONE-BRANCH THRU 1250-EXIT
004360         UNTIL WS-BMST-EOF.
004370     CLOSE BRANCH-MASTER-FILE.
004380 1200-EXIT.
004390     EXIT.
004400*================================================================
004410 1250-READ-ONE-BRANCH.
004420*================================================================
004430     READ BRANCH-MASTER-FILE
004440         AT END
004450             SET WS-BMST-EOF TO TRUE
004460     END-READ.
004470     IF NOT WS-BMST-EOF
004480         IF WS-BMST-COUNT >= WS-MAX-BRANCHES
004490             DISPLAY "BRANCH MASTER EXCEEDS TABLE CEILING "
004500                     "OF 500 - NAMES BEYOND IT NOT SHOWN"
004510             SET WS-BMST-EOF TO TRUE
004520         ELSE
004530             ADD 1 TO WS-BMST-COUNT
004540             MOVE BRCHMST-CODE TO BMST-CODE(WS-BMST-COUNT)
004550             MOVE BRCHMST-NAME TO BMST-NAME(WS-BMST-COUNT)
004560             MOVE BRCHMST-CURRENCY
004570                 TO BMST-CURRENCY(WS-BMST-COUNT)
004580         END-IF
004590     END-IF.
004600 1250-EXIT.
004610     EXIT.
004620*================================================================
004630 1300-LOAD-PERIOD.
004640*================================================================
004650*    A MONTH ON THE PERIOD CONTROL FILE HAS BEEN REPORTED TO
004660*    FINANCE - ITS FROZEN BRANCH FIGURES ARE LOADED SO THIS RUN
004670*    CAN SAY, BRANCH BY BRANCH, WHETHER IT REPRODUCES THEM.
004680     MOVE 0 TO WS-FRZ-COUNT.
004690     MOVE 0 TO WS-AGREE-COUNT.
004700     MOVE 0 TO WS-DIFFER-COUNT.
004710     CALL 'PRDLOAD' USING PRD-BLOCK.
004720     IF PRD-BAD-FILE
004730         DISPLAY "PERIOD CONTROL FILE MALFORMED - "
004740                 PRD-ERROR-TEXT " - RUN REJECTED"
004750         MOVE 'N' TO WS-VALID-INPUT-SWITCH
004760         GO TO 1300-EXIT
004770     END-IF.
004780     PERFORM 1320-MATCH-CLOSED-MONTH THRU 1320-EXIT
004790         VARYING WS-PRD-IDX FROM 1 BY 1
004800         UNTIL WS-PRD-IDX > PRD-COUNT
004810             OR WS-MONTH-IS-CLOSED.
004820     IF NOT WS-MONTH-IS-CLOSED
004830         GO TO 1300-EXIT
004840     END-IF.
004850     OPEN INPUT PERIOD-CONTROL-FILE.
004860     PERFORM 1350-TAKE-ONE-CONTROL THRU 1350-EXIT
004870         UNTIL WS-PRD-EOF OR NOT WS-INPUT-IS-VALID.
004880     CLOSE PERIOD-CONTROL-FILE.
004890     MOVE 'OPEN ON SUSPENSE AT CLOSE  =' TO WS-OPN-LABEL.
004900 1300-EXIT.
004910     EXIT.
004920*================================================================
004930 1320-MATCH-CLOSED-MONTH.
004940*================================================================
004950     IF PRD-MONTH(WS-PRD-IDX) = WS-STMT-MONTH
004960         SET WS-MONTH-IS-CLOSED TO TRUE
004970     END-IF.
004980 1320-EXIT.
004990     EXIT.
005000*================================================================
005010 1350-TAKE-ONE-CONTROL.
005020*================================================================
005030     READ PERIOD-CONTROL-FILE
005040         AT END
005050             SET WS-PRD-EOF TO TRUE
005060     END-READ.
005070     IF WS-PRD-EOF
005080         GO TO 1350-EXIT
005090     END-IF.
005100     IF PRDC-MONTH NOT = WS-STMT-MONTH
005110         GO TO 1350-EXIT
005120     END-IF.
005130     IF PRDC-IS-MONTH
005140         MOVE PRDC-CLOSE-DATE TO WS-CLOSE-DATE
005150         MOVE PRDC-STMT-SIGNOFF TO WS-CLOSE-STMT-SIGNOFF
005160         MOVE PRDC-AGING-SIGNOFF TO WS-CLOSE-AGING-SIGNOFF
005170         MOVE PRDC-UNDATED-COUNT TO WS-CLOSE-UNDATED
005180         MOVE PRDC-DUP-COUNT TO WS-CLOSE-DUPS
005190         GO TO 1350-EXIT
005200     END-IF.
005210     IF WS-FRZ-COUNT >= WS-MAX-BRANCHES
005220         DISPLAY "MORE THAN " WS-MAX-BRANCHES
005230                 " BRANCHES FROZEN FOR THE MONTH - RUN REJECTED"
005240         MOVE 'N' TO WS-VALID-INPUT-SWITCH
005250         GO TO 1350-EXIT
005260     END-IF.
005270     ADD 1 TO WS-FRZ-COUNT.
005280     MOVE PRDC-BRANCH TO FRZ-CODE(WS-FRZ-COUNT).
005290     MOVE PRDC-RECORDS TO FRZ-RECORDS(WS-FRZ-COUNT).
005300     MOVE PRDC-BASE-NET TO FRZ-BASE-NET(WS-FRZ-COUNT).
005310     MOVE PRDC-OWN-NET TO FRZ-OWN-NET(WS-FRZ-COUNT).
005320     MOVE PRDC-OPEN-COUNT TO FRZ-OPEN(WS-FRZ-COUNT).
005330     MOVE PRDC-NIGHTS TO FRZ-NIGHTS(WS-FRZ-COUNT).
005340     MOVE 'N' TO FRZ-MATCH-SWITCH(WS-FRZ-COUNT).
005350 1350-EXIT.
005360     EXIT.
005370*================================================================
005380 2000-LOAD-HISTORY.
005390*================================================================
005400     OPEN INPUT ADD-HISTORY-FILE.
005410     PERFORM 2100-TAKE-HISTORY-LINE THRU 2100-EXIT
005420         UNTIL WS-END-OF-FILE OR NOT WS-INPUT-IS-VALID.
005430     CLOSE ADD-HISTORY-FILE.
005440 2000-EXIT.
005450     EXIT.
005460*================================================================
005470 2100-TAKE-HISTORY-LINE.
005480*================================================================
005490*    THE SAME LINE CLASSIFICATION EVERY ADDRPT READER USES -
005500*    THE DATE LINES AND BRANCH SUBTOTALS, AND THE DETAIL LINES
005510*    FOR THE OWN-CURRENCY SUMS.
005520     READ ADD-HISTORY-FILE
005530         AT END
005540             SET WS-END-OF-FILE TO TRUE
005550     END-READ.
005560     IF WS-END-OF-FILE
005570         GO TO 2100-EXIT
005580     END-IF.
005590     IF RPTDTE-LABEL = 'REPORT DATE '
005600         MOVE RPTDTE-SOURCE TO WS-CUR-SOURCE
005610         MOVE RPTDTE-CYCLE TO WS-CUR-CYCLE
005620         IF RPTDTE-BASE-CURRENCY NOT = SPACES
005630             MOVE RPTDTE-BASE-CURRENCY TO WS-BASE-CURRENCY
005640         END-IF
005650         IF RPTDTE-DATE NUMERIC
005660             MOVE RPTDTE-DATE TO WS-CUR-DATE
005670             PERFORM 2150-CHECK-RERUN-DATE THRU 2150-EXIT
005680         ELSE
005690             MOVE 0 TO WS-CUR-DATE
005700         END-IF
005710         GO TO 2100-EXIT
005720     END-IF.
005730     IF RPTTOT-LABEL = 'CONTROL TOTALS'
005740*        END OF A GENERATION - AN UNDATED ONE IS TALLIED SO
005750*        THE TRAILER CAN SAY THE MONTH MAY BE SHORT A NIGHT.
005760         IF WS-CUR-DATE = 0 AND NOT WS-GEN-WAS-DUP
005770             ADD 1 TO WS-UNDATED-COUNT
005780         END-IF
005790         MOVE 'N' TO WS-GEN-DUP-SWITCH
005800         MOVE 0 TO WS-CUR-DATE
005810         GO TO 2100-EXIT
005820     END-IF.
005830     IF RPTSUB-LABEL(1:15) = 'BRANCH SUBTOTAL'
005840         PERFORM 2200-TAKE-SUBTOTAL THRU 2200-EXIT
005850         GO TO 2100-EXIT
005860     END-IF.
005870     IF RPT-SEQ(7:1) NUMERIC
005880         PERFORM 2250-TAKE-DETAIL THRU 2250-EXIT
005890     END-IF.
005900 2100-EXIT.
005910     EXIT.
005920*================================================================
005930 2150-CHECK-RERUN-DATE.
005940*================================================================
005950*    AMONG THE NIGHTLY STREAM'S OWN GENERATIONS THE FIRST ONE
005960*    SEEN STANDS FOR ITS DATE AND CUTOFF CYCLE - A SECOND ONE
005970*    FOR THE SAME CYCLE IS THE FAILED RUN BEHIND A RERUN AND
005980*    SUMMING IT WOULD DOUBLE THE CYCLE. A DATE'S MIDDAY AND
005990*    NIGHTLY CYCLES ARE DIFFERENT FEEDS AND SUM INTO THE SAME
006000*    NIGHT. A SUSPCYCL RESUBMIT PASS (HDR SOURCE SUSPRES ON
006010*    THE DATE LINE) OR AN ADJCYCL ADJUSTMENT PASS (ADJUST) IS
006020*    A REAL SECOND POST FOR THE SAME DATE AND ALWAYS SUMS, OR
006030*    THE MONTH WOULD NO LONGER TIE TO WHAT ACTUALLY POSTED.
006040     IF WS-CUR-YYYYMM NOT = WS-STMT-MONTH
006050         GO TO 2150-EXIT
006060     END-IF.
006070     IF WS-CUR-DD < 1 OR WS-CUR-DD > 31
006080         MOVE 0 TO WS-CUR-DATE
006090         GO TO 2150-EXIT
006100     END-IF.
006110     IF WS-CUR-SOURCE = 'SUSPRES' OR WS-CUR-SOURCE = 'ADJUST'
006120         GO TO 2150-EXIT
006130     END-IF.
006140     IF WS-CUR-CYCLE < '1' OR WS-CUR-CYCLE > '8'
006150         MOVE '1' TO WS-CUR-CYCLE
006160     END-IF.
006170     IF WS-SEEN-DAY(WS-CUR-DD)(WS-CUR-CYCLE-N:1) = 'Y'
006180         ADD 1 TO WS-DUP-COUNT
006190         SET WS-GEN-WAS-DUP TO TRUE
006200         MOVE 0 TO WS-CUR-DATE
006210         GO TO 2150-EXIT
006220     END-IF.
006230     MOVE 'Y' TO WS-SEEN-DAY(WS-CUR-DD)(WS-CUR-CYCLE-N:1).
006240 2150-EXIT.
006250     EXIT.
006260*================================================================
006270 2200-TAKE-SUBTOTAL.
006280*================================================================
006290     IF WS-CUR-DATE = 0
006300         GO TO 2200-EXIT
006310     END-IF.
006320     IF WS-CUR-YYYYMM NOT = WS-STMT-MONTH
006330         GO TO 2200-EXIT
006340     END-IF.
006350     IF WS-CUR-DD < 1 OR WS-CUR-DD > 31
006360         GO TO 2200-EXIT
006370     END-IF.
006380     MOVE RPTSUB-BRANCH TO WS-STMT-KEY.
006390     PERFORM 2280-FIND-OR-ADD-BRANCH THRU 2280-EXIT.
006400     IF WS-FOUND-IDX = 0
006410         GO TO 2200-EXIT
006420     END-IF.
006430     COMPUTE WS-SUB-COUNT = FUNCTION NUMVAL (RPTSUB-RECORDS).
006440     COMPUTE WS-SUB-BAL = FUNCTION NUMVAL (RPTSUB-BALANCE).
006450     ADD WS-SUB-COUNT
006460         TO STM-NGT-COUNT(WS-FOUND-IDX, WS-CUR-DD).
006470     ADD WS-SUB-BAL TO STM-NGT-BAL(WS-FOUND-IDX, WS-CUR-DD).
006480 2200-EXIT.
006490     EXIT.
006500*================================================================
006510 2250-TAKE-DETAIL.
006520*================================================================
006530*    THE PAIR'S SUM IN THE BRANCH'S OWN CURRENCY, UNDER THE SAME
006540*    NIGHT RULES AS THE SUBTOTAL IT FOOTS TO.
006550     IF WS-CUR-DATE = 0
006560         GO TO 2250-EXIT
006570     END-IF.
006580     IF WS-CUR-YYYYMM NOT = WS-STMT-MONTH
006590         GO TO 2250-EXIT
006600     END-IF.
006610     IF WS-CUR-DD < 1 OR WS-CUR-DD > 31
006620         GO TO 2250-EXIT
006630     END-IF.
006640     MOVE RPT-BRANCH TO WS-STMT-KEY.
006650     PERFORM 2280-FIND-OR-ADD-BRANCH THRU 2280-EXIT.
006660     IF WS-FOUND-IDX = 0
006670         GO TO 2250-EXIT
006680     END-IF.
006690     IF RPT-CURRENCY = SPACES
006700         COMPUTE WS-DTL-OWN = FUNCTION NUMVAL (RPT-SUM)
006710     ELSE
006720         COMPUTE WS-DTL-OWN = FUNCTION NUMVAL (RPT-ORIG-SUM)
006730     END-IF.
006740     ADD WS-DTL-OWN TO STM-NGT-OWN(WS-FOUND-IDX, WS-CUR-DD).
006750 2250-EXIT.
006760     EXIT.
006770*================================================================
006780 2280-FIND-OR-ADD-BRANCH.
006790*================================================================
006800*    SETS WS-FOUND-IDX TO THE STATEMENT ROW FOR WS-STMT-KEY,
006810*    OPENING A ROW THE FIRST TIME THE BRANCH IS SEEN. ZERO WHEN
006820*    THE TABLE IS FULL AND THE RUN HAS BEEN REJECTED.
006830     PERFORM 2300-FIND-STMT-BRANCH THRU 2300-EXIT.
006840     IF WS-FOUND-IDX > 0
006850         GO TO 2280-EXIT
006860     END-IF.
006870     IF WS-STMT-COUNT >= WS-MAX-BRANCHES
006880         DISPLAY "MORE THAN " WS-MAX-BRANCHES
006890                 " BRANCHES ON THE MONTH - RUN REJECTED"
006900         MOVE 'N' TO WS-VALID-INPUT-SWITCH
006910         GO TO 2280-EXIT
006920     END-IF.
006930     ADD 1 TO WS-STMT-COUNT.
006940     MOVE WS-STMT-COUNT TO WS-FOUND-IDX.
006950     MOVE WS-STMT-KEY TO STM-CODE(WS-FOUND-IDX).
006960     PERFORM 2350-CLEAR-ONE-NIGHT THRU 2350-EXIT
006970         VARYING WS-NIGHT-IDX FROM 1 BY 1
006980         UNTIL WS-NIGHT-IDX > 31.
006990 2280-EXIT.
007000     EXIT.
007010*================================================================
007020 2300-FIND-STMT-BRANCH.
007030*================================================================
007040     MOVE 0 TO WS-FOUND-IDX.
007050     PERFORM 2320-MATCH-STMT-BRANCH THRU 2320-EXIT
007060         VARYING WS-STMT-IDX FROM 1 BY 1
007070         UNTIL WS-STMT-IDX > WS-STMT-COUNT
007080             OR WS-FOUND-IDX > 0.
007090 2300-EXIT.
007100     EXIT.
007110*================================================================
007120 2320-MATCH-STMT-BRANCH.
007130*================================================================
007140     IF STM-CODE(WS-STMT-IDX) = WS-STMT-KEY
007150         MOVE WS-STMT-IDX TO WS-FOUND-IDX
007160     END-IF.
007170 2320-EXIT.
007180     EXIT.
007190*================================================================
007200 2350-CLEAR-ONE-NIGHT.
007210*================================================================
007220     MOVE 0 TO STM-NGT-COUNT(WS-FOUND-IDX, WS-NIGHT-IDX).
007230     MOVE 0 TO STM-NGT-BAL(WS-FOUND-IDX, WS-NIGHT-IDX).
007240     MOVE 0 TO STM-NGT-OWN(WS-FOUND-IDX, WS-NIGHT-IDX).
007250 2350-EXIT.
007260     EXIT.
007270*================================================================
007280 7000-WRITE-STATEMENTS.
007290*================================================================
007300     OPEN OUTPUT STATEMENT-FILE.
007310     PERFORM 7100-WRITE-ONE-STATEMENT THRU 7100-EXIT
007320         VARYING WS-STMT-IDX FROM 1 BY 1
007330         UNTIL WS-STMT-IDX > WS-STMT-COUNT.
007340     MOVE WS-UNDATED-COUNT TO WS-TRL-UNDATED.
007350     MOVE WS-DUP-COUNT TO WS-TRL-DUPS.
007360     WRITE STM-REPORT-RECORD FROM WS-TRAILER-LINE.
007370     IF WS-MONTH-IS-CLOSED
007380         PERFORM 7600-CLOSE-SUMMARY THRU 7600-EXIT
007390     END-IF.
007400     CLOSE STATEMENT-FILE.
007410 7000-EXIT.
007420     EXIT.
007430*================================================================
007440 7100-WRITE-ONE-STATEMENT.
007450*================================================================
007460     MOVE STM-CODE(WS-STMT-IDX) TO WS-BHD-CODE.
007470     PERFORM 7150-FIND-BRANCH-NAME THRU 7150-EXIT.
007480     IF WS-BMST-FOUND-IDX > 0
007490         MOVE BMST-NAME(WS-BMST-FOUND-IDX) TO WS-BHD-NAME
007500         MOVE BMST-CURRENCY(WS-BMST-FOUND-IDX) TO WS-OWN-CURRENCY
007510     ELSE
007520         MOVE '** NOT ON MASTER **' TO WS-BHD-NAME
007530         MOVE SPACES TO WS-OWN-CURRENCY
007540     END-IF.
007550*    A BLANK MASTER CURRENCY IS THE BASE CURRENCY.
007560     IF WS-OWN-CURRENCY = SPACES
007570         MOVE WS-BASE-CURRENCY TO WS-OWN-CURRENCY
007580     END-IF.
007590     MOVE WS-OWN-CURRENCY TO WS-BHD-CURRENCY.
007600     MOVE WS-BASE-CURRENCY TO WS-NGT-BASE-CCY.
007610     MOVE WS-OWN-CURRENCY TO WS-NGT-OWN-CCY.
007620     MOVE WS-BASE-CURRENCY TO WS-MTH-BASE-CCY.
007630     MOVE WS-OWN-CURRENCY TO WS-MTH-OWN-CCY.
007640     MOVE WS-STMT-MONTH TO WS-BHD-MONTH.
007650     WRITE STM-REPORT-RECORD FROM WS-BRANCH-HEADER-LINE.
007660     MOVE 0 TO WS-MONTH-COUNT.
007670     MOVE 0 TO WS-MONTH-BAL.
007680     MOVE 0 TO WS-MONTH-OWN.
007690     PERFORM 7200-WRITE-ONE-NIGHT THRU 7200-EXIT
007700         VARYING WS-NIGHT-IDX FROM 1 BY 1
007710         UNTIL WS-NIGHT-IDX > 31.
007720     MOVE WS-MONTH-COUNT TO WS-MTH-COUNT-D.
007730     MOVE WS-MONTH-BAL TO WS-MTH-BAL-D.
007740     MOVE WS-MONTH-OWN TO WS-MTH-OWN-D.
007750     WRITE STM-REPORT-RECORD FROM WS-MONTH-TOTAL-LINE.
007760     PERFORM 7300-WRITE-SUSPENSE-SECTION THRU 7300-EXIT.
007770     IF WS-MONTH-IS-CLOSED
007780         PERFORM 7400-COMPARE-FROZEN THRU 7400-EXIT
007790     END-IF.
007800 7100-EXIT.
007810     EXIT.
007820*================================================================
007830 7150-FIND-BRANCH-NAME.
007840*================================================================
007850     MOVE 0 TO WS-BMST-FOUND-IDX.
007860     PERFORM 7170-MATCH-BRANCH-NAME THRU 7170-EXIT
007870         VARYING WS-BMST-IDX FROM 1 BY 1
007880         UNTIL WS-BMST-IDX > WS-BMST-COUNT
007890             OR WS-BMST-FOUND-IDX > 0.
007900 7150-EXIT.
007910     EXIT.
007920*================================================================
007930 7170-MATCH-BRANCH-NAME.
007940*================================================================
007950     IF BMST-CODE(WS-BMST-IDX) = STM-CODE(WS-STMT-IDX)
007960         MOVE WS-BMST-IDX TO WS-BMST-FOUND-IDX
007970     END-IF.
007980 7170-EXIT.
007990     EXIT.
008000*================================================================
008010 7200-WRITE-ONE-NIGHT.
008020*================================================================
008030*    A NIGHT WITH NO SUBTOTAL FOR THE BRANCH PRINTS NOTHING -
008040*    THE STATEMENT SHOWS THE NIGHTS THE BRANCH ACTUALLY FED.
008050     IF STM-NGT-COUNT(WS-STMT-IDX, WS-NIGHT-IDX) = 0
008060         AND STM-NGT-BAL(WS-STMT-IDX, WS-NIGHT-IDX) = 0
008070         GO TO 7200-EXIT
008080     END-IF.
008090     MOVE WS-STMT-MONTH TO WS-NGT-YYYYMM.
008100     MOVE WS-NIGHT-IDX TO WS-NGT-DD.
008110     MOVE WS-NIGHT-DATE TO WS-NGT-DATE-D.
008120     MOVE STM-NGT-COUNT(WS-STMT-IDX, WS-NIGHT-IDX)
008130         TO WS-NGT-COUNT-D.
008140     MOVE STM-NGT-BAL(WS-STMT-IDX, WS-NIGHT-IDX)
008150         TO WS-NGT-BAL-D.
008160     MOVE STM-NGT-OWN(WS-STMT-IDX, WS-NIGHT-IDX)
008170         TO WS-NGT-OWN-D.
008180     WRITE STM-REPORT-RECORD FROM WS-NIGHT-LINE.
008190     ADD STM-NGT-COUNT(WS-STMT-IDX, WS-NIGHT-IDX)
008200         TO WS-MONTH-COUNT.
008210     ADD STM-NGT-BAL(WS-STMT-IDX, WS-NIGHT-IDX)
008220         TO WS-MONTH-BAL.
008230     ADD STM-NGT-OWN(WS-STMT-IDX, WS-NIGHT-IDX)
008240         TO WS-MONTH-OWN.
008250 7200-EXIT.
008260     EXIT.
008270*================================================================
008280 7300-WRITE-SUSPENSE-SECTION.
008290*================================================================
008300*    ONE PASS PER BRANCH - THE FILE IS SMALL AND THE RUN IS
008310*    MONTHLY. ITEMS REJECTED IN THE STATEMENT MONTH LIST WITH
008320*    THEIR STATUS; OPEN ITEMS OF ANY AGE JOIN THE COUNT.
008330     MOVE 0 TO WS-OPEN-COUNT.
008340     MOVE 0 TO WS-REJ-MONTH-COUNT.
008350     MOVE 0 TO WS-CLEARED-SINCE-COUNT.
008360     MOVE 0 TO WS-CLOSE-DAY-COUNT.
008370     MOVE 'N' TO WS-EOF-SWITCH.
008380     OPEN INPUT ADD-SUSPENSE-FILE.
008390     PERFORM 7350-TAKE-ONE-SUSPENSE THRU 7350-EXIT
008400         UNTIL WS-END-OF-FILE.
008410     CLOSE ADD-SUSPENSE-FILE.
008420     MOVE WS-REJ-MONTH-COUNT TO WS-REJM-COUNT.
008430     WRITE STM-REPORT-RECORD FROM WS-REJ-MONTH-LINE.
008440     MOVE WS-OPEN-COUNT TO WS-OPN-COUNT.
008450     WRITE STM-REPORT-RECORD FROM WS-OPEN-LINE.
008460     IF WS-MONTH-IS-CLOSED
008470         MOVE WS-CLEARED-SINCE-COUNT TO WS-CLS-COUNT
008480         WRITE STM-REPORT-RECORD FROM WS-CLEARED-SINCE-LINE
008490     END-IF.
008500     MOVE 'N' TO WS-EOF-SWITCH.
008510 7300-EXIT.
008520     EXIT.
008530*================================================================
008540 7350-TAKE-ONE-SUSPENSE.
008550*================================================================
008560     READ ADD-SUSPENSE-FILE
008570         AT END
008580             SET WS-END-OF-FILE TO TRUE
008590     END-READ.
008600     IF WS-END-OF-FILE
008610         GO TO 7350-EXIT
008620     END-IF.
008630     IF SUSP-ORIGINAL(1:3) NOT = STM-CODE(WS-STMT-IDX)
008640         GO TO 7350-EXIT
008650     END-IF.
008660     IF WS-MONTH-IS-CLOSED
008670         PERFORM 7370-TAKE-AS-OF-CLOSE THRU 7370-EXIT
008680         GO TO 7350-EXIT
008690     END-IF.
008700     IF SUSP-OPEN
008710         ADD 1 TO WS-OPEN-COUNT
008720     END-IF.
008730     IF SUSP-REJECT-DATE NUMERIC
008740         AND SUSP-REJECT-DATE(1:6) = STR
008750         ADD 1 TO WS-REJ-MONTH-COUNT
008760         MOVE SUSP-REJECT-DATE TO WS-SUS-DATE
008770         MOVE SUSP-SEQ TO WS-SUS-SEQ
008780         MOVE SUSP-REASON TO WS-SUS-REASON
008790         IF SUSP-OPEN
008800             MOVE 'OPEN' TO WS-SUS-STATUS
008810         ELSE
008820             MOVE 'CLEARED' TO WS-SUS-STATUS
008830         END-IF
008840         WRITE STM-REPORT-RECORD FROM WS-SUSP-LINE
008850     END-IF.
008860 7350-EXIT.
008870     EXIT.
008880*================================================================
008890 7370-TAKE-AS-OF-CLOSE.
008900*================================================================
008910*    A CLOSED MONTH IS RESTATED AS OF ITS CLOSE DATE - AN ITEM
008920*    WAS OPEN AT CLOSE IF IT WAS REJECTED BY THEN AND HAD NOT
008930*    BEEN CLEARED BY THEN, WHATEVER SUSPRES HAS DONE SINCE. THE
008940*    CLOSE IS TAKEN AS THE END OF ITS DATE, SO AN ITEM REJECTED
008950*    OR CLEARED ON THE CLOSE DATE ITSELF IS TALLIED TO EXPLAIN
008960*    AN OPEN COUNT THAT DOES NOT AGREE.
008970     IF SUSP-REJECT-DATE NOT NUMERIC
008980         GO TO 7370-EXIT
008990     END-IF.
009000     IF SUSP-REJECT-DATE = WS-CLOSE-DATE
009010         ADD 1 TO WS-CLOSE-DAY-COUNT
009020     END-IF.
009030     IF SUSP-CLEARED
009040         AND SUSP-CLEARED-DATE NUMERIC
009050         AND SUSP-CLEARED-DATE = WS-CLOSE-DATE
009060         ADD 1 TO WS-CLOSE-DAY-COUNT
009070     END-IF.
009080     IF SUSP-REJECT-DATE > WS-CLOSE-DATE
009090         GO TO 7370-EXIT
009100     END-IF.
009110     MOVE 'CLEARED' TO WS-SUS-STATUS.
009120     IF SUSP-OPEN
009130         ADD 1 TO WS-OPEN-COUNT
009140         MOVE 'OPEN' TO WS-SUS-STATUS
009150     END-IF.
009160     IF SUSP-CLEARED
009170         AND SUSP-CLEARED-DATE NUMERIC
009180         AND SUSP-CLEARED-DATE > WS-CLOSE-DATE
009190         ADD 1 TO WS-OPEN-COUNT
009200         ADD 1 TO WS-CLEARED-SINCE-COUNT
009210         MOVE 'OPEN' TO WS-SUS-STATUS
009220     END-IF.
009230     IF SUSP-REJECT-DATE(1:6) = STR
009240         ADD 1 TO WS-REJ-MONTH-COUNT
009250         MOVE SUSP-REJECT-DATE TO WS-SUS-DATE
009260         MOVE SUSP-SEQ TO WS-SUS-SEQ
009270         MOVE SUSP-REASON TO WS-SUS-REASON
009280         WRITE STM-REPORT-RECORD FROM WS-SUSP-LINE
009290     END-IF.
009300 7370-EXIT.
009310     EXIT.
009320*================================================================
009330 7400-COMPARE-FROZEN.
009340*================================================================
009350*    HOLDS THE BRANCH'S RESTATED MONTH TO THE FIGURES FROZEN AT
009360*    CLOSE AND SAYS WHICH WAY IT AGREES OR WHY IT DOES NOT -
009370*    A NIGHT'S GENERATION MISSING FROM OR ADDED TO THE
009380*    CONCATENATION FIRST, THEN A DIFFERENT SET OF UNDATED OR
009390*    RERUN GENERATIONS, THEN THE SUSPENSE COUNT.
009400     MOVE STM-CODE(WS-STMT-IDX) TO WS-STMT-KEY.
009410     MOVE 0 TO WS-FRZ-FOUND-IDX.
009420     PERFORM 7420-MATCH-FROZEN-BRANCH THRU 7420-EXIT
009430         VARYING WS-FRZ-IDX FROM 1 BY 1
009440         UNTIL WS-FRZ-IDX > WS-FRZ-COUNT
009450             OR WS-FRZ-FOUND-IDX > 0.
009460     IF WS-FRZ-FOUND-IDX = 0
009470         MOVE 'BRANCH WAS NOT ON THE STATEMENT CLOSED'
009480             TO WS-DIFF-REASON
009490         PERFORM 7480-WRITE-DIFFERENCE THRU 7480-EXIT
009500         GO TO 7400-EXIT
009510     END-IF.
009520     SET FRZ-MATCHED(WS-FRZ-FOUND-IDX) TO TRUE.
009530     IF WS-MONTH-COUNT = FRZ-RECORDS(WS-FRZ-FOUND-IDX)
009540         AND WS-MONTH-BAL = FRZ-BASE-NET(WS-FRZ-FOUND-IDX)
009550         AND WS-MONTH-OWN = FRZ-OWN-NET(WS-FRZ-FOUND-IDX)
009560         AND WS-OPEN-COUNT = FRZ-OPEN(WS-FRZ-FOUND-IDX)
009570         ADD 1 TO WS-AGREE-COUNT
009580         MOVE WS-CLOSE-DATE TO WS-AGR-DATE
009590         WRITE STM-REPORT-RECORD FROM WS-AGREE-LINE
009600         GO TO 7400-EXIT
009610     END-IF.
009620     MOVE SPACES TO WS-DIFF-REASON.
009630     IF WS-MONTH-COUNT NOT = FRZ-RECORDS(WS-FRZ-FOUND-IDX)
009640         OR WS-MONTH-BAL NOT = FRZ-BASE-NET(WS-FRZ-FOUND-IDX)
009650         OR WS-MONTH-OWN NOT = FRZ-OWN-NET(WS-FRZ-FOUND-IDX)
009660         PERFORM 7440-EXPLAIN-FIGURES THRU 7440-EXIT
009670     ELSE
009680         IF WS-CLOSE-DAY-COUNT > 0
009690             MOVE 'SUSPENSE MOVED ON THE CLOSE DATE ITSELF'
009700                 TO WS-DIFF-REASON
009710         ELSE
009720             MOVE 'SUSPENSE FILE DIFFERS FROM THE ONE CLOSED'
009730                 TO WS-DIFF-REASON
009740         END-IF
009750     END-IF.
009760     PERFORM 7480-WRITE-DIFFERENCE THRU 7480-EXIT.
009770 7400-EXIT.
009780     EXIT.
009790*================================================================
009800 7420-MATCH-FROZEN-BRANCH.
009810*================================================================
009820     IF FRZ-CODE(WS-FRZ-IDX) = WS-STMT-KEY
009830         MOVE WS-FRZ-IDX TO WS-FRZ-FOUND-IDX
009840     END-IF.
009850 7420-EXIT.
009860     EXIT.
009870*================================================================
009880 7440-EXPLAIN-FIGURES.
009890*================================================================
009900*    THE NIGHTS THIS RUN FOUND, IN THE SAME SHAPE AS THE FROZEN
009910*    ONES - A NIGHT PRINTS (AND WAS FROZEN) ONLY WHEN IT HAS A
009920*    COUNT OR A BALANCE.
009930     MOVE ALL 'N' TO WS-RUN-NIGHTS.
009940     PERFORM 7450-MARK-ONE-NIGHT THRU 7450-EXIT
009950         VARYING WS-NIGHT-IDX FROM 1 BY 1
009960         UNTIL WS-NIGHT-IDX > 31.
009970     PERFORM 7460-COMPARE-ONE-NIGHT THRU 7460-EXIT
009980         VARYING WS-NIGHT-IDX FROM 1 BY 1
009990         UNTIL WS-NIGHT-IDX > 31
010000             OR WS-DIFF-REASON NOT = SPACES.
010010     IF WS-DIFF-REASON NOT = SPACES
010020         GO TO 7440-EXIT
010030     END-IF.
010040     IF WS-UNDATED-COUNT NOT = WS-CLOSE-UNDATED
010050         OR WS-DUP-COUNT NOT = WS-CLOSE-DUPS
010060         MOVE 'UNDATED OR RERUN GENERATIONS DIFFER FROM CLOSE'
010070             TO WS-DIFF-REASON
010080         GO TO 7440-EXIT
010090     END-IF.
010100     MOVE 'SAME NIGHTS, DIFFERENT FIGURES - A GENERATION WAS '
010110         TO WS-DIFF-REASON.
010120     MOVE 'REPLACED' TO WS-DIFF-REASON(51:8).
010130 7440-EXIT.
010140     EXIT.
010150*================================================================
010160 7450-MARK-ONE-NIGHT.
010170*================================================================
010180     IF STM-NGT-COUNT(WS-STMT-IDX, WS-NIGHT-IDX) NOT = 0
010190         OR STM-NGT-BAL(WS-STMT-IDX, WS-NIGHT-IDX) NOT = 0
010200         MOVE 'Y' TO WS-RUN-NIGHTS(WS-NIGHT-IDX:1)
010210     END-IF.
010220 7450-EXIT.
010230     EXIT.
010240*================================================================
010250 7460-COMPARE-ONE-NIGHT.
010260*================================================================
010270     IF WS-RUN-NIGHTS(WS-NIGHT-IDX:1) =
010280         FRZ-NIGHTS(WS-FRZ-FOUND-IDX)(WS-NIGHT-IDX:1)
010290         GO TO 7460-EXIT
010300     END-IF.
010310     MOVE WS-STMT-MONTH TO WS-NGT-YYYYMM.
010320     MOVE WS-NIGHT-IDX TO WS-NGT-DD.
010330     IF WS-RUN-NIGHTS(WS-NIGHT-IDX:1) = 'Y'
010340         STRING 'NIGHT ' DELIMITED BY SIZE
010350                WS-NIGHT-DATE DELIMITED BY SIZE
010360                ' IS NOT IN THE CLOSE' DELIMITED BY SIZE
010370             INTO WS-DIFF-REASON
010380     ELSE
010390         STRING 'NIGHT ' DELIMITED BY SIZE
010400                WS-NIGHT-DATE DELIMITED BY SIZE
010410                ' IS MISSING FROM ADDHIST' DELIMITED BY SIZE
010420             INTO WS-DIFF-REASON
010430     END-IF.
010440 7460-EXIT.
010450     EXIT.
010460*================================================================
010470 7480-WRITE-DIFFERENCE.
010480*================================================================
010490     ADD 1 TO WS-DIFFER-COUNT.
010500     MOVE WS-DIFF-REASON TO WS-DIF-REASON.
010510     WRITE STM-REPORT-RECORD FROM WS-DIFFER-LINE.
010520     IF WS-FRZ-FOUND-IDX = 0
010530         GO TO 7480-EXIT
010540     END-IF.
010550     MOVE FRZ-RECORDS(WS-FRZ-FOUND-IDX) TO WS-ASC-COUNT.
010560     MOVE FRZ-BASE-NET(WS-FRZ-FOUND-IDX) TO WS-ASC-BAL.
010570     MOVE FRZ-OWN-NET(WS-FRZ-FOUND-IDX) TO WS-ASC-OWN.
010580     MOVE FRZ-OPEN(WS-FRZ-FOUND-IDX) TO WS-ASC-OPEN.
010590     WRITE STM-REPORT-RECORD FROM WS-AS-CLOSED-LINE.
010600 7480-EXIT.
010610     EXIT.
010620*================================================================
010630 7600-CLOSE-SUMMARY.
010640*================================================================
010650*    A FROZEN BRANCH THIS RERUN NEVER REACHED IS A DIFFERENCE
010660*    TOO - ITS NIGHTS ARE GONE FROM THE CONCATENATION.
010670     PERFORM 7650-CHECK-ONE-FROZEN THRU 7650-EXIT
010680         VARYING WS-FRZ-IDX FROM 1 BY 1
010690         UNTIL WS-FRZ-IDX > WS-FRZ-COUNT.
010700     MOVE WS-CLOSE-DATE TO WS-CSM-DATE.
010710     MOVE WS-CLOSE-STMT-SIGNOFF TO WS-CSM-STMT.
010720     MOVE WS-CLOSE-AGING-SIGNOFF TO WS-CSM-AGING.
010730     MOVE WS-AGREE-COUNT TO WS-CSM-AGREE.
010740     MOVE WS-DIFFER-COUNT TO WS-CSM-DIFFER.
010750     WRITE STM-REPORT-RECORD FROM WS-CLOSED-SUMMARY-LINE.
010760 7600-EXIT.
010770     EXIT.
010780*================================================================
010790 7650-CHECK-ONE-FROZEN.
010800*================================================================
010810     IF NOT FRZ-MATCHED(WS-FRZ-IDX)
010820         ADD 1 TO WS-DIFFER-COUNT
010830         MOVE FRZ-CODE(WS-FRZ-IDX) TO WS-NRR-CODE
010840         WRITE STM-REPORT-RECORD FROM WS-NOT-RERUN-LINE
010850     END-IF.
010860 7650-EXIT.
010870     EXIT.
010880*================================================================
010890 8000-TERMINATE.
010900*================================================================
010910*    A CLOSED MONTH THAT DOES NOT REPRODUCE ITS FROZEN FIGURES
010920*    ENDS RC 4 - THE STATEMENT IS WRITTEN BUT IS NOT WHAT
010930*    FINANCE WAS GIVEN.
010940     IF WS-INPUT-IS-VALID
010950         MOVE 0 TO RETURN-CODE
010960         IF WS-DIFFER-COUNT > 0
010970             MOVE 4 TO RETURN-CODE
010980         END-IF
010990     ELSE
011000         MOVE 8 TO RETURN-CODE
011010     END-IF.
011020 8000-EXIT.
011030     EXIT.
011040*================================================================
011050 9999-EXIT.
011060     STOP RUN.
