000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     PRDCLS.
000030 AUTHOR.         S. KOVALENKO.
000040 INSTALLATION.   RECONCILIATION BATCH.
000050 DATE-WRITTEN.   OCT 2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 SK  ORIGINAL VERSION. MONTH-END PERIOD CLOSE. ONCE
000110*                THE MONTH'S BRANCH STATEMENT (ADDSTMT) AND THE
000120*                SUSPENSE AGING (SUSPAGE) HAVE BEEN SIGNED OFF
000130*                AND REPORTED TO FINANCE, THIS RUN MARKS THE
000140*                MONTH CLOSED ON THE PERIOD CONTROL FILE
000150*                (PRDCTL (0) IN, (+1) OUT) AND FREEZES, FROM
000160*                THE SIGNED-OFF STATEMENT ITSELF, EACH BRANCH'S
000170*                MONTH TOTALS, THE NIGHTS IT FED AND ITS OPEN
000180*                SUSPENSE COUNT AS OF CLOSE. AFTER THAT THE
000190*                ADDER REFUSES ANY PASS DATED IN THE MONTH AND
000200*                AN ADDSTMT RERUN FOR IT IS HELD TO THE FROZEN
000210*                FIGURES. THE SYSIN CARD NAMES THE MONTH AND
000220*                WHO SIGNED OFF EACH REPORT. THE CLOSE IS
000230*                REFUSED RC 8 - THE CONTROL FILE CARRIED FORWARD
000240*                UNCHANGED - WHEN THE CARD IS INCOMPLETE, THE
000250*                MONTH HAS NOT ENDED, IS ALREADY CLOSED OR IS
000260*                NOT THE MONTH AFTER THE LATEST CLOSED ONE, THE
000270*                STATEMENT IS FOR ANOTHER MONTH OR INCOMPLETE,
000280*                THE AGING WAS RUN BEFORE THE MONTH ENDED, OR
000290*                SUSPENSE HAS MOVED SINCE THE STATEMENT WAS CUT
000300*                (ITS OPEN COUNTS WOULD NO LONGER BE AS OF
000310*                CLOSE). THE CLOSE REPORT (CLSRPT) LISTS THE
000320*                FROZEN FIGURES OR THE REASON FOR THE REFUSAL.
000330* 2026-10-15 SK  THE SUSPENSE CROSS-CHECK ALSO COVERS BRANCHES
000340*                WITH NO STATEMENT PAGE. AN OPEN SUSPENSE ITEM
000350*                REJECTED IN OR BEFORE THE MONTH FOR A BRANCH THE
000360*                STATEMENT DOES NOT SHOW REFUSES THE CLOSE RC 8,
000370*                NAMING THE BRANCH ON CLSRPT AND EACH ITEM ON
000380*                SYSOUT.
000390*================================================================
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.    IBM-370.
000430 OBJECT-COMPUTER.    IBM-370.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT STATEMENT-FILE ASSIGN TO STMRPT
000470            ORGANIZATION IS LINE SEQUENTIAL.
000480     SELECT AGING-REPORT-FILE ASSIGN TO AGERPT
000490            ORGANIZATION IS LINE SEQUENTIAL.
000500     SELECT ADD-SUSPENSE-FILE ASSIGN TO ADDSUSP
000510            ORGANIZATION IS LINE SEQUENTIAL.
000520     SELECT OPTIONAL PERIOD-CONTROL-FILE ASSIGN TO PRDCTL
000530            ORGANIZATION IS LINE SEQUENTIAL
000540            FILE STATUS IS WS-PRD-STATUS.
000550     SELECT PERIOD-CONTROL-OUT ASSIGN TO PRDCTLO
000560            ORGANIZATION IS LINE SEQUENTIAL.
000570     SELECT CLOSE-REPORT-FILE ASSIGN TO CLSRPT
000580            ORGANIZATION IS LINE SEQUENTIAL.
000590*
000600 DATA DIVISION.
000610 FILE SECTION.
000620*    THE SIGNED-OFF STATEMENT, VIEWED LINE BY LINE AS ADDSTMT
000630*    WRITES IT - BRANCH HEADER, NIGHT LINES, MONTH TOTAL,
000640*    SUSPENSE LINES AND COUNTS, AND ONE TRAILER AT THE END.
000650 FD  STATEMENT-FILE
000660     RECORD CONTAINS 96 CHARACTERS.
000670 01  STMB-LINE.
000680     05  STMB-LABEL              PIC X(07).
000690     05  STMB-CODE               PIC X(03).
000700     05  FILLER                  PIC X(01).
000710     05  STMB-NAME               PIC X(20).
000720     05  STMB-FOR                PIC X(15).
000730     05  STMB-MONTH              PIC X(06).
000740     05  FILLER                  PIC X(44).
000750 01  STMN-LINE.
000760     05  FILLER                  PIC X(02).
000770     05  STMN-DATE               PIC X(08).
000780     05  STMN-DATE-X REDEFINES STMN-DATE.
000790         10  FILLER              PIC X(06).
000800         10  STMN-DD             PIC 9(02).
000810     05  STMN-LABEL              PIC X(09).
000820     05  FILLER                  PIC X(77).
000830 01  STMM-LINE.
000840     05  FILLER                  PIC X(02).
000850     05  STMM-LABEL              PIC X(14).
000860     05  STMM-COUNT              PIC X(09).
000870     05  FILLER                  PIC X(11).
000880     05  STMM-BAL                PIC X(17).
000890     05  FILLER                  PIC X(09).
000900     05  STMM-OWN                PIC X(17).
000910     05  FILLER                  PIC X(17).
000920 01  STMO-LINE.
000930     05  FILLER                  PIC X(02).
000940     05  STMO-LABEL              PIC X(28).
000950     05  STMO-COUNT              PIC X(05).
000960     05  FILLER                  PIC X(61).
000970 01  STMT-TRAILER-LINE.
000980     05  STMT-TRL-LABEL          PIC X(31).
000990     05  STMT-TRL-UNDATED        PIC X(05).
001000     05  FILLER                  PIC X(21).
001010     05  STMT-TRL-DUPS           PIC X(05).
001020     05  FILLER                  PIC X(34).
001030*
001040*    ONLY THE AGING REPORT'S HEADER IS READ - IT SAYS WHEN THE
001050*    SIGNED-OFF AGING WAS TAKEN.
001060 FD  AGING-REPORT-FILE
001070     RECORD CONTAINS 100 CHARACTERS.
001080 01  AGE-HEADER-LINE.
001090     05  AGE-LABEL               PIC X(26).
001100     05  AGE-DATE                PIC X(08).
001110     05  FILLER                  PIC X(66).
001120*
001130 FD  ADD-SUSPENSE-FILE
001140     RECORD CONTAINS 75 CHARACTERS.
001150     COPY ADDSUSP.
001160*
001170 FD  PERIOD-CONTROL-FILE
001180     RECORD CONTAINS 100 CHARACTERS.
001190 01  PRDCTL-IN-RECORD            PIC X(100).
001200*
001210 FD  PERIOD-CONTROL-OUT
001220     RECORD CONTAINS 100 CHARACTERS.
001230     COPY PRDCTL.
001240*
001250 FD  CLOSE-REPORT-FILE
001260     RECORD CONTAINS 96 CHARACTERS.
001270 01  CLS-REPORT-RECORD           PIC X(96).
001280*
001290 WORKING-STORAGE SECTION.
001300*----------------------------------------------------------------
001310* CONSTANTS
001320*----------------------------------------------------------------
001330*    THE FREEZE TABLE OCCURS 500 BRANCHES, THE SAME CEILING AS
001340*    THE STATEMENT ITSELF (ADDSTMT).
001350 77  WS-MAX-BRANCHES             PIC 9(03)  VALUE 500.
001360*----------------------------------------------------------------
001370* SWITCHES
001380*----------------------------------------------------------------
001390 01  WS-SWITCHES.
001400     05  WS-VALID-RUN-SWITCH     PIC X(01)  VALUE 'Y'.
001410         88  WS-RUN-IS-VALID                VALUE 'Y'.
001420     05  WS-EOF-SWITCH           PIC X(01)  VALUE 'N'.
001430         88  WS-END-OF-FILE                 VALUE 'Y'.
001440     05  WS-TRAILER-SWITCH       PIC X(01)  VALUE 'N'.
001450         88  WS-TRAILER-SEEN                VALUE 'Y'.
001460     05  WS-MOVED-SWITCH         PIC X(01)  VALUE 'N'.
001470         88  WS-SUSPENSE-MOVED              VALUE 'Y'.
001480*----------------------------------------------------------------
001490* OPERATOR INPUT - THE CLOSE CARD
001500*     COL 01-06  MONTH TO CLOSE (YYYYMM)
001510*     COL 08-15  WHO SIGNED OFF THE BRANCH STATEMENT
001520*     COL 17-24  WHO SIGNED OFF THE SUSPENSE AGING
001530*----------------------------------------------------------------
001540 01  WS-CLOSE-CARD.
001550     05  WS-CC-MONTH             PIC X(06).
001560     05  WS-CC-MONTH-N REDEFINES WS-CC-MONTH.
001570         10  WS-CC-YYYY          PIC 9(04).
001580         10  WS-CC-MM            PIC 9(02).
001590     05  FILLER                  PIC X(01).
001600     05  WS-CC-STMT-SIGNOFF      PIC X(08).
001610     05  FILLER                  PIC X(01).
001620     05  WS-CC-AGING-SIGNOFF     PIC X(08).
001630     05  FILLER                  PIC X(56).
001640 01  WS-CLOSE-MONTH              PIC 9(06).
001650*----------------------------------------------------------------
001660* CLOSED PERIODS - LOADED FROM PRDCTL BY PRDLOAD
001670*----------------------------------------------------------------
001680     COPY PRDTAB.
001690 01  WS-PRD-STATUS               PIC X(02).
001700 01  WS-PRD-IDX                  PIC 9(03)  COMP.
001710 01  WS-NEXT-MONTH               PIC 9(06).
001720 01  WS-NEXT-MONTH-X REDEFINES WS-NEXT-MONTH.
001730     05  WS-NXT-YYYY             PIC 9(04).
001740     05  WS-NXT-MM               PIC 9(02).
001750*----------------------------------------------------------------
001760* FREEZE TABLE - ONE ROW PER BRANCH ON THE SIGNED-OFF STATEMENT
001770*----------------------------------------------------------------
001780 01  WS-FRZ-COUNT                PIC 9(03)  COMP.
001790 01  WS-FREEZE-TABLE.
001800     05  WS-FREEZE-BRANCH        OCCURS 500 TIMES.
001810         10  FRZ-CODE            PIC X(03).
001820         10  FRZ-RECORDS         PIC 9(09).
001830         10  FRZ-BASE-NET        PIC S9(13)V99.
001840         10  FRZ-OWN-NET         PIC S9(13)V99.
001850         10  FRZ-NIGHTS          PIC X(31).
001860         10  FRZ-NIGHT-COUNT     PIC 9(02)  COMP.
001870*            THE STATEMENT'S STILL-OPEN COUNT, AND WHAT THE
001880*            SUSPENSE FILE HOLDS OPEN FOR THE BRANCH NOW.
001890         10  FRZ-STMT-OPEN       PIC 9(05).
001900         10  FRZ-SUSP-OPEN       PIC 9(05)  COMP.
001910         10  FRZ-TOTAL-SWITCH    PIC X(01).
001920             88  FRZ-TOTAL-SEEN             VALUE 'Y'.
001930         10  FRZ-OPEN-SWITCH     PIC X(01).
001940             88  FRZ-OPEN-SEEN              VALUE 'Y'.
001950 01  WS-FRZ-IDX                  PIC 9(03)  COMP.
001960 01  WS-CUR-IDX                  PIC 9(03)  COMP.
001970 01  WS-FOUND-IDX                PIC 9(03)  COMP.
001980 01  WS-FRZ-KEY                  PIC X(03).
001990*----------------------------------------------------------------
002000* RUN FIELDS
002010*----------------------------------------------------------------
002020 01  WS-RUN-DATE                 PIC 9(08).
002030 01  WS-AGING-DATE               PIC 9(08).
002040 01  WS-UNDATED-COUNT            PIC 9(05).
002050 01  WS-DUP-COUNT                PIC 9(05).
002060 01  WS-TOTAL-RECORDS            PIC 9(11).
002070 01  WS-TOTAL-BASE               PIC S9(15)V99.
002080 01  WS-TOTAL-OPEN               PIC 9(07).
002090 01  WS-REFUSE-TEXT              PIC X(60).
002100 01  WS-SUSP-OPEN-D              PIC 9(05).
002110 01  WS-UNPAGED-COUNT            PIC 9(05)  COMP.
002120 01  WS-UNPAGED-CODE             PIC X(03).
002130*----------------------------------------------------------------
002140* REPORT LINE LAYOUTS
002150*----------------------------------------------------------------
002160 01  WS-HEADER-LINE.
002170     05  FILLER                  PIC X(17)
002180         VALUE 'PERIOD CLOSE FOR '.
002190     05  WS-HDR-MONTH            PIC X(06).
002200     05  FILLER                  PIC X(08)  VALUE ' RUN ON '.
002210     05  WS-HDR-DATE             PIC 9(08).
002220     05  FILLER                  PIC X(57)  VALUE SPACES.
002230 01  WS-REFUSED-LINE.
002240     05  FILLER                  PIC X(16)
002250         VALUE 'CLOSE REFUSED - '.
002260     05  WS-RFS-TEXT             PIC X(60).
002270     05  FILLER                  PIC X(20)  VALUE SPACES.
002280 01  WS-SIGNOFF-LINE.
002290     05  FILLER                  PIC X(24)
002300         VALUE 'STATEMENT SIGNED OFF BY '.
002310     05  WS-SGN-STMT             PIC X(08).
002320     05  FILLER                  PIC X(21)
002330         VALUE ' AGING SIGNED OFF BY '.
002340     05  WS-SGN-AGING            PIC X(08).
002350     05  FILLER                  PIC X(07)  VALUE ' AS OF '.
002360     05  WS-SGN-AGING-DATE       PIC 9(08).
002370     05  FILLER                  PIC X(20)  VALUE SPACES.
002380 01  WS-FROZEN-LINE.
002390     05  FILLER                  PIC X(07)  VALUE 'FROZEN '.
002400     05  WS-FRL-CODE             PIC X(03).
002410     05  FILLER                  PIC X(09)  VALUE ' RECORDS='.
002420     05  WS-FRL-RECORDS          PIC ZZZZZZZZ9.
002430     05  FILLER                  PIC X(05)  VALUE ' NET='.
002440     05  WS-FRL-BASE             PIC -(13)9.99.
002450     05  FILLER                  PIC X(05)  VALUE ' OWN='.
002460     05  WS-FRL-OWN              PIC -(13)9.99.
002470     05  FILLER                  PIC X(06)  VALUE ' OPEN='.
002480     05  WS-FRL-OPEN             PIC ZZZZ9.
002490     05  FILLER                  PIC X(08)  VALUE ' NIGHTS='.
002500     05  WS-FRL-NIGHTS           PIC Z9.
002510     05  FILLER                  PIC X(03)  VALUE SPACES.
002520 01  WS-CLOSED-LINE.
002530     05  FILLER                  PIC X(07)  VALUE 'CLOSED '.
002540     05  WS-CLL-MONTH            PIC X(06).
002550     05  FILLER                  PIC X(10)  VALUE ' BRANCHES='.
002560     05  WS-CLL-BRANCHES         PIC ZZ9.
002570     05  FILLER                  PIC X(09)  VALUE ' RECORDS='.
002580     05  WS-CLL-RECORDS          PIC Z(10)9.
002590     05  FILLER                  PIC X(05)  VALUE ' NET='.
002600     05  WS-CLL-BASE             PIC -(15)9.99.
002610     05  FILLER                  PIC X(06)  VALUE ' OPEN='.
002620     05  WS-CLL-OPEN             PIC Z(06)9.
002630     05  FILLER                  PIC X(19)  VALUE SPACES.
002640 01  WS-TRAILER-LINE.
002650     05  FILLER                  PIC X(30)
002660         VALUE 'STATEMENT TRAILER AS CLOSED - '.
002670     05  FILLER                  PIC X(08)  VALUE 'UNDATED='.
002680     05  WS-TRL-UNDATED          PIC ZZZZ9.
002690     05  FILLER                  PIC X(19)
002700         VALUE ' RERUN DUPLICATES='.
002710     05  WS-TRL-DUPS             PIC ZZZZ9.
002720     05  FILLER                  PIC X(29)  VALUE SPACES.
002730*
002740 PROCEDURE DIVISION.
002750*================================================================
002760 0000-MAINLINE.
002770*================================================================
002780     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002790     IF WS-RUN-IS-VALID
002800         PERFORM 2000-READ-STATEMENT THRU 2000-EXIT
002810     END-IF.
002820     IF WS-RUN-IS-VALID
002830         PERFORM 3000-CHECK-AGING THRU 3000-EXIT
002840     END-IF.
002850     IF WS-RUN-IS-VALID
002860         PERFORM 4000-CHECK-SUSPENSE THRU 4000-EXIT
002870     END-IF.
002880     PERFORM 7000-WRITE-CONTROL THRU 7000-EXIT.
002890     PERFORM 7500-WRITE-REPORT THRU 7500-EXIT.
002900     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002910     GO TO 9999-EXIT.
002920*================================================================
002930 1000-INITIALIZE.
002940*================================================================
002950     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002960     MOVE SPACES TO WS-CLOSE-CARD.
002970     ACCEPT WS-CLOSE-CARD.
002980     MOVE 0 TO WS-FRZ-COUNT.
002990     MOVE 0 TO WS-CLOSE-MONTH.
003000     MOVE 0 TO WS-AGING-DATE.
003010     MOVE 0 TO WS-UNDATED-COUNT.
003020     MOVE 0 TO WS-DUP-COUNT.
003030     MOVE SPACES TO WS-REFUSE-TEXT.
003040     CALL 'PRDLOAD' USING PRD-BLOCK.
003050     IF PRD-BAD-FILE
003060         DISPLAY "PERIOD CONTROL FILE MALFORMED - "
003070                 PRD-ERROR-TEXT
003080         MOVE 'PERIOD CONTROL FILE MALFORMED - FIX IT FIRST'
003090             TO WS-REFUSE-TEXT
003100         PERFORM 1900-REFUSE THRU 1900-EXIT
003110         GO TO 1000-EXIT
003120     END-IF.
003130     IF WS-CC-MONTH NOT NUMERIC
003140         MOVE 'CLOSE MONTH MUST BE YYYYMM'
003150             TO WS-REFUSE-TEXT
003160         PERFORM 1900-REFUSE THRU 1900-EXIT
003170         GO TO 1000-EXIT
003180     END-IF.
003190     IF WS-CC-MM < 1 OR WS-CC-MM > 12
003200         MOVE 'CLOSE MONTH MUST BE YYYYMM'
003210             TO WS-REFUSE-TEXT
003220         PERFORM 1900-REFUSE THRU 1900-EXIT
003230         GO TO 1000-EXIT
003240     END-IF.
003250     MOVE WS-CC-MONTH TO WS-CLOSE-MONTH.
003260     IF WS-CC-STMT-SIGNOFF = SPACES
003270         OR WS-CC-AGING-SIGNOFF = SPACES
003280         MOVE 'STATEMENT AND AGING SIGN-OFFS ARE BOTH REQUIRED'
003290             TO WS-REFUSE-TEXT
003300         PERFORM 1900-REFUSE THRU 1900-EXIT
003310         GO TO 1000-EXIT
003320     END-IF.
003330*    THE RUN DATE MUST BE PAST THE MONTH - ITS LAST NIGHT MAY
003340*    STILL BE TO COME.
003350     IF WS-CLOSE-MONTH NOT < WS-RUN-DATE(1:6)
003360         MOVE 'MONTH HAS NOT ENDED YET' TO WS-REFUSE-TEXT
003370         PERFORM 1900-REFUSE THRU 1900-EXIT
003380         GO TO 1000-EXIT
003390     END-IF.
003400     PERFORM 1100-CHECK-SEQUENCE THRU 1100-EXIT.
003410 1000-EXIT.
003420     EXIT.
003430*================================================================
003440 1100-CHECK-SEQUENCE.
003450*================================================================
003460*    MONTHS CLOSE ONCE AND IN ORDER - THE FIRST CLOSE MAY BE ANY
003470*    ENDED MONTH, AFTER THAT ONLY THE MONTH AFTER THE LATEST ONE
003480*    CLOSED, SO NO OPEN MONTH IS EVER LEFT BEHIND A CLOSED ONE.
003490     IF PRD-COUNT = 0
003500         GO TO 1100-EXIT
003510     END-IF.
003520     PERFORM 1150-MATCH-CLOSED-MONTH THRU 1150-EXIT
003530         VARYING WS-PRD-IDX FROM 1 BY 1
003540         UNTIL WS-PRD-IDX > PRD-COUNT
003550             OR NOT WS-RUN-IS-VALID.
003560     IF NOT WS-RUN-IS-VALID
003570         GO TO 1100-EXIT
003580     END-IF.
003590     MOVE PRD-LATEST-MONTH TO WS-NEXT-MONTH.
003600     IF WS-NXT-MM = 12
003610         ADD 1 TO WS-NXT-YYYY
003620         MOVE 1 TO WS-NXT-MM
003630     ELSE
003640         ADD 1 TO WS-NXT-MM
003650     END-IF.
003660     IF WS-CLOSE-MONTH < WS-NEXT-MONTH
003670         MOVE 'MONTH IS BEFORE THE LATEST CLOSED PERIOD'
003680             TO WS-REFUSE-TEXT
003690         PERFORM 1900-REFUSE THRU 1900-EXIT
003700         GO TO 1100-EXIT
003710     END-IF.
003720     IF WS-CLOSE-MONTH > WS-NEXT-MONTH
003730         MOVE SPACES TO WS-REFUSE-TEXT
003740         STRING 'PERIOD ' DELIMITED BY SIZE
003750                WS-NEXT-MONTH DELIMITED BY SIZE
003760                ' IS STILL OPEN - CLOSE IT FIRST'
003770                    DELIMITED BY SIZE
003780             INTO WS-REFUSE-TEXT
003790         PERFORM 1900-REFUSE THRU 1900-EXIT
003800     END-IF.
003810 1100-EXIT.
003820     EXIT.
003830*================================================================
003840 1150-MATCH-CLOSED-MONTH.
003850*================================================================
003860     IF PRD-MONTH(WS-PRD-IDX) = WS-CLOSE-MONTH
003870         MOVE SPACES TO WS-REFUSE-TEXT
003880         STRING 'MONTH ALREADY CLOSED ON ' DELIMITED BY SIZE
003890                PRD-CLOSE-DATE(WS-PRD-IDX) DELIMITED BY SIZE
003900             INTO WS-REFUSE-TEXT
003910         PERFORM 1900-REFUSE THRU 1900-EXIT
003920     END-IF.
003930 1150-EXIT.
003940     EXIT.
003950*================================================================
003960 1900-REFUSE.
003970*================================================================
003980*    EVERY REFUSAL GOES TO SYSOUT AND ONTO THE CLOSE REPORT.
003990     DISPLAY "CLOSE REFUSED - " WS-REFUSE-TEXT.
004000     MOVE 'N' TO WS-VALID-RUN-SWITCH.
004010 1900-EXIT.
004020     EXIT.
004030*================================================================
004040 2000-READ-STATEMENT.
004050*================================================================
004060     MOVE 'N' TO WS-EOF-SWITCH.
004070     MOVE 0 TO WS-CUR-IDX.
004080     OPEN INPUT STATEMENT-FILE.
004090     PERFORM 2100-TAKE-STATEMENT-LINE THRU 2100-EXIT
004100         UNTIL WS-END-OF-FILE OR NOT WS-RUN-IS-VALID.
004110     CLOSE STATEMENT-FILE.
004120     IF NOT WS-RUN-IS-VALID
004130         GO TO 2000-EXIT
004140     END-IF.
004150*    THE TRAILER IS THE LAST LINE ADDSTMT WRITES - WITHOUT IT
004160*    THE STATEMENT WAS CUT SHORT OR IS NOT A STATEMENT AT ALL.
004170     IF NOT WS-TRAILER-SEEN
004180         MOVE 'STATEMENT HAS NO TRAILER - INCOMPLETE OR NOT A '
004190             TO WS-REFUSE-TEXT
004200         MOVE 'STATEMENT' TO WS-REFUSE-TEXT(48:9)
004210         PERFORM 1900-REFUSE THRU 1900-EXIT
004220         GO TO 2000-EXIT
004230     END-IF.
004240     PERFORM 2500-CHECK-ONE-BRANCH THRU 2500-EXIT
004250         VARYING WS-FRZ-IDX FROM 1 BY 1
004260         UNTIL WS-FRZ-IDX > WS-FRZ-COUNT
004270             OR NOT WS-RUN-IS-VALID.
004280 2000-EXIT.
004290     EXIT.
004300*================================================================
004310 2100-TAKE-STATEMENT-LINE.
004320*================================================================
004330     READ STATEMENT-FILE
004340         AT END
004350             SET WS-END-OF-FILE TO TRUE
004360     END-READ.
004370     IF WS-END-OF-FILE
004380         GO TO 2100-EXIT
004390     END-IF.
004400     IF STMB-LABEL = 'BRANCH '
004410         PERFORM 2200-TAKE-BRANCH-HEADER THRU 2200-EXIT
004420         GO TO 2100-EXIT
004430     END-IF.
004440     IF STMT-TRL-LABEL = 'GENERATIONS WITHOUT DATE LINE ='
004450         COMPUTE WS-UNDATED-COUNT =
004460             FUNCTION NUMVAL (STMT-TRL-UNDATED)
004470         COMPUTE WS-DUP-COUNT = FUNCTION NUMVAL (STMT-TRL-DUPS)
004480         SET WS-TRAILER-SEEN TO TRUE
004490         GO TO 2100-EXIT
004500     END-IF.
004510     IF WS-CUR-IDX = 0
004520         GO TO 2100-EXIT
004530     END-IF.
004540     IF STMN-DATE NUMERIC AND STMN-LABEL = ' RECORDS='
004550         PERFORM 2300-TAKE-NIGHT THRU 2300-EXIT
004560         GO TO 2100-EXIT
004570     END-IF.
004580     IF STMM-LABEL = 'MONTH RECORDS='
004590         COMPUTE FRZ-RECORDS(WS-CUR-IDX) =
004600             FUNCTION NUMVAL (STMM-COUNT)
004610         COMPUTE FRZ-BASE-NET(WS-CUR-IDX) =
004620             FUNCTION NUMVAL (STMM-BAL)
004630         COMPUTE FRZ-OWN-NET(WS-CUR-IDX) =
004640             FUNCTION NUMVAL (STMM-OWN)
004650         SET FRZ-TOTAL-SEEN(WS-CUR-IDX) TO TRUE
004660         GO TO 2100-EXIT
004670     END-IF.
004680     IF STMO-LABEL = 'STILL OPEN ON SUSPENSE     ='
004690         COMPUTE FRZ-STMT-OPEN(WS-CUR-IDX) =
004700             FUNCTION NUMVAL (STMO-COUNT)
004710         SET FRZ-OPEN-SEEN(WS-CUR-IDX) TO TRUE
004720     END-IF.
004730 2100-EXIT.
004740     EXIT.
004750*================================================================
004760 2200-TAKE-BRANCH-HEADER.
004770*================================================================
004780*    A STATEMENT FOR ANY OTHER MONTH - OR A RERUN OF A CLOSED
004790*    ONE - IS NOT WHAT WAS SIGNED OFF FOR THIS CLOSE.
004800     IF STMB-MONTH NOT = WS-CC-MONTH
004810         MOVE SPACES TO WS-REFUSE-TEXT
004820         STRING 'STATEMENT IS FOR ' DELIMITED BY SIZE
004830                STMB-MONTH DELIMITED BY SIZE
004840                ' NOT ' DELIMITED BY SIZE
004850                WS-CC-MONTH DELIMITED BY SIZE
004860             INTO WS-REFUSE-TEXT
004870         PERFORM 1900-REFUSE THRU 1900-EXIT
004880         GO TO 2200-EXIT
004890     END-IF.
004900     IF WS-FRZ-COUNT >= WS-MAX-BRANCHES
004910         MOVE 'MORE THAN 500 BRANCHES ON THE STATEMENT'
004920             TO WS-REFUSE-TEXT
004930         PERFORM 1900-REFUSE THRU 1900-EXIT
004940         GO TO 2200-EXIT
004950     END-IF.
004960     ADD 1 TO WS-FRZ-COUNT.
004970     MOVE WS-FRZ-COUNT TO WS-CUR-IDX.
004980     MOVE STMB-CODE TO FRZ-CODE(WS-CUR-IDX).
004990     MOVE 0 TO FRZ-RECORDS(WS-CUR-IDX).
005000     MOVE 0 TO FRZ-BASE-NET(WS-CUR-IDX).
005010     MOVE 0 TO FRZ-OWN-NET(WS-CUR-IDX).
005020     MOVE ALL 'N' TO FRZ-NIGHTS(WS-CUR-IDX).
005030     MOVE 0 TO FRZ-NIGHT-COUNT(WS-CUR-IDX).
005040     MOVE 0 TO FRZ-STMT-OPEN(WS-CUR-IDX).
005050     MOVE 0 TO FRZ-SUSP-OPEN(WS-CUR-IDX).
005060     MOVE 'N' TO FRZ-TOTAL-SWITCH(WS-CUR-IDX).
005070     MOVE 'N' TO FRZ-OPEN-SWITCH(WS-CUR-IDX).
005080 2200-EXIT.
005090     EXIT.
005100*================================================================
005110 2300-TAKE-NIGHT.
005120*================================================================
005130*    THE NIGHTS THE BRANCH FED ARE FROZEN AS ONE FLAG PER DAY,
005140*    SO A LATER RERUN CAN NAME THE NIGHT IT GAINED OR LOST.
005150     IF STMN-DD < 1 OR STMN-DD > 31
005160         GO TO 2300-EXIT
005170     END-IF.
005180     IF FRZ-NIGHTS(WS-CUR-IDX)(STMN-DD:1) NOT = 'Y'
005190         MOVE 'Y' TO FRZ-NIGHTS(WS-CUR-IDX)(STMN-DD:1)
005200         ADD 1 TO FRZ-NIGHT-COUNT(WS-CUR-IDX)
005210     END-IF.
005220 2300-EXIT.
005230     EXIT.
005240*================================================================
005250 2500-CHECK-ONE-BRANCH.
005260*================================================================
005270     IF NOT FRZ-TOTAL-SEEN(WS-FRZ-IDX)
005280         OR NOT FRZ-OPEN-SEEN(WS-FRZ-IDX)
005290         MOVE SPACES TO WS-REFUSE-TEXT
005300         STRING 'STATEMENT PAGE FOR BRANCH ' DELIMITED BY SIZE
005310                FRZ-CODE(WS-FRZ-IDX) DELIMITED BY SIZE
005320                ' IS INCOMPLETE' DELIMITED BY SIZE
005330             INTO WS-REFUSE-TEXT
005340         PERFORM 1900-REFUSE THRU 1900-EXIT
005350     END-IF.
005360 2500-EXIT.
005370     EXIT.
005380*================================================================
005390 3000-CHECK-AGING.
005400*================================================================
005410*    THE SIGNED-OFF AGING MUST HAVE BEEN TAKEN AFTER THE MONTH
005420*    ENDED, OR IT DOES NOT COVER THE MONTH'S LAST REJECTS.
005430     MOVE 'N' TO WS-EOF-SWITCH.
005440     OPEN INPUT AGING-REPORT-FILE.
005450     READ AGING-REPORT-FILE
005460         AT END
005470             SET WS-END-OF-FILE TO TRUE
005480     END-READ.
005490     CLOSE AGING-REPORT-FILE.
005500     IF WS-END-OF-FILE
005510         OR AGE-LABEL NOT = 'OPEN SUSPENSE AGING AS OF '
005520         OR AGE-DATE NOT NUMERIC
005530         MOVE 'AGING REPORT MISSING OR NOT A SUSPAGE REPORT'
005540             TO WS-REFUSE-TEXT
005550         PERFORM 1900-REFUSE THRU 1900-EXIT
005560         GO TO 3000-EXIT
005570     END-IF.
005580     MOVE AGE-DATE TO WS-AGING-DATE.
005590     IF WS-AGING-DATE(1:6) NOT > WS-CC-MONTH
005600         MOVE SPACES TO WS-REFUSE-TEXT
005610         STRING 'AGING REPORT DATED ' DELIMITED BY SIZE
005620                WS-AGING-DATE DELIMITED BY SIZE
005630                ' PREDATES THE END OF THE MONTH'
005640                    DELIMITED BY SIZE
005650             INTO WS-REFUSE-TEXT
005660         PERFORM 1900-REFUSE THRU 1900-EXIT
005670     END-IF.
005680 3000-EXIT.
005690     EXIT.
005700*================================================================
005710 4000-CHECK-SUSPENSE.
005720*================================================================
005730*    THE OPEN COUNTS FROZEN ARE AS OF CLOSE, SO THE SUSPENSE
005740*    FILE MUST STILL HOLD WHAT THE SIGNED-OFF STATEMENT SAYS IT
005750*    HELD - A SUSPCYCL OR NIGHTLY RUN SINCE THEN MEANS THE
005760*    STATEMENT MUST BE RERUN AND SIGNED OFF AGAIN.
005770     MOVE 'N' TO WS-EOF-SWITCH.
005780     MOVE 0 TO WS-UNPAGED-COUNT.
005790     MOVE SPACES TO WS-UNPAGED-CODE.
005800     OPEN INPUT ADD-SUSPENSE-FILE.
005810     PERFORM 4100-TAKE-ONE-SUSPENSE THRU 4100-EXIT
005820         UNTIL WS-END-OF-FILE.
005830     CLOSE ADD-SUSPENSE-FILE.
005840     MOVE 'N' TO WS-MOVED-SWITCH.
005850     PERFORM 4200-COMPARE-ONE-BRANCH THRU 4200-EXIT
005860         VARYING WS-FRZ-IDX FROM 1 BY 1
005870         UNTIL WS-FRZ-IDX > WS-FRZ-COUNT.
005880     IF WS-SUSPENSE-MOVED
005890         MOVE 'SUSPENSE HAS MOVED SINCE THE STATEMENT - RERUN '
005900             TO WS-REFUSE-TEXT
005910         MOVE 'ADDSTMT' TO WS-REFUSE-TEXT(48:7)
005920         PERFORM 1900-REFUSE THRU 1900-EXIT
005930     END-IF.
005940*    A BRANCH THAT FED NOTHING IN THE MONTH HAS NO STATEMENT PAGE,
005950*    SO ITS OPEN SUSPENSE WAS NEVER SIGNED OFF AND WOULD NOT BE
005960*    FROZEN - CLEAR IT, OR CLOSE ONCE IT IS ACCOUNTED FOR.
005970     IF WS-UNPAGED-COUNT > 0
005980         MOVE SPACES TO WS-REFUSE-TEXT
005990         STRING 'OPEN SUSPENSE FOR BRANCH ' DELIMITED BY SIZE
006000                WS-UNPAGED-CODE DELIMITED BY SIZE
006010                ' IS NOT ON THE STATEMENT' DELIMITED BY SIZE
006020             INTO WS-REFUSE-TEXT
006030         PERFORM 1900-REFUSE THRU 1900-EXIT
006040     END-IF.
006050 4000-EXIT.
006060     EXIT.
006070*================================================================
006080 4100-TAKE-ONE-SUSPENSE.
006090*================================================================
006100     READ ADD-SUSPENSE-FILE
006110         AT END
006120             SET WS-END-OF-FILE TO TRUE
006130     END-READ.
006140     IF WS-END-OF-FILE
006150         GO TO 4100-EXIT
006160     END-IF.
006170     IF NOT SUSP-OPEN
006180         GO TO 4100-EXIT
006190     END-IF.
006200     MOVE SUSP-ORIGINAL(1:3) TO WS-FRZ-KEY.
006210     PERFORM 4150-FIND-FROZEN-BRANCH THRU 4150-EXIT.
006220     IF WS-FOUND-IDX > 0
006230         ADD 1 TO FRZ-SUSP-OPEN(WS-FOUND-IDX)
006240         GO TO 4100-EXIT
006250     END-IF.
006260*    AN ITEM REJECTED AFTER THE MONTH BELONGS TO THE NEXT ONE.
006270     IF SUSP-REJECT-DATE NUMERIC
006280         AND SUSP-REJECT-DATE(1:6) > WS-CC-MONTH
006290         GO TO 4100-EXIT
006300     END-IF.
006310     DISPLAY "BRANCH " WS-FRZ-KEY
006320             " HAS NO STATEMENT PAGE, SUSPENSE HOLDS SEQ "
006330             SUSP-SEQ " OPEN".
006340     IF WS-UNPAGED-COUNT = 0
006350         MOVE WS-FRZ-KEY TO WS-UNPAGED-CODE
006360     END-IF.
006370     ADD 1 TO WS-UNPAGED-COUNT.
006380 4100-EXIT.
006390     EXIT.
006400*================================================================
006410 4150-FIND-FROZEN-BRANCH.
006420*================================================================
006430     MOVE 0 TO WS-FOUND-IDX.
006440     PERFORM 4170-MATCH-FROZEN-BRANCH THRU 4170-EXIT
006450         VARYING WS-FRZ-IDX FROM 1 BY 1
006460         UNTIL WS-FRZ-IDX > WS-FRZ-COUNT
006470             OR WS-FOUND-IDX > 0.
006480 4150-EXIT.
006490     EXIT.
006500*================================================================
006510 4170-MATCH-FROZEN-BRANCH.
006520*================================================================
006530     IF FRZ-CODE(WS-FRZ-IDX) = WS-FRZ-KEY
006540         MOVE WS-FRZ-IDX TO WS-FOUND-IDX
006550     END-IF.
006560 4170-EXIT.
006570     EXIT.
006580*================================================================
006590 4200-COMPARE-ONE-BRANCH.
006600*================================================================
006610     IF FRZ-SUSP-OPEN(WS-FRZ-IDX) NOT = FRZ-STMT-OPEN(WS-FRZ-IDX)
006620         MOVE FRZ-SUSP-OPEN(WS-FRZ-IDX) TO WS-SUSP-OPEN-D
006630         DISPLAY "BRANCH " FRZ-CODE(WS-FRZ-IDX)
006640                 " STATEMENT SHOWS " FRZ-STMT-OPEN(WS-FRZ-IDX)
006650                 " OPEN, SUSPENSE NOW HOLDS "
006660                 WS-SUSP-OPEN-D
006670         SET WS-SUSPENSE-MOVED TO TRUE
006680     END-IF.
006690 4200-EXIT.
006700     EXIT.
006710*================================================================
006720 7000-WRITE-CONTROL.
006730*================================================================
006740*    THE CONTROL FILE IS ALWAYS CARRIED FORWARD - UNCHANGED ON
006750*    A REFUSAL, WITH THE NEWLY CLOSED MONTH APPENDED ON A CLOSE.
006760     MOVE 'N' TO WS-EOF-SWITCH.
006770     OPEN INPUT PERIOD-CONTROL-FILE.
006780     OPEN OUTPUT PERIOD-CONTROL-OUT.
006790     PERFORM 7100-COPY-ONE-CONTROL THRU 7100-EXIT
006800         UNTIL WS-END-OF-FILE.
006810     CLOSE PERIOD-CONTROL-FILE.
006820     IF NOT WS-RUN-IS-VALID
006830         CLOSE PERIOD-CONTROL-OUT
006840         GO TO 7000-EXIT
006850     END-IF.
006860     MOVE SPACES TO PRDCTL-RECORD.
006870     MOVE 'M' TO PRDC-REC-TYPE.
006880     MOVE WS-CLOSE-MONTH TO PRDC-MONTH.
006890     MOVE WS-RUN-DATE TO PRDC-CLOSE-DATE.
006900     MOVE WS-CC-STMT-SIGNOFF TO PRDC-STMT-SIGNOFF.
006910     MOVE WS-CC-AGING-SIGNOFF TO PRDC-AGING-SIGNOFF.
006920     MOVE WS-FRZ-COUNT TO PRDC-BRANCH-COUNT.
006930     MOVE WS-UNDATED-COUNT TO PRDC-UNDATED-COUNT.
006940     MOVE WS-DUP-COUNT TO PRDC-DUP-COUNT.
006950     WRITE PRDCTL-RECORD.
006960     PERFORM 7200-WRITE-FROZEN-BRANCH THRU 7200-EXIT
006970         VARYING WS-FRZ-IDX FROM 1 BY 1
006980         UNTIL WS-FRZ-IDX > WS-FRZ-COUNT.
006990     CLOSE PERIOD-CONTROL-OUT.
007000 7000-EXIT.
007010     EXIT.
007020*================================================================
007030 7100-COPY-ONE-CONTROL.
007040*================================================================
007050     READ PERIOD-CONTROL-FILE
007060         AT END
007070             SET WS-END-OF-FILE TO TRUE
007080     END-READ.
007090     IF NOT WS-END-OF-FILE
007100         WRITE PRDCTL-RECORD FROM PRDCTL-IN-RECORD
007110     END-IF.
007120 7100-EXIT.
007130     EXIT.
007140*================================================================
007150 7200-WRITE-FROZEN-BRANCH.
007160*================================================================
007170     MOVE SPACES TO PRDCTL-RECORD.
007180     MOVE 'B' TO PRDC-REC-TYPE.
007190     MOVE WS-CLOSE-MONTH TO PRDC-MONTH.
007200     MOVE FRZ-CODE(WS-FRZ-IDX) TO PRDC-BRANCH.
007210     MOVE FRZ-RECORDS(WS-FRZ-IDX) TO PRDC-RECORDS.
007220     MOVE FRZ-BASE-NET(WS-FRZ-IDX) TO PRDC-BASE-NET.
007230     MOVE FRZ-OWN-NET(WS-FRZ-IDX) TO PRDC-OWN-NET.
007240     MOVE FRZ-STMT-OPEN(WS-FRZ-IDX) TO PRDC-OPEN-COUNT.
007250     MOVE FRZ-NIGHTS(WS-FRZ-IDX) TO PRDC-NIGHTS.
007260     WRITE PRDCTL-RECORD.
007270 7200-EXIT.
007280     EXIT.
007290*================================================================
007300 7500-WRITE-REPORT.
007310*================================================================
007320     OPEN OUTPUT CLOSE-REPORT-FILE.
007330     MOVE WS-CC-MONTH TO WS-HDR-MONTH.
007340     MOVE WS-RUN-DATE TO WS-HDR-DATE.
007350     WRITE CLS-REPORT-RECORD FROM WS-HEADER-LINE.
007360     IF NOT WS-RUN-IS-VALID
007370         MOVE WS-REFUSE-TEXT TO WS-RFS-TEXT
007380         WRITE CLS-REPORT-RECORD FROM WS-REFUSED-LINE
007390         CLOSE CLOSE-REPORT-FILE
007400         GO TO 7500-EXIT
007410     END-IF.
007420     MOVE WS-CC-STMT-SIGNOFF TO WS-SGN-STMT.
007430     MOVE WS-CC-AGING-SIGNOFF TO WS-SGN-AGING.
007440     MOVE WS-AGING-DATE TO WS-SGN-AGING-DATE.
007450     WRITE CLS-REPORT-RECORD FROM WS-SIGNOFF-LINE.
007460     MOVE 0 TO WS-TOTAL-RECORDS.
007470     MOVE 0 TO WS-TOTAL-BASE.
007480     MOVE 0 TO WS-TOTAL-OPEN.
007490     PERFORM 7600-REPORT-ONE-BRANCH THRU 7600-EXIT
007500         VARYING WS-FRZ-IDX FROM 1 BY 1
007510         UNTIL WS-FRZ-IDX > WS-FRZ-COUNT.
007520     MOVE WS-CC-MONTH TO WS-CLL-MONTH.
007530     MOVE WS-FRZ-COUNT TO WS-CLL-BRANCHES.
007540     MOVE WS-TOTAL-RECORDS TO WS-CLL-RECORDS.
007550     MOVE WS-TOTAL-BASE TO WS-CLL-BASE.
007560     MOVE WS-TOTAL-OPEN TO WS-CLL-OPEN.
007570     WRITE CLS-REPORT-RECORD FROM WS-CLOSED-LINE.
007580     MOVE WS-UNDATED-COUNT TO WS-TRL-UNDATED.
007590     MOVE WS-DUP-COUNT TO WS-TRL-DUPS.
007600     WRITE CLS-REPORT-RECORD FROM WS-TRAILER-LINE.
007610     CLOSE CLOSE-REPORT-FILE.
007620 7500-EXIT.
007630     EXIT.
007640*================================================================
007650 7600-REPORT-ONE-BRANCH.
007660*================================================================
007670     MOVE FRZ-CODE(WS-FRZ-IDX) TO WS-FRL-CODE.
007680     MOVE FRZ-RECORDS(WS-FRZ-IDX) TO WS-FRL-RECORDS.
007690     MOVE FRZ-BASE-NET(WS-FRZ-IDX) TO WS-FRL-BASE.
007700     MOVE FRZ-OWN-NET(WS-FRZ-IDX) TO WS-FRL-OWN.
007710     MOVE FRZ-STMT-OPEN(WS-FRZ-IDX) TO WS-FRL-OPEN.
007720     MOVE FRZ-NIGHT-COUNT(WS-FRZ-IDX) TO WS-FRL-NIGHTS.
007730     WRITE CLS-REPORT-RECORD FROM WS-FROZEN-LINE.
007740     ADD FRZ-RECORDS(WS-FRZ-IDX) TO WS-TOTAL-RECORDS.
007750     ADD FRZ-BASE-NET(WS-FRZ-IDX) TO WS-TOTAL-BASE.
007760     ADD FRZ-STMT-OPEN(WS-FRZ-IDX) TO WS-TOTAL-OPEN.
007770 7600-EXIT.
007780     EXIT.
007790*================================================================
007800 8000-TERMINATE.
007810*================================================================
007820     IF WS-RUN-IS-VALID
007830         DISPLAY "PERIOD " WS-CC-MONTH " CLOSED - "
007840                 WS-FRZ-COUNT " BRANCHES FROZEN"
007850         MOVE 0 TO RETURN-CODE
007860     ELSE
007870         MOVE 8 TO RETURN-CODE
007880     END-IF.
007890 8000-EXIT.
007900     EXIT.
007910*================================================================
007920 9999-EXIT.
007930     STOP RUN.
