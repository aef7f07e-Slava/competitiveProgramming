000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     GLEXT.
000030 AUTHOR.         S. KOVALENKO.
000040 INSTALLATION.   RECONCILIATION BATCH.
000050 DATE-WRITTEN.   OCT 2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 SK  ORIGINAL VERSION. GENERAL-LEDGER POSTING
000110*                EXTRACT. FINANCE REKEYED THE BRANCH TOTALS OFF
000120*                ADDRPT INTO THE GL EVERY MORNING. READS
000130*                TONIGHT'S ADDRPT BRANCH SUBTOTALS AND TURNS
000140*                EACH BRANCH'S NET MOVEMENT INTO A BALANCED
000150*                PAIR OF JOURNAL-ENTRY LINES - THE BRANCH'S GL
000160*                ACCOUNT FROM THE MAINTAINED MAP (GLMAP) AND
000170*                THE OFFSETTING CLEARING ACCOUNT - ON THE GL
000180*                INTERFACE FILE (GLOUT, HDR/DTL/TRL, LAYOUT
000190*                GLINTF).
000200*                THE EXTRACT IS ONLY CUT WHEN TONIGHT'S
000210*                RUN-CONTROL RECORD (RUNCTL) SHOWS ADDVER RAN
000220*                CLEAN, SO IT RUNS AS STEP092 OF DLYRECON,
000230*                BEHIND THE RUN-CONTROL UPDATE THAT WRITES THE
000240*                RECORD. A BRANCH WITH NO MAPPING, AN EXTRACT
000250*                WHOSE DEBITS AND CREDITS DO NOT NET TO ZERO,
000260*                OR BRANCH LINES THAT DO NOT FOOT TO THE ADDRPT
000270*                CONTROL TOTALS END THE STEP RC 8 WITH THE
000280*                INTERFACE FILE LEFT EMPTY, SO NOTHING GOES
000290*                OUT. SO DOES A DATE THE JOURNAL SHOWS AN
000300*                EXTRACT WAS ALREADY CUT FOR - A RERUN NIGHT
000310*                MUST NOT POST THE GL TWICE.
000320* 2026-10-15 SK  CUTOFF CYCLES. EACH CYCLE OF A DATE CUTS ITS OWN
000330*                EXTRACT OFF ITS OWN ADDRPT GENERATION. THE
000340*                RUN-CYCLE CARD (RUNCYC, THROUGH CYCLOAD) NAMES
000350*                THE CYCLE; THE RUN-CONTROL CHECK NOW READS THAT
000360*                CYCLE'S RECORD AND THE ALREADY-CUT GUARD REFUSES
000370*                ONLY A SECOND CUT FOR THE SAME DATE AND CYCLE.
000380*                BOTH JOURNAL ENTRIES CARRY THE CYCLE.
000390* 2026-10-15 SK  RUN-CONTROL RECORD WIDENED 120 TO 128 FOR THE
000400*                RESUMED-FROM STEP. ON A RESUMED RUN (DLYRSUM, THE
000410*                RUN-CYCLE CARD NAMING THE STEP IT RESTARTED FROM)
000420*                THAT DID NOT RERUN THE ADDER, AN EXTRACT ALREADY
000430*                CUT FOR THE DATE AND CYCLE WAS CUT OFF THE SAME
000440*                ADDRPT AND STANDS - THE STEP CUTS NOTHING AND
000450*                ENDS RC 0 INSTEAD OF REFUSING RC 8.
000460* 2026-10-15 SK  A BAD RUN-CYCLE CARD (CYCLOAD STATUS E) NOW
000470*                REJECTS THE RUN RC 8 WITHOUT CUTTING AN EXTRACT,
000480*                INSTEAD OF CUTTING AS CYCLE 1.
000490*================================================================
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.    IBM-370.
000530 OBJECT-COMPUTER.    IBM-370.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT ADD-REPORT-FILE ASSIGN TO ADDRPT
000570            ORGANIZATION IS LINE SEQUENTIAL.
000580     SELECT GL-MAP-FILE ASSIGN TO GLMAP
000590            ORGANIZATION IS LINE SEQUENTIAL.
000600     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
000610            ORGANIZATION IS LINE SEQUENTIAL
000620            FILE STATUS IS WS-RCTL-STATUS.
000630     SELECT GL-INTERFACE-FILE ASSIGN TO GLOUT
000640            ORGANIZATION IS LINE SEQUENTIAL.
000650     SELECT JOURNAL-FILE ASSIGN TO JRNLOG
000660            ORGANIZATION IS LINE SEQUENTIAL.
000670*
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  ADD-REPORT-FILE
000710     RECORD CONTAINS 96 CHARACTERS.
000720     COPY ADDRPT.
000730*
000740 FD  GL-MAP-FILE
000750     RECORD CONTAINS 40 CHARACTERS.
000760     COPY GLMAP.
000770*
000780 FD  RUN-CONTROL-FILE
000790     RECORD CONTAINS 128 CHARACTERS.
000800     COPY RUNCTL.
000810*
000820 FD  GL-INTERFACE-FILE
000830     RECORD CONTAINS 60 CHARACTERS.
000840     COPY GLINTF.
000850*
000860 FD  JOURNAL-FILE
000870     RECORD CONTAINS 160 CHARACTERS.
000880     COPY JRNLREC.
000890*
000900 WORKING-STORAGE SECTION.
000910*----------------------------------------------------------------
000920* CONSTANTS
000930*----------------------------------------------------------------
000940*    THE MAP AND SUBTOTAL TABLES OCCUR 500 BRANCHES, THE SAME
000950*    CEILING AS THE BRANCH MASTER'S MAINTENANCE (BRCHMNT).
000960 77  WS-MAX-BRANCHES             PIC 9(03)  VALUE 500.
000970*----------------------------------------------------------------
000980* SWITCHES
000990*----------------------------------------------------------------
001000 01  WS-RCTL-STATUS              PIC X(02).
001010 01  WS-SWITCHES.
001020     05  WS-VALID-RUN-SWITCH     PIC X(01)  VALUE 'Y'.
001030         88  WS-RUN-IS-VALID                VALUE 'Y'.
001040     05  WS-MAP-EOF-SWITCH       PIC X(01)  VALUE 'N'.
001050         88  WS-MAP-EOF                     VALUE 'Y'.
001060     05  WS-RPT-EOF-SWITCH       PIC X(01)  VALUE 'N'.
001070         88  WS-RPT-EOF                     VALUE 'Y'.
001080     05  WS-RCTL-EOF-SWITCH      PIC X(01)  VALUE 'N'.
001090         88  WS-RCTL-EOF                    VALUE 'Y'.
001100     05  WS-JRNL-EOF-SWITCH      PIC X(01)  VALUE 'N'.
001110         88  WS-JRNL-EOF                    VALUE 'Y'.
001120     05  WS-TODAY-FOUND-SWITCH   PIC X(01)  VALUE 'N'.
001130         88  WS-TODAY-FOUND                 VALUE 'Y'.
001140     05  WS-TRAILER-SWITCH       PIC X(01)  VALUE 'N'.
001150         88  WS-TRAILER-SEEN                VALUE 'Y'.
001160     05  WS-CUT-STANDS-SWITCH    PIC X(01)  VALUE 'N'.
001170         88  WS-CUT-STANDS                  VALUE 'Y'.
001180*----------------------------------------------------------------
001190* GL ACCOUNT MAP - LOADED FROM GLMAP
001200*----------------------------------------------------------------
001210 01  WS-CLEARING-ACCOUNT         PIC X(12).
001220 01  WS-CLEARING-COUNT           PIC 9(03)  COMP.
001230 01  WS-MAP-COUNT                PIC 9(03).
001240 01  WS-MAP-TABLE.
001250     05  WS-MAP-ENTRY            OCCURS 500 TIMES.
001260         10  MAP-BRANCH          PIC X(03).
001270         10  MAP-ACCOUNT         PIC X(12).
001280 01  WS-MAP-IDX                  PIC 9(03).
001290 01  WS-MAP-FOUND-IDX            PIC 9(03).
001300*----------------------------------------------------------------
001310* TONIGHT'S BRANCH SUBTOTALS OFF ADDRPT
001320*----------------------------------------------------------------
001330 01  WS-SUB-COUNT-TBL            PIC 9(03).
001340 01  WS-SUB-TABLE.
001350     05  WS-SUB-ENTRY            OCCURS 500 TIMES.
001360         10  SUB-BRANCH          PIC X(03).
001370         10  SUB-NET             PIC S9(13)V99.
001380         10  SUB-MAP-IDX         PIC 9(03).
001390 01  WS-SUB-IDX                  PIC 9(03).
001400*----------------------------------------------------------------
001410* CONTROL TOTALS
001420*----------------------------------------------------------------
001430 01  WS-RPT-DATE                 PIC 9(08).
001440 01  WS-TRAILER-TOTAL            PIC S9(13)V99.
001450 01  WS-BRANCH-NET-TOTAL         PIC S9(13)V99.
001460 01  WS-DEBIT-TOTAL              PIC 9(13)V99.
001470 01  WS-CREDIT-TOTAL             PIC 9(13)V99.
001480 01  WS-LINE-COUNT               PIC 9(07)  COMP.
001490 01  WS-UNMAPPED-COUNT           PIC 9(03)  COMP.
001500 01  WS-LINE-COUNT-D             PIC 9(07).
001510 01  WS-SUB-COUNT-D              PIC 9(03).
001520 01  WS-DEBIT-TOTAL-D            PIC Z(12)9.99.
001530 01  WS-CREDIT-TOTAL-D           PIC Z(12)9.99.
001540*----------------------------------------------------------------
001550* WORK FIELDS
001560*----------------------------------------------------------------
001570 01  WS-RUN-DATE                 PIC 9(08).
001580 01  WS-RUN-TIME                 PIC 9(08).
001590 01  WS-STEP-IDX                 PIC 9(02)  COMP.
001600 01  WS-ADDVER-STATUS            PIC X(01).
001610 01  WS-SUB-BAL                  PIC S9(11)V99.
001620 01  WS-AMOUNT                   PIC 9(13)V99.
001630 01  WS-BRANCH-DRCR              PIC X(01).
001640 01  WS-CLEARING-DRCR            PIC X(01).
001650 01  WS-REJECT-TEXT              PIC X(50)
001660         VALUE 'REJECTED - SEE SYSOUT FOR REASON'.
001670 01  WS-ENTRY-CYCLE              PIC X(01).
001680*----------------------------------------------------------------
001690* RUN CYCLE - LOADED FROM RUNCYC BY CYCLOAD
001700*----------------------------------------------------------------
001710     COPY CYCTAB.
001720*
001730 PROCEDURE DIVISION.
001740*================================================================
001750 0000-MAINLINE.
001760*================================================================
001770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001780     IF WS-RUN-IS-VALID
001790         PERFORM 2000-CHECK-RUN-CONTROL THRU 2000-EXIT
001800     END-IF.
001810     IF WS-RUN-IS-VALID
001820         PERFORM 3000-LOAD-SUBTOTALS THRU 3000-EXIT
001830     END-IF.
001840     IF WS-RUN-IS-VALID
001850         PERFORM 4000-PROVE-EXTRACT THRU 4000-EXIT
001860     END-IF.
001870     PERFORM 7000-WRITE-EXTRACT THRU 7000-EXIT.
001880     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001890     GO TO 9999-EXIT.
001900*================================================================
001910 0500-JOURNAL-START.
001920*================================================================
001930*    START AND FINISH BOTH JOURNAL, SO THE TIMING REPORT
001940*    (JRNTIME) CAN CHARGE THE EXTRACT ITS ELAPSED TIME AND A
001950*    START WITH NO FINISH READS AS AN ABEND.
001960     OPEN EXTEND JOURNAL-FILE.
001970     MOVE SPACES TO JRNL-RECORD.
001980     ACCEPT WS-RUN-TIME FROM TIME.
001990     MOVE WS-RUN-DATE TO JRNL-RUN-DATE.
002000     MOVE WS-RUN-TIME TO JRNL-RUN-TIME.
002010     MOVE 'GLEXT' TO JRNL-PROGRAM-ID.
002020     MOVE CYC-NUMBER TO JRNL-CYCLE.
002030     MOVE 'RUN STARTED' TO JRNL-RESULT-SUMMARY.
002040     WRITE JRNL-RECORD.
002050     CLOSE JOURNAL-FILE.
002060 0500-EXIT.
002070     EXIT.
002080*================================================================
002090 1000-INITIALIZE.
002100*================================================================
002110*    THE JOURNAL IS SEARCHED FOR AN EARLIER CUT BEFORE THIS
002120*    RUN JOURNALS ITS OWN START.
002130     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002140     MOVE 0 TO WS-MAP-COUNT.
002150     MOVE 0 TO WS-CLEARING-COUNT.
002160     MOVE 0 TO WS-SUB-COUNT-TBL.
002170     MOVE 0 TO WS-LINE-COUNT.
002180     MOVE 0 TO WS-UNMAPPED-COUNT.
002190     MOVE 0 TO WS-DEBIT-TOTAL.
002200     MOVE 0 TO WS-CREDIT-TOTAL.
002210     MOVE 0 TO WS-BRANCH-NET-TOTAL.
002220     MOVE 0 TO WS-TRAILER-TOTAL.
002230     MOVE 0 TO WS-RPT-DATE.
002240     MOVE SPACES TO WS-CLEARING-ACCOUNT.
002250     CALL 'CYCLOAD' USING CYC-BLOCK.
002260*    WITH A BAD RUN-CYCLE CARD THERE IS NO CYCLE TO LOOK FOR AN
002270*    EARLIER CUT UNDER, AND NOTHING IS CUT.
002280     IF CYC-BAD-FILE
002290         DISPLAY "RUN-CYCLE CARD BAD: " CYC-ERROR-TEXT
002300         DISPLAY "RUN REJECTED"
002310         MOVE 'REJECTED - RUN-CYCLE CARD BAD' TO WS-REJECT-TEXT
002320         MOVE 'N' TO WS-VALID-RUN-SWITCH
002330     ELSE
002340         PERFORM 1050-CHECK-PRIOR-CUT THRU 1050-EXIT
002350     END-IF.
002360     PERFORM 0500-JOURNAL-START THRU 0500-EXIT.
002370     IF WS-RUN-IS-VALID
002380         PERFORM 1100-LOAD-MAP THRU 1100-EXIT
002390     END-IF.
002400 1000-EXIT.
002410     EXIT.
002420*================================================================
002430 1050-CHECK-PRIOR-CUT.
002440*================================================================
002450     OPEN INPUT JOURNAL-FILE.
002460     PERFORM 1060-TAKE-JOURNAL-ENTRY THRU 1060-EXIT
002470         UNTIL WS-JRNL-EOF.
002480     CLOSE JOURNAL-FILE.
002490     IF WS-RUN-IS-VALID
002500         GO TO 1050-EXIT
002510     END-IF.
002520*    A RESUMED RUN THAT DID NOT RERUN THE ADDER IS WORKING OFF
002530*    THE SAME ADDRPT THE EARLIER CUT WAS TAKEN FROM - THAT CUT
002540*    STANDS AND THERE IS NOTHING LEFT TO DO. ANY OTHER SECOND
002550*    CUT IS REFUSED AS BEFORE.
002560     IF CYC-RESUME-FROM NOT = SPACES
002570         AND CYC-RESUME-FROM NOT = 'ADD153A'
002580         SET WS-CUT-STANDS TO TRUE
002590         DISPLAY "GL EXTRACT ALREADY CUT FOR " WS-RUN-DATE
002600                 " CYCLE " CYC-NUMBER " BEFORE THE RESUME - "
002610                 "THE CUT STANDS"
002620         MOVE 'EXTRACT ALREADY CUT - STANDS FOR RESUMED RUN'
002630             TO WS-REJECT-TEXT
002640         GO TO 1050-EXIT
002650     END-IF.
002660     DISPLAY "GL EXTRACT ALREADY CUT FOR " WS-RUN-DATE
002670             " CYCLE " CYC-NUMBER " - EXTRACT REFUSED".
002680     MOVE 'REJECTED - EXTRACT ALREADY CUT FOR DATE'
002690         TO WS-REJECT-TEXT.
002700 1050-EXIT.
002710     EXIT.
002720*================================================================
002730 1060-TAKE-JOURNAL-ENTRY.
002740*================================================================
002750     READ JOURNAL-FILE
002760         AT END
002770             SET WS-JRNL-EOF TO TRUE
002780     END-READ.
002790     IF WS-JRNL-EOF
002800         GO TO 1060-EXIT
002810     END-IF.
002820*    EACH CUTOFF CYCLE CUTS ITS OWN EXTRACT OFF ITS OWN ADDRPT;
002830*    ONLY A SECOND CUT FOR THE SAME DATE AND CYCLE IS REFUSED.
002840*    NO CYCLE ON THE ENTRY IS CYCLE 1.
002850     MOVE JRNL-CYCLE TO WS-ENTRY-CYCLE.
002860     IF WS-ENTRY-CYCLE = SPACE
002870         MOVE '1' TO WS-ENTRY-CYCLE
002880     END-IF.
002890     IF JRNL-PROGRAM-ID = 'GLEXT'
002900         AND JRNL-RUN-DATE NUMERIC
002910         AND JRNL-RUN-DATE = WS-RUN-DATE
002920         AND WS-ENTRY-CYCLE = CYC-NUMBER
002930         AND JRNL-RESULT-SUMMARY(1:14) = 'GL EXTRACT CUT'
002940         MOVE 'N' TO WS-VALID-RUN-SWITCH
002950     END-IF.
002960 1060-EXIT.
002970     EXIT.
002980*================================================================
002990 1100-LOAD-MAP.
003000*================================================================
003010     OPEN INPUT GL-MAP-FILE.
003020     PERFORM 1150-READ-ONE-MAP THRU 1150-EXIT
003030         UNTIL WS-MAP-EOF OR NOT WS-RUN-IS-VALID.
003040     CLOSE GL-MAP-FILE.
003050     IF WS-RUN-IS-VALID AND WS-CLEARING-COUNT NOT = 1
003060         DISPLAY "GL MAP MUST CARRY EXACTLY ONE CLEARING "
003070                 "ACCOUNT - RUN REJECTED"
003080         MOVE 'N' TO WS-VALID-RUN-SWITCH
003090     END-IF.
003100 1100-EXIT.
003110     EXIT.
003120*================================================================
003130 1150-READ-ONE-MAP.
003140*================================================================
003150     READ GL-MAP-FILE
003160         AT END
003170             SET WS-MAP-EOF TO TRUE
003180     END-READ.
003190     IF WS-MAP-EOF
003200         GO TO 1150-EXIT
003210     END-IF.
003220     IF GLMAP-ACCOUNT = SPACES
003230         DISPLAY "GL MAP RECORD WITH NO ACCOUNT FOR BRANCH '"
003240                 GLMAP-BRANCH "' - RUN REJECTED"
003250         MOVE 'N' TO WS-VALID-RUN-SWITCH
003260         GO TO 1150-EXIT
003270     END-IF.
003280     IF GLMAP-IS-CLEARING
003290         ADD 1 TO WS-CLEARING-COUNT
003300         MOVE GLMAP-ACCOUNT TO WS-CLEARING-ACCOUNT
003310         GO TO 1150-EXIT
003320     END-IF.
003330     IF NOT GLMAP-IS-BRANCH OR GLMAP-BRANCH = SPACES
003340         DISPLAY "GL MAP RECORD '" GLMAP-RECORD
003350                 "' IS NOT A BRANCH OR CLEARING RECORD - "
003360                 "RUN REJECTED"
003370         MOVE 'N' TO WS-VALID-RUN-SWITCH
003380         GO TO 1150-EXIT
003390     END-IF.
003400     PERFORM 5000-FIND-MAP THRU 5000-EXIT.
003410     IF WS-MAP-FOUND-IDX > 0
003420         DISPLAY "BRANCH " GLMAP-BRANCH
003430                 " IS MAPPED TWICE ON THE GL MAP - RUN REJECTED"
003440         MOVE 'N' TO WS-VALID-RUN-SWITCH
003450         GO TO 1150-EXIT
003460     END-IF.
003470     IF WS-MAP-COUNT >= WS-MAX-BRANCHES
003480         DISPLAY "GL MAP EXCEEDS TABLE CEILING OF "
003490                 WS-MAX-BRANCHES " - RUN REJECTED"
003500         MOVE 'N' TO WS-VALID-RUN-SWITCH
003510         GO TO 1150-EXIT
003520     END-IF.
003530     ADD 1 TO WS-MAP-COUNT.
003540     MOVE GLMAP-BRANCH TO MAP-BRANCH(WS-MAP-COUNT).
003550     MOVE GLMAP-ACCOUNT TO MAP-ACCOUNT(WS-MAP-COUNT).
003560 1150-EXIT.
003570     EXIT.
003580*================================================================
003590 2000-CHECK-RUN-CONTROL.
003600*================================================================
003610*    THE EXTRACT GOES TO THE LEDGER OF RECORD, SO IT IS ONLY
003620*    CUT ON THE RECORD'S SAY-SO: THE RUN-CONTROL RECORD FOR
003630*    TONIGHT'S DATE AND THIS CYCLE MUST EXIST AND SHOW THE
003640*    INDEPENDENT BALANCE CHECK RAN CLEAN. NO RECORD, OR ADDVER
003650*    DIRTY, FAILED OR BYPASSED, AND NOTHING GOES OUT.
003660     MOVE 'B' TO WS-ADDVER-STATUS.
003670     OPEN INPUT RUN-CONTROL-FILE.
003680     IF WS-RCTL-STATUS = '00' OR WS-RCTL-STATUS = '05'
003690         PERFORM 2100-READ-RUN-CONTROL THRU 2100-EXIT
003700             UNTIL WS-RCTL-EOF
003710     END-IF.
003720     CLOSE RUN-CONTROL-FILE.
003730     IF NOT WS-TODAY-FOUND
003740         DISPLAY "NO RUN-CONTROL RECORD FOR " WS-RUN-DATE
003750                 " - EXTRACT NOT CUT"
003760         MOVE 'REJECTED - ADDVER NOT CLEAN ON RUNCTL'
003770             TO WS-REJECT-TEXT
003780         MOVE 'N' TO WS-VALID-RUN-SWITCH
003790         GO TO 2000-EXIT
003800     END-IF.
003810     IF WS-ADDVER-STATUS NOT = 'C'
003820         DISPLAY "RUN-CONTROL RECORD FOR " WS-RUN-DATE
003830                 " SHOWS ADDVER STATUS '" WS-ADDVER-STATUS
003840                 "' - EXTRACT NOT CUT"
003850         MOVE 'REJECTED - ADDVER NOT CLEAN ON RUNCTL'
003860             TO WS-REJECT-TEXT
003870         MOVE 'N' TO WS-VALID-RUN-SWITCH
003880     END-IF.
003890 2000-EXIT.
003900     EXIT.
003910*================================================================
003920 2100-READ-RUN-CONTROL.
003930*================================================================
003940     READ RUN-CONTROL-FILE
003950         AT END
003960             SET WS-RCTL-EOF TO TRUE
003970     END-READ.
003980     IF WS-RCTL-EOF
003990         GO TO 2100-EXIT
004000     END-IF.
004010     IF RCTL-RUN-DATE NOT NUMERIC
004020         OR RCTL-RUN-DATE NOT = WS-RUN-DATE
004030         GO TO 2100-EXIT
004040     END-IF.
004050     MOVE RCTL-CYCLE TO WS-ENTRY-CYCLE.
004060     IF WS-ENTRY-CYCLE = SPACE
004070         MOVE '1' TO WS-ENTRY-CYCLE
004080     END-IF.
004090     IF WS-ENTRY-CYCLE NOT = CYC-NUMBER
004100         GO TO 2100-EXIT
004110     END-IF.
004120     SET WS-TODAY-FOUND TO TRUE.
004130     PERFORM 2200-CHECK-ONE-STEP THRU 2200-EXIT
004140         VARYING WS-STEP-IDX FROM 1 BY 1
004150         UNTIL WS-STEP-IDX > 10.
004160 2100-EXIT.
004170     EXIT.
004180*================================================================
004190 2200-CHECK-ONE-STEP.
004200*================================================================
004210     IF RCTL-PROGRAM(WS-STEP-IDX) = 'ADDVER'
004220         MOVE RCTL-STATUS(WS-STEP-IDX) TO WS-ADDVER-STATUS
004230     END-IF.
004240 2200-EXIT.
004250     EXIT.
004260*================================================================
004270 3000-LOAD-SUBTOTALS.
004280*================================================================
004290     OPEN INPUT ADD-REPORT-FILE.
004300     PERFORM 3100-TAKE-REPORT-LINE THRU 3100-EXIT
004310         UNTIL WS-RPT-EOF OR NOT WS-RUN-IS-VALID.
004320     CLOSE ADD-REPORT-FILE.
004330     IF NOT WS-RUN-IS-VALID
004340         GO TO 3000-EXIT
004350     END-IF.
004360     IF WS-RPT-DATE NOT = WS-RUN-DATE
004370         DISPLAY "ADDRPT IS DATED " WS-RPT-DATE
004380                 ", NOT " WS-RUN-DATE " - RUN REJECTED"
004390         MOVE 'N' TO WS-VALID-RUN-SWITCH
004400         GO TO 3000-EXIT
004410     END-IF.
004420     IF NOT WS-TRAILER-SEEN
004430         DISPLAY "NO CONTROL TOTALS TRAILER ON ADDRPT - "
004440                 "RUN REJECTED"
004450         MOVE 'N' TO WS-VALID-RUN-SWITCH
004460     END-IF.
004470 3000-EXIT.
004480     EXIT.
004490*================================================================
004500 3100-TAKE-REPORT-LINE.
004510*================================================================
004520*    THE SAME LINE CLASSIFICATION EVERY ADDRPT READER USES -
004530*    THE DATE LINE, THE BRANCH SUBTOTALS AND THE TRAILER.
004540     READ ADD-REPORT-FILE
004550         AT END
004560             SET WS-RPT-EOF TO TRUE
004570     END-READ.
004580     IF WS-RPT-EOF
004590         GO TO 3100-EXIT
004600     END-IF.
004610     IF RPTDTE-LABEL = 'REPORT DATE '
004620         IF RPTDTE-DATE NUMERIC
004630             MOVE RPTDTE-DATE TO WS-RPT-DATE
004640         END-IF
004650         GO TO 3100-EXIT
004660     END-IF.
004670     IF RPTTOT-LABEL = 'CONTROL TOTALS'
004680         SET WS-TRAILER-SEEN TO TRUE
004690         COMPUTE WS-TRAILER-TOTAL =
004700             FUNCTION NUMVAL (RPTTOT-BALANCE)
004710         GO TO 3100-EXIT
004720     END-IF.
004730     IF RPTSUB-LABEL(1:15) NOT = 'BRANCH SUBTOTAL'
004740         GO TO 3100-EXIT
004750     END-IF.
004760     IF WS-SUB-COUNT-TBL >= WS-MAX-BRANCHES
004770         DISPLAY "MORE THAN " WS-MAX-BRANCHES
004780                 " BRANCH SUBTOTALS ON ADDRPT - RUN REJECTED"
004790         MOVE 'N' TO WS-VALID-RUN-SWITCH
004800         GO TO 3100-EXIT
004810     END-IF.
004820     COMPUTE WS-SUB-BAL = FUNCTION NUMVAL (RPTSUB-BALANCE).
004830     ADD 1 TO WS-SUB-COUNT-TBL.
004840     MOVE RPTSUB-BRANCH TO SUB-BRANCH(WS-SUB-COUNT-TBL).
004850     MOVE WS-SUB-BAL TO SUB-NET(WS-SUB-COUNT-TBL).
004860     ADD WS-SUB-BAL TO WS-BRANCH-NET-TOTAL.
004870     MOVE RPTSUB-BRANCH TO GLMAP-BRANCH.
004880     PERFORM 5000-FIND-MAP THRU 5000-EXIT.
004890     MOVE WS-MAP-FOUND-IDX TO SUB-MAP-IDX(WS-SUB-COUNT-TBL).
004900     IF WS-MAP-FOUND-IDX = 0
004910         DISPLAY "BRANCH " RPTSUB-BRANCH
004920                 " HAS NO GL ACCOUNT ON THE GL MAP"
004930         ADD 1 TO WS-UNMAPPED-COUNT
004940     END-IF.
004950 3100-EXIT.
004960     EXIT.
004970*================================================================
004980 4000-PROVE-EXTRACT.
004990*================================================================
005000*    EVERY CHECK RUNS BEFORE A LINE IS WRITTEN, SO A FAILED
005010*    EXTRACT LEAVES NOTHING ON THE FILE.
005020     IF WS-UNMAPPED-COUNT > 0
005030         DISPLAY WS-UNMAPPED-COUNT
005040                 " BRANCH(ES) UNMAPPED - EXTRACT NOT CUT"
005050         MOVE 'REJECTED - UNMAPPED BRANCH' TO WS-REJECT-TEXT
005060         MOVE 'N' TO WS-VALID-RUN-SWITCH
005070         GO TO 4000-EXIT
005080     END-IF.
005090     IF WS-BRANCH-NET-TOTAL NOT = WS-TRAILER-TOTAL
005100         DISPLAY "BRANCH SUBTOTALS DO NOT FOOT TO THE ADDRPT "
005110                 "CONTROL TOTALS - EXTRACT NOT CUT"
005120         MOVE 'REJECTED - EXTRACT DOES NOT BALANCE'
005130             TO WS-REJECT-TEXT
005140         MOVE 'N' TO WS-VALID-RUN-SWITCH
005150         GO TO 4000-EXIT
005160     END-IF.
005170     PERFORM 4100-TOTAL-ONE-BRANCH THRU 4100-EXIT
005180         VARYING WS-SUB-IDX FROM 1 BY 1
005190         UNTIL WS-SUB-IDX > WS-SUB-COUNT-TBL.
005200     IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
005210         DISPLAY "EXTRACT DEBITS AND CREDITS DO NOT NET TO "
005220                 "ZERO - EXTRACT NOT CUT"
005230         MOVE 'REJECTED - EXTRACT DOES NOT BALANCE'
005240             TO WS-REJECT-TEXT
005250         MOVE 'N' TO WS-VALID-RUN-SWITCH
005260     END-IF.
005270 4000-EXIT.
005280     EXIT.
005290*================================================================
005300 4100-TOTAL-ONE-BRANCH.
005310*================================================================
005320*    THE SAME SIDES 7200-WRITE-ONE-BRANCH WRITES - A BRANCH
005330*    WITH NO NET MOVEMENT GIVES NO LINES.
005340     IF SUB-NET(WS-SUB-IDX) = 0
005350         GO TO 4100-EXIT
005360     END-IF.
005370     PERFORM 4200-SET-SIDES THRU 4200-EXIT.
005380     IF WS-BRANCH-DRCR = 'D'
005390         ADD WS-AMOUNT TO WS-DEBIT-TOTAL
005400     ELSE
005410         ADD WS-AMOUNT TO WS-CREDIT-TOTAL
005420     END-IF.
005430     IF WS-CLEARING-DRCR = 'D'
005440         ADD WS-AMOUNT TO WS-DEBIT-TOTAL
005450     ELSE
005460         ADD WS-AMOUNT TO WS-CREDIT-TOTAL
005470     END-IF.
005480     ADD 2 TO WS-LINE-COUNT.
005490 4100-EXIT.
005500     EXIT.
005510*================================================================
005520 4200-SET-SIDES.
005530*================================================================
005540*    A NET INCREASE DEBITS THE BRANCH AND CREDITS CLEARING; A
005550*    NET DECREASE THE OTHER WAY ROUND. THE AMOUNT GOES OUT
005560*    UNSIGNED.
005570     IF SUB-NET(WS-SUB-IDX) > 0
005580         MOVE SUB-NET(WS-SUB-IDX) TO WS-AMOUNT
005590         MOVE 'D' TO WS-BRANCH-DRCR
005600         MOVE 'C' TO WS-CLEARING-DRCR
005610     ELSE
005620         COMPUTE WS-AMOUNT = 0 - SUB-NET(WS-SUB-IDX)
005630         MOVE 'C' TO WS-BRANCH-DRCR
005640         MOVE 'D' TO WS-CLEARING-DRCR
005650     END-IF.
005660 4200-EXIT.
005670     EXIT.
005680*================================================================
005690 5000-FIND-MAP.
005700*================================================================
005710*    GLMAP-BRANCH IN, WS-MAP-FOUND-IDX OUT (ZERO = UNMAPPED).
005720     MOVE 0 TO WS-MAP-FOUND-IDX.
005730     PERFORM 5050-MATCH-MAP THRU 5050-EXIT
005740         VARYING WS-MAP-IDX FROM 1 BY 1
005750         UNTIL WS-MAP-IDX > WS-MAP-COUNT
005760             OR WS-MAP-FOUND-IDX > 0.
005770 5000-EXIT.
005780     EXIT.
005790*================================================================
005800 5050-MATCH-MAP.
005810*================================================================
005820     IF MAP-BRANCH(WS-MAP-IDX) = GLMAP-BRANCH
005830         MOVE WS-MAP-IDX TO WS-MAP-FOUND-IDX
005840     END-IF.
005850 5050-EXIT.
005860     EXIT.
005870*================================================================
005880 7000-WRITE-EXTRACT.
005890*================================================================
005900*    THE INTERFACE FILE IS ALWAYS OPENED SO THE GENERATION IS
005910*    CATALOGED, BUT A REJECTED RUN WRITES NOTHING TO IT - AN
005920*    EMPTY FILE HAS NO HEADER AND CANNOT BE LOADED.
005930     OPEN OUTPUT GL-INTERFACE-FILE.
005940     IF NOT WS-RUN-IS-VALID
005950         CLOSE GL-INTERFACE-FILE
005960         GO TO 7000-EXIT
005970     END-IF.
005980     MOVE SPACES TO GL-INTERFACE-RECORD.
005990     MOVE 'HDR' TO GLI-REC-TYPE.
006000     MOVE WS-RUN-DATE TO GLI-HDR-DATE.
006010     MOVE 'GLEXT' TO GLI-HDR-SOURCE.
006020     WRITE GL-INTERFACE-RECORD.
006030     PERFORM 7200-WRITE-ONE-BRANCH THRU 7200-EXIT
006040         VARYING WS-SUB-IDX FROM 1 BY 1
006050         UNTIL WS-SUB-IDX > WS-SUB-COUNT-TBL.
006060     MOVE SPACES TO GL-INTERFACE-RECORD.
006070     MOVE 'TRL' TO GLI-REC-TYPE.
006080     MOVE WS-LINE-COUNT TO GLI-TRL-COUNT.
006090     MOVE WS-DEBIT-TOTAL TO GLI-TRL-DEBITS.
006100     MOVE WS-CREDIT-TOTAL TO GLI-TRL-CREDITS.
006110     WRITE GL-INTERFACE-RECORD.
006120     CLOSE GL-INTERFACE-FILE.
006130 7000-EXIT.
006140     EXIT.
006150*================================================================
006160 7200-WRITE-ONE-BRANCH.
006170*================================================================
006180     IF SUB-NET(WS-SUB-IDX) = 0
006190         GO TO 7200-EXIT
006200     END-IF.
006210     PERFORM 4200-SET-SIDES THRU 4200-EXIT.
006220     MOVE SPACES TO GL-INTERFACE-RECORD.
006230     MOVE 'DTL' TO GLI-REC-TYPE.
006240     MOVE WS-RUN-DATE TO GLI-DTL-DATE.
006250     MOVE MAP-ACCOUNT(SUB-MAP-IDX(WS-SUB-IDX))
006260         TO GLI-DTL-ACCOUNT.
006270     MOVE WS-BRANCH-DRCR TO GLI-DTL-DRCR.
006280     MOVE WS-AMOUNT TO GLI-DTL-AMOUNT.
006290     MOVE SUB-BRANCH(WS-SUB-IDX) TO GLI-DTL-BRANCH.
006300     MOVE 'B' TO GLI-DTL-LINE-TYPE.
006310     WRITE GL-INTERFACE-RECORD.
006320     MOVE WS-CLEARING-ACCOUNT TO GLI-DTL-ACCOUNT.
006330     MOVE WS-CLEARING-DRCR TO GLI-DTL-DRCR.
006340     MOVE 'C' TO GLI-DTL-LINE-TYPE.
006350     WRITE GL-INTERFACE-RECORD.
006360 7200-EXIT.
006370     EXIT.
006380*================================================================
006390 8000-TERMINATE.
006400*================================================================
006410     MOVE WS-SUB-COUNT-TBL TO WS-SUB-COUNT-D.
006420     MOVE WS-LINE-COUNT TO WS-LINE-COUNT-D.
006430     MOVE WS-DEBIT-TOTAL TO WS-DEBIT-TOTAL-D.
006440     MOVE WS-CREDIT-TOTAL TO WS-CREDIT-TOTAL-D.
006450     DISPLAY "BRANCH SUBTOTALS READ    = " WS-SUB-COUNT-D.
006460     DISPLAY "JOURNAL-ENTRY LINES      = " WS-LINE-COUNT-D.
006470     DISPLAY "TOTAL DEBITS             = " WS-DEBIT-TOTAL-D.
006480     DISPLAY "TOTAL CREDITS            = " WS-CREDIT-TOTAL-D.
006490     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
006500     IF WS-RUN-IS-VALID
006510         DISPLAY "GL EXTRACT CUT FOR " WS-RUN-DATE
006520         MOVE 0 TO RETURN-CODE
006530     ELSE
006540         DISPLAY "NO GL EXTRACT CUT FOR " WS-RUN-DATE
006550         IF WS-CUT-STANDS
006560             MOVE 0 TO RETURN-CODE
006570         ELSE
006580             MOVE 8 TO RETURN-CODE
006590         END-IF
006600     END-IF.
006610 8000-EXIT.
006620     EXIT.
006630*================================================================
006640 8100-WRITE-JOURNAL.
006650*================================================================
006660     OPEN EXTEND JOURNAL-FILE.
006670     MOVE SPACES TO JRNL-RECORD.
006680     ACCEPT WS-RUN-TIME FROM TIME.
006690     MOVE WS-RUN-DATE TO JRNL-RUN-DATE.
006700     MOVE WS-RUN-TIME TO JRNL-RUN-TIME.
006710     MOVE 'GLEXT' TO JRNL-PROGRAM-ID.
006720     MOVE CYC-NUMBER TO JRNL-CYCLE.
006730     STRING 'BRANCHES=' WS-SUB-COUNT-D
006740            ' LINES=' WS-LINE-COUNT-D
006750            DELIMITED BY SIZE INTO JRNL-INPUT-SUMMARY.
006760     IF WS-RUN-IS-VALID
006770         STRING 'GL EXTRACT CUT FOR ' WS-RUN-DATE
006780                DELIMITED BY SIZE INTO JRNL-RESULT-SUMMARY
006790     ELSE
006800         MOVE WS-REJECT-TEXT TO JRNL-RESULT-SUMMARY
006810     END-IF.
006820     MOVE SPACES TO JRNL-PARM-SUMMARY.
006830     WRITE JRNL-RECORD.
006840     CLOSE JOURNAL-FILE.
006850 8100-EXIT.
006860     EXIT.
006870*================================================================
006880 9999-EXIT.
006890     STOP RUN.
