000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     LEDGPST.
000030 AUTHOR.         S. KOVALENKO.
000040 INSTALLATION.   RECONCILIATION BATCH.
000050 DATE-WRITTEN.   OCT 2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 SK  ORIGINAL VERSION. BRANCH LEDGER POSTING. THE
000110*                ADDER STARTS EVERY BRANCH'S RUNNING BALANCE AT
000120*                ZERO AND ITS BRANCH SUBTOTALS ONLY COVER ONE
000130*                NIGHT, SO NOTHING KNEW A BRANCH'S ACTUAL
000140*                POSITION AND THE DESK CARRIED OPENING
000150*                BALANCES ON A SPREADSHEET. READS THE CURRENT
000160*                BRANCH LEDGER GENERATION (BRLEDG), POSTS EACH
000170*                BRANCH'S NET ACTIVITY FROM THE ADDRPT BRANCH
000180*                SUBTOTALS OF EVERY NIGHTLY-STREAM GENERATION
000190*                DATED AFTER ITS LAST POSTING, PLUS THE
000200*                SUSPENSE CLEARED THROUGH SUSPRES (THE
000210*                SUSPCYCL RESUBMIT PASSES, TOLD APART BY THE
000220*                SUSPRES SOURCE ON THEIR DATE LINE) SINCE THEN,
000230*                AND WRITES THE NEW GENERATION (BRLEDGO) WITH
000240*                EVERY BRANCH STAMPED POSTED THROUGH TONIGHT.
000250*                THE LEDGER PROOF (LEDGRPT) SHOWS OPENING
000260*                BALANCE, NET ACTIVITY, SUSPENSE CLEARED AND
000270*                CLOSING BALANCE PER BRANCH.
000280*                A DATE IS NEVER POSTED TWICE: TONIGHT'S
000290*                RUN-CONTROL RECORD (RUNCTL) SHOWING LEDGPST
000300*                ALREADY RAN FOR THE DATE - A RERUN NIGHT - OR
000310*                A LEDGER ALREADY POSTED THROUGH THE DATE
000320*                REFUSES THE POSTING RC 8 AND CARRIES THE
000330*                LEDGER FORWARD UNCHANGED. SO DOES A HISTORY
000340*                WITH NO NIGHTLY GENERATION FOR TONIGHT, WHICH
000350*                WOULD OTHERWISE STAMP THE DATE POSTED WITH
000360*                NOTHING IN IT. RUNS AS STEP017 OF DLYRECON,
000370*                BEHIND THE BALANCE CHECK.
000380* 2026-10-15 SK  BRCHMST 27 TO 30 - THE BRANCH MASTER NOW
000390*                CARRIES THE BOOKING CURRENCY. NOT USED HERE.
000400* 2026-10-15 SK  AN ADJUSTMENT PASS (ADJCYCL, SOURCE ADJUST ON
000410*                ITS DATE LINE) ALWAYS COUNTS LIKE A RESUBMIT
000420*                PASS BUT POSTS AS ACTIVITY - A REVERSAL OR A
000430*                REPLACEMENT CHANGES WHAT THE BRANCH DID, NOT
000440*                WHAT IT HAD IN SUSPENSE.
000450* 2026-10-15 SK  CUTOFF CYCLES. A DATE CAN NOW POST IN MORE THAN
000460*                ONE CYCLE. THE RUN-CYCLE CARD (RUNCYC, THROUGH
000470*                CYCLOAD) NAMES TONIGHT'S CYCLE AND WHETHER IT
000480*                CLOSES THE DATE; THE LEDGER CARRIES THE CYCLE
000490*                EACH BRANCH IS POSTED THROUGH (BRLG-LAST-CYCLE,
000500*                '9' FOR A CLOSED DATE). EACH ADDRPT GENERATION IS
000510*                POSITIONED BY ITS DATE AND THE CYCLE ON ITS DATE
000520*                LINE - A RESUBMIT OR ADJUSTMENT PASS BY ITS
000530*                DATE'S LAST CYCLE - AND POSTS WHEN IT IS PAST THE
000540*                BRANCH'S POSITION AND NOT PAST TONIGHT'S, SO A
000550*                DATE'S MIDDAY AND NIGHTLY GENERATIONS BOTH POST
000560*                AND NEITHER TWICE. RERUN DUPLICATES ARE NOW
000570*                JUDGED PER DATE AND CYCLE, AND THE RUN-CONTROL
000580*                RERUN GUARD READS THIS CYCLE'S RECORD.
000590* 2026-10-15 SK  RUN-CONTROL RECORD WIDENED 120 TO 128 FOR THE
000600*                RESUMED-FROM STEP. LAYOUT CHANGE ONLY.
000610* 2026-10-15 SK  A DATE ALREADY POSTED NO LONGER REJECTS. THE
000620*                LEDGER IS STILL CARRIED FORWARD UNCHANGED, BUT
000630*                THE JOURNAL SAYS ALREADY POSTED - LEDGER CARRIED
000640*                FORWARD AND THE STEP ENDS RC 0, SO A DLYRECON
000650*                RERUN OR A RESUMED DLYRSUM GETS PAST THIS STEP. A
000660*                BAD RUN-CYCLE CARD NOW REJECTS THE RUN RC 8
000670*                INSTEAD OF POSTING AS CYCLE 1.
000680* 2026-10-15 SK  THE RUN IS REJECTED RC 8 AND THE LEDGER CARRIED
000690*                FORWARD WHEN A BRANCH IS POSTED THROUGH A
000700*                POSITION OLDER THAN THE OLDEST NIGHTLY GENERATION
000710*                ON ADDHIST (3300) - THE GENERATIONS IN BETWEEN
000720*                ARE NO LONGER ON THE CONCATENATION AND WOULD BE
000730*                LOST FOR GOOD.
000740*================================================================
000750 ENVIRONMENT DIVISION.
000760 CONFIGURATION SECTION.
000770 SOURCE-COMPUTER.    IBM-370.
000780 OBJECT-COMPUTER.    IBM-370.
000790 INPUT-OUTPUT SECTION.
000800 FILE-CONTROL.
000810     SELECT BRANCH-MASTER-FILE ASSIGN TO BRCHMST
000820            ORGANIZATION IS LINE SEQUENTIAL.
000830     SELECT OPTIONAL LEDGER-IN ASSIGN TO BRLEDG
000840            ORGANIZATION IS LINE SEQUENTIAL
000850            FILE STATUS IS WS-LDGI-STATUS.
000860     SELECT LEDGER-OUT ASSIGN TO BRLEDGO
000870            ORGANIZATION IS LINE SEQUENTIAL.
000880     SELECT ADD-HISTORY-FILE ASSIGN TO ADDHIST
000890            ORGANIZATION IS LINE SEQUENTIAL.
000900     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
000910            ORGANIZATION IS LINE SEQUENTIAL
000920            FILE STATUS IS WS-RCTL-STATUS.
000930     SELECT LEDGER-PROOF-FILE ASSIGN TO LEDGRPT
000940            ORGANIZATION IS LINE SEQUENTIAL.
000950     SELECT JOURNAL-FILE ASSIGN TO JRNLOG
000960            ORGANIZATION IS LINE SEQUENTIAL.
000970*
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  BRANCH-MASTER-FILE
001010     RECORD CONTAINS 30 CHARACTERS.
001020     COPY BRCHMST.
001030*
001040 FD  LEDGER-IN
001050     RECORD CONTAINS 40 CHARACTERS.
001060     COPY BRLEDG.
001070*
001080 FD  LEDGER-OUT
001090     RECORD CONTAINS 40 CHARACTERS.
001100 01  BRLEDGO-RECORD              PIC X(40).
001110*
001120 FD  ADD-HISTORY-FILE
001130     RECORD CONTAINS 96 CHARACTERS.
001140     COPY ADDRPT.
001150*
001160 FD  RUN-CONTROL-FILE
001170     RECORD CONTAINS 128 CHARACTERS.
001180     COPY RUNCTL.
001190*
001200 FD  LEDGER-PROOF-FILE
001210     RECORD CONTAINS 120 CHARACTERS.
001220 01  LDG-REPORT-RECORD           PIC X(120).
001230*
001240 FD  JOURNAL-FILE
001250     RECORD CONTAINS 160 CHARACTERS.
001260     COPY JRNLREC.
001270*
001280 WORKING-STORAGE SECTION.
001290*----------------------------------------------------------------
001300* CONSTANTS
001310*----------------------------------------------------------------
001320*    THE LEDGER TABLE OCCURS 500 BRANCHES, THE SAME CEILING AS
001330*    THE BRANCH MASTER'S MAINTENANCE (BRCHMNT). THE NIGHT LIST
001340*    OCCURS 62 - THE ADDHIST CONCATENATION HAS TO REACH BACK TO
001350*    THE LAST POSTING (3300 REFUSES THE RUN WHEN IT DOES NOT).
001360 77  WS-MAX-BRANCHES             PIC 9(03)  VALUE 500.
001370 77  WS-MAX-NIGHTS               PIC 9(03)  VALUE 62.
001380*----------------------------------------------------------------
001390* SWITCHES
001400*----------------------------------------------------------------
001410 01  WS-LDGI-STATUS              PIC X(02).
001420 01  WS-RCTL-STATUS              PIC X(02).
001430 01  WS-SWITCHES.
001440     05  WS-VALID-RUN-SWITCH     PIC X(01)  VALUE 'Y'.
001450         88  WS-RUN-IS-VALID                VALUE 'Y'.
001460     05  WS-BMST-EOF-SWITCH      PIC X(01)  VALUE 'N'.
001470         88  WS-BMST-EOF                    VALUE 'Y'.
001480     05  WS-LDG-EOF-SWITCH       PIC X(01)  VALUE 'N'.
001490         88  WS-LDG-EOF                     VALUE 'Y'.
001500     05  WS-HIST-EOF-SWITCH      PIC X(01)  VALUE 'N'.
001510         88  WS-HIST-EOF                    VALUE 'Y'.
001520     05  WS-RCTL-EOF-SWITCH      PIC X(01)  VALUE 'N'.
001530         88  WS-RCTL-EOF                    VALUE 'Y'.
001540     05  WS-POSTED-SWITCH        PIC X(01)  VALUE 'N'.
001550         88  WS-DATE-ALREADY-POSTED         VALUE 'Y'.
001560     05  WS-TONIGHT-SWITCH       PIC X(01)  VALUE 'N'.
001570         88  WS-TONIGHT-FOUND               VALUE 'Y'.
001580*----------------------------------------------------------------
001590* LEDGER TABLE - ONE ROW PER BRANCH ON THE BRANCH MASTER, PLUS
001600* ANY BRANCH THE LEDGER OR THE HISTORY CARRIES THAT THE MASTER
001610* DOES NOT. LDG-ON-LEDGER SAYS THE BRANCH HAD A LEDGER RECORD
001620* COMING IN; ONE THAT DID NOT OPENS AT ZERO AND TAKES ONLY
001630* TONIGHT'S DATE.
001640*----------------------------------------------------------------
001650 01  WS-LDG-COUNT                PIC 9(03).
001660 01  WS-LDG-TABLE.
001670     05  WS-LDG-ENTRY            OCCURS 500 TIMES.
001680         10  LDG-CODE            PIC X(03).
001690         10  LDG-NAME            PIC X(20).
001700         10  LDG-ON-LEDGER       PIC X(01).
001710         10  LDG-LAST-POSTED     PIC 9(08).
001720         10  LDG-LAST-CYCLE      PIC X(01).
001730         10  LDG-OPENING         PIC S9(13)V99.
001740         10  LDG-ACTIVITY        PIC S9(13)V99.
001750         10  LDG-ACT-COUNT       PIC 9(07).
001760         10  LDG-SUSPENSE        PIC S9(13)V99.
001770         10  LDG-SUSP-COUNT      PIC 9(07).
001780         10  LDG-CLOSING         PIC S9(13)V99.
001790 01  WS-LDG-IDX                  PIC 9(03).
001800 01  WS-FOUND-IDX                PIC 9(03).
001810 01  WS-FIND-CODE                PIC X(03).
001820*----------------------------------------------------------------
001830* NIGHTLY-STREAM DATES AND CYCLES ALREADY SEEN ON THE HISTORY -
001840* THE FIRST GENERATION SEEN FOR A DATE AND CYCLE STANDS FOR IT
001850* (THE JCL CONCATENATES NEWEST FIRST), THE SAME RULE ADDSTMT
001860* APPLIES
001870*----------------------------------------------------------------
001880 01  WS-SEEN-COUNT               PIC 9(03).
001890 01  WS-SEEN-TABLE.
001900     05  WS-SEEN-KEY             PIC X(09)  OCCURS 62 TIMES.
001910 01  WS-SEEN-IDX                 PIC 9(03).
001920 01  WS-SEEN-FOUND-IDX           PIC 9(03).
001930*----------------------------------------------------------------
001940* CURRENT-GENERATION STATE WHILE THE HISTORY STREAMS BY -
001950* WS-CUR-DATE IS ZERO UNTIL THE GENERATION'S DATE LINE ARRIVES
001960*----------------------------------------------------------------
001970 01  WS-CUR-DATE                 PIC 9(08).
001980 01  WS-CUR-SOURCE               PIC X(08).
001990 01  WS-CUR-CYCLE                PIC X(01).
002000*----------------------------------------------------------------
002010* POSTING POSITIONS - A BUSINESS DATE AND THE CUTOFF CYCLE
002020* WITHIN IT, '9' FOR THE DATE'S LAST CYCLE (THE DATE CLOSED).
002030* A GENERATION POSTS WHEN ITS POSITION IS PAST THE BRANCH'S
002040* LEDGER POSITION AND NOT PAST TONIGHT'S. A RESUBMIT OR
002050* ADJUSTMENT PASS IS POSITIONED AT '9', SO IT POSTS WITH THE
002060* LAST CYCLE OF ITS DATE WHENEVER IN THE DATE IT RAN.
002070*----------------------------------------------------------------
002080 01  WS-RUN-KEY.
002090     05  WS-RUN-KEY-DATE         PIC 9(08).
002100     05  WS-RUN-KEY-CYCLE        PIC X(01).
002110 01  WS-GEN-KEY.
002120     05  WS-GEN-KEY-DATE         PIC 9(08).
002130     05  WS-GEN-KEY-CYCLE        PIC X(01).
002140 01  WS-LDG-KEY.
002150     05  WS-LDG-KEY-DATE         PIC 9(08).
002160     05  WS-LDG-KEY-CYCLE        PIC X(01).
002170 01  WS-RCTL-CYCLE               PIC X(01).
002180*    THE OLDEST NIGHTLY-STREAM GENERATION ON THE CONCATENATION.
002190*    A BRANCH POSTED THROUGH AN EARLIER POSITION MAY HAVE
002200*    GENERATIONS THE CONCATENATION NO LONGER REACHES.
002210 01  WS-OLDEST-KEY.
002220     05  WS-OLDEST-KEY-DATE      PIC 9(08).
002230     05  WS-OLDEST-KEY-CYCLE     PIC X(01).
002240*----------------------------------------------------------------
002250* CONTROL COUNTS AND TOTALS
002260*----------------------------------------------------------------
002270 01  WS-NIGHT-GEN-COUNT          PIC 9(03)  COMP.
002280 01  WS-SUSP-GEN-COUNT           PIC 9(03)  COMP.
002290 01  WS-DUP-COUNT                PIC 9(03)  COMP.
002300 01  WS-NIGHT-GEN-D              PIC 9(03).
002310 01  WS-SUSP-GEN-D               PIC 9(03).
002320 01  WS-DUP-COUNT-D              PIC 9(03).
002330 01  WS-LDG-COUNT-D              PIC 9(03).
002340 01  WS-TOT-OPENING              PIC S9(15)V99.
002350 01  WS-TOT-ACTIVITY             PIC S9(15)V99.
002360 01  WS-TOT-SUSPENSE             PIC S9(15)V99.
002370 01  WS-TOT-CLOSING              PIC S9(15)V99.
002380*----------------------------------------------------------------
002390* WORK FIELDS
002400*----------------------------------------------------------------
002410 01  WS-RUN-DATE                 PIC 9(08).
002420 01  WS-RUN-TIME                 PIC 9(08).
002430 01  WS-STEP-IDX                 PIC 9(02)  COMP.
002440 01  WS-SUB-COUNT                PIC 9(07).
002450 01  WS-SUB-BAL                  PIC S9(11)V99.
002460 01  WS-REJECT-TEXT              PIC X(50)
002470         VALUE 'REJECTED - SEE SYSOUT FOR REASON'.
002480*----------------------------------------------------------------
002490* REPORT LINE LAYOUTS
002500*----------------------------------------------------------------
002510 01  WS-HEADER-LINE.
002520     05  FILLER                  PIC X(24)
002530         VALUE 'BRANCH LEDGER PROOF FOR '.
002540     05  WS-HDR-DATE             PIC 9(08).
002550     05  FILLER                  PIC X(88)  VALUE SPACES.
002560 01  WS-COLUMN-LINE.
002570     05  FILLER                  PIC X(25)
002580         VALUE 'BR  BRANCH NAME'.
002590     05  FILLER                  PIC X(09)  VALUE 'PRIOR'.
002600     05  FILLER                  PIC X(18)
002610         VALUE '  OPENING BALANCE'.
002620     05  FILLER                  PIC X(18)
002630         VALUE '     NET ACTIVITY'.
002640     05  FILLER                  PIC X(18)
002650         VALUE ' SUSPENSE CLEARED'.
002660     05  FILLER                  PIC X(18)
002670         VALUE '  CLOSING BALANCE'.
002680     05  FILLER                  PIC X(14)  VALUE SPACES.
002690 01  WS-DETAIL-LINE.
002700     05  WS-DTL-CODE             PIC X(03).
002710     05  FILLER                  PIC X(01)  VALUE SPACE.
002720     05  WS-DTL-NAME             PIC X(20).
002730     05  FILLER                  PIC X(01)  VALUE SPACE.
002740     05  WS-DTL-PRIOR            PIC 9(08).
002750     05  FILLER                  PIC X(01)  VALUE SPACE.
002760     05  WS-DTL-OPENING          PIC -(13)9.99.
002770     05  FILLER                  PIC X(01)  VALUE SPACE.
002780     05  WS-DTL-ACTIVITY         PIC -(13)9.99.
002790     05  FILLER                  PIC X(01)  VALUE SPACE.
002800     05  WS-DTL-SUSPENSE         PIC -(13)9.99.
002810     05  FILLER                  PIC X(01)  VALUE SPACE.
002820     05  WS-DTL-CLOSING          PIC -(13)9.99.
002830     05  FILLER                  PIC X(15)  VALUE SPACES.
002840 01  WS-TOTAL-LINE.
002850     05  FILLER                  PIC X(34)
002860         VALUE 'LEDGER TOTALS'.
002870     05  WS-TOT-OPENING-D        PIC -(13)9.99.
002880     05  FILLER                  PIC X(01)  VALUE SPACE.
002890     05  WS-TOT-ACTIVITY-D       PIC -(13)9.99.
002900     05  FILLER                  PIC X(01)  VALUE SPACE.
002910     05  WS-TOT-SUSPENSE-D       PIC -(13)9.99.
002920     05  FILLER                  PIC X(01)  VALUE SPACE.
002930     05  WS-TOT-CLOSING-D        PIC -(13)9.99.
002940     05  FILLER                  PIC X(15)  VALUE SPACES.
002950 01  WS-REFUSED-LINE.
002960     05  FILLER                  PIC X(39)
002970         VALUE 'NOTHING POSTED - LEDGER CARRIED FORWARD'.
002980     05  FILLER                  PIC X(03)  VALUE ' - '.
002990     05  WS-REF-TEXT             PIC X(50).
003000     05  FILLER                  PIC X(28)  VALUE SPACES.
003010*----------------------------------------------------------------
003020* RUN CYCLE - LOADED FROM RUNCYC BY CYCLOAD
003030*----------------------------------------------------------------
003040     COPY CYCTAB.
003050*
003060 PROCEDURE DIVISION.
003070*================================================================
003080 0000-MAINLINE.
003090*================================================================
003100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003110     IF WS-RUN-IS-VALID
003120         PERFORM 2000-CHECK-RERUN THRU 2000-EXIT
003130     END-IF.
003140     IF WS-RUN-IS-VALID
003150         PERFORM 3000-LOAD-ACTIVITY THRU 3000-EXIT
003160     END-IF.
003170     IF WS-RUN-IS-VALID
003180         PERFORM 4000-POST-LEDGER THRU 4000-EXIT
003190     END-IF.
003200     PERFORM 7000-WRITE-LEDGER THRU 7000-EXIT.
003210     PERFORM 7500-WRITE-PROOF THRU 7500-EXIT.
003220     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003230     GO TO 9999-EXIT.
003240*================================================================
003250 0500-JOURNAL-START.
003260*================================================================
003270*    START AND FINISH BOTH JOURNAL, SO THE TIMING REPORT
003280*    (JRNTIME) CAN CHARGE THE POSTING ITS ELAPSED TIME AND A
003290*    START WITH NO FINISH READS AS AN ABEND.
003300     OPEN EXTEND JOURNAL-FILE.
003310     MOVE SPACES TO JRNL-RECORD.
003320     ACCEPT WS-RUN-TIME FROM TIME.
003330     MOVE WS-RUN-DATE TO JRNL-RUN-DATE.
003340     MOVE WS-RUN-TIME TO JRNL-RUN-TIME.
003350     MOVE 'LEDGPST' TO JRNL-PROGRAM-ID.
003360     MOVE CYC-NUMBER TO JRNL-CYCLE.
003370     MOVE 'RUN STARTED' TO JRNL-RESULT-SUMMARY.
003380     WRITE JRNL-RECORD.
003390     CLOSE JOURNAL-FILE.
003400 0500-EXIT.
003410     EXIT.
003420*================================================================
003430 1000-INITIALIZE.
003440*================================================================
003450     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003460     CALL 'CYCLOAD' USING CYC-BLOCK.
003470     PERFORM 0500-JOURNAL-START THRU 0500-EXIT.
003480     IF CYC-BAD-FILE
003490         DISPLAY "RUN-CYCLE CARD BAD: " CYC-ERROR-TEXT
003500         DISPLAY "RUN REJECTED"
003510         MOVE 'REJECTED - RUN-CYCLE CARD BAD' TO WS-REJECT-TEXT
003520         MOVE 'N' TO WS-VALID-RUN-SWITCH
003530         GO TO 1000-EXIT
003540     END-IF.
003550     MOVE WS-RUN-DATE TO WS-RUN-KEY-DATE.
003560     IF CYC-IS-LAST
003570         MOVE '9' TO WS-RUN-KEY-CYCLE
003580     ELSE
003590         MOVE CYC-NUMBER TO WS-RUN-KEY-CYCLE
003600     END-IF.
003610     MOVE 0 TO WS-LDG-COUNT.
003620     MOVE 0 TO WS-SEEN-COUNT.
003630     MOVE 0 TO WS-NIGHT-GEN-COUNT.
003640     MOVE 99999999 TO WS-OLDEST-KEY-DATE.
003650     MOVE '9' TO WS-OLDEST-KEY-CYCLE.
003660     MOVE 0 TO WS-SUSP-GEN-COUNT.
003670     MOVE 0 TO WS-DUP-COUNT.
003680     MOVE 0 TO WS-CUR-DATE.
003690     MOVE SPACES TO WS-CUR-SOURCE.
003700     MOVE SPACE TO WS-CUR-CYCLE.
003710     PERFORM 1100-LOAD-BRANCHES THRU 1100-EXIT.
003720     IF WS-RUN-IS-VALID
003730         PERFORM 1200-LOAD-LEDGER THRU 1200-EXIT
003740     END-IF.
003750 1000-EXIT.
003760     EXIT.
003770*================================================================
003780 1100-LOAD-BRANCHES.
003790*================================================================
003800*    EVERY BRANCH ON THE MASTER, ACTIVE OR NOT, CARRIES A
003810*    LEDGER - A DEACTIVATED BRANCH CAN STILL HAVE SUSPENSE
003820*    CLEARING BACK INTO IT.
003830     OPEN INPUT BRANCH-MASTER-FILE.
003840     PERFORM 1150-READ-ONE-BRANCH THRU 1150-EXIT
003850         UNTIL WS-BMST-EOF OR NOT WS-RUN-IS-VALID.
003860     CLOSE BRANCH-MASTER-FILE.
003870 1100-EXIT.
003880     EXIT.
003890*================================================================
003900 1150-READ-ONE-BRANCH.
003910*================================================================
003920     READ BRANCH-MASTER-FILE
003930         AT END
003940             SET WS-BMST-EOF TO TRUE
003950     END-READ.
003960     IF WS-BMST-EOF
003970         GO TO 1150-EXIT
003980     END-IF.
003990     MOVE BRCHMST-CODE TO WS-FIND-CODE.
004000     PERFORM 5000-FIND-BRANCH THRU 5000-EXIT.
004010     IF WS-FOUND-IDX > 0
004020         GO TO 1150-EXIT
004030     END-IF.
004040     PERFORM 5100-ADD-BRANCH THRU 5100-EXIT.
004050     IF WS-FOUND-IDX > 0
004060         MOVE BRCHMST-NAME TO LDG-NAME(WS-FOUND-IDX)
004070     END-IF.
004080 1150-EXIT.
004090     EXIT.
004100*================================================================
004110 1200-LOAD-LEDGER.
004120*================================================================
004130*    NO LEDGER GENERATION YET (THE FIRST NIGHT) IS NOT AN
004140*    ERROR - EVERY BRANCH OPENS AT ZERO. A LEDGER THAT CANNOT
004150*    BE READ, OR CARRIES A BRANCH TWICE, REJECTS THE RUN.
004160     OPEN INPUT LEDGER-IN.
004170     IF WS-LDGI-STATUS NOT = '00' AND WS-LDGI-STATUS NOT = '05'
004180         DISPLAY "BRANCH LEDGER CANNOT BE OPENED - STATUS "
004190                 WS-LDGI-STATUS " - RUN REJECTED"
004200         MOVE 'N' TO WS-VALID-RUN-SWITCH
004210         GO TO 1200-EXIT
004220     END-IF.
004230     PERFORM 1250-READ-ONE-LEDGER THRU 1250-EXIT
004240         UNTIL WS-LDG-EOF OR NOT WS-RUN-IS-VALID.
004250     CLOSE LEDGER-IN.
004260 1200-EXIT.
004270     EXIT.
004280*================================================================
004290 1250-READ-ONE-LEDGER.
004300*================================================================
004310     READ LEDGER-IN
004320         AT END
004330             SET WS-LDG-EOF TO TRUE
004340     END-READ.
004350     IF WS-LDG-EOF
004360         GO TO 1250-EXIT
004370     END-IF.
004380     IF BRLG-BALANCE NOT NUMERIC
004390         OR BRLG-LAST-POSTED NOT NUMERIC
004400         DISPLAY "LEDGER RECORD FOR BRANCH " BRLG-CODE
004410                 " IS NOT NUMERIC - RUN REJECTED"
004420         MOVE 'N' TO WS-VALID-RUN-SWITCH
004430         GO TO 1250-EXIT
004440     END-IF.
004450     MOVE BRLG-CODE TO WS-FIND-CODE.
004460     PERFORM 5000-FIND-BRANCH THRU 5000-EXIT.
004470     IF WS-FOUND-IDX = 0
004480         PERFORM 5100-ADD-BRANCH THRU 5100-EXIT
004490         IF WS-FOUND-IDX = 0
004500             GO TO 1250-EXIT
004510         END-IF
004520     END-IF.
004530     IF LDG-ON-LEDGER(WS-FOUND-IDX) = 'Y'
004540         DISPLAY "BRANCH " BRLG-CODE
004550                 " IS ON THE LEDGER TWICE - RUN REJECTED"
004560         MOVE 'N' TO WS-VALID-RUN-SWITCH
004570         GO TO 1250-EXIT
004580     END-IF.
004590     MOVE 'Y' TO LDG-ON-LEDGER(WS-FOUND-IDX).
004600     MOVE BRLG-BALANCE TO LDG-OPENING(WS-FOUND-IDX).
004610     MOVE BRLG-LAST-POSTED TO LDG-LAST-POSTED(WS-FOUND-IDX).
004620     IF BRLG-LAST-CYCLE = SPACE
004630         MOVE '9' TO LDG-LAST-CYCLE(WS-FOUND-IDX)
004640     ELSE
004650         MOVE BRLG-LAST-CYCLE TO LDG-LAST-CYCLE(WS-FOUND-IDX)
004660     END-IF.
004670 1250-EXIT.
004680     EXIT.
004690*================================================================
004700 2000-CHECK-RERUN.
004710*================================================================
004720*    TWO GUARDS AGAINST POSTING A DATE AND CYCLE TWICE. THE
004730*    RUN-CONTROL RECORD FOR TONIGHT'S DATE AND CYCLE EXISTS
004740*    ONLY IF THE STREAM ALREADY RAN THAT CYCLE; IF IT SHOWS
004750*    THIS STEP RAN CLEAN OR DIRTY, THIS IS A RERUN AND THE
004760*    CYCLE IS IN THE LEDGER ALREADY. THE LEDGER'S OWN
004770*    LAST-POSTED POSITIONS CATCH THE SAME THING WHEN THE
004780*    RECORD HAS SINCE BEEN OVERWRITTEN BY A RERUN THAT WAS
004790*    ITSELF REFUSED.
004800*    EITHER WAY NOTHING IS POSTED AND THE LEDGER IS CARRIED
004810*    FORWARD UNCHANGED, BUT THE STEP ENDS RC 0 - A RERUN NIGHT
004820*    OR A RESUMED STREAM MUST BE ABLE TO GET PAST IT.
004830     OPEN INPUT RUN-CONTROL-FILE.
004840     IF WS-RCTL-STATUS = '00' OR WS-RCTL-STATUS = '05'
004850         PERFORM 2100-READ-RUN-CONTROL THRU 2100-EXIT
004860             UNTIL WS-RCTL-EOF
004870     END-IF.
004880     CLOSE RUN-CONTROL-FILE.
004890     IF WS-DATE-ALREADY-POSTED
004900         DISPLAY "RUN-CONTROL RECORD FOR " WS-RUN-DATE
004910                 " CYCLE " CYC-NUMBER
004920                 " SHOWS THE LEDGER ALREADY POSTED - RERUN"
004930     ELSE
004940         PERFORM 2300-CHECK-LAST-POSTED THRU 2300-EXIT
004950             VARYING WS-LDG-IDX FROM 1 BY 1
004960             UNTIL WS-LDG-IDX > WS-LDG-COUNT
004970                 OR WS-DATE-ALREADY-POSTED
004980     END-IF.
004990     IF WS-DATE-ALREADY-POSTED
005000         DISPLAY "BUSINESS DATE " WS-RUN-DATE
005010                 " CYCLE " CYC-NUMBER
005020                 " ALREADY POSTED - LEDGER CARRIED FORWARD"
005030         MOVE 'ALREADY POSTED - LEDGER CARRIED FORWARD'
005040             TO WS-REJECT-TEXT
005050         MOVE 'N' TO WS-VALID-RUN-SWITCH
005060     END-IF.
005070 2000-EXIT.
005080     EXIT.
005090*================================================================
005100 2100-READ-RUN-CONTROL.
005110*================================================================
005120     READ RUN-CONTROL-FILE
005130         AT END
005140             SET WS-RCTL-EOF TO TRUE
005150     END-READ.
005160     IF WS-RCTL-EOF
005170         GO TO 2100-EXIT
005180     END-IF.
005190     IF RCTL-RUN-DATE NOT NUMERIC
005200         OR RCTL-RUN-DATE NOT = WS-RUN-DATE
005210         GO TO 2100-EXIT
005220     END-IF.
005230     MOVE RCTL-CYCLE TO WS-RCTL-CYCLE.
005240     IF WS-RCTL-CYCLE = SPACE
005250         MOVE '1' TO WS-RCTL-CYCLE
005260     END-IF.
005270     IF WS-RCTL-CYCLE NOT = CYC-NUMBER
005280         GO TO 2100-EXIT
005290     END-IF.
005300     PERFORM 2200-CHECK-ONE-STEP THRU 2200-EXIT
005310         VARYING WS-STEP-IDX FROM 1 BY 1
005320         UNTIL WS-STEP-IDX > 10.
005330 2100-EXIT.
005340     EXIT.
005350*================================================================
005360 2200-CHECK-ONE-STEP.
005370*================================================================
005380     IF RCTL-PROGRAM(WS-STEP-IDX) = 'LEDGPST'
005390         AND (RCTL-RAN-CLEAN(WS-STEP-IDX)
005400              OR RCTL-RAN-DIRTY(WS-STEP-IDX))
005410         SET WS-DATE-ALREADY-POSTED TO TRUE
005420     END-IF.
005430 2200-EXIT.
005440     EXIT.
005450*================================================================
005460 2300-CHECK-LAST-POSTED.
005470*================================================================
005480     IF LDG-ON-LEDGER(WS-LDG-IDX) NOT = 'Y'
005490         GO TO 2300-EXIT
005500     END-IF.
005510     MOVE LDG-LAST-POSTED(WS-LDG-IDX) TO WS-LDG-KEY-DATE.
005520     MOVE LDG-LAST-CYCLE(WS-LDG-IDX) TO WS-LDG-KEY-CYCLE.
005530     IF WS-LDG-KEY NOT < WS-RUN-KEY
005540         DISPLAY "BRANCH " LDG-CODE(WS-LDG-IDX)
005550                 " IS POSTED THROUGH "
005560                 LDG-LAST-POSTED(WS-LDG-IDX)
005570                 " CYCLE " LDG-LAST-CYCLE(WS-LDG-IDX)
005580         SET WS-DATE-ALREADY-POSTED TO TRUE
005590     END-IF.
005600 2300-EXIT.
005610     EXIT.
005620*================================================================
005630 3000-LOAD-ACTIVITY.
005640*================================================================
005650     OPEN INPUT ADD-HISTORY-FILE.
005660     PERFORM 3100-TAKE-HISTORY-LINE THRU 3100-EXIT
005670         UNTIL WS-HIST-EOF OR NOT WS-RUN-IS-VALID.
005680     CLOSE ADD-HISTORY-FILE.
005690     IF WS-RUN-IS-VALID AND NOT WS-TONIGHT-FOUND
005700         DISPLAY "NO NIGHTLY ADDRPT GENERATION FOR "
005710                 WS-RUN-DATE " CYCLE " CYC-NUMBER
005720                 " ON ADDHIST - RUN REJECTED"
005730         MOVE 'REJECTED - NO ADDRPT FOR RUN DATE'
005740             TO WS-REJECT-TEXT
005750         MOVE 'N' TO WS-VALID-RUN-SWITCH
005760     END-IF.
005770     IF WS-RUN-IS-VALID
005780         PERFORM 3300-CHECK-REACH THRU 3300-EXIT
005790             VARYING WS-LDG-IDX FROM 1 BY 1
005800             UNTIL WS-LDG-IDX > WS-LDG-COUNT
005810                 OR NOT WS-RUN-IS-VALID
005820     END-IF.
005830 3000-EXIT.
005840     EXIT.
005850*================================================================
005860 3100-TAKE-HISTORY-LINE.
005870*================================================================
005880*    THE SAME LINE CLASSIFICATION EVERY ADDRPT READER USES -
005890*    ONLY THE DATE LINES AND BRANCH SUBTOTALS MATTER HERE.
005900     READ ADD-HISTORY-FILE
005910         AT END
005920             SET WS-HIST-EOF TO TRUE
005930     END-READ.
005940     IF WS-HIST-EOF
005950         GO TO 3100-EXIT
005960     END-IF.
005970     IF RPTDTE-LABEL = 'REPORT DATE '
005980         MOVE RPTDTE-SOURCE TO WS-CUR-SOURCE
005990         MOVE RPTDTE-CYCLE TO WS-CUR-CYCLE
006000         IF RPTDTE-DATE NUMERIC
006010             MOVE RPTDTE-DATE TO WS-CUR-DATE
006020             PERFORM 3150-CHECK-RERUN-DATE THRU 3150-EXIT
006030         ELSE
006040             MOVE 0 TO WS-CUR-DATE
006050         END-IF
006060         GO TO 3100-EXIT
006070     END-IF.
006080     IF RPTTOT-LABEL = 'CONTROL TOTALS'
006090         MOVE 0 TO WS-CUR-DATE
006100         GO TO 3100-EXIT
006110     END-IF.
006120     IF RPTSUB-LABEL(1:15) = 'BRANCH SUBTOTAL'
006130         PERFORM 3200-TAKE-SUBTOTAL THRU 3200-EXIT
006140     END-IF.
006150 3100-EXIT.
006160     EXIT.
006170*================================================================
006180 3150-CHECK-RERUN-DATE.
006190*================================================================
006200*    A GENERATION POSITIONED AFTER TONIGHT'S DATE AND CYCLE
006210*    CANNOT BELONG IN TONIGHT'S POSTING AND IS PASSED OVER. A
006220*    SUSPCYCL RESUBMIT PASS (SOURCE SUSPRES) IS SUSPENSE
006230*    CLEARING AND ALWAYS COUNTS, AS DOES AN ADJCYCL ADJUSTMENT
006240*    PASS (SOURCE ADJUST) - BOTH WITH THEIR DATE'S LAST CYCLE;
006250*    AMONG THE NIGHTLY STREAM'S OWN GENERATIONS THE FIRST ONE
006260*    SEEN STANDS FOR ITS DATE AND CYCLE AND A SECOND IS THE
006270*    FAILED RUN BEHIND A RERUN. A GENERATION WITH NO CYCLE ON
006280*    ITS DATE LINE IS CYCLE 1.
006290     MOVE WS-CUR-DATE TO WS-GEN-KEY-DATE.
006300     IF WS-CUR-SOURCE = 'SUSPRES' OR WS-CUR-SOURCE = 'ADJUST'
006310         MOVE '9' TO WS-GEN-KEY-CYCLE
006320     ELSE
006330         IF WS-CUR-CYCLE = SPACE
006340             MOVE '1' TO WS-GEN-KEY-CYCLE
006350         ELSE
006360             MOVE WS-CUR-CYCLE TO WS-GEN-KEY-CYCLE
006370         END-IF
006380     END-IF.
006390     IF WS-GEN-KEY > WS-RUN-KEY
006400         MOVE 0 TO WS-CUR-DATE
006410         GO TO 3150-EXIT
006420     END-IF.
006430     IF WS-CUR-SOURCE = 'SUSPRES'
006440         ADD 1 TO WS-SUSP-GEN-COUNT
006450         GO TO 3150-EXIT
006460     END-IF.
006470     IF WS-CUR-SOURCE = 'ADJUST'
006480         GO TO 3150-EXIT
006490     END-IF.
006500     MOVE 0 TO WS-SEEN-FOUND-IDX.
006510     PERFORM 3160-MATCH-SEEN-DATE THRU 3160-EXIT
006520         VARYING WS-SEEN-IDX FROM 1 BY 1
006530         UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
006540             OR WS-SEEN-FOUND-IDX > 0.
006550     IF WS-SEEN-FOUND-IDX > 0
006560         ADD 1 TO WS-DUP-COUNT
006570         MOVE 0 TO WS-CUR-DATE
006580         GO TO 3150-EXIT
006590     END-IF.
006600     IF WS-SEEN-COUNT >= WS-MAX-NIGHTS
006610         DISPLAY "MORE THAN " WS-MAX-NIGHTS
006620                 " NIGHTS ON ADDHIST - RUN REJECTED"
006630         MOVE 'N' TO WS-VALID-RUN-SWITCH
006640         GO TO 3150-EXIT
006650     END-IF.
006660     ADD 1 TO WS-SEEN-COUNT.
006670     MOVE WS-GEN-KEY TO WS-SEEN-KEY(WS-SEEN-COUNT).
006680     ADD 1 TO WS-NIGHT-GEN-COUNT.
006690     IF WS-GEN-KEY < WS-OLDEST-KEY
006700         MOVE WS-GEN-KEY TO WS-OLDEST-KEY
006710     END-IF.
006720     IF WS-CUR-DATE = WS-RUN-DATE
006730         AND WS-GEN-KEY-CYCLE = CYC-NUMBER
006740         SET WS-TONIGHT-FOUND TO TRUE
006750     END-IF.
006760 3150-EXIT.
006770     EXIT.
006780*================================================================
006790 3160-MATCH-SEEN-DATE.
006800*================================================================
006810     IF WS-SEEN-KEY(WS-SEEN-IDX) = WS-GEN-KEY
006820         MOVE WS-SEEN-IDX TO WS-SEEN-FOUND-IDX
006830     END-IF.
006840 3160-EXIT.
006850     EXIT.
006860*================================================================
006870 3200-TAKE-SUBTOTAL.
006880*================================================================
006890*    A DATE AND CYCLE THE BRANCH'S LEDGER IS ALREADY POSTED
006900*    THROUGH IS PASSED OVER - THAT, WITH THE REACH CHECK IN
006910*    3300, IS WHAT LETS THE CONCATENATION REACH BACK SAFELY,
006920*    AND WHAT PICKS UP A NIGHT OR A CYCLE WHOSE POSTING WAS
006930*    BYPASSED. A BRANCH NEW TO THE LEDGER TAKES TONIGHT'S
006940*    DATE ONLY.
006950     IF WS-CUR-DATE = 0
006960         GO TO 3200-EXIT
006970     END-IF.
006980     MOVE RPTSUB-BRANCH TO WS-FIND-CODE.
006990     PERFORM 5000-FIND-BRANCH THRU 5000-EXIT.
007000     IF WS-FOUND-IDX = 0
007010         PERFORM 5100-ADD-BRANCH THRU 5100-EXIT
007020         IF WS-FOUND-IDX = 0
007030             GO TO 3200-EXIT
007040         END-IF
007050     END-IF.
007060     IF LDG-ON-LEDGER(WS-FOUND-IDX) = 'Y'
007070         MOVE LDG-LAST-POSTED(WS-FOUND-IDX) TO WS-LDG-KEY-DATE
007080         MOVE LDG-LAST-CYCLE(WS-FOUND-IDX) TO WS-LDG-KEY-CYCLE
007090         IF WS-GEN-KEY NOT > WS-LDG-KEY
007100             GO TO 3200-EXIT
007110         END-IF
007120     ELSE
007130         IF WS-CUR-DATE < WS-RUN-DATE
007140             GO TO 3200-EXIT
007150         END-IF
007160     END-IF.
007170     COMPUTE WS-SUB-COUNT = FUNCTION NUMVAL (RPTSUB-RECORDS).
007180     COMPUTE WS-SUB-BAL = FUNCTION NUMVAL (RPTSUB-BALANCE).
007190     IF WS-CUR-SOURCE = 'SUSPRES'
007200         ADD WS-SUB-COUNT TO LDG-SUSP-COUNT(WS-FOUND-IDX)
007210         ADD WS-SUB-BAL TO LDG-SUSPENSE(WS-FOUND-IDX)
007220     ELSE
007230         ADD WS-SUB-COUNT TO LDG-ACT-COUNT(WS-FOUND-IDX)
007240         ADD WS-SUB-BAL TO LDG-ACTIVITY(WS-FOUND-IDX)
007250     END-IF.
007260 3200-EXIT.
007270     EXIT.
007280*================================================================
007290 3300-CHECK-REACH.
007300*================================================================
007310*    THE CONCATENATION HAS TO HOLD THE NIGHTLY GENERATION EACH
007320*    BRANCH IS POSTED THROUGH. WHEN A BRANCH'S LEDGER POSITION IS
007330*    OLDER THAN THE OLDEST NIGHTLY GENERATION READ, THE ONES IN
007340*    BETWEEN MAY HAVE FALLEN OFF THE CONCATENATION - POSTING
007350*    THROUGH TONIGHT WOULD LOSE THEM FOR GOOD, SO THE RUN IS
007360*    REFUSED AND THE LEDGER CARRIED FORWARD.
007370     IF LDG-ON-LEDGER(WS-LDG-IDX) NOT = 'Y'
007380         GO TO 3300-EXIT
007390     END-IF.
007400     MOVE LDG-LAST-POSTED(WS-LDG-IDX) TO WS-LDG-KEY-DATE.
007410     MOVE LDG-LAST-CYCLE(WS-LDG-IDX) TO WS-LDG-KEY-CYCLE.
007420     IF WS-LDG-KEY < WS-OLDEST-KEY
007430         DISPLAY "BRANCH " LDG-CODE(WS-LDG-IDX)
007440                 " IS POSTED THROUGH "
007450                 LDG-LAST-POSTED(WS-LDG-IDX)
007460                 " CYCLE " LDG-LAST-CYCLE(WS-LDG-IDX)
007470         DISPLAY "ADDHIST REACHES BACK ONLY TO "
007480                 WS-OLDEST-KEY-DATE
007490                 " CYCLE " WS-OLDEST-KEY-CYCLE
007500                 " - RUN REJECTED"
007510         MOVE 'REJECTED - ADDHIST DOES NOT REACH LAST POSTING'
007520             TO WS-REJECT-TEXT
007530         MOVE 'N' TO WS-VALID-RUN-SWITCH
007540     END-IF.
007550 3300-EXIT.
007560     EXIT.
007570*================================================================
007580 4000-POST-LEDGER.
007590*================================================================
007600     MOVE 0 TO WS-TOT-OPENING.
007610     MOVE 0 TO WS-TOT-ACTIVITY.
007620     MOVE 0 TO WS-TOT-SUSPENSE.
007630     MOVE 0 TO WS-TOT-CLOSING.
007640     PERFORM 4100-POST-ONE-BRANCH THRU 4100-EXIT
007650         VARYING WS-LDG-IDX FROM 1 BY 1
007660         UNTIL WS-LDG-IDX > WS-LDG-COUNT.
007670 4000-EXIT.
007680     EXIT.
007690*================================================================
007700 4100-POST-ONE-BRANCH.
007710*================================================================
007720     COMPUTE LDG-CLOSING(WS-LDG-IDX) =
007730         LDG-OPENING(WS-LDG-IDX)
007740         + LDG-ACTIVITY(WS-LDG-IDX)
007750         + LDG-SUSPENSE(WS-LDG-IDX).
007760     ADD LDG-OPENING(WS-LDG-IDX) TO WS-TOT-OPENING.
007770     ADD LDG-ACTIVITY(WS-LDG-IDX) TO WS-TOT-ACTIVITY.
007780     ADD LDG-SUSPENSE(WS-LDG-IDX) TO WS-TOT-SUSPENSE.
007790     ADD LDG-CLOSING(WS-LDG-IDX) TO WS-TOT-CLOSING.
007800 4100-EXIT.
007810     EXIT.
007820*================================================================
007830 5000-FIND-BRANCH.
007840*================================================================
007850     MOVE 0 TO WS-FOUND-IDX.
007860     PERFORM 5050-MATCH-BRANCH THRU 5050-EXIT
007870         VARYING WS-LDG-IDX FROM 1 BY 1
007880         UNTIL WS-LDG-IDX > WS-LDG-COUNT
007890             OR WS-FOUND-IDX > 0.
007900 5000-EXIT.
007910     EXIT.
007920*================================================================
007930 5050-MATCH-BRANCH.
007940*================================================================
007950     IF LDG-CODE(WS-LDG-IDX) = WS-FIND-CODE
007960         MOVE WS-LDG-IDX TO WS-FOUND-IDX
007970     END-IF.
007980 5050-EXIT.
007990     EXIT.
008000*================================================================
008010 5100-ADD-BRANCH.
008020*================================================================
008030*    A NEW ROW OPENS AT ZERO WITH NOTHING POSTED. OVER THE
008040*    CEILING THE RUN IS REJECTED AND WS-FOUND-IDX STAYS ZERO.
008050     IF WS-LDG-COUNT >= WS-MAX-BRANCHES
008060         DISPLAY "MORE THAN " WS-MAX-BRANCHES
008070                 " BRANCHES FOR THE LEDGER - RUN REJECTED"
008080         MOVE 'N' TO WS-VALID-RUN-SWITCH
008090         MOVE 0 TO WS-FOUND-IDX
008100         GO TO 5100-EXIT
008110     END-IF.
008120     ADD 1 TO WS-LDG-COUNT.
008130     MOVE WS-LDG-COUNT TO WS-FOUND-IDX.
008140     MOVE WS-FIND-CODE TO LDG-CODE(WS-FOUND-IDX).
008150     MOVE '** NOT ON MASTER **' TO LDG-NAME(WS-FOUND-IDX).
008160     MOVE 'N' TO LDG-ON-LEDGER(WS-FOUND-IDX).
008170     MOVE 0 TO LDG-LAST-POSTED(WS-FOUND-IDX).
008180     MOVE '9' TO LDG-LAST-CYCLE(WS-FOUND-IDX).
008190     MOVE 0 TO LDG-OPENING(WS-FOUND-IDX).
008200     MOVE 0 TO LDG-ACTIVITY(WS-FOUND-IDX).
008210     MOVE 0 TO LDG-ACT-COUNT(WS-FOUND-IDX).
008220     MOVE 0 TO LDG-SUSPENSE(WS-FOUND-IDX).
008230     MOVE 0 TO LDG-SUSP-COUNT(WS-FOUND-IDX).
008240     MOVE 0 TO LDG-CLOSING(WS-FOUND-IDX).
008250 5100-EXIT.
008260     EXIT.
008270*================================================================
008280 7000-WRITE-LEDGER.
008290*================================================================
008300*    A POSTED NIGHT WRITES EVERY ROW AT ITS CLOSING BALANCE,
008310*    STAMPED POSTED THROUGH TONIGHT'S DATE AND CYCLE - '9' WHEN
008320*    THIS WAS THE DATE'S LAST CYCLE. A REFUSED OR REJECTED
008330*    NIGHT COPIES THE CURRENT GENERATION ACROSS RECORD FOR
008340*    RECORD, SO THE NEW GENERATION IS THE OLD ONE UNCHANGED
008350*    EVEN WHEN THE TABLE NEVER FINISHED LOADING.
008360     OPEN OUTPUT LEDGER-OUT.
008370     IF WS-RUN-IS-VALID
008380         PERFORM 7100-WRITE-ONE-BRANCH THRU 7100-EXIT
008390             VARYING WS-LDG-IDX FROM 1 BY 1
008400             UNTIL WS-LDG-IDX > WS-LDG-COUNT
008410     ELSE
008420         MOVE 'N' TO WS-LDG-EOF-SWITCH
008430         OPEN INPUT LEDGER-IN
008440         IF WS-LDGI-STATUS = '00' OR WS-LDGI-STATUS = '05'
008450             PERFORM 7200-COPY-ONE-RECORD THRU 7200-EXIT
008460                 UNTIL WS-LDG-EOF
008470             CLOSE LEDGER-IN
008480         END-IF
008490     END-IF.
008500     CLOSE LEDGER-OUT.
008510 7000-EXIT.
008520     EXIT.
008530*================================================================
008540 7100-WRITE-ONE-BRANCH.
008550*================================================================
008560     MOVE SPACES TO BRLEDG-RECORD.
008570     MOVE LDG-CODE(WS-LDG-IDX) TO BRLG-CODE.
008580     MOVE LDG-CLOSING(WS-LDG-IDX) TO BRLG-BALANCE.
008590     MOVE WS-RUN-DATE TO BRLG-LAST-POSTED.
008600     MOVE WS-RUN-KEY-CYCLE TO BRLG-LAST-CYCLE.
008610     WRITE BRLEDGO-RECORD FROM BRLEDG-RECORD.
008620 7100-EXIT.
008630     EXIT.
008640*================================================================
008650 7200-COPY-ONE-RECORD.
008660*================================================================
008670     READ LEDGER-IN
008680         AT END
008690             SET WS-LDG-EOF TO TRUE
008700     END-READ.
008710     IF NOT WS-LDG-EOF
008720         WRITE BRLEDGO-RECORD FROM BRLEDG-RECORD
008730     END-IF.
008740 7200-EXIT.
008750     EXIT.
008760*================================================================
008770 7500-WRITE-PROOF.
008780*================================================================
008790     OPEN OUTPUT LEDGER-PROOF-FILE.
008800     MOVE WS-RUN-DATE TO WS-HDR-DATE.
008810     WRITE LDG-REPORT-RECORD FROM WS-HEADER-LINE.
008820     IF NOT WS-RUN-IS-VALID
008830         MOVE WS-REJECT-TEXT TO WS-REF-TEXT
008840         WRITE LDG-REPORT-RECORD FROM WS-REFUSED-LINE
008850         CLOSE LEDGER-PROOF-FILE
008860         GO TO 7500-EXIT
008870     END-IF.
008880     WRITE LDG-REPORT-RECORD FROM WS-COLUMN-LINE.
008890     PERFORM 7600-WRITE-ONE-PROOF-LINE THRU 7600-EXIT
008900         VARYING WS-LDG-IDX FROM 1 BY 1
008910         UNTIL WS-LDG-IDX > WS-LDG-COUNT.
008920     MOVE WS-TOT-OPENING TO WS-TOT-OPENING-D.
008930     MOVE WS-TOT-ACTIVITY TO WS-TOT-ACTIVITY-D.
008940     MOVE WS-TOT-SUSPENSE TO WS-TOT-SUSPENSE-D.
008950     MOVE WS-TOT-CLOSING TO WS-TOT-CLOSING-D.
008960     WRITE LDG-REPORT-RECORD FROM WS-TOTAL-LINE.
008970     CLOSE LEDGER-PROOF-FILE.
008980 7500-EXIT.
008990     EXIT.
009000*================================================================
009010 7600-WRITE-ONE-PROOF-LINE.
009020*================================================================
009030     MOVE LDG-CODE(WS-LDG-IDX) TO WS-DTL-CODE.
009040     MOVE LDG-NAME(WS-LDG-IDX) TO WS-DTL-NAME.
009050     MOVE LDG-LAST-POSTED(WS-LDG-IDX) TO WS-DTL-PRIOR.
009060     MOVE LDG-OPENING(WS-LDG-IDX) TO WS-DTL-OPENING.
009070     MOVE LDG-ACTIVITY(WS-LDG-IDX) TO WS-DTL-ACTIVITY.
009080     MOVE LDG-SUSPENSE(WS-LDG-IDX) TO WS-DTL-SUSPENSE.
009090     MOVE LDG-CLOSING(WS-LDG-IDX) TO WS-DTL-CLOSING.
009100     WRITE LDG-REPORT-RECORD FROM WS-DETAIL-LINE.
009110 7600-EXIT.
009120     EXIT.
009130*================================================================
009140 8000-TERMINATE.
009150*================================================================
009160     MOVE WS-LDG-COUNT TO WS-LDG-COUNT-D.
009170     MOVE WS-NIGHT-GEN-COUNT TO WS-NIGHT-GEN-D.
009180     MOVE WS-SUSP-GEN-COUNT TO WS-SUSP-GEN-D.
009190     DISPLAY "LEDGER BRANCHES          = " WS-LDG-COUNT-D.
009200     DISPLAY "NIGHTLY GENERATIONS READ = " WS-NIGHT-GEN-D.
009210     DISPLAY "RESUBMIT GENERATIONS     = " WS-SUSP-GEN-D.
009220     MOVE WS-DUP-COUNT TO WS-DUP-COUNT-D.
009230     DISPLAY "RERUN DUPLICATES SKIPPED = " WS-DUP-COUNT-D.
009240     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
009250     IF WS-RUN-IS-VALID
009260         DISPLAY "LEDGER POSTED THROUGH " WS-RUN-DATE
009270         MOVE 0 TO RETURN-CODE
009280     ELSE
009290         IF WS-DATE-ALREADY-POSTED
009300             MOVE 0 TO RETURN-CODE
009310         ELSE
009320             MOVE 8 TO RETURN-CODE
009330         END-IF
009340     END-IF.
009350 8000-EXIT.
009360     EXIT.
009370*================================================================
009380 8100-WRITE-JOURNAL.
009390*================================================================
009400     OPEN EXTEND JOURNAL-FILE.
009410     MOVE SPACES TO JRNL-RECORD.
009420     ACCEPT WS-RUN-TIME FROM TIME.
009430     MOVE WS-RUN-DATE TO JRNL-RUN-DATE.
009440     MOVE WS-RUN-TIME TO JRNL-RUN-TIME.
009450     MOVE 'LEDGPST' TO JRNL-PROGRAM-ID.
009460     MOVE CYC-NUMBER TO JRNL-CYCLE.
009470     STRING 'BRANCHES=' WS-LDG-COUNT-D
009480            ' NIGHTS=' WS-NIGHT-GEN-D
009490            ' RESUBMITS=' WS-SUSP-GEN-D
009500            DELIMITED BY SIZE INTO JRNL-INPUT-SUMMARY.
009510     IF WS-RUN-IS-VALID
009520         STRING 'LEDGER POSTED THROUGH ' WS-RUN-DATE
009530                DELIMITED BY SIZE INTO JRNL-RESULT-SUMMARY
009540     ELSE
009550         MOVE WS-REJECT-TEXT TO JRNL-RESULT-SUMMARY
009560     END-IF.
009570     MOVE SPACES TO JRNL-PARM-SUMMARY.
009580     WRITE JRNL-RECORD.
009590     CLOSE JOURNAL-FILE.
009600 8100-EXIT.
009610     EXIT.
009620*================================================================
009630 9999-EXIT.
009640     STOP RUN.
