000320*                NOT A SKIPPED NIGHT. NO CALENDAR FILE MEANS
000330*                EVERY DAY COUNTS; A MALFORMED ONE REJECTS
000340*                THE RUN RC 8.
000350* 2026-10-15 SK  CUTOFF CYCLES. A BUSINESS DATE CAN NOW RUN IN
000360*                A MIDDAY CYCLE FOR THE BRANCHES THAT TRANSMIT
000370*                EARLY AND THEN IN THE NIGHTLY CYCLE THAT CLOSES
000380*                IT. NEW SYSIN MODE MIDDAY RUNS A CYCLE WITH
000390*                MORE TO FOLLOW; NIGHTLY RUNS THE DATE'S LAST.
000400*                THIS STEP NOW DECIDES THE CYCLE NUMBER FROM
000410*                THE DATE'S LATEST RUN-CONTROL RECORD AND
000420*                WRITES IT ON THE RUN-CYCLE CARD (RUNCYC) EVERY
000430*                LATER STEP READS: NO RECORD - CYCLE 1; LATEST
000440*                CYCLE INCOMPLETE - RERUN THAT CYCLE; LATEST
000450*                CYCLE CLOSED THE DATE - REFUSED AS BEFORE;
000460*                LATEST CYCLE A MIDDAY ONE - THE NEXT CYCLE, BUT
000470*                ONLY WHEN THE MIDDAY CYCLE BALANCED CLEAN
000480*                (ADDVER AND RECBAL BOTH 'C'). AT MOST 8 CYCLES
000490*                A DATE. A REFUSED SUBMISSION STILL CARDS THE
000500*                CYCLE IT LOOKED AT SO THE RUN-CONTROL UPDATE
000510*                AT THE END OF THE STREAM RE-CUTS THAT CYCLE'S
000520*                RECORD UNCHANGED. RESTART CHECKS THE DATE'S
000530*                LATEST CYCLE.
000540* 2026-10-15 SK  NEW SYSIN MODE RESUME, FOR THE DLYRSUM JOB. READS
000550*                TONIGHT'S RUN-CONTROL RECORD (AND THE JOURNAL FOR
000560*                HLDEXT, RGNRUP AND GLEXT, WHICH THE RECORD HAS NO
000570*                SLOT FOR), SKIPS EVERY STEP THAT RAN CLEAN OR
000580*                DIRTY AND ENDS WITH THE RETURN CODE OF THE FIRST
000590*                STEP THAT FAILED OR NEVER RAN, WHICH DLYRSUM'S
000600*                COND TESTS RESTART THE STREAM AT. THE CYCLE CARD
000610*                CARRIES THE NIGHT'S OWN CYCLE AND THE RESTART
000620*                STEP, AND ONE 'RESUMED' ENTRY GOES ON THE
000630*                JOURNAL, SO THE NIGHT RECORDS AS ONE RESUMED RUN.
000640*                REFUSES RC 16 WITH NO RECORD FOR TODAY, NOTHING
000650*                LEFT TO RUN, OR A NIGHT THAT STOPPED BEFORE THE
000660*                ADDER STARTED. RESTART MODE NOW CARDS THE DATE'S
000670*                LATEST CYCLE AS WELL.
000680*================================================================
000690 ENVIRONMENT DIVISION.
000700 CONFIGURATION SECTION.
000710 SOURCE-COMPUTER.    IBM-370.
000720 OBJECT-COMPUTER.    IBM-370.
000730 INPUT-OUTPUT SECTION.
000740 FILE-CONTROL.
000750     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
000760            ORGANIZATION IS LINE SEQUENTIAL
000770            FILE STATUS IS WS-RCTL-STATUS.
000780     SELECT RUN-CYCLE-FILE ASSIGN TO RUNCYC
000790            ORGANIZATION IS LINE SEQUENTIAL.
000800     SELECT JOURNAL-FILE ASSIGN TO JRNLOG
000810            ORGANIZATION IS LINE SEQUENTIAL.
000820*
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  RUN-CONTROL-FILE
000860     RECORD CONTAINS 128 CHARACTERS.
000870     COPY RUNCTL.
000880*
000890 FD  RUN-CYCLE-FILE
000900     RECORD CONTAINS 20 CHARACTERS.
000910     COPY RUNCYC.
000920*
000930 FD  JOURNAL-FILE
000940     RECORD CONTAINS 160 CHARACTERS.
000950     COPY JRNLREC.
000960*
000970 WORKING-STORAGE SECTION.
000980*----------------------------------------------------------------
000990* SWITCHES
001000*----------------------------------------------------------------
001010 01  WS-RCTL-STATUS              PIC X(02).
001020 01  WS-SWITCHES.
001030     05  WS-EOF-SWITCH           PIC X(01)  VALUE 'N'.
001040         88  WS-END-OF-FILE                 VALUE 'Y'.
001050     05  WS-VALID-RUN-SWITCH     PIC X(01)  VALUE 'Y'.
001060         88  WS-RUN-IS-VALID                VALUE 'Y'.
001070     05  WS-TODAY-FOUND-SWITCH   PIC X(01)  VALUE 'N'.
001080         88  WS-TODAY-FOUND                 VALUE 'Y'.
001090     05  WS-GAP-SWITCH           PIC X(01)  VALUE 'N'.
001100         88  WS-GAPS-FOUND                  VALUE 'Y'.
001110     05  WS-CARD-SWITCH          PIC X(01)  VALUE 'N'.
001120         88  WS-CARD-READY                  VALUE 'Y'.
001130     05  WS-JRNL-EOF-SWITCH      PIC X(01)  VALUE 'N'.
001140         88  WS-JRNL-EOF                    VALUE 'Y'.
001150*----------------------------------------------------------------
001160* OPERATOR INPUT
001170*----------------------------------------------------------------
001180 01  STR                         PIC X(08).
001190 01  WS-MODE                     PIC X(08).
001200     88  WS-MODE-NIGHTLY                    VALUE 'NIGHTLY'.
001210     88  WS-MODE-MIDDAY                     VALUE 'MIDDAY'.
001220     88  WS-MODE-RESTART                    VALUE 'RESTART'.
001230     88  WS-MODE-RESUME                     VALUE 'RESUME'.
001240*----------------------------------------------------------------
001250* TODAY'S RECORD, SAVED WHILE THE REST OF THE MASTER STREAMS BY
001260* - THE ONE FOR THE DATE'S LATEST CYCLE. A RECORD WRITTEN BEFORE
001270* CYCLES EXISTED (CYCLE AND LAST FLAG SPACES) IS CYCLE 1 THAT
001280* CLOSED ITS DATE.
001290*----------------------------------------------------------------
001300 01  WS-TODAY-RECORD.
001310     05  WS-TODAY-DATE               PIC 9(08).
001320     05  WS-TODAY-STEP               OCCURS 10 TIMES.
001330         10  WS-TDY-PROGRAM          PIC X(08).
001340         10  WS-TDY-STATUS           PIC X(01).
001350         10  WS-TDY-RC               PIC 9(02).
001360     05  WS-TODAY-CYCLE              PIC X(01).
001370     05  WS-TODAY-LAST               PIC X(01).
001380         88  WS-TODAY-CLOSED-DATE           VALUE 'Y'.
001390     05  WS-TODAY-RESUMED-FROM       PIC X(08).
001400 01  WS-STEP-IDX                 PIC 9(02)  COMP.
001410 01  WS-WANT-PROGRAM             PIC X(08).
001420 01  WS-WANT-STATUS              PIC X(01).
001430 01  WS-REC-CYCLE                PIC X(01).
001440*----------------------------------------------------------------
001450* THE CYCLE THIS RUN IS, FOR THE RUN-CYCLE CARD
001460*----------------------------------------------------------------
001470 01  WS-NEW-CYCLE                PIC 9(01).
001480 01  WS-NEW-CYCLE-X REDEFINES WS-NEW-CYCLE
001490                                 PIC X(01).
001500 01  WS-NEW-LAST                 PIC X(01).
001510*----------------------------------------------------------------
001520* RESUME - THE STEPS OF THE NIGHTLY STREAM IN STREAM ORDER, WITH
001530* WHERE EACH ONE'S DISPOSITION COMES FROM ('R' THE RUN-CONTROL
001540* RECORD, 'J' THE JOURNAL - RUNUPD HAS NO SLOT FOR THE HOLD-LIST
001550* EXTRACT, THE REGIONAL ROLLUP OR THE GL EXTRACT) AND THE RETURN
001560* CODE THAT RESTARTS THE DLYRSUM JOB AT IT. EVERY DLYRSUM STEP IS
001570* BYPASSED WHEN THIS STEP'S RETURN CODE IS ABOVE ITS OWN. THE
001580* FRONT DOOR (FEEDINT, FEEDCHK) HAS NO CODE - A NIGHT THAT
001590* STOPPED THERE PRODUCED NOTHING TO RESUME FROM AND IS RERUN
001600* WHOLE THROUGH DLYRECON. THE BALANCE CHECK AND THE LEDGER
001610* POSTING TAKE ONE MORE THAN THEIR CODE WHEN THE ADDER RAN DIRTY,
001620* WHICH THE ENCODER STEPS ARE ALSO BYPASSED ON, THE SAME AS THE
001630* NIGHTLY STREAM BYPASSES THEM BEHIND A DIRTY ADDER.
001640*----------------------------------------------------------------
001650 01  WS-RESUME-STEPS.
001660     05  FILLER   PIC X(08)  VALUE 'FEEDINT'.
001670     05  FILLER   PIC X(01)  VALUE 'R'.
001680     05  FILLER   PIC 9(02)  VALUE 00.
001690     05  FILLER   PIC X(08)  VALUE 'FEEDCHK'.
001700     05  FILLER   PIC X(01)  VALUE 'R'.
001710     05  FILLER   PIC 9(02)  VALUE 00.
001720     05  FILLER   PIC X(08)  VALUE 'ADD153A'.
001730     05  FILLER   PIC X(01)  VALUE 'R'.
001740     05  FILLER   PIC 9(02)  VALUE 01.
001750     05  FILLER   PIC X(08)  VALUE 'ADDVER'.
001760     05  FILLER   PIC X(01)  VALUE 'R'.
001770     05  FILLER   PIC 9(02)  VALUE 02.
001780     05  FILLER   PIC X(08)  VALUE 'LEDGPST'.
001790     05  FILLER   PIC X(01)  VALUE 'R'.
001800     05  FILLER   PIC 9(02)  VALUE 04.
001810     05  FILLER   PIC X(08)  VALUE 'BIN153B'.
001820     05  FILLER   PIC X(01)  VALUE 'R'.
001830     05  FILLER   PIC 9(02)  VALUE 06.
001840     05  FILLER   PIC X(08)  VALUE 'BINCMP'.
001850     05  FILLER   PIC X(01)  VALUE 'R'.
001860     05  FILLER   PIC 9(02)  VALUE 07.
001870     05  FILLER   PIC X(08)  VALUE 'HLDEXT'.
001880     05  FILLER   PIC X(01)  VALUE 'J'.
001890     05  FILLER   PIC 9(02)  VALUE 08.
001900     05  FILLER   PIC X(08)  VALUE 'DST153E'.
001910     05  FILLER   PIC X(01)  VALUE 'R'.
001920     05  FILLER   PIC 9(02)  VALUE 09.
001930     05  FILLER   PIC X(08)  VALUE 'EODDRV'.
001940     05  FILLER   PIC X(01)  VALUE 'R'.
001950     05  FILLER   PIC 9(02)  VALUE 10.
001960     05  FILLER   PIC X(08)  VALUE 'RGNRUP'.
001970     05  FILLER   PIC X(01)  VALUE 'J'.
001980     05  FILLER   PIC 9(02)  VALUE 11.
001990     05  FILLER   PIC X(08)  VALUE 'RECBAL'.
002000     05  FILLER   PIC X(01)  VALUE 'R'.
002010     05  FILLER   PIC 9(02)  VALUE 12.
002020     05  FILLER   PIC X(08)  VALUE 'GLEXT'.
002030     05  FILLER   PIC X(01)  VALUE 'J'.
002040     05  FILLER   PIC 9(02)  VALUE 13.
002050 01  WS-RESUME-TABLE REDEFINES WS-RESUME-STEPS.
002060     05  WS-RESUME-STEP          OCCURS 13 TIMES.
002070         10  WS-RSM-PROGRAM      PIC X(08).
002080         10  WS-RSM-SOURCE       PIC X(01).
002090         10  WS-RSM-CODE         PIC 9(02).
002100 01  WS-RESUME-STATUS-TABLE.
002110     05  WS-RSM-STATUS           PIC X(01)  OCCURS 13 TIMES.
002120 01  WS-RSM-IDX                  PIC 9(02)  COMP.
002130 01  WS-JRNL-IDX                 PIC 9(02)  COMP.
002140 01  WS-RESTART-IDX              PIC 9(02)  COMP.
002150 01  WS-ADDER-STATUS             PIC X(01).
002160 01  WS-RESUME-FROM              PIC X(08).
002170 01  WS-RESUME-RC                PIC 9(02).
002180 01  WS-SKIP-COUNT               PIC 9(02)  COMP.
002190 01  WS-RERUN-COUNT              PIC 9(02)  COMP.
002200 01  WS-SKIP-COUNT-D             PIC 9(02).
002210 01  WS-RERUN-COUNT-D            PIC 9(02).
002220 01  WS-ENTRY-CYCLE              PIC X(01).
002230 01  WS-RUN-TIME                 PIC 9(08).
002240 01  WS-PLAN-TEXT                PIC X(40).
002250*----------------------------------------------------------------
002260* DATE WORK FIELDS
002270*----------------------------------------------------------------
002280 01  WS-RUN-DATE                 PIC 9(08).
002290 01  WS-LATEST-DATE              PIC 9(08).
002300 01  WS-TODAY-INT                PIC 9(08)  COMP.
002310 01  WS-LATEST-INT               PIC 9(08)  COMP.
002320 01  WS-GAP-INT                  PIC 9(08)  COMP.
002330 01  WS-GAP-DATE                 PIC 9(08).
002340*----------------------------------------------------------------
002350* PROCESSING CALENDAR - LOADED FROM CALFIL BY CALLOAD. DAY 1
002360* OF THE INTEGER DATE SCALE (1601-01-01) WAS A MONDAY, SO THE
002370* REMAINDER OF THE INTEGER DATE BY 7 GIVES THE WEEKDAY
002380* (1 = MONDAY, 0 STANDS FOR 7 = SUNDAY).
002390*----------------------------------------------------------------
002400     COPY CALTAB.
002410 01  WS-CAL-DATE                 PIC 9(08).
002420 01  WS-CAL-INT                  PIC 9(08)  COMP.
002430 01  WS-CAL-QUOTIENT             PIC 9(08)  COMP.
002440 01  WS-CAL-DOW                  PIC 9(01).
002450 01  WS-CAL-HOL-IDX              PIC 9(03).
002460 01  WS-BUSINESS-SWITCH          PIC X(01).
002470     88  WS-IS-BUSINESS-DAY                 VALUE 'Y'.
002480*
002490 PROCEDURE DIVISION.
002500*================================================================
002510 0000-MAINLINE.
002520*================================================================
002530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002540     IF WS-RUN-IS-VALID
002550         PERFORM 2000-SCAN-MASTER THRU 2000-EXIT
002560         IF WS-MODE-NIGHTLY OR WS-MODE-MIDDAY
002570             PERFORM 3000-CHECK-NIGHTLY THRU 3000-EXIT
002580         END-IF
002590         IF WS-MODE-RESTART
002600             PERFORM 4000-CHECK-RESTART THRU 4000-EXIT
002610         END-IF
002620         IF WS-MODE-RESUME
002630             PERFORM 5000-CHECK-RESUME THRU 5000-EXIT
002640         END-IF
002650     END-IF.
002660     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002670     GO TO 9999-EXIT.
002680*================================================================
002690 1000-INITIALIZE.
002700*================================================================
002710     MOVE SPACES TO WS-RESUME-FROM.
002720     MOVE 0 TO WS-RESUME-RC.
002730     ACCEPT STR.
002740     MOVE STR TO WS-MODE.
002750     IF NOT WS-MODE-NIGHTLY AND NOT WS-MODE-MIDDAY
002760         AND NOT WS-MODE-RESTART AND NOT WS-MODE-RESUME
002770         DISPLAY "MODE MUST BE NIGHTLY, MIDDAY, RESTART OR "
002780                 "RESUME - RUN REJECTED"
002790         MOVE 'N' TO WS-VALID-RUN-SWITCH
002800         GO TO 1000-EXIT
002810     END-IF.
002820     CALL 'CALLOAD' USING CAL-BLOCK.
002830     IF CAL-BAD-FILE
002840         DISPLAY "CALENDAR FILE BAD: " CAL-ERROR-TEXT
002850         DISPLAY "RUN REJECTED"
002860         MOVE 'N' TO WS-VALID-RUN-SWITCH
002870         GO TO 1000-EXIT
002880     END-IF.
002890     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002900     COMPUTE WS-TODAY-INT =
002910         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
002920     MOVE 0 TO WS-LATEST-DATE.
002930     MOVE SPACES TO WS-TODAY-RECORD.
002940 1000-EXIT.
002950     EXIT.
002960*================================================================
002970 2000-SCAN-MASTER.
002980*================================================================
002990*    A MISSING MASTER IS THE FIRST EVER RUN - NOTHING TO CHECK
003000*    AGAINST, THE STREAM GOES.
003010     OPEN INPUT RUN-CONTROL-FILE.
003020     IF WS-RCTL-STATUS NOT = '00' AND WS-RCTL-STATUS NOT = '05'
003030         CLOSE RUN-CONTROL-FILE
003040         GO TO 2000-EXIT
003050     END-IF.
003060     PERFORM 2100-TAKE-ONE-RECORD THRU 2100-EXIT
003070         UNTIL WS-END-OF-FILE.
003080     CLOSE RUN-CONTROL-FILE.
003090 2000-EXIT.
003100     EXIT.
003110*================================================================
003120 2100-TAKE-ONE-RECORD.
003130*================================================================
003140     READ RUN-CONTROL-FILE
003150         AT END
003160             SET WS-END-OF-FILE TO TRUE
003170     END-READ.
003180     IF WS-END-OF-FILE
003190         GO TO 2100-EXIT
003200     END-IF.
003210     IF RCTL-RUN-DATE NOT NUMERIC
003220         GO TO 2100-EXIT
003230     END-IF.
003240     IF RCTL-RUN-DATE > WS-LATEST-DATE
003250         AND RCTL-RUN-DATE NOT > WS-RUN-DATE
003260         MOVE RCTL-RUN-DATE TO WS-LATEST-DATE
003270     END-IF.
003280     IF RCTL-RUN-DATE NOT = WS-RUN-DATE
003290         GO TO 2100-EXIT
003300     END-IF.
003310     MOVE RCTL-CYCLE TO WS-REC-CYCLE.
003320     IF WS-REC-CYCLE = SPACE
003330         MOVE '1' TO WS-REC-CYCLE
003340     END-IF.
003350     IF WS-TODAY-FOUND AND WS-REC-CYCLE < WS-TODAY-CYCLE
003360         GO TO 2100-EXIT
003370     END-IF.
003380     SET WS-TODAY-FOUND TO TRUE.
003390     MOVE RUNCTL-RECORD TO WS-TODAY-RECORD.
003400     MOVE WS-REC-CYCLE TO WS-TODAY-CYCLE.
003410     IF WS-TODAY-LAST = SPACE
003420         MOVE 'Y' TO WS-TODAY-LAST
003430     END-IF.
003440 2100-EXIT.
003450     EXIT.
003460*================================================================
003470 2500-FIND-TODAY-STEP.
003480*================================================================
003490*    SETS WS-WANT-STATUS TO THE SAVED STATUS OF WS-WANT-PROGRAM
003500*    ON TODAY'S RECORD, OR 'B' WHEN THE STEP IS NOT ON IT.
003510     MOVE 'B' TO WS-WANT-STATUS.
003520     PERFORM 2550-MATCH-TODAY-STEP THRU 2550-EXIT
003530         VARYING WS-STEP-IDX FROM 1 BY 1
003540         UNTIL WS-STEP-IDX > 10.
003550 2500-EXIT.
003560     EXIT.
003570*================================================================
003580 2550-MATCH-TODAY-STEP.
003590*================================================================
003600     IF WS-TDY-PROGRAM(WS-STEP-IDX) = WS-WANT-PROGRAM
003610         MOVE WS-TDY-STATUS(WS-STEP-IDX) TO WS-WANT-STATUS
003620     END-IF.
003630 2550-EXIT.
003640     EXIT.
003650*================================================================
003660 3000-CHECK-NIGHTLY.
003670*================================================================
003680*    A CYCLE WHOSE BALANCING PROOF ALREADY RAN IS A CYCLE THAT
003690*    ALREADY RAN - RUNNING IT AGAIN WOULD CUT SECOND
003700*    GENERATIONS AND DOUBLE THE SUSPENSE ENTRIES, WHICH IS
003710*    EXACTLY WHAT HAPPENED ON THE 14TH. WHAT MAY FOLLOW A
003720*    CYCLE THAT DID RUN DEPENDS ON WHETHER IT CLOSED THE DATE.
003730     IF WS-MODE-NIGHTLY
003740         MOVE 'Y' TO WS-NEW-LAST
003750     ELSE
003760         MOVE 'N' TO WS-NEW-LAST
003770     END-IF.
003780     MOVE 1 TO WS-NEW-CYCLE.
003790     SET WS-CARD-READY TO TRUE.
003800     IF NOT WS-TODAY-FOUND
003810         GO TO 3000-GAPS
003820     END-IF.
003830     MOVE WS-TODAY-CYCLE TO WS-NEW-CYCLE-X.
003840     MOVE 'RECBAL' TO WS-WANT-PROGRAM.
003850     PERFORM 2500-FIND-TODAY-STEP THRU 2500-EXIT.
003860     IF WS-WANT-STATUS NOT = 'C' AND WS-WANT-STATUS NOT = 'D'
003870         DISPLAY "BUSINESS DATE " WS-RUN-DATE " CYCLE "
003880                 WS-TODAY-CYCLE
003890                 " HAS AN INCOMPLETE RUN ON RECORD - "
003900                 "RERUN PERMITTED"
003910         GO TO 3000-GAPS
003920     END-IF.
003930*    REFUSED FROM HERE ON - THE CARD CARRIES THE CYCLE ON
003940*    RECORD AS IT STANDS.
003950     MOVE WS-TODAY-LAST TO WS-NEW-LAST.
003960     IF WS-TODAY-CLOSED-DATE
003970         DISPLAY "BUSINESS DATE " WS-RUN-DATE
003980                 " ALREADY RAN - SUBMISSION REFUSED"
003990         MOVE 'N' TO WS-VALID-RUN-SWITCH
004000         GO TO 3000-EXIT
004010     END-IF.
004020     IF WS-WANT-STATUS NOT = 'C'
004030         DISPLAY "BUSINESS DATE " WS-RUN-DATE " CYCLE "
004040                 WS-TODAY-CYCLE " DID NOT BALANCE CLEAN - "
004050                 "NEXT CYCLE REFUSED"
004060         MOVE 'N' TO WS-VALID-RUN-SWITCH
004070         GO TO 3000-EXIT
004080     END-IF.
004090     MOVE 'ADDVER' TO WS-WANT-PROGRAM.
004100     PERFORM 2500-FIND-TODAY-STEP THRU 2500-EXIT.
004110     IF WS-WANT-STATUS NOT = 'C'
004120         DISPLAY "BUSINESS DATE " WS-RUN-DATE " CYCLE "
004130                 WS-TODAY-CYCLE " DID NOT VERIFY CLEAN - "
004140                 "NEXT CYCLE REFUSED"
004150         MOVE 'N' TO WS-VALID-RUN-SWITCH
004160         GO TO 3000-EXIT
004170     END-IF.
004180     IF WS-NEW-CYCLE NOT < 8
004190         DISPLAY "BUSINESS DATE " WS-RUN-DATE
004200                 " HAS RUN ITS LAST PERMITTED CYCLE - "
004210                 "SUBMISSION REFUSED"
004220         MOVE 'N' TO WS-VALID-RUN-SWITCH
004230         GO TO 3000-EXIT
004240     END-IF.
004250     ADD 1 TO WS-NEW-CYCLE.
004260     IF WS-MODE-NIGHTLY
004270         MOVE 'Y' TO WS-NEW-LAST
004280     ELSE
004290         MOVE 'N' TO WS-NEW-LAST
004300     END-IF.
004310 3000-GAPS.
004320     DISPLAY "BUSINESS DATE " WS-RUN-DATE " RUNS AS CYCLE "
004330             WS-NEW-CYCLE-X " LAST CYCLE=" WS-NEW-LAST.
004340*    THE SKIPPED-DATE CALL-OUTS ONLY MEAN SOMETHING ONCE A DAY.
004350     IF WS-NEW-CYCLE > 1
004360         GO TO 3000-EXIT
004370     END-IF.
004380     PERFORM 3500-CALL-OUT-GAPS THRU 3500-EXIT.
004390 3000-EXIT.
004400     EXIT.
004410*================================================================
004420 3500-CALL-OUT-GAPS.
004430*================================================================
004440     IF WS-LATEST-DATE = 0
004450         GO TO 3500-EXIT
004460     END-IF.
004470     COMPUTE WS-LATEST-INT =
004480         FUNCTION INTEGER-OF-DATE (WS-LATEST-DATE).
004490     COMPUTE WS-GAP-INT = WS-LATEST-INT + 1.
004500     PERFORM 3550-CHECK-ONE-GAP THRU 3550-EXIT
004510         UNTIL WS-GAP-INT >= WS-TODAY-INT.
004520 3500-EXIT.
004530     EXIT.
004540*================================================================
004550 3550-CHECK-ONE-GAP.
004560*================================================================
004570*    A NON-BUSINESS DAY HAS NO NIGHTLY RUN TO MISS.
004580     COMPUTE WS-GAP-DATE =
004590         FUNCTION DATE-OF-INTEGER (WS-GAP-INT).
004600     MOVE WS-GAP-DATE TO WS-CAL-DATE.
004610     PERFORM 6000-CHECK-BUSINESS-DAY THRU 6000-EXIT.
004620     IF NOT WS-IS-BUSINESS-DAY
004630         GO TO 3550-NEXT
004640     END-IF.
004650     DISPLAY "DATE " WS-GAP-DATE
004660             " HAS NO RUN-CONTROL RECORD - SKIPPED DATE?".
004670     SET WS-GAPS-FOUND TO TRUE.
004680 3550-NEXT.
004690     ADD 1 TO WS-GAP-INT.
004700 3550-EXIT.
004710     EXIT.
004720*================================================================
004730 6000-CHECK-BUSINESS-DAY.
004740*================================================================
004750*    WS-CAL-DATE IN, WS-BUSINESS-SWITCH OUT. NO CALENDAR FILE
004760*    MEANS EVERY DAY IS A BUSINESS DAY.
004770     MOVE 'Y' TO WS-BUSINESS-SWITCH.
004780     IF CAL-NO-FILE
004790         GO TO 6000-EXIT
004800     END-IF.
004810     COMPUTE WS-CAL-INT =
004820         FUNCTION INTEGER-OF-DATE (WS-CAL-DATE).
004830     DIVIDE WS-CAL-INT BY 7
004840         GIVING WS-CAL-QUOTIENT
004850         REMAINDER WS-CAL-DOW.
004860     IF WS-CAL-DOW = 0
004870         MOVE 7 TO WS-CAL-DOW
004880     END-IF.
004890     IF CAL-DOW-FLAG(WS-CAL-DOW) NOT = 'Y'
004900         MOVE 'N' TO WS-BUSINESS-SWITCH
004910         GO TO 6000-EXIT
004920     END-IF.
004930     PERFORM 6100-MATCH-CAL-HOLIDAY THRU 6100-EXIT
004940         VARYING WS-CAL-HOL-IDX FROM 1 BY 1
004950         UNTIL WS-CAL-HOL-IDX > CAL-HOLIDAY-COUNT
004960             OR NOT WS-IS-BUSINESS-DAY.
004970 6000-EXIT.
004980     EXIT.
004990*================================================================
005000 6100-MATCH-CAL-HOLIDAY.
005010*================================================================
005020     IF CAL-HOLIDAY(WS-CAL-HOL-IDX) = WS-CAL-DATE
005030         MOVE 'N' TO WS-BUSINESS-SWITCH
005040     END-IF.
005050 6100-EXIT.
005060     EXIT.
005070*================================================================
005080 4000-CHECK-RESTART.
005090*================================================================
005100*    A RESTART ONLY MAKES SENSE WHEN THE ADDER DID NOT
005110*    COMPLETE - THE CONTROL RECORD, NOT THE OPERATOR'S MEMORY
005120*    OF WHICH GENERATIONS LOOK RIGHT AT 3 AM, DECIDES.
005130     PERFORM 4500-CARD-LATEST-CYCLE THRU 4500-EXIT.
005140     IF NOT WS-TODAY-FOUND
005150         DISPLAY "NO RUN-CONTROL RECORD FOR " WS-RUN-DATE
005160                 " - NOTHING KNOWN TO RESTART, PROCEEDING "
005170                 "ON THE CHECKPOINT ALONE"
005180         GO TO 4000-EXIT
005190     END-IF.
005200*    THE RESTART RESUMES THE DATE'S LATEST CYCLE - THE ONE ON
005210*    THE CYCLE CARD THE FAILED STREAM LEFT BEHIND.
005220     MOVE 'ADD153A' TO WS-WANT-PROGRAM.
005230     PERFORM 2500-FIND-TODAY-STEP THRU 2500-EXIT.
005240     IF WS-WANT-STATUS = 'C' OR WS-WANT-STATUS = 'D'
005250         DISPLAY "ADD153A ALREADY COMPLETED FOR " WS-RUN-DATE
005260                 " CYCLE " WS-TODAY-CYCLE
005270                 " - RESTART REFUSED"
005280         MOVE 'N' TO WS-VALID-RUN-SWITCH
005290     ELSE
005300         DISPLAY "ADD153A DID NOT COMPLETE FOR " WS-RUN-DATE
005310                 " CYCLE " WS-TODAY-CYCLE
005320                 " - RESTART PERMITTED"
005330     END-IF.
005340 4000-EXIT.
005350     EXIT.
005360*================================================================
005370 4500-CARD-LATEST-CYCLE.
005380*================================================================
005390*    A RESTART OR RESUME CARRIES ON THE DATE'S LATEST CYCLE, SO
005400*    ITS STEPS JOURNAL UNDER THE SAME CYCLE AS THE RUN THEY
005410*    FINISH AND THE RUN-CONTROL UPDATE REPLACES THAT CYCLE'S
005420*    RECORD. NO RECORD IS CYCLE 1, CLOSING THE DATE.
005430     MOVE 1 TO WS-NEW-CYCLE.
005440     MOVE 'Y' TO WS-NEW-LAST.
005450     SET WS-CARD-READY TO TRUE.
005460     IF WS-TODAY-FOUND
005470         MOVE WS-TODAY-CYCLE TO WS-NEW-CYCLE-X
005480         MOVE WS-TODAY-LAST TO WS-NEW-LAST
005490     END-IF.
005500 4500-EXIT.
005510     EXIT.
005520*================================================================
005530 5000-CHECK-RESUME.
005540*================================================================
005550*    THE RESUME RESTARTS THE DATE'S LATEST CYCLE AT ITS FIRST
005560*    STEP THAT FAILED OR NEVER RAN. EVERY STEP BEFORE THAT RAN
005570*    CLEAN OR DIRTY AND IS SKIPPED - ITS GENERATIONS ARE THE
005580*    ONES THE RESUMED STEPS READ. EVERY STEP FROM THE RESTART
005590*    POINT ON RUNS AGAIN, CLEAN OR NOT, SINCE IT MAY HAVE RUN
005600*    AGAINST WHAT THE FAILED STEP LEFT BEHIND.
005610     PERFORM 4500-CARD-LATEST-CYCLE THRU 4500-EXIT.
005620     IF NOT WS-TODAY-FOUND
005630         DISPLAY "NO RUN-CONTROL RECORD FOR " WS-RUN-DATE
005640                 " - NOTHING TO RESUME, SUBMIT DLYRECON"
005650         MOVE 'N' TO WS-VALID-RUN-SWITCH
005660         GO TO 5000-EXIT
005670     END-IF.
005680     PERFORM 5100-GRADE-FROM-RECORD THRU 5100-EXIT
005690         VARYING WS-RSM-IDX FROM 1 BY 1
005700         UNTIL WS-RSM-IDX > 13.
005710     PERFORM 5200-SCAN-JOURNAL THRU 5200-EXIT.
005720     MOVE 'ADD153A' TO WS-WANT-PROGRAM.
005730     PERFORM 2500-FIND-TODAY-STEP THRU 2500-EXIT.
005740     MOVE WS-WANT-STATUS TO WS-ADDER-STATUS.
005750     MOVE 0 TO WS-RESTART-IDX.
005760     PERFORM 5400-CHECK-ONE-STEP THRU 5400-EXIT
005770         VARYING WS-RSM-IDX FROM 1 BY 1
005780         UNTIL WS-RSM-IDX > 13
005790             OR WS-RESTART-IDX > 0.
005800     IF WS-RESTART-IDX = 0
005810         DISPLAY "BUSINESS DATE " WS-RUN-DATE " CYCLE "
005820                 WS-TODAY-CYCLE " RAN EVERY STEP - "
005830                 "NOTHING TO RESUME"
005840         MOVE 'N' TO WS-VALID-RUN-SWITCH
005850         GO TO 5000-EXIT
005860     END-IF.
005870*    A NIGHT THAT STOPPED AT THE FRONT DOOR, OR BEFORE THE ADDER
005880*    EVER STARTED, HAS NO PARTIAL WORK TO PICK UP - IT IS RERUN
005890*    WHOLE, WHICH THE NIGHTLY CHECK PERMITS FOR AN INCOMPLETE
005900*    CYCLE.
005910     IF WS-RSM-CODE(WS-RESTART-IDX) = 0
005920         OR (WS-RSM-PROGRAM(WS-RESTART-IDX) = 'ADD153A'
005930             AND WS-RSM-STATUS(WS-RESTART-IDX) = 'B')
005940         DISPLAY "BUSINESS DATE " WS-RUN-DATE " CYCLE "
005950                 WS-TODAY-CYCLE " STOPPED AT "
005960                 WS-RSM-PROGRAM(WS-RESTART-IDX)
005970                 " BEFORE ANY WORK TO RESUME - RESUBMIT DLYRECON"
005980         MOVE 'N' TO WS-VALID-RUN-SWITCH
005990         GO TO 5000-EXIT
006000     END-IF.
006010     MOVE WS-RSM-PROGRAM(WS-RESTART-IDX) TO WS-RESUME-FROM.
006020     MOVE WS-RSM-CODE(WS-RESTART-IDX) TO WS-RESUME-RC.
006030     IF WS-ADDER-STATUS = 'D'
006040         AND (WS-RESUME-FROM = 'ADDVER'
006050             OR WS-RESUME-FROM = 'LEDGPST')
006060         ADD 1 TO WS-RESUME-RC
006070     END-IF.
006080     PERFORM 5500-LIST-PLAN THRU 5500-EXIT.
006090     PERFORM 5600-WRITE-JOURNAL THRU 5600-EXIT.
006100 5000-EXIT.
006110     EXIT.
006120*================================================================
006130 5100-GRADE-FROM-RECORD.
006140*================================================================
006150     MOVE 'B' TO WS-RSM-STATUS(WS-RSM-IDX).
006160     IF WS-RSM-SOURCE(WS-RSM-IDX) NOT = 'R'
006170         GO TO 5100-EXIT
006180     END-IF.
006190     MOVE WS-RSM-PROGRAM(WS-RSM-IDX) TO WS-WANT-PROGRAM.
006200     PERFORM 2500-FIND-TODAY-STEP THRU 2500-EXIT.
006210     MOVE WS-WANT-STATUS TO WS-RSM-STATUS(WS-RSM-IDX).
006220 5100-EXIT.
006230     EXIT.
006240*================================================================
006250 5200-SCAN-JOURNAL.
006260*================================================================
006270*    THE STEPS THE RUN-CONTROL RECORD HAS NO SLOT FOR ARE GRADED
006280*    OFF THE JOURNAL THE WAY RUNUPD GRADES THE OTHERS - THE LAST
006290*    ENTRY FOR THE DATE AND CYCLE WINS, A START WITH NO FINISH
006300*    OR A REJECTED FINISH IS 'F', ANY OTHER FINISH 'C', NO ENTRY
006310*    'B'.
006320     OPEN INPUT JOURNAL-FILE.
006330     PERFORM 5250-TAKE-JOURNAL-ENTRY THRU 5250-EXIT
006340         UNTIL WS-JRNL-EOF.
006350     CLOSE JOURNAL-FILE.
006360 5200-EXIT.
006370     EXIT.
006380*================================================================
006390 5250-TAKE-JOURNAL-ENTRY.
006400*================================================================
006410     READ JOURNAL-FILE
006420         AT END
006430             SET WS-JRNL-EOF TO TRUE
006440     END-READ.
006450     IF WS-JRNL-EOF
006460         GO TO 5250-EXIT
006470     END-IF.
006480     IF JRNL-RUN-DATE NOT NUMERIC
006490         OR JRNL-RUN-DATE NOT = WS-RUN-DATE
006500         GO TO 5250-EXIT
006510     END-IF.
006520     MOVE JRNL-CYCLE TO WS-ENTRY-CYCLE.
006530     IF WS-ENTRY-CYCLE = SPACE
006540         MOVE '1' TO WS-ENTRY-CYCLE
006550     END-IF.
006560     IF WS-ENTRY-CYCLE NOT = WS-TODAY-CYCLE
006570         GO TO 5250-EXIT
006580     END-IF.
006590     PERFORM 5300-GRADE-JOURNAL-STEP THRU 5300-EXIT
006600         VARYING WS-JRNL-IDX FROM 1 BY 1
006610         UNTIL WS-JRNL-IDX > 13.
006620 5250-EXIT.
006630     EXIT.
006640*================================================================
006650 5300-GRADE-JOURNAL-STEP.
006660*================================================================
006670     IF WS-RSM-SOURCE(WS-JRNL-IDX) NOT = 'J'
006680         OR WS-RSM-PROGRAM(WS-JRNL-IDX) NOT = JRNL-PROGRAM-ID
006690         GO TO 5300-EXIT
006700     END-IF.
006710     MOVE 'C' TO WS-RSM-STATUS(WS-JRNL-IDX).
006720     IF JRNL-RESULT-SUMMARY(1:11) = 'RUN STARTED'
006730         OR JRNL-RESULT-SUMMARY(1:8) = 'REJECTED'
006740         MOVE 'F' TO WS-RSM-STATUS(WS-JRNL-IDX)
006750     END-IF.
006760 5300-EXIT.
006770     EXIT.
006780*================================================================
006790 5400-CHECK-ONE-STEP.
006800*================================================================
006810*    CLEAN AND DIRTY BOTH MEAN THE STEP RAN TO THE END - A DIRTY
006820*    RUN RERUN OVER THE SAME INPUT ONLY REPEATS ITS EXCEPTIONS.
006830*    THE ENCODER STEPS STANDING BYPASSED BEHIND A DIRTY ADDER
006840*    ARE WHERE THE NIGHTLY STREAM MEANT TO LEAVE THEM.
006850     IF WS-RSM-STATUS(WS-RSM-IDX) = 'C'
006860         OR WS-RSM-STATUS(WS-RSM-IDX) = 'D'
006870         GO TO 5400-EXIT
006880     END-IF.
006890     IF WS-RSM-STATUS(WS-RSM-IDX) = 'B'
006900         AND WS-ADDER-STATUS = 'D'
006910         AND (WS-RSM-PROGRAM(WS-RSM-IDX) = 'BIN153B'
006920             OR WS-RSM-PROGRAM(WS-RSM-IDX) = 'BINCMP'
006930             OR WS-RSM-PROGRAM(WS-RSM-IDX) = 'HLDEXT')
006940         GO TO 5400-EXIT
006950     END-IF.
006960     MOVE WS-RSM-IDX TO WS-RESTART-IDX.
006970 5400-EXIT.
006980     EXIT.
006990*================================================================
007000 5500-LIST-PLAN.
007010*================================================================
007020     MOVE 0 TO WS-SKIP-COUNT.
007030     MOVE 0 TO WS-RERUN-COUNT.
007040     DISPLAY "BUSINESS DATE " WS-RUN-DATE " CYCLE "
007050             WS-TODAY-CYCLE " RESUMES FROM " WS-RESUME-FROM.
007060     PERFORM 5550-LIST-ONE-STEP THRU 5550-EXIT
007070         VARYING WS-RSM-IDX FROM 1 BY 1
007080         UNTIL WS-RSM-IDX > 13.
007090     MOVE WS-SKIP-COUNT TO WS-SKIP-COUNT-D.
007100     MOVE WS-RERUN-COUNT TO WS-RERUN-COUNT-D.
007110     DISPLAY "STEPS SKIPPED = " WS-SKIP-COUNT-D
007120             "  STEPS TO RUN = " WS-RERUN-COUNT-D.
007130 5500-EXIT.
007140     EXIT.
007150*================================================================
007160 5550-LIST-ONE-STEP.
007170*================================================================
007180     IF WS-RSM-IDX < WS-RESTART-IDX
007190         MOVE 'SKIPPED - ALREADY RAN' TO WS-PLAN-TEXT
007200         ADD 1 TO WS-SKIP-COUNT
007210         GO TO 5550-SHOW
007220     END-IF.
007230     IF WS-ADDER-STATUS = 'D'
007240         AND (WS-RSM-PROGRAM(WS-RSM-IDX) = 'BIN153B'
007250             OR WS-RSM-PROGRAM(WS-RSM-IDX) = 'BINCMP'
007260             OR WS-RSM-PROGRAM(WS-RSM-IDX) = 'HLDEXT')
007270         MOVE 'BYPASSED - THE ADDER RAN DIRTY' TO WS-PLAN-TEXT
007280         ADD 1 TO WS-SKIP-COUNT
007290         GO TO 5550-SHOW
007300     END-IF.
007310     ADD 1 TO WS-RERUN-COUNT.
007320     IF WS-RSM-IDX = WS-RESTART-IDX
007330         MOVE 'RESTART POINT' TO WS-PLAN-TEXT
007340         GO TO 5550-SHOW
007350     END-IF.
007360     IF WS-RSM-STATUS(WS-RSM-IDX) = 'C'
007370         OR WS-RSM-STATUS(WS-RSM-IDX) = 'D'
007380         MOVE 'RERUN - BEHIND THE RESTART POINT' TO WS-PLAN-TEXT
007390     ELSE
007400         MOVE 'RERUN' TO WS-PLAN-TEXT
007410     END-IF.
007420 5550-SHOW.
007430     DISPLAY "  " WS-RSM-PROGRAM(WS-RSM-IDX) " "
007440             WS-RSM-STATUS(WS-RSM-IDX) "  " WS-PLAN-TEXT.
007450 5550-EXIT.
007460     EXIT.
007470*================================================================
007480 5600-WRITE-JOURNAL.
007490*================================================================
007500*    THE RESUME IS JOURNALED UNDER THE DATE AND CYCLE IT
007510*    FINISHES, AHEAD OF THE RESUMED STEPS' OWN ENTRIES, SO THE
007520*    JOURNAL READS AS ONE CYCLE THAT WAS PICKED UP PARTWAY.
007530     OPEN EXTEND JOURNAL-FILE.
007540     MOVE SPACES TO JRNL-RECORD.
007550     ACCEPT WS-RUN-TIME FROM TIME.
007560     MOVE WS-RUN-DATE TO JRNL-RUN-DATE.
007570     MOVE WS-RUN-TIME TO JRNL-RUN-TIME.
007580     MOVE 'RUNCHK' TO JRNL-PROGRAM-ID.
007590     MOVE WS-NEW-CYCLE-X TO JRNL-CYCLE.
007600     STRING 'RESUME FROM ' DELIMITED BY SIZE
007610            WS-RESUME-FROM DELIMITED BY SPACE
007620         INTO JRNL-INPUT-SUMMARY.
007630     STRING 'RESUMED - SKIPPED=' DELIMITED BY SIZE
007640            WS-SKIP-COUNT-D DELIMITED BY SIZE
007650            ' RERUN=' DELIMITED BY SIZE
007660            WS-RERUN-COUNT-D DELIMITED BY SIZE
007670         INTO JRNL-RESULT-SUMMARY.
007680     MOVE SPACES TO JRNL-PARM-SUMMARY.
007690     WRITE JRNL-RECORD.
007700     CLOSE JOURNAL-FILE.
007710 5600-EXIT.
007720     EXIT.
007730*================================================================
007740 8000-TERMINATE.
007750*================================================================
007760     IF WS-CARD-READY
007770         PERFORM 8100-WRITE-CYCLE-CARD THRU 8100-EXIT
007780     END-IF.
007790*    A RESUME ENDS WITH THE RESTART POINT'S CODE FOR THE
007800*    DLYRSUM STEPS TO TEST, OR 16 - ABOVE EVERY CODE, SO EVERY
007810*    STEP IS BYPASSED - WHEN IT IS REFUSED.
007820     IF WS-MODE-RESUME
007830         IF WS-RUN-IS-VALID
007840             MOVE WS-RESUME-RC TO RETURN-CODE
007850         ELSE
007860             MOVE 16 TO RETURN-CODE
007870         END-IF
007880         GO TO 8000-EXIT
007890     END-IF.
007900     IF NOT WS-RUN-IS-VALID
007910         MOVE 8 TO RETURN-CODE
007920     ELSE
007930         IF WS-GAPS-FOUND
007940             MOVE 4 TO RETURN-CODE
007950         ELSE
007960             MOVE 0 TO RETURN-CODE
007970         END-IF
007980     END-IF.
007990 8000-EXIT.
008000     EXIT.
008010*================================================================
008020 8100-WRITE-CYCLE-CARD.
008030*================================================================
008040     OPEN OUTPUT RUN-CYCLE-FILE.
008050     MOVE SPACES TO RUNCYC-RECORD.
008060     MOVE WS-RUN-DATE TO RCYC-RUN-DATE.
008070     MOVE WS-NEW-CYCLE-X TO RCYC-CYCLE.
008080     MOVE WS-NEW-LAST TO RCYC-LAST.
008090     MOVE WS-RESUME-FROM TO RCYC-RESUME-FROM.
008100     WRITE RUNCYC-RECORD.
008110     CLOSE RUN-CYCLE-FILE.
008120 8100-EXIT.
008130     EXIT.
008140*================================================================
008150 9999-EXIT.
008160     STOP RUN.
