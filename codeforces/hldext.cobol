000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     HLDEXT.
000030 AUTHOR.         S. KOVALENKO.
000040 INSTALLATION.   RECONCILIATION BATCH.
000050 DATE-WRITTEN.   OCT 2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 SK  ORIGINAL VERSION. HOLD-LIST EXTRACT. COMPLIANCE
000110*                READ BINSUM AND THE TRANSITION REPORT EVERY
000120*                MORNING AND KEYED THE HOLDS INTO THE PAYMENTS
000130*                AND LENDING SYSTEMS BY HAND. READS THE CURRENT
000140*                BINOUT GENERATION (BINCUR) AGAINST THE PRIOR
000150*                ONE (BINPRV) THE SAME WAY BINCMP DOES AND, FOR
000160*                EVERY FLAG WHOSE FLAGDEF ACTION CODE IS A HOLD
000170*                ('P' PAYMENT HOLD, 'L' LENDING FREEZE), WRITES
000180*                ONE LINE PER ACCOUNT PER FLAG GAINED (PLACE) OR
000190*                LOST (RELEASE) TO THE HOLD-LIST INTERFACE FILE
000200*                (HLDOUT, HDR/DTL/TRL, LAYOUT HLDINTF). A RETIRED
000210*                FLAG NEVER PLACES A HOLD: THE LEGEND IN FORCE ON
000220*                THE LAST BUSINESS DAY (CALFIL, THROUGH CALLOAD)
000230*                IS SET AGAINST TONIGHT'S, AND A FLAG THAT WAS A
000240*                HOLD THEN AND IS NOT NOW - RETIRED, OR ITS
000250*                ACTION CHANGED - RELEASES THE HOLD ON EVERY
000260*                ACCOUNT STILL CARRYING IT (AND AN ACTION NEWLY
000270*                MADE A HOLD PLACES IT). THE EXTRACT IS PROVEN
000280*                AGAINST THE PER-FLAG GAINED/LOST COUNTS ON
000290*                TONIGHT'S TRANSITION REPORT (TRNRPT) BEFORE A
000300*                LINE IS WRITTEN; A MISMATCH, A MISSING COUNT, OR
000310*                A BAD CALENDAR ENDS THE STEP RC 8 WITH THE
000320*                INTERFACE FILE LEFT EMPTY. A BAD LEGEND
000330*                HARD-STOPS RC 12, THE SAME WAY BINCMP STOPS.
000340*                RUNS AS STEP027 OF DLYRECON, BEHIND BINCMP.
000350* 2026-10-15 SK  AN ACCOUNT IS NOW MARKED MATCHED ONLY AFTER ITS
000360*                CURRENT MASK DECODES, AS BINCMP DOES - AN
000370*                UNDECODABLE CURRENT MASK USED TO HIDE THE PRIOR
000380*                ACCOUNT'S LOST FLAGS AND FAIL THE PROOF AGAINST
000390*                BINCMP. THE COUNT OF MASKS SKIPPED AS UNDECODABLE
000400*                IS NOW SHOWN ON SYSOUT.
000410* 2026-10-15 SK  A BAD RUN-CYCLE CARD (CYCLOAD STATUS E) NOW
000420*                REJECTS THE RUN RC 8 WITHOUT CUTTING A HOLD LIST,
000430*                THE SAME AS A BAD CALENDAR, INSTEAD OF RUNNING AS
000440*                CYCLE 1.
000450* 2026-10-15 SK  FLAGDEF-CHANGE LINES (REASON T) ARE EXTRACTED
000460*                ONCE PER DATE. WHEN THE JOURNAL SHOWS AN EARLIER
000470*                CYCLE OF THE DATE CUT ITS HOLD LIST, THE LEGEND
000480*                IS SET AGAINST TONIGHT'S RATHER THAN THE LAST
000490*                BUSINESS DAY'S, SO A SECOND CYCLE NO LONGER
000500*                REPEATS THE SAME RELEASES AND PLACES.
000510*================================================================
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER.    IBM-370.
000550 OBJECT-COMPUTER.    IBM-370.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT BIN-CURRENT-FILE ASSIGN TO BINCUR
000590            ORGANIZATION IS LINE SEQUENTIAL.
000600     SELECT OPTIONAL BIN-PRIOR-FILE ASSIGN TO BINPRV
000610            ORGANIZATION IS LINE SEQUENTIAL
000620            FILE STATUS IS WS-PRV-STATUS.
000630     SELECT TRANSITION-REPORT-FILE ASSIGN TO TRNRPT
000640            ORGANIZATION IS LINE SEQUENTIAL.
000650     SELECT HOLD-INTERFACE-FILE ASSIGN TO HLDOUT
000660            ORGANIZATION IS LINE SEQUENTIAL.
000670     SELECT JOURNAL-FILE ASSIGN TO JRNLOG
000680            ORGANIZATION IS LINE SEQUENTIAL.
000690*
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  BIN-CURRENT-FILE
000730     RECORD CONTAINS 45 CHARACTERS.
000740 01  BIN-CURRENT-RECORD          PIC X(45).
000750*
000760 FD  BIN-PRIOR-FILE
000770     RECORD CONTAINS 45 CHARACTERS.
000780 01  BIN-PRIOR-RECORD            PIC X(45).
000790*
000800*    ONLY BINCMP'S PER-FLAG COUNT LINES ARE READ - 'BIT NN NAME
000810*    GAINED=NNNNNNN LOST=NNNNNNN'.
000820 FD  TRANSITION-REPORT-FILE
000830     RECORD CONTAINS 80 CHARACTERS.
000840 01  TRN-REPORT-RECORD           PIC X(80).
000850 01  TRN-COUNT-LINE.
000860     05  TRNC-LABEL              PIC X(04).
000870     05  TRNC-BIT-POS            PIC X(02).
000880     05  FILLER                  PIC X(01).
000890     05  TRNC-FLAG-NAME          PIC X(20).
000900     05  TRNC-GAINED-LABEL       PIC X(08).
000910     05  TRNC-GAINED             PIC X(07).
000920     05  TRNC-LOST-LABEL         PIC X(06).
000930     05  TRNC-LOST               PIC X(07).
000940     05  FILLER                  PIC X(25).
000950*
000960 FD  HOLD-INTERFACE-FILE
000970     RECORD CONTAINS 60 CHARACTERS.
000980     COPY HLDINTF.
000990*
001000 FD  JOURNAL-FILE
001010     RECORD CONTAINS 160 CHARACTERS.
001020     COPY JRNLREC.
001030*
001040 WORKING-STORAGE SECTION.
001050*----------------------------------------------------------------
001060* CONSTANTS
001070*----------------------------------------------------------------
001080*    EACH ACCOUNT TABLE BELOW OCCURS 5000, THE SAME CEILING AS
001090*    BINCMP - ONE NIGHT'S BINOUT BIGGER THAN THAT REJECTS THE RUN.
001100 77  WS-MAX-ACCOUNTS             PIC 9(05)  VALUE 5000.
001110*----------------------------------------------------------------
001120* SWITCHES
001130*----------------------------------------------------------------
001140 01  WS-SWITCHES.
001150     05  WS-EOF-SWITCH           PIC X(01)  VALUE 'N'.
001160         88  WS-END-OF-FILE                 VALUE 'Y'.
001170     05  WS-VALID-RUN-SWITCH     PIC X(01)  VALUE 'Y'.
001180         88  WS-RUN-IS-VALID                VALUE 'Y'.
001190     05  WS-FLAG-ERROR-SWITCH    PIC X(01)  VALUE 'N'.
001200         88  WS-FLAG-ERROR                  VALUE 'Y'.
001210*        THE GENERATIONS ARE COMPARED TWICE - ONCE TO COUNT THE
001220*        LINES FOR THE PROOF, ONCE TO WRITE THEM.
001230     05  WS-WRITE-SWITCH         PIC X(01)  VALUE 'N'.
001240         88  WS-WRITING                     VALUE 'Y'.
001250     05  WS-BUSINESS-SWITCH      PIC X(01).
001260         88  WS-IS-BUSINESS-DAY             VALUE 'Y'.
001270     05  WS-JRNL-EOF-SWITCH      PIC X(01)  VALUE 'N'.
001280         88  WS-JRNL-EOF                    VALUE 'Y'.
001290*        AN EARLIER CYCLE OF THE DATE HAS ALREADY CUT A HOLD LIST,
001300*        AND WITH IT THE DATE'S FLAGDEF-CHANGE LINES.
001310     05  WS-EARLIER-CUT-SWITCH   PIC X(01)  VALUE 'N'.
001320         88  WS-EARLIER-CYCLE-CUT           VALUE 'Y'.
001330*----------------------------------------------------------------
001340* ACCOUNT TABLES - ONE PER GENERATION, LOADED FROM THE ACCOUNT
001350* LINES OF BINOUT (THE 'FLAG SET:' DETAIL LINES ARE SKIPPED)
001360*----------------------------------------------------------------
001370 01  WS-PRV-STATUS               PIC X(02).
001380 01  WS-CUR-COUNT                PIC 9(05).
001390 01  WS-CUR-TABLE.
001400     05  WS-CUR-ENTRY            OCCURS 5000 TIMES.
001410         10  CUR-ACCOUNT         PIC X(10).
001420         10  CUR-BITS            PIC X(30).
001430         10  CUR-MATCH-SWITCH    PIC X(01).
001440             88  CUR-MATCHED                VALUE 'Y'.
001450 01  WS-PRV-COUNT                PIC 9(05).
001460 01  WS-PRV-TABLE.
001470     05  WS-PRV-ENTRY            OCCURS 5000 TIMES.
001480         10  PRV-ACCOUNT         PIC X(10).
001490         10  PRV-BITS            PIC X(30).
001500         10  PRV-MATCH-SWITCH    PIC X(01).
001510             88  PRV-MATCHED                VALUE 'Y'.
001520 01  WS-CUR-IDX                  PIC 9(05).
001530 01  WS-PRV-IDX                  PIC 9(05).
001540 01  WS-FOUND-IDX                PIC 9(05).
001550*----------------------------------------------------------------
001560* DECODER WORK FIELDS - ONE BIT TABLE PER SIDE OF THE COMPARE
001570*----------------------------------------------------------------
001580 01  WS-BITS                     PIC X(30).
001590 01  WS-VALUE                    PIC 9(10).
001600 01  WS-DECODE-STATUS            PIC X(01).
001610 01  WS-CUR-BIT-TABLE.
001620     05  WS-CUR-BIT              PIC X(01)  OCCURS 30 TIMES.
001630 01  WS-PRV-BIT-TABLE.
001640     05  WS-PRV-BIT              PIC X(01)  OCCURS 30 TIMES.
001650 01  WS-ZERO-BIT-TABLE           PIC X(30)  VALUE ALL '0'.
001660 01  WS-LEGEND-IDX               PIC 9(02)  COMP.
001670*----------------------------------------------------------------
001680* PER-FLAG TABLE. THE HOLD TYPE ('P'/'L', SPACE FOR NO HOLD) THE
001690* FLAG CARRIED UNDER THE LAST BUSINESS DAY'S LEGEND AND UNDER
001700* TONIGHT'S, THIS PROGRAM'S OWN GAINED/LOST COUNTS, AND THE
001710* COUNTS BINCMP PUT ON THE TRANSITION REPORT.
001720*----------------------------------------------------------------
001730 01  WS-BIT-CLASS-TABLE.
001740     05  WS-BIT-CLASS            OCCURS 30 TIMES.
001750         10  BC-PRIOR-HOLD       PIC X(01).
001760         10  BC-TONIGHT-HOLD     PIC X(01).
001770         10  BC-OWN-GAINED       PIC 9(07)  COMP.
001780         10  BC-OWN-LOST         PIC 9(07)  COMP.
001790         10  BC-CMP-GAINED       PIC 9(07).
001800         10  BC-CMP-LOST         PIC 9(07).
001810         10  BC-CMP-SEEN-SWITCH  PIC X(01).
001820             88  BC-CMP-SEEN                VALUE 'Y'.
001830 01  WS-SLOT                     PIC 9(02)  COMP.
001840*----------------------------------------------------------------
001850* THE LINE BEING EMITTED
001860*----------------------------------------------------------------
001870 01  WS-EMIT-ACCOUNT             PIC X(10).
001880 01  WS-EMIT-ACTION              PIC X(01).
001890 01  WS-EMIT-HOLD-TYPE           PIC X(01).
001900 01  WS-EMIT-REASON              PIC X(01).
001910*----------------------------------------------------------------
001920* CONTROL TOTALS
001930*----------------------------------------------------------------
001940 01  WS-LINE-COUNT               PIC 9(07)  COMP.
001950 01  WS-PLACE-COUNT              PIC 9(07)  COMP.
001960 01  WS-RELEASE-COUNT            PIC 9(07)  COMP.
001970 01  WS-GAINED-PLACES            PIC 9(07)  COMP.
001980 01  WS-LOST-RELEASES            PIC 9(07)  COMP.
001990 01  WS-DEFCHG-LINES             PIC 9(07)  COMP.
002000 01  WS-EXPECT-PLACES            PIC 9(07)  COMP.
002010 01  WS-EXPECT-RELEASES          PIC 9(07)  COMP.
002020 01  WS-UNDECODABLE-COUNT        PIC 9(05)  COMP.
002030 01  WS-LINE-COUNT-D             PIC 9(07).
002040 01  WS-PLACE-COUNT-D            PIC 9(07).
002050 01  WS-RELEASE-COUNT-D          PIC 9(07).
002060 01  WS-EXPECT-D                 PIC 9(07).
002070 01  WS-ACTUAL-D                 PIC 9(07).
002080 01  WS-BIT-POS-D                PIC 9(02).
002090*----------------------------------------------------------------
002100* CALENDAR WORK FIELDS - THE LAST BUSINESS DAY BEFORE TONIGHT
002110*----------------------------------------------------------------
002120     COPY CALTAB.
002130 01  WS-CAL-DATE                 PIC 9(08).
002140 01  WS-CAL-INT                  PIC 9(08)  COMP.
002150 01  WS-CAL-QUOTIENT             PIC 9(08)  COMP.
002160 01  WS-CAL-DOW                  PIC 9(01).
002170 01  WS-CAL-HOL-IDX              PIC 9(03).
002180 01  WS-CHK-INT                  PIC 9(08)  COMP.
002190 01  WS-CHK-TRIES                PIC 9(02)  COMP.
002200 01  WS-PRIOR-BUS-DATE           PIC 9(08).
002210*----------------------------------------------------------------
002220* WORK FIELDS
002230*----------------------------------------------------------------
002240 01  WS-RUN-DATE                 PIC 9(08).
002250 01  WS-RUN-TIME                 PIC 9(08).
002260 01  WS-ENTRY-CYCLE              PIC X(01).
002270 01  WS-EARLIER-CYCLE            PIC X(01).
002280 01  WS-LEGEND-BASE-DATE         PIC 9(08).
002290 01  WS-REJECT-TEXT              PIC X(50)
002300         VALUE 'REJECTED - SEE SYSOUT FOR REASON'.
002310*----------------------------------------------------------------
002320* NAMED-FLAG LEGEND - THE SAME LEGEND THE ENCODER LOADS, TAKEN
002330* FIRST AS OF THE LAST BUSINESS DAY AND THEN AS OF TONIGHT
002340*----------------------------------------------------------------
002350     COPY FLAGTAB.
002360*----------------------------------------------------------------
002370* RUN CYCLE - LOADED FROM RUNCYC BY CYCLOAD
002380*----------------------------------------------------------------
002390     COPY CYCTAB.
002400*
002410 PROCEDURE DIVISION.
002420*================================================================
002430 0000-MAINLINE.
002440*================================================================
002450     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002460     IF WS-FLAG-ERROR
002470         MOVE 12 TO RETURN-CODE
002480         GO TO 9999-EXIT
002490     END-IF.
002500     IF WS-RUN-IS-VALID
002510         PERFORM 2000-LOAD-CMP-COUNTS THRU 2000-EXIT
002520     END-IF.
002530     IF WS-RUN-IS-VALID
002540         PERFORM 3000-COMPARE-GENERATIONS THRU 3000-EXIT
002550         PERFORM 4000-PROVE-EXTRACT THRU 4000-EXIT
002560     END-IF.
002570     PERFORM 7000-WRITE-EXTRACT THRU 7000-EXIT.
002580     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002590     GO TO 9999-EXIT.
002600*================================================================
002610 0500-JOURNAL-START.
002620*================================================================
002630*    START AND FINISH BOTH JOURNAL, SO THE TIMING REPORT
002640*    (JRNTIME) CAN CHARGE THE EXTRACT ITS ELAPSED TIME AND A
002650*    START WITH NO FINISH READS AS AN ABEND.
002660     OPEN EXTEND JOURNAL-FILE.
002670     MOVE SPACES TO JRNL-RECORD.
002680     ACCEPT WS-RUN-TIME FROM TIME.
002690     MOVE WS-RUN-DATE TO JRNL-RUN-DATE.
002700     MOVE WS-RUN-TIME TO JRNL-RUN-TIME.
002710     MOVE 'HLDEXT' TO JRNL-PROGRAM-ID.
002720     MOVE CYC-NUMBER TO JRNL-CYCLE.
002730     MOVE 'RUN STARTED' TO JRNL-RESULT-SUMMARY.
002740     WRITE JRNL-RECORD.
002750     CLOSE JOURNAL-FILE.
002760 0500-EXIT.
002770     EXIT.
002780*================================================================
002790 1000-INITIALIZE.
002800*================================================================
002810     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002820     MOVE 0 TO WS-LINE-COUNT.
002830     MOVE 0 TO WS-PLACE-COUNT.
002840     MOVE 0 TO WS-RELEASE-COUNT.
002850     MOVE 0 TO WS-GAINED-PLACES.
002860     MOVE 0 TO WS-LOST-RELEASES.
002870     MOVE 0 TO WS-DEFCHG-LINES.
002880     MOVE 0 TO WS-EXPECT-PLACES.
002890     MOVE 0 TO WS-EXPECT-RELEASES.
002900     MOVE 0 TO WS-UNDECODABLE-COUNT.
002910     MOVE 0 TO WS-PRIOR-BUS-DATE.
002920     CALL 'CYCLOAD' USING CYC-BLOCK.
002930     PERFORM 0500-JOURNAL-START THRU 0500-EXIT.
002940     IF CYC-BAD-FILE
002950         DISPLAY "RUN-CYCLE CARD BAD: " CYC-ERROR-TEXT
002960         DISPLAY "RUN REJECTED"
002970         MOVE 'REJECTED - RUN-CYCLE CARD BAD' TO WS-REJECT-TEXT
002980         MOVE 'N' TO WS-VALID-RUN-SWITCH
002990         GO TO 1000-EXIT
003000     END-IF.
003010     CALL 'CALLOAD' USING CAL-BLOCK.
003020     IF CAL-BAD-FILE
003030         DISPLAY "CALENDAR FILE BAD: " CAL-ERROR-TEXT
003040         DISPLAY "RUN REJECTED"
003050         MOVE 'N' TO WS-VALID-RUN-SWITCH
003060         GO TO 1000-EXIT
003070     END-IF.
003080     PERFORM 1100-FIND-PRIOR-BUSINESS THRU 1100-EXIT.
003090     PERFORM 1170-CHECK-EARLIER-CYCLE THRU 1170-EXIT.
003100     PERFORM 1200-LOAD-LEGENDS THRU 1200-EXIT.
003110     IF WS-FLAG-ERROR
003120         GO TO 1000-EXIT
003130     END-IF.
003140     PERFORM 1400-LOAD-CURRENT THRU 1400-EXIT.
003150     IF WS-RUN-IS-VALID
003160         PERFORM 1500-LOAD-PRIOR THRU 1500-EXIT
003170     END-IF.
003180 1000-EXIT.
003190     EXIT.
003200*================================================================
003210 1100-FIND-PRIOR-BUSINESS.
003220*================================================================
003230*    WALKS BACK FROM THE DAY BEFORE THE RUN DATE TO THE FIRST
003240*    BUSINESS DAY - THE LAST NIGHT THE STREAM RAN. A MONTH WITH
003250*    NO BUSINESS DAY IN IT STOPS THE WALK AT THE DAY BEFORE.
003260     COMPUTE WS-CHK-INT =
003270         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - 1.
003280     MOVE 0 TO WS-CHK-TRIES.
003290     MOVE 'N' TO WS-BUSINESS-SWITCH.
003300     PERFORM 1150-CHECK-ONE-PRIOR-DAY THRU 1150-EXIT
003310         UNTIL WS-IS-BUSINESS-DAY OR WS-CHK-TRIES > 31.
003320     IF NOT WS-IS-BUSINESS-DAY
003330         COMPUTE WS-PRIOR-BUS-DATE = FUNCTION DATE-OF-INTEGER
003340             (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - 1)
003350     END-IF.
003360 1100-EXIT.
003370     EXIT.
003380*================================================================
003390 1150-CHECK-ONE-PRIOR-DAY.
003400*================================================================
003410     COMPUTE WS-CAL-DATE =
003420         FUNCTION DATE-OF-INTEGER (WS-CHK-INT).
003430     PERFORM 6000-CHECK-BUSINESS-DAY THRU 6000-EXIT.
003440     IF WS-IS-BUSINESS-DAY
003450         MOVE WS-CAL-DATE TO WS-PRIOR-BUS-DATE
003460     ELSE
003470         SUBTRACT 1 FROM WS-CHK-INT
003480     END-IF.
003490     ADD 1 TO WS-CHK-TRIES.
003500 1150-EXIT.
003510     EXIT.
003520*================================================================
003530 1170-CHECK-EARLIER-CYCLE.
003540*================================================================
003550*    A FLAGDEF CHANGE IS EXTRACTED ONCE PER DATE. WHEN THE JOURNAL
003560*    SHOWS AN EARLIER CYCLE OF TONIGHT'S DATE CUT ITS HOLD LIST,
003570*    THAT CYCLE ALREADY RELEASED AND PLACED FOR EVERY FLAG WHOSE
003580*    HOLD TYPE CHANGED SINCE THE LAST BUSINESS DAY, SO THIS CYCLE
003590*    SETS TONIGHT'S LEGEND AGAINST ITSELF AND EXTRACTS ONLY THE
003600*    TRANSITIONS BETWEEN ITS OWN TWO BINOUT GENERATIONS.
003610     MOVE WS-PRIOR-BUS-DATE TO WS-LEGEND-BASE-DATE.
003620     MOVE 'N' TO WS-JRNL-EOF-SWITCH.
003630     OPEN INPUT JOURNAL-FILE.
003640     PERFORM 1180-TAKE-JOURNAL-ENTRY THRU 1180-EXIT
003650         UNTIL WS-JRNL-EOF.
003660     CLOSE JOURNAL-FILE.
003670     IF WS-EARLIER-CYCLE-CUT
003680         MOVE WS-RUN-DATE TO WS-LEGEND-BASE-DATE
003690         DISPLAY "CYCLE " WS-EARLIER-CYCLE
003700                 " ALREADY CUT A HOLD LIST FOR " WS-RUN-DATE
003710                 " - NO FLAGDEF-CHANGE LINES"
003720     END-IF.
003730 1170-EXIT.
003740     EXIT.
003750*================================================================
003760 1180-TAKE-JOURNAL-ENTRY.
003770*================================================================
003780*    NO CYCLE ON THE ENTRY IS CYCLE 1.
003790     READ JOURNAL-FILE
003800         AT END
003810             SET WS-JRNL-EOF TO TRUE
003820     END-READ.
003830     IF WS-JRNL-EOF
003840         GO TO 1180-EXIT
003850     END-IF.
003860     MOVE JRNL-CYCLE TO WS-ENTRY-CYCLE.
003870     IF WS-ENTRY-CYCLE = SPACE
003880         MOVE '1' TO WS-ENTRY-CYCLE
003890     END-IF.
003900     IF JRNL-PROGRAM-ID = 'HLDEXT'
003910         AND JRNL-RUN-DATE NUMERIC
003920         AND JRNL-RUN-DATE = WS-RUN-DATE
003930         AND WS-ENTRY-CYCLE NOT = CYC-NUMBER
003940         AND JRNL-RESULT-SUMMARY(1:18) = 'HOLD LIST CUT FOR '
003950         SET WS-EARLIER-CYCLE-CUT TO TRUE
003960         MOVE WS-ENTRY-CYCLE TO WS-EARLIER-CYCLE
003970     END-IF.
003980 1180-EXIT.
003990     EXIT.
004000*================================================================
004010 1200-LOAD-LEGENDS.
004020*================================================================
004030*    THE LAST BUSINESS DAY'S LEGEND (TONIGHT'S, ON A LATER CYCLE
004040*    OF THE DATE) FIRST, KEEPING ONLY EACH FLAG'S HOLD TYPE, THEN
004050*    TONIGHT'S, WHICH STAYS LOADED TO NAME THE FLAGS. A LEGEND
004060*    THAT CANNOT BE SERVED FOR THE EARLIER DATE (FLAGDEF NEWER
004070*    THAN THAT) IS TAKEN TO HAVE BEEN TONIGHT'S, SO NO FLAG READS
004080*    AS CHANGED.
004090     MOVE WS-LEGEND-BASE-DATE TO FLG-AS-OF-DATE.
004100     CALL 'FLGLOAD' USING FLG-BLOCK.
004110     IF FLG-BAD-FILE
004120         DISPLAY "NO FLAG LEGEND IN FORCE ON " WS-LEGEND-BASE-DATE
004130                 " - TONIGHT'S LEGEND USED FOR BOTH DAYS"
004140     END-IF.
004150     PERFORM 1250-KEEP-PRIOR-HOLD THRU 1250-EXIT
004160         VARYING WS-LEGEND-IDX FROM 1 BY 1
004170         UNTIL WS-LEGEND-IDX > 30.
004180     MOVE WS-RUN-DATE TO FLG-AS-OF-DATE.
004190     CALL 'FLGLOAD' USING FLG-BLOCK.
004200     IF FLG-BAD-FILE
004210         DISPLAY "FLAG DEFINITION FILE BAD: " FLG-ERROR-TEXT
004220         DISPLAY "RUN STOPPED - NO HOLD LIST CUT"
004230         SET WS-FLAG-ERROR TO TRUE
004240         GO TO 1200-EXIT
004250     END-IF.
004260     PERFORM 1300-CLASSIFY-ONE-FLAG THRU 1300-EXIT
004270         VARYING WS-LEGEND-IDX FROM 1 BY 1
004280         UNTIL WS-LEGEND-IDX > 30.
004290 1200-EXIT.
004300     EXIT.
004310*================================================================
004320 1250-KEEP-PRIOR-HOLD.
004330*================================================================
004340     MOVE SPACE TO BC-PRIOR-HOLD(WS-LEGEND-IDX).
004350     MOVE 'N' TO BC-CMP-SEEN-SWITCH(WS-LEGEND-IDX).
004360     MOVE 0 TO BC-OWN-GAINED(WS-LEGEND-IDX).
004370     MOVE 0 TO BC-OWN-LOST(WS-LEGEND-IDX).
004380     MOVE 0 TO BC-CMP-GAINED(WS-LEGEND-IDX).
004390     MOVE 0 TO BC-CMP-LOST(WS-LEGEND-IDX).
004400     IF FLG-BAD-FILE
004410         MOVE 'U' TO BC-PRIOR-HOLD(WS-LEGEND-IDX)
004420         GO TO 1250-EXIT
004430     END-IF.
004440     IF FLG-FLAG-ACTIVE(WS-LEGEND-IDX)
004450         AND FLG-ACTION-IS-HOLD(WS-LEGEND-IDX)
004460         MOVE FLG-ACTION(WS-LEGEND-IDX)
004470             TO BC-PRIOR-HOLD(WS-LEGEND-IDX)
004480     END-IF.
004490 1250-EXIT.
004500     EXIT.
004510*================================================================
004520 1300-CLASSIFY-ONE-FLAG.
004530*================================================================
004540*    A RETIRED FLAG HOLDS NOTHING, WHATEVER ITS ACTION CODE.
004550     MOVE SPACE TO BC-TONIGHT-HOLD(WS-LEGEND-IDX).
004560     IF FLG-FLAG-ACTIVE(WS-LEGEND-IDX)
004570         AND FLG-ACTION-IS-HOLD(WS-LEGEND-IDX)
004580         MOVE FLG-ACTION(WS-LEGEND-IDX)
004590             TO BC-TONIGHT-HOLD(WS-LEGEND-IDX)
004600     END-IF.
004610     IF BC-PRIOR-HOLD(WS-LEGEND-IDX) = 'U'
004620         MOVE BC-TONIGHT-HOLD(WS-LEGEND-IDX)
004630             TO BC-PRIOR-HOLD(WS-LEGEND-IDX)
004640     END-IF.
004650 1300-EXIT.
004660     EXIT.
004670*================================================================
004680 1400-LOAD-CURRENT.
004690*================================================================
004700     MOVE 0 TO WS-CUR-COUNT.
004710     MOVE 'N' TO WS-EOF-SWITCH.
004720     OPEN INPUT BIN-CURRENT-FILE.
004730     PERFORM 1450-LOAD-ONE-CURRENT THRU 1450-EXIT
004740         UNTIL WS-END-OF-FILE OR NOT WS-RUN-IS-VALID.
004750     CLOSE BIN-CURRENT-FILE.
004760 1400-EXIT.
004770     EXIT.
004780*================================================================
004790 1450-LOAD-ONE-CURRENT.
004800*================================================================
004810*    ONLY THE ACCOUNT LINES JOIN THE TABLE, AS IN BINCMP.
004820     READ BIN-CURRENT-FILE
004830         AT END
004840             SET WS-END-OF-FILE TO TRUE
004850     END-READ.
004860     IF WS-END-OF-FILE
004870         GO TO 1450-EXIT
004880     END-IF.
004890     IF BIN-CURRENT-RECORD(3:10) = 'FLAG SET: '
004900         GO TO 1450-EXIT
004910     END-IF.
004920     IF WS-CUR-COUNT >= WS-MAX-ACCOUNTS
004930         DISPLAY "MORE THAN " WS-MAX-ACCOUNTS
004940                 " ACCOUNTS ON BINCUR - RUN REJECTED"
004950         MOVE 'N' TO WS-VALID-RUN-SWITCH
004960         GO TO 1450-EXIT
004970     END-IF.
004980     ADD 1 TO WS-CUR-COUNT.
004990     MOVE BIN-CURRENT-RECORD(1:10)
005000         TO CUR-ACCOUNT(WS-CUR-COUNT).
005010     MOVE BIN-CURRENT-RECORD(12:30)
005020         TO CUR-BITS(WS-CUR-COUNT).
005030     MOVE 'N' TO CUR-MATCH-SWITCH(WS-CUR-COUNT).
005040 1450-EXIT.
005050     EXIT.
005060*================================================================
005070 1500-LOAD-PRIOR.
005080*================================================================
005090*    A MISSING PRIOR GENERATION READS AS EMPTY, AS IN BINCMP.
005100     MOVE 0 TO WS-PRV-COUNT.
005110     MOVE 'N' TO WS-EOF-SWITCH.
005120     OPEN INPUT BIN-PRIOR-FILE.
005130     IF WS-PRV-STATUS NOT = '00' AND WS-PRV-STATUS NOT = '05'
005140         CLOSE BIN-PRIOR-FILE
005150         GO TO 1500-EXIT
005160     END-IF.
005170     PERFORM 1550-LOAD-ONE-PRIOR THRU 1550-EXIT
005180         UNTIL WS-END-OF-FILE OR NOT WS-RUN-IS-VALID.
005190     CLOSE BIN-PRIOR-FILE.
005200 1500-EXIT.
005210     EXIT.
005220*================================================================
005230 1550-LOAD-ONE-PRIOR.
005240*================================================================
005250     READ BIN-PRIOR-FILE
005260         AT END
005270             SET WS-END-OF-FILE TO TRUE
005280     END-READ.
005290     IF WS-END-OF-FILE
005300         GO TO 1550-EXIT
005310     END-IF.
005320     IF BIN-PRIOR-RECORD(3:10) = 'FLAG SET: '
005330         GO TO 1550-EXIT
005340     END-IF.
005350     IF WS-PRV-COUNT >= WS-MAX-ACCOUNTS
005360         DISPLAY "MORE THAN " WS-MAX-ACCOUNTS
005370                 " ACCOUNTS ON BINPRV - RUN REJECTED"
005380         MOVE 'N' TO WS-VALID-RUN-SWITCH
005390         GO TO 1550-EXIT
005400     END-IF.
005410     ADD 1 TO WS-PRV-COUNT.
005420     MOVE BIN-PRIOR-RECORD(1:10)
005430         TO PRV-ACCOUNT(WS-PRV-COUNT).
005440     MOVE BIN-PRIOR-RECORD(12:30)
005450         TO PRV-BITS(WS-PRV-COUNT).
005460     MOVE 'N' TO PRV-MATCH-SWITCH(WS-PRV-COUNT).
005470 1550-EXIT.
005480     EXIT.
005490*================================================================
005500 2000-LOAD-CMP-COUNTS.
005510*================================================================
005520*    BINCMP'S COUNT LINE FOR EVERY BIT POSITION MUST BE ON THE
005530*    TRANSITION REPORT - A REPORT WITHOUT THEM IS FROM A
005540*    REJECTED COMPARISON AND PROVES NOTHING.
005550     MOVE 'N' TO WS-EOF-SWITCH.
005560     OPEN INPUT TRANSITION-REPORT-FILE.
005570     PERFORM 2100-TAKE-CMP-LINE THRU 2100-EXIT
005580         UNTIL WS-END-OF-FILE OR NOT WS-RUN-IS-VALID.
005590     CLOSE TRANSITION-REPORT-FILE.
005600     IF NOT WS-RUN-IS-VALID
005610         GO TO 2000-EXIT
005620     END-IF.
005630     PERFORM 2200-CHECK-ONE-COUNT THRU 2200-EXIT
005640         VARYING WS-LEGEND-IDX FROM 1 BY 1
005650         UNTIL WS-LEGEND-IDX > 30 OR NOT WS-RUN-IS-VALID.
005660 2000-EXIT.
005670     EXIT.
005680*================================================================
005690 2100-TAKE-CMP-LINE.
005700*================================================================
005710     READ TRANSITION-REPORT-FILE
005720         AT END
005730             SET WS-END-OF-FILE TO TRUE
005740     END-READ.
005750     IF WS-END-OF-FILE
005760         GO TO 2100-EXIT
005770     END-IF.
005780     IF TRNC-LABEL NOT = 'BIT '
005790         OR TRNC-GAINED-LABEL NOT = ' GAINED='
005800         OR TRNC-LOST-LABEL NOT = ' LOST='
005810         OR TRNC-BIT-POS NOT NUMERIC
005820         GO TO 2100-EXIT
005830     END-IF.
005840     MOVE TRNC-BIT-POS TO WS-BIT-POS-D.
005850     IF WS-BIT-POS-D > 29
005860         GO TO 2100-EXIT
005870     END-IF.
005880     COMPUTE WS-SLOT = WS-BIT-POS-D + 1.
005890     IF BC-CMP-SEEN(WS-SLOT)
005900         DISPLAY "TRANSITION REPORT COUNTS BIT " WS-BIT-POS-D
005910                 " TWICE - RUN REJECTED"
005920         MOVE 'REJECTED - TRANSITION COUNTS UNUSABLE'
005930             TO WS-REJECT-TEXT
005940         MOVE 'N' TO WS-VALID-RUN-SWITCH
005950         GO TO 2100-EXIT
005960     END-IF.
005970     MOVE 'Y' TO BC-CMP-SEEN-SWITCH(WS-SLOT).
005980     COMPUTE BC-CMP-GAINED(WS-SLOT) =
005990         FUNCTION NUMVAL (TRNC-GAINED).
006000     COMPUTE BC-CMP-LOST(WS-SLOT) =
006010         FUNCTION NUMVAL (TRNC-LOST).
006020 2100-EXIT.
006030     EXIT.
006040*================================================================
006050 2200-CHECK-ONE-COUNT.
006060*================================================================
006070     IF NOT BC-CMP-SEEN(WS-LEGEND-IDX)
006080         COMPUTE WS-BIT-POS-D = WS-LEGEND-IDX - 1
006090         DISPLAY "NO TRANSITION REPORT COUNT FOR BIT "
006100                 WS-BIT-POS-D " - RUN REJECTED"
006110         MOVE 'REJECTED - TRANSITION COUNTS UNUSABLE'
006120             TO WS-REJECT-TEXT
006130         MOVE 'N' TO WS-VALID-RUN-SWITCH
006140     END-IF.
006150 2200-EXIT.
006160     EXIT.
006170*================================================================
006180 3000-COMPARE-GENERATIONS.
006190*================================================================
006200*    PERFORMED TWICE: COUNTING (WS-WRITING OFF), THEN WRITING.
006210     PERFORM 3100-COMPARE-ONE-ACCOUNT THRU 3100-EXIT
006220         VARYING WS-CUR-IDX FROM 1 BY 1
006230         UNTIL WS-CUR-IDX > WS-CUR-COUNT.
006240     PERFORM 3600-RELEASE-ONE-DROPPED THRU 3600-EXIT
006250         VARYING WS-PRV-IDX FROM 1 BY 1
006260         UNTIL WS-PRV-IDX > WS-PRV-COUNT.
006270 3000-EXIT.
006280     EXIT.
006290*================================================================
006300 3100-COMPARE-ONE-ACCOUNT.
006310*================================================================
006320*    THE SAME MATCHING AND DECODING BINCMP DOES, SO THE TWO
006330*    PROGRAMS SEE THE SAME TRANSITIONS - AN UNDECODABLE MASK IS
006340*    SKIPPED BY BOTH. THE ACCOUNTS ARE MARKED MATCHED ONLY ONCE
006350*    THE CURRENT MASK DECODES, SO A PRIOR ACCOUNT WHOSE CURRENT
006360*    MASK WILL NOT DECODE RELEASES AS DROPPED, AS BINCMP COUNTS
006370*    ITS FLAGS LOST.
006380     PERFORM 3200-FIND-PRIOR-ACCOUNT THRU 3200-EXIT.
006390     MOVE CUR-BITS(WS-CUR-IDX) TO WS-BITS.
006400     CALL 'BITDECS' USING WS-BITS, WS-VALUE,
006410         WS-CUR-BIT-TABLE, WS-DECODE-STATUS.
006420     IF WS-DECODE-STATUS NOT = 'Y'
006430         PERFORM 3900-COUNT-UNDECODABLE THRU 3900-EXIT
006440         GO TO 3100-EXIT
006450     END-IF.
006460     IF WS-FOUND-IDX = 0
006470         MOVE WS-ZERO-BIT-TABLE TO WS-PRV-BIT-TABLE
006480     ELSE
006490         MOVE 'Y' TO CUR-MATCH-SWITCH(WS-CUR-IDX)
006500         MOVE 'Y' TO PRV-MATCH-SWITCH(WS-FOUND-IDX)
006510         MOVE PRV-BITS(WS-FOUND-IDX) TO WS-BITS
006520         CALL 'BITDECS' USING WS-BITS, WS-VALUE,
006530             WS-PRV-BIT-TABLE, WS-DECODE-STATUS
006540         IF WS-DECODE-STATUS NOT = 'Y'
006550             PERFORM 3900-COUNT-UNDECODABLE THRU 3900-EXIT
006560             GO TO 3100-EXIT
006570         END-IF
006580     END-IF.
006590     MOVE CUR-ACCOUNT(WS-CUR-IDX) TO WS-EMIT-ACCOUNT.
006600     PERFORM 3300-TAKE-ONE-FLAG THRU 3300-EXIT
006610         VARYING WS-LEGEND-IDX FROM 1 BY 1
006620         UNTIL WS-LEGEND-IDX > 30.
006630 3100-EXIT.
006640     EXIT.
006650*================================================================
006660 3200-FIND-PRIOR-ACCOUNT.
006670*================================================================
006680     MOVE 0 TO WS-FOUND-IDX.
006690     PERFORM 3250-MATCH-PRIOR-ACCOUNT THRU 3250-EXIT
006700         VARYING WS-PRV-IDX FROM 1 BY 1
006710         UNTIL WS-PRV-IDX > WS-PRV-COUNT
006720             OR WS-FOUND-IDX > 0.
006730 3200-EXIT.
006740     EXIT.
006750*================================================================
006760 3250-MATCH-PRIOR-ACCOUNT.
006770*================================================================
006780     IF PRV-ACCOUNT(WS-PRV-IDX) = CUR-ACCOUNT(WS-CUR-IDX)
006790         MOVE WS-PRV-IDX TO WS-FOUND-IDX
006800     END-IF.
006810 3250-EXIT.
006820     EXIT.
006830*================================================================
006840 3300-TAKE-ONE-FLAG.
006850*================================================================
006860*    GAINED - PLACE UNDER TONIGHT'S HOLD TYPE. LOST - RELEASE
006870*    UNDER THE HOLD TYPE IT WAS PLACED UNDER. STILL SET, BUT
006880*    THE FLAG'S HOLD TYPE CHANGED ON FLAGDEF - RELEASE THE OLD
006890*    HOLD AND PLACE THE NEW ONE (RETIREMENT LEAVES NO NEW ONE).
006900     IF WS-CUR-BIT(WS-LEGEND-IDX) = '1'
006910         AND WS-PRV-BIT(WS-LEGEND-IDX) NOT = '1'
006920         IF NOT WS-WRITING
006930             ADD 1 TO BC-OWN-GAINED(WS-LEGEND-IDX)
006940         END-IF
006950         IF BC-TONIGHT-HOLD(WS-LEGEND-IDX) NOT = SPACE
006960             MOVE 'P' TO WS-EMIT-ACTION
006970             MOVE BC-TONIGHT-HOLD(WS-LEGEND-IDX)
006980                 TO WS-EMIT-HOLD-TYPE
006990             MOVE 'G' TO WS-EMIT-REASON
007000             PERFORM 3800-EMIT-LINE THRU 3800-EXIT
007010         END-IF
007020         GO TO 3300-EXIT
007030     END-IF.
007040     IF WS-CUR-BIT(WS-LEGEND-IDX) NOT = '1'
007050         AND WS-PRV-BIT(WS-LEGEND-IDX) = '1'
007060         IF NOT WS-WRITING
007070             ADD 1 TO BC-OWN-LOST(WS-LEGEND-IDX)
007080         END-IF
007090         IF BC-PRIOR-HOLD(WS-LEGEND-IDX) NOT = SPACE
007100             MOVE 'R' TO WS-EMIT-ACTION
007110             MOVE BC-PRIOR-HOLD(WS-LEGEND-IDX)
007120                 TO WS-EMIT-HOLD-TYPE
007130             MOVE 'L' TO WS-EMIT-REASON
007140             PERFORM 3800-EMIT-LINE THRU 3800-EXIT
007150         END-IF
007160         GO TO 3300-EXIT
007170     END-IF.
007180     IF WS-CUR-BIT(WS-LEGEND-IDX) NOT = '1'
007190         OR BC-PRIOR-HOLD(WS-LEGEND-IDX)
007200             = BC-TONIGHT-HOLD(WS-LEGEND-IDX)
007210         GO TO 3300-EXIT
007220     END-IF.
007230     MOVE 'T' TO WS-EMIT-REASON.
007240     IF BC-PRIOR-HOLD(WS-LEGEND-IDX) NOT = SPACE
007250         MOVE 'R' TO WS-EMIT-ACTION
007260         MOVE BC-PRIOR-HOLD(WS-LEGEND-IDX) TO WS-EMIT-HOLD-TYPE
007270         PERFORM 3800-EMIT-LINE THRU 3800-EXIT
007280     END-IF.
007290     IF BC-TONIGHT-HOLD(WS-LEGEND-IDX) NOT = SPACE
007300         MOVE 'P' TO WS-EMIT-ACTION
007310         MOVE BC-TONIGHT-HOLD(WS-LEGEND-IDX) TO WS-EMIT-HOLD-TYPE
007320         PERFORM 3800-EMIT-LINE THRU 3800-EXIT
007330     END-IF.
007340 3300-EXIT.
007350     EXIT.
007360*================================================================
007370 3600-RELEASE-ONE-DROPPED.
007380*================================================================
007390*    A DROPPED ACCOUNT LOSES EVERY FLAG, AS BINCMP COUNTS IT.
007400     IF PRV-MATCHED(WS-PRV-IDX)
007410         GO TO 3600-EXIT
007420     END-IF.
007430     MOVE PRV-BITS(WS-PRV-IDX) TO WS-BITS.
007440     CALL 'BITDECS' USING WS-BITS, WS-VALUE,
007450         WS-PRV-BIT-TABLE, WS-DECODE-STATUS.
007460     IF WS-DECODE-STATUS NOT = 'Y'
007470         PERFORM 3900-COUNT-UNDECODABLE THRU 3900-EXIT
007480         GO TO 3600-EXIT
007490     END-IF.
007500     MOVE WS-ZERO-BIT-TABLE TO WS-CUR-BIT-TABLE.
007510     MOVE PRV-ACCOUNT(WS-PRV-IDX) TO WS-EMIT-ACCOUNT.
007520     PERFORM 3300-TAKE-ONE-FLAG THRU 3300-EXIT
007530         VARYING WS-LEGEND-IDX FROM 1 BY 1
007540         UNTIL WS-LEGEND-IDX > 30.
007550 3600-EXIT.
007560     EXIT.
007570*================================================================
007580 3800-EMIT-LINE.
007590*================================================================
007600*    COUNTING PASS - TALLY THE LINE. WRITING PASS - WRITE IT.
007610     IF WS-WRITING
007620         MOVE SPACES TO HOLD-INTERFACE-RECORD
007630         MOVE 'DTL' TO HLI-REC-TYPE
007640         MOVE WS-RUN-DATE TO HLI-DTL-DATE
007650         MOVE WS-EMIT-ACCOUNT TO HLI-DTL-ACCOUNT
007660         MOVE WS-EMIT-ACTION TO HLI-DTL-ACTION
007670         MOVE WS-EMIT-HOLD-TYPE TO HLI-DTL-HOLD-TYPE
007680         COMPUTE HLI-DTL-BIT-POS = WS-LEGEND-IDX - 1
007690         MOVE FLG-NAME(WS-LEGEND-IDX) TO HLI-DTL-FLAG-NAME
007700         MOVE WS-EMIT-REASON TO HLI-DTL-REASON
007710         WRITE HOLD-INTERFACE-RECORD
007720         GO TO 3800-EXIT
007730     END-IF.
007740     ADD 1 TO WS-LINE-COUNT.
007750     IF WS-EMIT-ACTION = 'P'
007760         ADD 1 TO WS-PLACE-COUNT
007770     ELSE
007780         ADD 1 TO WS-RELEASE-COUNT
007790     END-IF.
007800     IF WS-EMIT-REASON = 'G'
007810         ADD 1 TO WS-GAINED-PLACES
007820     END-IF.
007830     IF WS-EMIT-REASON = 'L'
007840         ADD 1 TO WS-LOST-RELEASES
007850     END-IF.
007860     IF WS-EMIT-REASON = 'T'
007870         ADD 1 TO WS-DEFCHG-LINES
007880     END-IF.
007890 3800-EXIT.
007900     EXIT.
007910*================================================================
007920 3900-COUNT-UNDECODABLE.
007930*================================================================
007940     IF NOT WS-WRITING
007950         ADD 1 TO WS-UNDECODABLE-COUNT
007960     END-IF.
007970 3900-EXIT.
007980     EXIT.
007990*================================================================
008000 4000-PROVE-EXTRACT.
008010*================================================================
008020*    EVERY FLAG'S GAINED/LOST COUNT MUST AGREE WITH BINCMP'S,
008030*    AND THE PLACES AND RELEASES FOR GAINED AND LOST FLAGS MUST
008040*    FOOT TO BINCMP'S COUNTS FOR THE HOLD-TYPE FLAGS. LINES FOR
008050*    A FLAGDEF CHANGE ARE NOT TRANSITIONS AND STAND OUTSIDE THE
008060*    PROOF. EVERY CHECK RUNS BEFORE A LINE IS WRITTEN.
008070     PERFORM 4100-PROVE-ONE-FLAG THRU 4100-EXIT
008080         VARYING WS-LEGEND-IDX FROM 1 BY 1
008090         UNTIL WS-LEGEND-IDX > 30.
008100     IF NOT WS-RUN-IS-VALID
008110         GO TO 4000-EXIT
008120     END-IF.
008130     IF WS-GAINED-PLACES NOT = WS-EXPECT-PLACES
008140         MOVE WS-EXPECT-PLACES TO WS-EXPECT-D
008150         MOVE WS-GAINED-PLACES TO WS-ACTUAL-D
008160         DISPLAY "PLACES FOR GAINED FLAGS " WS-ACTUAL-D
008170                 " - TRANSITION REPORT SAYS " WS-EXPECT-D
008180         MOVE 'REJECTED - HOLD LIST DOES NOT PROVE'
008190             TO WS-REJECT-TEXT
008200         MOVE 'N' TO WS-VALID-RUN-SWITCH
008210     END-IF.
008220     IF WS-LOST-RELEASES NOT = WS-EXPECT-RELEASES
008230         MOVE WS-EXPECT-RELEASES TO WS-EXPECT-D
008240         MOVE WS-LOST-RELEASES TO WS-ACTUAL-D
008250         DISPLAY "RELEASES FOR LOST FLAGS " WS-ACTUAL-D
008260                 " - TRANSITION REPORT SAYS " WS-EXPECT-D
008270         MOVE 'REJECTED - HOLD LIST DOES NOT PROVE'
008280             TO WS-REJECT-TEXT
008290         MOVE 'N' TO WS-VALID-RUN-SWITCH
008300     END-IF.
008310 4000-EXIT.
008320     EXIT.
008330*================================================================
008340 4100-PROVE-ONE-FLAG.
008350*================================================================
008360     COMPUTE WS-BIT-POS-D = WS-LEGEND-IDX - 1.
008370     IF BC-OWN-GAINED(WS-LEGEND-IDX)
008380             NOT = BC-CMP-GAINED(WS-LEGEND-IDX)
008390         OR BC-OWN-LOST(WS-LEGEND-IDX)
008400             NOT = BC-CMP-LOST(WS-LEGEND-IDX)
008410         DISPLAY "BIT " WS-BIT-POS-D
008420                 " GAINED/LOST DO NOT AGREE WITH THE "
008430                 "TRANSITION REPORT - RUN REJECTED"
008440         MOVE 'REJECTED - HOLD LIST DOES NOT PROVE'
008450             TO WS-REJECT-TEXT
008460         MOVE 'N' TO WS-VALID-RUN-SWITCH
008470     END-IF.
008480     IF BC-TONIGHT-HOLD(WS-LEGEND-IDX) NOT = SPACE
008490         ADD BC-CMP-GAINED(WS-LEGEND-IDX) TO WS-EXPECT-PLACES
008500     END-IF.
008510     IF BC-PRIOR-HOLD(WS-LEGEND-IDX) NOT = SPACE
008520         ADD BC-CMP-LOST(WS-LEGEND-IDX) TO WS-EXPECT-RELEASES
008530     END-IF.
008540 4100-EXIT.
008550     EXIT.
008560*================================================================
008570 6000-CHECK-BUSINESS-DAY.
008580*================================================================
008590*    WS-CAL-DATE IN, WS-BUSINESS-SWITCH OUT. NO CALENDAR FILE
008600*    MEANS EVERY DAY IS A BUSINESS DAY.
008610     MOVE 'Y' TO WS-BUSINESS-SWITCH.
008620     IF CAL-NO-FILE
008630         GO TO 6000-EXIT
008640     END-IF.
008650     COMPUTE WS-CAL-INT =
008660         FUNCTION INTEGER-OF-DATE (WS-CAL-DATE).
008670     DIVIDE WS-CAL-INT BY 7
008680         GIVING WS-CAL-QUOTIENT
008690         REMAINDER WS-CAL-DOW.
008700     IF WS-CAL-DOW = 0
008710         MOVE 7 TO WS-CAL-DOW
008720     END-IF.
008730     IF CAL-DOW-FLAG(WS-CAL-DOW) NOT = 'Y'
008740         MOVE 'N' TO WS-BUSINESS-SWITCH
008750         GO TO 6000-EXIT
008760     END-IF.
008770     PERFORM 6100-MATCH-HOLIDAY THRU 6100-EXIT
008780         VARYING WS-CAL-HOL-IDX FROM 1 BY 1
008790         UNTIL WS-CAL-HOL-IDX > CAL-HOLIDAY-COUNT
008800             OR NOT WS-IS-BUSINESS-DAY.
008810 6000-EXIT.
008820     EXIT.
008830*================================================================
008840 6100-MATCH-HOLIDAY.
008850*================================================================
008860     IF CAL-HOLIDAY(WS-CAL-HOL-IDX) = WS-CAL-DATE
008870         MOVE 'N' TO WS-BUSINESS-SWITCH
008880     END-IF.
008890 6100-EXIT.
008900     EXIT.
008910*================================================================
008920 7000-WRITE-EXTRACT.
008930*================================================================
008940*    THE INTERFACE FILE IS ALWAYS OPENED SO THE GENERATION IS
008950*    CATALOGED, BUT A REJECTED RUN WRITES NOTHING TO IT - AN
008960*    EMPTY FILE HAS NO HEADER AND CANNOT BE LOADED.
008970     OPEN OUTPUT HOLD-INTERFACE-FILE.
008980     IF NOT WS-RUN-IS-VALID
008990         CLOSE HOLD-INTERFACE-FILE
009000         GO TO 7000-EXIT
009010     END-IF.
009020     MOVE SPACES TO HOLD-INTERFACE-RECORD.
009030     MOVE 'HDR' TO HLI-REC-TYPE.
009040     MOVE WS-RUN-DATE TO HLI-HDR-DATE.
009050     MOVE 'HLDEXT' TO HLI-HDR-SOURCE.
009060     MOVE CYC-NUMBER TO HLI-HDR-CYCLE.
009070     WRITE HOLD-INTERFACE-RECORD.
009080     SET WS-WRITING TO TRUE.
009090     PERFORM 3000-COMPARE-GENERATIONS THRU 3000-EXIT.
009100     MOVE SPACES TO HOLD-INTERFACE-RECORD.
009110     MOVE 'TRL' TO HLI-REC-TYPE.
009120     MOVE WS-LINE-COUNT TO HLI-TRL-COUNT.
009130     MOVE WS-PLACE-COUNT TO HLI-TRL-PLACES.
009140     MOVE WS-RELEASE-COUNT TO HLI-TRL-RELEASES.
009150     WRITE HOLD-INTERFACE-RECORD.
009160     CLOSE HOLD-INTERFACE-FILE.
009170 7000-EXIT.
009180     EXIT.
009190*================================================================
009200 8000-TERMINATE.
009210*================================================================
009220     MOVE WS-LINE-COUNT TO WS-LINE-COUNT-D.
009230     MOVE WS-PLACE-COUNT TO WS-PLACE-COUNT-D.
009240     MOVE WS-RELEASE-COUNT TO WS-RELEASE-COUNT-D.
009250     DISPLAY "LAST BUSINESS DAY        = " WS-PRIOR-BUS-DATE.
009260     DISPLAY "HOLD LINES               = " WS-LINE-COUNT-D.
009270     DISPLAY "PLACES                   = " WS-PLACE-COUNT-D.
009280     DISPLAY "RELEASES                 = " WS-RELEASE-COUNT-D.
009290     MOVE WS-DEFCHG-LINES TO WS-ACTUAL-D.
009300     DISPLAY "LINES FOR FLAGDEF CHANGE = " WS-ACTUAL-D.
009310     MOVE WS-UNDECODABLE-COUNT TO WS-ACTUAL-D.
009320     DISPLAY "UNDECODABLE MASKS        = " WS-ACTUAL-D.
009330     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
009340     IF WS-RUN-IS-VALID
009350         DISPLAY "HOLD LIST CUT FOR " WS-RUN-DATE
009360         MOVE 0 TO RETURN-CODE
009370     ELSE
009380         DISPLAY "NO HOLD LIST CUT FOR " WS-RUN-DATE
009390         MOVE 8 TO RETURN-CODE
009400     END-IF.
009410 8000-EXIT.
009420     EXIT.
009430*================================================================
009440 8100-WRITE-JOURNAL.
009450*================================================================
009460     OPEN EXTEND JOURNAL-FILE.
009470     MOVE SPACES TO JRNL-RECORD.
009480     ACCEPT WS-RUN-TIME FROM TIME.
009490     MOVE WS-RUN-DATE TO JRNL-RUN-DATE.
009500     MOVE WS-RUN-TIME TO JRNL-RUN-TIME.
009510     MOVE 'HLDEXT' TO JRNL-PROGRAM-ID.
009520     MOVE CYC-NUMBER TO JRNL-CYCLE.
009530     STRING 'PLACES=' WS-PLACE-COUNT-D
009540            ' RELEASES=' WS-RELEASE-COUNT-D
009550            DELIMITED BY SIZE INTO JRNL-INPUT-SUMMARY.
009560     IF WS-RUN-IS-VALID
009570         STRING 'HOLD LIST CUT FOR ' WS-RUN-DATE
009580                DELIMITED BY SIZE INTO JRNL-RESULT-SUMMARY
009590     ELSE
009600         MOVE WS-REJECT-TEXT TO JRNL-RESULT-SUMMARY
009610     END-IF.
009620     MOVE SPACES TO JRNL-PARM-SUMMARY.
009630     STRING 'PRIORBUS=' WS-PRIOR-BUS-DATE
009640            DELIMITED BY SIZE INTO JRNL-PARM-SUMMARY.
009650     WRITE JRNL-RECORD.
009660     CLOSE JOURNAL-FILE.
009670 8100-EXIT.
009680     EXIT.
009690*================================================================
009700 9999-EXIT.
009710     STOP RUN.
