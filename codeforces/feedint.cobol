000470*                A HOLIDAY WEEKEND NO LONGER REJECTS AT THE
000480*                INTAKE. NO CALENDAR FILE MEANS EVERY DAY
000490*                COUNTS; A MALFORMED ONE REJECTS THE RUN RC 8.
000500* 2026-10-15 SK  REPLAY DETECTION. A BRANCH THAT RE-SENT A PRIOR
000510*                NIGHT'S DETAILS UNDER TONIGHT'S HEADER PASSED
000520*                EVERY CHECK ABOVE AND THE ADDER POSTED THE
000530*                PAIRS TWICE. EVERY ACCEPTED FEED IS NOW KEPT ON
000540*                A ROLLING FEED HISTORY (FEEDHST, READ (0) AND
000550*                REWRITTEN (+1)) - COUNT, HASH, A POSITIONAL
000560*                DETAIL FINGERPRINT AND THE DETAILS THEMSELVES -
000570*                FOR FEED-HIST-DAYS BUSINESS DAYS (PARMFIL,
000580*                DEFAULT 5). A FEED MATCHING ONE ALREADY
000590*                ACCEPTED FOR AN EARLIER BUSINESS DATE IS HELD
000600*                BACK AND FAILS THE NIGHT RC 8 THE SAME AS A
000610*                MISSING FEED; A SINGLE DETAIL REPEATING AN
000620*                EARLIER NIGHT'S PAIR FROM THE SAME BRANCH IS
000630*                LISTED ON THE REPLAY REVIEW REPORT (FEEDRPL)
000640*                WITHOUT FAILING ANYTHING. ONLY A CLEAN NIGHT'S
000650*                FEEDS ARE ADDED TO THE HISTORY, AND A RERUN OF
000660*                THE SAME BUSINESS DATE REPLACES THAT DATE'S
000670*                HISTORY INSTEAD OF MATCHING IT.
000680* 2026-10-15 SK  BRCHMST 27 TO 30 - THE BRANCH MASTER NOW
000690*                CARRIES THE BOOKING CURRENCY. NOT USED HERE.
000700* 2026-10-15 SK  CUTOFF CYCLES. THE RUN-CYCLE CARD (RUNCYC,
000710*                THROUGH CYCLOAD) SAYS WHICH CYCLE OF THE DATE
000720*                THIS IS; A BAD CARD REJECTS THE RUN RC 8. THE
000730*                COMBINED HDR AND THE JOURNAL ENTRY CARRY THE
000740*                CYCLE, AND THE FEED HISTORY IS KEPT BY BRANCH,
000750*                DATE AND CYCLE - ONLY A RERUN OF THE SAME CYCLE
000760*                REPLACES HISTORY, AND A FEED OR DETAIL SENT
000770*                AGAIN IN A LATER CYCLE OF THE SAME DATE IS A
000780*                REPLAY LIKE ONE FROM AN EARLIER NIGHT. A BRANCH
000790*                FEED IS ACCEPTED IN WHICHEVER CYCLE IT ARRIVES;
000800*                A BRANCH WHOSE FEED WAS ALREADY ACCEPTED IN AN
000810*                EARLIER CYCLE TODAY AND SENDS AGAIN IS LISTED
000820*                ON FEEDRPL AND ENDS THE STEP RC 4 (BOTHCYC= ON
000830*                THE JOURNAL RESULT). A SILENT ACTIVE BRANCH
000840*                ONLY FAILS THE DATE'S LAST CYCLE, AND NOT AT
000850*                ALL WHEN IT SENT IN AN EARLIER CYCLE TODAY.
000860*================================================================
000870 ENVIRONMENT DIVISION.
000880 CONFIGURATION SECTION.
000890 SOURCE-COMPUTER.    IBM-370.
000900 OBJECT-COMPUTER.    IBM-370.
000910 INPUT-OUTPUT SECTION.
000920 FILE-CONTROL.
000930     SELECT FEED-INPUT-FILE ASSIGN TO FEEDIN
000940            ORGANIZATION IS LINE SEQUENTIAL.
000950     SELECT BRANCH-MASTER-FILE ASSIGN TO BRCHMST
000960            ORGANIZATION IS LINE SEQUENTIAL.
000970     SELECT ADD-OUTPUT-FILE ASSIGN TO ADDINO
000980            ORGANIZATION IS LINE SEQUENTIAL.
000990     SELECT JOURNAL-FILE ASSIGN TO JRNLOG
001000            ORGANIZATION IS LINE SEQUENTIAL.
001010     SELECT OPTIONAL FEED-HISTORY-IN ASSIGN TO FEEDHST
001020            ORGANIZATION IS LINE SEQUENTIAL
001030            FILE STATUS IS WS-FHST-STATUS.
001040     SELECT FEED-HISTORY-OUT ASSIGN TO FEEDHSTO
001050            ORGANIZATION IS LINE SEQUENTIAL.
001060     SELECT REPLAY-REPORT-FILE ASSIGN TO FEEDRPL
001070            ORGANIZATION IS LINE SEQUENTIAL.
001080*    THE COMBINED ADDIN IS READ BACK AFTER A CLEAN NIGHT TO
001090*    ADD TONIGHT'S DETAILS TO THE FEED HISTORY.
001100     SELECT ADD-REREAD-FILE ASSIGN TO ADDINO
001110            ORGANIZATION IS LINE SEQUENTIAL.
001120*
001130 DATA DIVISION.
001140 FILE SECTION.
001150 FD  FEED-INPUT-FILE
001160     RECORD CONTAINS 29 CHARACTERS.
001170 01  FEED-INPUT-RECORD           PIC X(29).
001180*
001190 FD  BRANCH-MASTER-FILE
001200     RECORD CONTAINS 30 CHARACTERS.
001210     COPY BRCHMST.
001220*
001230 FD  ADD-OUTPUT-FILE
001240     RECORD CONTAINS 29 CHARACTERS.
001250 01  ADD-OUTPUT-RECORD           PIC X(29).
001260*
001270 FD  JOURNAL-FILE
001280     RECORD CONTAINS 160 CHARACTERS.
001290     COPY JRNLREC.
001300*
001310 FD  FEED-HISTORY-IN
001320     RECORD CONTAINS 54 CHARACTERS.
001330     COPY FEEDHST.
001340*
001350 FD  FEED-HISTORY-OUT
001360     RECORD CONTAINS 54 CHARACTERS.
001370 01  FEEDHSTO-RECORD             PIC X(54).
001380*
001390 FD  REPLAY-REPORT-FILE
001400     RECORD CONTAINS 80 CHARACTERS.
001410 01  RPL-REPORT-RECORD           PIC X(80).
001420*
001430 FD  ADD-REREAD-FILE
001440     RECORD CONTAINS 29 CHARACTERS.
001450 01  ADD-REREAD-RECORD           PIC X(29).
001460*
001470 WORKING-STORAGE SECTION.
001480*----------------------------------------------------------------
001490* CONSTANTS - FEED HISTORY TABLE CEILINGS. A HISTORY BIGGER THAN
001500* THE TABLES REJECTS THE RUN; SHORTEN FEED-HIST-DAYS ON PARMFIL.
001510*----------------------------------------------------------------
001520 77  WS-MAX-HIST-FEEDS           PIC 9(05)  VALUE 5000.
001530 77  WS-MAX-HIST-PAIRS           PIC 9(05)  VALUE 50000.
001540*----------------------------------------------------------------
001550* SWITCHES
001560*----------------------------------------------------------------
001570 01  WS-SWITCHES.
001580     05  WS-EOF-SWITCH           PIC X(01)  VALUE 'N'.
001590         88  WS-END-OF-FILE                 VALUE 'Y'.
001600     05  WS-BMST-EOF-SWITCH      PIC X(01)  VALUE 'N'.
001610         88  WS-BMST-EOF                    VALUE 'Y'.
001620     05  WS-FEED-ERROR-SWITCH    PIC X(01)  VALUE 'N'.
001630         88  WS-FEED-ERROR                  VALUE 'Y'.
001640     05  WS-MASTER-ERR-SWITCH    PIC X(01)  VALUE 'N'.
001650         88  WS-MASTER-ERROR                VALUE 'Y'.
001660     05  WS-IN-FEED-SWITCH       PIC X(01)  VALUE 'N'.
001670         88  WS-IN-FEED                     VALUE 'Y'.
001680     05  WS-FHST-EOF-SWITCH      PIC X(01)  VALUE 'N'.
001690         88  WS-FHST-EOF                    VALUE 'Y'.
001700     05  WS-REREAD-EOF-SWITCH    PIC X(01)  VALUE 'N'.
001710         88  WS-REREAD-EOF                  VALUE 'Y'.
001720     05  WS-HIST-MATCH-SWITCH    PIC X(01)  VALUE 'N'.
001730         88  WS-HIST-MATCHED                VALUE 'Y'.
001740     05  WS-KEEP-SWITCH          PIC X(01)  VALUE 'Y'.
001750         88  WS-KEEP-RECORD                 VALUE 'Y'.
001760     05  WS-BOTH-CYCLES-SWITCH   PIC X(01)  VALUE 'N'.
001770         88  WS-BOTH-CYCLES                 VALUE 'Y'.
001780*----------------------------------------------------------------
001790* BRANCH MASTER TABLE - EVERY ACTIVE ROW IS AN EXPECTED FEEDER
001800* TONIGHT; BMST-SEEN MARKS THE ONES WHOSE FEED ARRIVED. THE 500
001810* CEILING MATCHES WS-MAX-BRANCHES IN BRCHMNT. BMST-EARLIER MARKS
001820* A BRANCH WHOSE FEED WAS ACCEPTED IN AN EARLIER CYCLE TODAY.
001830*----------------------------------------------------------------
001840 01  WS-BMST-COUNT               PIC 9(03).
001850 01  WS-BMST-TABLE.
001860     05  WS-BMST-ENTRY           OCCURS 500 TIMES.
001870         10  BMST-CODE           PIC X(03).
001880         10  BMST-NAME           PIC X(20).
001890         10  BMST-STATUS         PIC X(01).
001900         10  BMST-SEEN-SWITCH    PIC X(01).
001910             88  BMST-SEEN                  VALUE 'Y'.
001920         10  BMST-HDR-DATE       PIC 9(08).
001930         10  BMST-FEED-COUNT     PIC 9(07).
001940         10  BMST-FEED-HASH      PIC 9(13).
001950         10  BMST-FEED-FPRINT    PIC 9(13).
001960         10  BMST-EARLIER-SWITCH PIC X(01).
001970             88  BMST-EARLIER               VALUE 'Y'.
001980         10  BMST-EARLIER-CYCLE  PIC X(01).
001990         10  BMST-EARLIER-DATE   PIC 9(08).
002000 01  WS-BMST-IDX                 PIC 9(03).
002010 01  WS-BMST-FOUND-IDX           PIC 9(03).
002020 01  WS-BMST-KEY                 PIC X(03).
002030 01  WS-CUR-BMST-IDX             PIC 9(03).
002040*----------------------------------------------------------------
002050* CURRENT-FEED CONTROL FIELDS - RESET AT EVERY HEADER
002060*----------------------------------------------------------------
002070     COPY FEEDCTL.
002080 01  WS-CUR-BRANCH               PIC X(03).
002090 01  WS-FEED-COUNT               PIC 9(07).
002100 01  WS-FEED-HASH                PIC 9(13).
002110 01  WS-FEED-FPRINT              PIC 9(13).
002120 01  WS-CUR-HDR-DATE             PIC 9(08).
002130*----------------------------------------------------------------
002140* DETAIL FINGERPRINT WORK FIELDS - SEE FEEDHST.CPY. THE WEIGHT
002150* CYCLES 1 TO 97 BY DETAIL POSITION, SO THE TERM FITS 15 DIGITS
002160* AND THE WORK FIELD WRAPS TO 13 THE SAME WAY THE HASH DOES.
002170*----------------------------------------------------------------
002180 01  WS-FPRINT-WORK              PIC 9(16).
002190 01  WS-FPRINT-TERM              PIC 9(15).
002200 01  WS-FPRINT-WEIGHT            PIC 9(02).
002210 01  WS-FPRINT-QUOTIENT          PIC 9(07)  COMP.
002220*----------------------------------------------------------------
002230* COMBINED-FEED ACCUMULATORS FOR THE ADDIN TRAILER
002240*----------------------------------------------------------------
002250 01  WS-TOTAL-COUNT              PIC 9(07).
002260 01  WS-TOTAL-HASH               PIC 9(13).
002270 01  WS-HASH-WORK                PIC 9(14).
002280 01  WS-FIELD-A                  PIC 9(12).
002290 01  WS-FIELD-B                  PIC 9(12).
002300*----------------------------------------------------------------
002310* WORK FIELDS
002320*----------------------------------------------------------------
002330 01  WS-RUN-DATE                 PIC 9(08).
002340 01  WS-RUN-TIME                 PIC 9(08).
002350 01  WS-FEEDS-SEEN               PIC 9(03)  COMP.
002360 01  WS-FEEDS-SEEN-D             PIC 9(03).
002370 01  WS-HELD-COUNT               PIC 9(03)  COMP.
002380 01  WS-HELD-COUNT-D             PIC 9(03).
002390 01  WS-REPEAT-COUNT             PIC 9(05)  COMP.
002400 01  WS-REPEAT-COUNT-D           PIC 9(05).
002410 01  WS-BOTH-COUNT               PIC 9(03)  COMP.
002420 01  WS-BOTH-COUNT-D             PIC 9(03).
002430 01  WS-REREAD-BRANCH            PIC X(03).
002440 01  WS-REREAD-DATE              PIC 9(08).
002450*----------------------------------------------------------------
002460* FEED HISTORY - ACCEPTED FEEDS AND THEIR DETAILS FROM THE LAST
002470* FEED-HIST-DAYS BUSINESS DAYS, LOADED FROM FEEDHST (0). A
002480* RECORD DATED BEFORE WS-HIST-CUTOFF HAS AGED OUT AND IS
002490* NEITHER LOADED NOR CARRIED TO THE NEW GENERATION. A RECORD
002500* WITH NO CYCLE (WRITTEN BEFORE CYCLES) LOADS AS CYCLE 1.
002510*----------------------------------------------------------------
002520 01  WS-FHST-STATUS              PIC X(02).
002530 01  WS-HIST-DAYS                PIC 9(05)  VALUE 5.
002540 01  WS-HIST-CUTOFF              PIC 9(08)  VALUE 0.
002550 01  WS-HIST-BACK-COUNT          PIC 9(05)  COMP.
002560 01  WS-HFEED-COUNT              PIC 9(05)  COMP.
002570 01  WS-HFEED-TABLE.
002580     05  WS-HFEED-ENTRY          OCCURS 5000 TIMES.
002590         10  HFD-BRANCH          PIC X(03).
002600         10  HFD-BUS-DATE        PIC 9(08).
002610         10  HFD-COUNT           PIC 9(07).
002620         10  HFD-HASH            PIC 9(13).
002630         10  HFD-FPRINT          PIC 9(13).
002640         10  HFD-CYCLE           PIC X(01).
002650 01  WS-HFEED-IDX                PIC 9(05)  COMP.
002660 01  WS-HPAIR-COUNT              PIC 9(05)  COMP.
002670 01  WS-HPAIR-TABLE.
002680     05  WS-HPAIR-ENTRY          OCCURS 50000 TIMES.
002690         10  HPR-PAIR            PIC X(29).
002700         10  HPR-BUS-DATE        PIC 9(08).
002710         10  HPR-CYCLE           PIC X(01).
002720 01  WS-HPAIR-IDX                PIC 9(05)  COMP.
002730 01  WS-HIST-FOUND-DATE          PIC 9(08).
002740 01  WS-HIST-CYCLE               PIC X(01).
002750*----------------------------------------------------------------
002760* RUN CYCLE - LOADED FROM RUNCYC BY CYCLOAD
002770*----------------------------------------------------------------
002780     COPY CYCTAB.
002790*----------------------------------------------------------------
002800* RUNTIME PARAMETER WORK FIELDS
002810*----------------------------------------------------------------
002820     COPY PARMREC.
002830 01  WS-PARM-KEY                 PIC X(16).
002840 01  WS-PARM-SWITCHES.
002850     05  WS-PARM-FOUND-SWITCH    PIC X(01).
002860         88  WS-PARM-FOUND                  VALUE 'Y'.
002870     05  WS-PARM-ERROR-SWITCH    PIC X(01)  VALUE 'N'.
002880         88  WS-PARM-ERROR                  VALUE 'Y'.
002890 01  WS-PARM-NUM                 PIC 9(05).
002900 01  WS-PARM-LEN                 PIC 9(02)  COMP.
002910 01  WS-PARM-IDX                 PIC 9(02)  COMP.
002920 01  WS-PARM-FOUND-IDX           PIC 9(02)  COMP.
002930*----------------------------------------------------------------
002940* REPLAY REVIEW REPORT LINE LAYOUTS
002950*----------------------------------------------------------------
002960 01  WS-RPL-HEADER-LINE.
002970     05  FILLER                  PIC X(30)
002980         VALUE 'FEED REPLAY REVIEW - RUN DATE '.
002990     05  WS-RPL-HDR-DATE         PIC 9(08).
003000     05  FILLER                  PIC X(18)
003010         VALUE ' HISTORY KEPT FROM'.
003020     05  FILLER                  PIC X(01)  VALUE SPACE.
003030     05  WS-RPL-HDR-CUTOFF       PIC 9(08).
003040     05  FILLER                  PIC X(15)  VALUE SPACES.
003050 01  WS-RPL-HELD-LINE.
003060     05  FILLER                  PIC X(10)  VALUE 'HELD BACK '.
003070     05  WS-RPL-HELD-BRANCH      PIC X(03).
003080     05  FILLER                  PIC X(07)  VALUE ' DATED '.
003090     05  WS-RPL-HELD-DATE        PIC 9(08).
003100     05  FILLER                  PIC X(07)  VALUE ' COUNT='.
003110     05  WS-RPL-HELD-COUNT       PIC ZZZZZZ9.
003120     05  FILLER                  PIC X(30)
003130         VALUE ' SAME FEED AS ACCEPTED FOR   '.
003140     05  WS-RPL-HELD-PRIOR       PIC 9(08).
003150 01  WS-RPL-PAIR-LINE.
003160     05  FILLER                  PIC X(10)  VALUE 'REPEAT    '.
003170     05  WS-RPL-PAIR-BRANCH      PIC X(03).
003180     05  FILLER                  PIC X(08)  VALUE ' DETAIL '.
003190     05  WS-RPL-PAIR-SEQ         PIC ZZZZZZ9.
003200     05  FILLER                  PIC X(01)  VALUE SPACE.
003210     05  WS-RPL-PAIR-A           PIC X(13).
003220     05  FILLER                  PIC X(01)  VALUE SPACE.
003230     05  WS-RPL-PAIR-B           PIC X(13).
003240     05  FILLER                  PIC X(16)
003250         VALUE ' FIRST POSTED   '.
003260     05  WS-RPL-PAIR-PRIOR       PIC 9(08).
003270 01  WS-RPL-BOTH-LINE.
003280     05  FILLER                  PIC X(12)  VALUE 'BOTH CYCLES '.
003290     05  WS-RPL-BOTH-BRANCH      PIC X(03).
003300     05  FILLER                  PIC X(07)  VALUE ' DATED '.
003310     05  WS-RPL-BOTH-DATE        PIC 9(08).
003320     05  FILLER                  PIC X(24)
003330         VALUE ' ALSO ACCEPTED IN CYCLE '.
003340     05  WS-RPL-BOTH-CYCLE       PIC X(01).
003350     05  FILLER                  PIC X(07)  VALUE ' DATED '.
003360     05  WS-RPL-BOTH-PRIOR       PIC 9(08).
003370     05  FILLER                  PIC X(10)  VALUE SPACES.
003380 01  WS-RPL-TOTAL-LINE.
003390     05  FILLER                  PIC X(22)
003400         VALUE 'FEEDS HELD BACK     = '.
003410     05  WS-RPL-TOT-HELD         PIC ZZ9.
003420     05  FILLER                  PIC X(24)
003430         VALUE '   REPEATED DETAILS   = '.
003440     05  WS-RPL-TOT-REPEAT       PIC ZZZZ9.
003450     05  FILLER                  PIC X(16)
003460         VALUE '  BOTH CYCLES = '.
003470     05  WS-RPL-TOT-BOTH         PIC ZZ9.
003480     05  FILLER                  PIC X(07)  VALUE SPACES.
003490*----------------------------------------------------------------
003500* PROCESSING CALENDAR - LOADED FROM CALFIL BY CALLOAD. DAY 1
003510* OF THE INTEGER DATE SCALE (1601-01-01) WAS A MONDAY, SO THE
003520* REMAINDER OF THE INTEGER DATE BY 7 GIVES THE WEEKDAY
003530* (1 = MONDAY, 0 STANDS FOR 7 = SUNDAY).
003540*----------------------------------------------------------------
003550     COPY CALTAB.
003560 01  WS-CAL-DATE                 PIC 9(08).
003570 01  WS-CAL-INT                  PIC 9(08)  COMP.
003580 01  WS-CAL-QUOTIENT             PIC 9(08)  COMP.
003590 01  WS-CAL-DOW                  PIC 9(01).
003600 01  WS-CAL-HOL-IDX              PIC 9(03).
003610 01  WS-BUSINESS-SWITCH          PIC X(01).
003620     88  WS-IS-BUSINESS-DAY                 VALUE 'Y'.
003630 01  WS-HDR-INT                  PIC 9(08)  COMP.
003640 01  WS-RUN-INT                  PIC 9(08)  COMP.
003650 01  WS-CHK-INT                  PIC 9(08)  COMP.
003660*
003670 PROCEDURE DIVISION.
003680*================================================================
003690 0000-MAINLINE.
003700*================================================================
003710     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003720*    AN EARLY REJECT STILL CARRIES THE FEED HISTORY FORWARD TO
003730*    THE NEW GENERATION, SO ONE BAD NIGHT DOES NOT FORGET THE
003740*    FEEDS ALREADY ACCEPTED.
003750     IF WS-PARM-ERROR OR WS-MASTER-ERROR
003760         SET WS-FEED-ERROR TO TRUE
003770         PERFORM 7500-WRITE-HISTORY THRU 7500-EXIT
003780         MOVE 8 TO RETURN-CODE
003790         GO TO 9999-EXIT
003800     END-IF.
003810     PERFORM 3000-TAKE-FEED-RECORD THRU 3000-EXIT
003820         UNTIL WS-END-OF-FILE.
003830     PERFORM 7000-FINISH-INTAKE THRU 7000-EXIT.
003840     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003850     GO TO 9999-EXIT.
003860*================================================================
003870 0500-JOURNAL-START.
003880*================================================================
003890*    START AND FINISH BOTH JOURNAL, SO THE TIMING REPORT
003900*    (JRNTIME) CAN CHARGE THE INTAKE ITS ELAPSED TIME AND A
003910*    START WITH NO FINISH READS AS AN ABEND.
003920     OPEN EXTEND JOURNAL-FILE.
003930     MOVE SPACES TO JRNL-RECORD.
003940     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003950     ACCEPT WS-RUN-TIME FROM TIME.
003960     MOVE WS-RUN-DATE TO JRNL-RUN-DATE.
003970     MOVE WS-RUN-TIME TO JRNL-RUN-TIME.
003980     MOVE 'FEEDINT' TO JRNL-PROGRAM-ID.
003990     MOVE 'RUN STARTED' TO JRNL-RESULT-SUMMARY.
004000     MOVE CYC-NUMBER TO JRNL-CYCLE.
004010     WRITE JRNL-RECORD.
004020     CLOSE JOURNAL-FILE.
004030 0500-EXIT.
004040     EXIT.
004050*================================================================
004060 1000-INITIALIZE.
004070*================================================================
004080     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004090     CALL 'CYCLOAD' USING CYC-BLOCK.
004100     PERFORM 0500-JOURNAL-START THRU 0500-EXIT.
004110     IF CYC-BAD-FILE
004120         DISPLAY "RUN-CYCLE CARD BAD: " CYC-ERROR-TEXT
004130         DISPLAY "RUN REJECTED"
004140         SET WS-MASTER-ERROR TO TRUE
004150         GO TO 1000-EXIT
004160     END-IF.
004170*    A BAD CALENDAR REJECTS THE RUN THROUGH THE SAME EARLY
004180*    RC 8 EXIT A BAD BRANCH MASTER TAKES - NEITHER FEED IS
004190*    TOUCHED.
004200     CALL 'CALLOAD' USING CAL-BLOCK.
004210     IF CAL-BAD-FILE
004220         DISPLAY "CALENDAR FILE BAD: " CAL-ERROR-TEXT
004230         DISPLAY "RUN REJECTED"
004240         SET WS-MASTER-ERROR TO TRUE
004250         GO TO 1000-EXIT
004260     END-IF.
004270     PERFORM 1020-LOAD-PARMS THRU 1020-EXIT.
004280     IF WS-PARM-ERROR
004290         GO TO 1000-EXIT
004300     END-IF.
004310     PERFORM 1400-SET-HIST-CUTOFF THRU 1400-EXIT.
004320     PERFORM 1200-LOAD-BRANCHES THRU 1200-EXIT.
004330     IF WS-MASTER-ERROR
004340         GO TO 1000-EXIT
004350     END-IF.
004360     PERFORM 1450-LOAD-HISTORY THRU 1450-EXIT.
004370     IF WS-MASTER-ERROR
004380         GO TO 1000-EXIT
004390     END-IF.
004400     MOVE 0 TO WS-TOTAL-COUNT.
004410     MOVE 0 TO WS-TOTAL-HASH.
004420     MOVE 0 TO WS-FEEDS-SEEN.
004430     MOVE 0 TO WS-HELD-COUNT.
004440     MOVE 0 TO WS-REPEAT-COUNT.
004450     MOVE 0 TO WS-BOTH-COUNT.
004460     MOVE SPACES TO WS-CUR-BRANCH.
004470     MOVE 0 TO WS-CUR-BMST-IDX.
004480     OPEN INPUT  FEED-INPUT-FILE.
004490     OPEN OUTPUT ADD-OUTPUT-FILE.
004500     OPEN OUTPUT REPLAY-REPORT-FILE.
004510     MOVE WS-RUN-DATE TO WS-RPL-HDR-DATE.
004520     MOVE WS-HIST-CUTOFF TO WS-RPL-HDR-CUTOFF.
004530     WRITE RPL-REPORT-RECORD FROM WS-RPL-HEADER-LINE.
004540     PERFORM 1500-WRITE-COMBINED-HEADER THRU 1500-EXIT.
004550     PERFORM 2000-READ-FEED THRU 2000-EXIT.
004560 1000-EXIT.
004570     EXIT.
004580*================================================================
004590 1020-LOAD-PARMS.
004600*================================================================
004610     CALL 'PRMLOAD' USING PRM-BLOCK.
004620     IF PRM-BAD-FILE
004630         DISPLAY "PARAMETER FILE MALFORMED AT: " PRM-ERROR-TEXT
004640         DISPLAY "RUN REJECTED"
004650         SET WS-PARM-ERROR TO TRUE
004660         GO TO 1020-EXIT
004670     END-IF.
004680     MOVE 'FEED-HIST-DAYS' TO WS-PARM-KEY.
004690     PERFORM 1030-FETCH-PARM THRU 1030-EXIT.
004700     IF WS-PARM-FOUND AND NOT WS-PARM-ERROR
004710         IF WS-PARM-NUM = 0
004720             DISPLAY "PARAMETER FEED-HIST-DAYS INVALID - "
004730                     "RUN REJECTED"
004740             SET WS-PARM-ERROR TO TRUE
004750         ELSE
004760             MOVE WS-PARM-NUM TO WS-HIST-DAYS
004770         END-IF
004780     END-IF.
004790 1020-EXIT.
004800     EXIT.
004810*================================================================
004820 1030-FETCH-PARM.
004830*================================================================
004840*    LOOKS WS-PARM-KEY UP IN THE LOADED TABLE. WHEN PRESENT THE
004850*    VALUE MUST BE AN UNSIGNED WHOLE NUMBER OF UP TO FIVE
004860*    DIGITS OR THE RUN IS REJECTED NAMING THE PARAMETER.
004870     MOVE 'N' TO WS-PARM-FOUND-SWITCH.
004880     MOVE 0 TO WS-PARM-FOUND-IDX.
004890     PERFORM 1035-MATCH-PARM THRU 1035-EXIT
004900         VARYING WS-PARM-IDX FROM 1 BY 1
004910         UNTIL WS-PARM-IDX > PRM-COUNT
004920             OR WS-PARM-FOUND.
004930     IF NOT WS-PARM-FOUND
004940         GO TO 1030-EXIT
004950     END-IF.
004960     MOVE 0 TO WS-PARM-LEN.
004970     INSPECT PRM-VALUE(WS-PARM-FOUND-IDX)
004980         TALLYING WS-PARM-LEN
004990         FOR CHARACTERS BEFORE INITIAL SPACE.
005000     IF WS-PARM-LEN = 0 OR WS-PARM-LEN > 5
005010         OR PRM-VALUE(WS-PARM-FOUND-IDX)(1:WS-PARM-LEN)
005020             NOT NUMERIC
005030         DISPLAY "PARAMETER " WS-PARM-KEY
005040                 " INVALID - RUN REJECTED"
005050         SET WS-PARM-ERROR TO TRUE
005060     ELSE
005070         MOVE PRM-VALUE(WS-PARM-FOUND-IDX)(1:WS-PARM-LEN)
005080             TO WS-PARM-NUM
005090     END-IF.
005100 1030-EXIT.
005110     EXIT.
005120*================================================================
005130 1035-MATCH-PARM.
005140*================================================================
005150     IF PRM-KEYWORD(WS-PARM-IDX) = WS-PARM-KEY
005160         MOVE 'Y' TO WS-PARM-FOUND-SWITCH
005170         MOVE WS-PARM-IDX TO WS-PARM-FOUND-IDX
005180     END-IF.
005190 1035-EXIT.
005200     EXIT.
005210*================================================================
005220 1200-LOAD-BRANCHES.
005230*================================================================
005240     MOVE 0 TO WS-BMST-COUNT.
005250     OPEN INPUT BRANCH-MASTER-FILE.
005260     PERFORM 1250-READ-ONE-BRANCH THRU 1250-EXIT
005270         UNTIL WS-BMST-EOF OR WS-MASTER-ERROR.
005280     CLOSE BRANCH-MASTER-FILE.
005290     IF NOT WS-MASTER-ERROR AND WS-BMST-COUNT = 0
005300         DISPLAY "BRANCH MASTER IS EMPTY - RUN REJECTED"
005310         SET WS-MASTER-ERROR TO TRUE
005320     END-IF.
005330 1200-EXIT.
005340     EXIT.
005350*================================================================
005360 1250-READ-ONE-BRANCH.
005370*================================================================
005380     READ BRANCH-MASTER-FILE
005390         AT END
005400             SET WS-BMST-EOF TO TRUE
005410     END-READ.
005420     IF NOT WS-BMST-EOF
005430         IF WS-BMST-COUNT >= 500
005440             DISPLAY "BRANCH MASTER EXCEEDS TABLE CEILING "
005450                     "OF 500 - RUN REJECTED"
005460             SET WS-MASTER-ERROR TO TRUE
005470         ELSE
005480             ADD 1 TO WS-BMST-COUNT
005490             MOVE BRCHMST-CODE TO BMST-CODE(WS-BMST-COUNT)
005500             MOVE BRCHMST-NAME TO BMST-NAME(WS-BMST-COUNT)
005510             MOVE BRCHMST-STATUS
005520                 TO BMST-STATUS(WS-BMST-COUNT)
005530             MOVE 'N' TO BMST-SEEN-SWITCH(WS-BMST-COUNT)
005540             MOVE 0 TO BMST-HDR-DATE(WS-BMST-COUNT)
005550             MOVE 0 TO BMST-FEED-COUNT(WS-BMST-COUNT)
005560             MOVE 0 TO BMST-FEED-HASH(WS-BMST-COUNT)
005570             MOVE 0 TO BMST-FEED-FPRINT(WS-BMST-COUNT)
005580             MOVE 'N' TO BMST-EARLIER-SWITCH(WS-BMST-COUNT)
005590             MOVE SPACE TO BMST-EARLIER-CYCLE(WS-BMST-COUNT)
005600             MOVE 0 TO BMST-EARLIER-DATE(WS-BMST-COUNT)
005610         END-IF
005620     END-IF.
005630 1250-EXIT.
005640     EXIT.
005650*================================================================
005660 1300-FIND-BRANCH.
005670*================================================================
005680*    SETS WS-BMST-FOUND-IDX TO THE MASTER ROW FOR WS-BMST-KEY,
005690*    OR ZERO WHEN THE BRANCH IS NOT ON THE MASTER.
005700     MOVE 0 TO WS-BMST-FOUND-IDX.
005710     PERFORM 1350-MATCH-BRANCH THRU 1350-EXIT
005720         VARYING WS-BMST-IDX FROM 1 BY 1
005730         UNTIL WS-BMST-IDX > WS-BMST-COUNT
005740             OR WS-BMST-FOUND-IDX > 0.
005750 1300-EXIT.
005760     EXIT.
005770*================================================================
005780 1350-MATCH-BRANCH.
005790*================================================================
005800     IF BMST-CODE(WS-BMST-IDX) = WS-BMST-KEY
005810         MOVE WS-BMST-IDX TO WS-BMST-FOUND-IDX
005820     END-IF.
005830 1350-EXIT.
005840     EXIT.
005850*================================================================
005860 1400-SET-HIST-CUTOFF.
005870*================================================================
005880*    THE OLDEST BUSINESS DATE THE HISTORY KEEPS - FEED-HIST-DAYS
005890*    BUSINESS DAYS BACK FROM THE RUN DATE ON THE PROCESSING
005900*    CALENDAR. NO CALENDAR FILE MEANS EVERY DAY COUNTS.
005910     COMPUTE WS-CHK-INT =
005920         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
005930     MOVE 0 TO WS-HIST-BACK-COUNT.
005940     PERFORM 1410-STEP-BACK-ONE-DAY THRU 1410-EXIT
005950         UNTIL WS-HIST-BACK-COUNT >= WS-HIST-DAYS.
005960     COMPUTE WS-HIST-CUTOFF =
005970         FUNCTION DATE-OF-INTEGER (WS-CHK-INT).
005980 1400-EXIT.
005990     EXIT.
006000*================================================================
006010 1410-STEP-BACK-ONE-DAY.
006020*================================================================
006030     SUBTRACT 1 FROM WS-CHK-INT.
006040     COMPUTE WS-CAL-DATE =
006050         FUNCTION DATE-OF-INTEGER (WS-CHK-INT).
006060     PERFORM 6000-CHECK-BUSINESS-DAY THRU 6000-EXIT.
006070     IF WS-IS-BUSINESS-DAY
006080         ADD 1 TO WS-HIST-BACK-COUNT
006090     END-IF.
006100 1410-EXIT.
006110     EXIT.
006120*================================================================
006130 1450-LOAD-HISTORY.
006140*================================================================
006150*    A MISSING HISTORY (THE FIRST NIGHT) LOADS NOTHING AND
006160*    MATCHES NOTHING.
006170     MOVE 0 TO WS-HFEED-COUNT.
006180     MOVE 0 TO WS-HPAIR-COUNT.
006190     MOVE 'N' TO WS-FHST-EOF-SWITCH.
006200     OPEN INPUT FEED-HISTORY-IN.
006210     IF WS-FHST-STATUS NOT = '00' AND WS-FHST-STATUS NOT = '05'
006220         GO TO 1450-EXIT
006230     END-IF.
006240     PERFORM 1460-READ-HISTORY THRU 1460-EXIT.
006250     PERFORM 1470-TAKE-HISTORY THRU 1470-EXIT
006260         UNTIL WS-FHST-EOF OR WS-MASTER-ERROR.
006270     CLOSE FEED-HISTORY-IN.
006280 1450-EXIT.
006290     EXIT.
006300*================================================================
006310 1460-READ-HISTORY.
006320*================================================================
006330     READ FEED-HISTORY-IN
006340         AT END
006350             SET WS-FHST-EOF TO TRUE
006360     END-READ.
006370 1460-EXIT.
006380     EXIT.
006390*================================================================
006400 1470-TAKE-HISTORY.
006410*================================================================
006420     IF FHST-BUS-DATE NOT NUMERIC
006430         OR FHST-BUS-DATE < WS-HIST-CUTOFF
006440         GO TO 1470-NEXT
006450     END-IF.
006460     MOVE FHST-CYCLE TO WS-HIST-CYCLE.
006470     IF WS-HIST-CYCLE = SPACE
006480         MOVE '1' TO WS-HIST-CYCLE
006490     END-IF.
006500     IF FHST-IS-FEED
006510         IF WS-HFEED-COUNT >= WS-MAX-HIST-FEEDS
006520             DISPLAY "FEED HISTORY EXCEEDS TABLE CEILING OF "
006530                     WS-MAX-HIST-FEEDS " FEEDS - RUN REJECTED"
006540             SET WS-MASTER-ERROR TO TRUE
006550             GO TO 1470-EXIT
006560         END-IF
006570         ADD 1 TO WS-HFEED-COUNT
006580         MOVE FHST-BRANCH TO HFD-BRANCH(WS-HFEED-COUNT)
006590         MOVE FHST-BUS-DATE TO HFD-BUS-DATE(WS-HFEED-COUNT)
006600         MOVE FHST-COUNT TO HFD-COUNT(WS-HFEED-COUNT)
006610         MOVE FHST-HASH TO HFD-HASH(WS-HFEED-COUNT)
006620         MOVE FHST-FPRINT TO HFD-FPRINT(WS-HFEED-COUNT)
006630         MOVE WS-HIST-CYCLE TO HFD-CYCLE(WS-HFEED-COUNT)
006640         PERFORM 1480-NOTE-EARLIER-CYCLE THRU 1480-EXIT
006650     END-IF.
006660     IF FHST-IS-PAIR
006670         IF WS-HPAIR-COUNT >= WS-MAX-HIST-PAIRS
006680             DISPLAY "FEED HISTORY EXCEEDS TABLE CEILING OF "
006690                     WS-MAX-HIST-PAIRS " DETAILS - RUN REJECTED"
006700             SET WS-MASTER-ERROR TO TRUE
006710             GO TO 1470-EXIT
006720         END-IF
006730         ADD 1 TO WS-HPAIR-COUNT
006740         MOVE FHST-PAIR TO HPR-PAIR(WS-HPAIR-COUNT)
006750         MOVE FHST-BUS-DATE TO HPR-BUS-DATE(WS-HPAIR-COUNT)
006760         MOVE WS-HIST-CYCLE TO HPR-CYCLE(WS-HPAIR-COUNT)
006770     END-IF.
006780 1470-NEXT.
006790     PERFORM 1460-READ-HISTORY THRU 1460-EXIT.
006800 1470-EXIT.
006810     EXIT.
006820*================================================================
006830 1480-NOTE-EARLIER-CYCLE.
006840*================================================================
006850*    A FEED ACCEPTED TODAY IN ANOTHER CYCLE MEANS THE BRANCH HAS
006860*    ALREADY BEEN HEARD FROM FOR THE DATE. ITS OWN CYCLE'S
006870*    RECORDS ARE A RERUN'S AND DO NOT COUNT.
006880     IF FHST-ACCEPT-DATE NOT = WS-RUN-DATE
006890         OR WS-HIST-CYCLE = CYC-NUMBER
006900         GO TO 1480-EXIT
006910     END-IF.
006920     MOVE FHST-BRANCH TO WS-BMST-KEY.
006930     PERFORM 1300-FIND-BRANCH THRU 1300-EXIT.
006940     IF WS-BMST-FOUND-IDX = 0
006950         GO TO 1480-EXIT
006960     END-IF.
006970     MOVE 'Y' TO BMST-EARLIER-SWITCH(WS-BMST-FOUND-IDX).
006980     MOVE WS-HIST-CYCLE TO BMST-EARLIER-CYCLE(WS-BMST-FOUND-IDX).
006990     MOVE FHST-BUS-DATE TO BMST-EARLIER-DATE(WS-BMST-FOUND-IDX).
007000 1480-EXIT.
007010     EXIT.
007020*================================================================
007030 1500-WRITE-COMBINED-HEADER.
007040*================================================================
007050     MOVE SPACES TO FEED-CONTROL-RECORD.
007060     MOVE 'HDR' TO FEED-REC-TYPE.
007070     MOVE WS-RUN-DATE TO FEED-HDR-DATE.
007080     MOVE 'FEEDINT' TO FEED-HDR-SOURCE.
007090     MOVE CYC-NUMBER TO FEED-HDR-CYCLE.
007100     WRITE ADD-OUTPUT-RECORD FROM FEED-CONTROL-RECORD.
007110 1500-EXIT.
007120     EXIT.
007130*================================================================
007140 2000-READ-FEED.
007150*================================================================
007160     READ FEED-INPUT-FILE
007170         AT END
007180             SET WS-END-OF-FILE TO TRUE
007190     END-READ.
007200 2000-EXIT.
007210     EXIT.
007220*================================================================
007230 3000-TAKE-FEED-RECORD.
007240*================================================================
007250     MOVE SPACES TO FEED-CONTROL-RECORD.
007260     MOVE FEED-INPUT-RECORD TO FEED-CONTROL-RECORD.
007270     IF FEED-IS-HEADER
007280         PERFORM 3100-TAKE-HEADER THRU 3100-EXIT
007290         GO TO 3000-NEXT
007300     END-IF.
007310     IF FEED-IS-TRAILER
007320         PERFORM 3200-TAKE-TRAILER THRU 3200-EXIT
007330         GO TO 3000-NEXT
007340     END-IF.
007350     PERFORM 3300-TAKE-DETAIL THRU 3300-EXIT.
007360 3000-NEXT.
007370     PERFORM 2000-READ-FEED THRU 2000-EXIT.
007380 3000-EXIT.
007390     EXIT.
007400*================================================================
007410 3100-TAKE-HEADER.
007420*================================================================
007430*    A HEADER STARTS THE NEXT BRANCH'S FEED. THE BRANCH CODE
007440*    RIDES IN THE FIRST THREE BYTES OF THE HEADER SOURCE FIELD.
007450     IF WS-IN-FEED
007460         DISPLAY "FEED FROM BRANCH " WS-CUR-BRANCH
007470                 " HAS NO TRAILER"
007480         SET WS-FEED-ERROR TO TRUE
007490     END-IF.
007500     MOVE 'Y' TO WS-IN-FEED-SWITCH.
007510     MOVE 0 TO WS-FEED-COUNT.
007520     MOVE 0 TO WS-FEED-HASH.
007530     MOVE 0 TO WS-FEED-FPRINT.
007540     MOVE 0 TO WS-CUR-HDR-DATE.
007550     MOVE 0 TO WS-CUR-BMST-IDX.
007560     MOVE FEED-HDR-SOURCE(1:3) TO WS-CUR-BRANCH.
007570     IF FEED-HDR-DATE NOT NUMERIC
007580         DISPLAY "FEED FROM BRANCH " WS-CUR-BRANCH
007590                 " BUSINESS DATE IS NOT NUMERIC"
007600         SET WS-FEED-ERROR TO TRUE
007610         GO TO 3100-DATE-DONE
007620     END-IF.
007630     MOVE FEED-HDR-DATE TO WS-CUR-HDR-DATE.
007640     IF FEED-HDR-DATE = WS-RUN-DATE
007650         GO TO 3100-DATE-DONE
007660     END-IF.
007670     IF FEED-HDR-DATE > WS-RUN-DATE
007680         DISPLAY "FEED FROM BRANCH " WS-CUR-BRANCH
007690                 " BUSINESS DATE IS PAST RUN DATE "
007700                 WS-RUN-DATE
007710         SET WS-FEED-ERROR TO TRUE
007720         GO TO 3100-DATE-DONE
007730     END-IF.
007740*    AN OLDER HEADER DATE IS LEGITIMATE ONLY WHEN NO BUSINESS
007750*    DAY HAS PASSED SINCE IT - THE SATURDAY-DATED FEED THAT
007760*    ARRIVES MONDAY AFTER A HOLIDAY WEEKEND. SAME RULE AS
007770*    FEEDCHK.
007780     PERFORM 3150-CHECK-STALE-HEADER THRU 3150-EXIT.
007790 3100-DATE-DONE.
007800     MOVE WS-CUR-BRANCH TO WS-BMST-KEY.
007810     PERFORM 1300-FIND-BRANCH THRU 1300-EXIT.
007820     IF WS-BMST-FOUND-IDX = 0
007830         DISPLAY "FEED FROM BRANCH " WS-CUR-BRANCH
007840                 " - BRANCH NOT ON MASTER"
007850         SET WS-FEED-ERROR TO TRUE
007860         GO TO 3100-EXIT
007870     END-IF.
007880     IF BMST-STATUS(WS-BMST-FOUND-IDX) NOT = 'A'
007890         DISPLAY "FEED FROM BRANCH " WS-CUR-BRANCH
007900                 " - BRANCH INACTIVE ON MASTER"
007910         SET WS-FEED-ERROR TO TRUE
007920     END-IF.
007930     IF BMST-SEEN(WS-BMST-FOUND-IDX)
007940         DISPLAY "BRANCH " WS-CUR-BRANCH
007950                 " SENT MORE THAN ONE FEED THIS CYCLE"
007960         SET WS-FEED-ERROR TO TRUE
007970     END-IF.
007980     IF BMST-EARLIER(WS-BMST-FOUND-IDX)
007990         AND NOT BMST-SEEN(WS-BMST-FOUND-IDX)
008000         PERFORM 3180-FLAG-BOTH-CYCLES THRU 3180-EXIT
008010     END-IF.
008020     MOVE 'Y' TO BMST-SEEN-SWITCH(WS-BMST-FOUND-IDX).
008030     MOVE WS-BMST-FOUND-IDX TO WS-CUR-BMST-IDX.
008040     MOVE WS-CUR-HDR-DATE TO BMST-HDR-DATE(WS-BMST-FOUND-IDX).
008050     ADD 1 TO WS-FEEDS-SEEN.
008060 3100-EXIT.
008070     EXIT.
008080*================================================================
008090 3150-CHECK-STALE-HEADER.
008100*================================================================
008110     COMPUTE WS-HDR-INT =
008120         FUNCTION INTEGER-OF-DATE (FEED-HDR-DATE).
008130     COMPUTE WS-RUN-INT =
008140         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
008150     MOVE WS-HDR-INT TO WS-CHK-INT.
008160     PERFORM 3160-CHECK-ONE-STALE-DAY THRU 3160-EXIT
008170         UNTIL WS-CHK-INT >= WS-RUN-INT
008180             OR WS-FEED-ERROR.
008190 3150-EXIT.
008200     EXIT.
008210*================================================================
008220 3160-CHECK-ONE-STALE-DAY.
008230*================================================================
008240     COMPUTE WS-CAL-DATE =
008250         FUNCTION DATE-OF-INTEGER (WS-CHK-INT).
008260     PERFORM 6000-CHECK-BUSINESS-DAY THRU 6000-EXIT.
008270     IF WS-IS-BUSINESS-DAY
008280         DISPLAY "FEED FROM BRANCH " WS-CUR-BRANCH
008290                 " BUSINESS DATE " FEED-HDR-DATE
008300                 " IS STALE - BUSINESS DAY " WS-CAL-DATE
008310                 " HAS PASSED SINCE IT"
008320         SET WS-FEED-ERROR TO TRUE
008330     END-IF.
008340     ADD 1 TO WS-CHK-INT.
008350 3160-EXIT.
008360     EXIT.
008370*================================================================
008380 3180-FLAG-BOTH-CYCLES.
008390*================================================================
008400*    THE FEED IS TAKEN - IT MAY CARRY BUSINESS THE BRANCH BOOKED
008410*    AFTER THE EARLIER CUTOFF - BUT A BRANCH SENDING IN TWO
008420*    CYCLES OF ONE DATE IS CALLED OUT FOR THE DESK TO CONFIRM.
008430*    RESENT DETAILS STILL FAIL AS REPLAYS AT THE TRAILER.
008440     DISPLAY "BRANCH " WS-CUR-BRANCH
008450             " ALREADY SENT A FEED IN CYCLE "
008460             BMST-EARLIER-CYCLE(WS-BMST-FOUND-IDX)
008470             " TODAY - SENT IN BOTH CYCLES".
008480     SET WS-BOTH-CYCLES TO TRUE.
008490     ADD 1 TO WS-BOTH-COUNT.
008500     MOVE WS-CUR-BRANCH TO WS-RPL-BOTH-BRANCH.
008510     MOVE WS-CUR-HDR-DATE TO WS-RPL-BOTH-DATE.
008520     MOVE BMST-EARLIER-CYCLE(WS-BMST-FOUND-IDX)
008530         TO WS-RPL-BOTH-CYCLE.
008540     MOVE BMST-EARLIER-DATE(WS-BMST-FOUND-IDX)
008550         TO WS-RPL-BOTH-PRIOR.
008560     WRITE RPL-REPORT-RECORD FROM WS-RPL-BOTH-LINE.
008570 3180-EXIT.
008580     EXIT.
008590*================================================================
008600 3200-TAKE-TRAILER.
008610*================================================================
008620     IF NOT WS-IN-FEED
008630         DISPLAY "TRAILER WITH NO OPEN FEED - RECORDS OUT OF "
008640                 "ORDER"
008650         SET WS-FEED-ERROR TO TRUE
008660         GO TO 3200-EXIT
008670     END-IF.
008680     MOVE 'N' TO WS-IN-FEED-SWITCH.
008690     IF FEED-TRL-COUNT NOT NUMERIC
008700         OR FEED-TRL-HASH NOT NUMERIC
008710         DISPLAY "FEED FROM BRANCH " WS-CUR-BRANCH
008720                 " TRAILER IS NOT NUMERIC"
008730         SET WS-FEED-ERROR TO TRUE
008740         GO TO 3200-EXIT
008750     END-IF.
008760     IF FEED-TRL-COUNT NOT = WS-FEED-COUNT
008770         DISPLAY "FEED FROM BRANCH " WS-CUR-BRANCH
008780                 " TRAILER COUNT " FEED-TRL-COUNT
008790                 " DOES NOT MATCH DETAILS " WS-FEED-COUNT
008800         SET WS-FEED-ERROR TO TRUE
008810     END-IF.
008820     IF FEED-TRL-HASH NOT = WS-FEED-HASH
008830         DISPLAY "FEED FROM BRANCH " WS-CUR-BRANCH
008840                 " TRAILER HASH " FEED-TRL-HASH
008850                 " DOES NOT MATCH DETAILS " WS-FEED-HASH
008860         SET WS-FEED-ERROR TO TRUE
008870     END-IF.
008880     IF WS-CUR-BMST-IDX > 0
008890         MOVE WS-FEED-COUNT TO BMST-FEED-COUNT(WS-CUR-BMST-IDX)
008900         MOVE WS-FEED-HASH TO BMST-FEED-HASH(WS-CUR-BMST-IDX)
008910         MOVE WS-FEED-FPRINT
008920             TO BMST-FEED-FPRINT(WS-CUR-BMST-IDX)
008930     END-IF.
008940     PERFORM 3250-CHECK-REPLAY THRU 3250-EXIT.
008950 3200-EXIT.
008960     EXIT.
008970*================================================================
008980 3250-CHECK-REPLAY.
008990*================================================================
009000*    A FEED WHOSE COUNT, HASH AND FINGERPRINT ALL MATCH A FEED
009010*    THIS BRANCH HAD ACCEPTED FOR AN EARLIER BUSINESS DATE, OR
009020*    IN AN EARLIER CYCLE OF THE SAME DATE, IS A
009030*    RE-TRANSMISSION. IT IS HELD BACK AND FAILS THE NIGHT THE
009040*    SAME AS A MISSING FEED - A DOUBLE-POSTED BRANCH IS WORSE
009050*    THAN A LATE ONE. AN EMPTY FEED PROVES NOTHING EITHER WAY.
009060     IF WS-FEED-COUNT = 0
009070         GO TO 3250-EXIT
009080     END-IF.
009090     MOVE 'N' TO WS-HIST-MATCH-SWITCH.
009100     PERFORM 3260-MATCH-HIST-FEED THRU 3260-EXIT
009110         VARYING WS-HFEED-IDX FROM 1 BY 1
009120         UNTIL WS-HFEED-IDX > WS-HFEED-COUNT
009130             OR WS-HIST-MATCHED.
009140     IF NOT WS-HIST-MATCHED
009150         GO TO 3250-EXIT
009160     END-IF.
009170     DISPLAY "FEED FROM BRANCH " WS-CUR-BRANCH
009180             " DATED " WS-CUR-HDR-DATE
009190             " REPEATS THE FEED ACCEPTED FOR "
009200             WS-HIST-FOUND-DATE " - HELD BACK".
009210     SET WS-FEED-ERROR TO TRUE.
009220     ADD 1 TO WS-HELD-COUNT.
009230     MOVE WS-CUR-BRANCH TO WS-RPL-HELD-BRANCH.
009240     MOVE WS-CUR-HDR-DATE TO WS-RPL-HELD-DATE.
009250     MOVE WS-FEED-COUNT TO WS-RPL-HELD-COUNT.
009260     MOVE WS-HIST-FOUND-DATE TO WS-RPL-HELD-PRIOR.
009270     WRITE RPL-REPORT-RECORD FROM WS-RPL-HELD-LINE.
009280 3250-EXIT.
009290     EXIT.
009300*================================================================
009310 3260-MATCH-HIST-FEED.
009320*================================================================
009330*    ONLY THIS CYCLE'S OWN RECORDS FOR THE DATE ARE A RERUN'S.
009340     IF HFD-BRANCH(WS-HFEED-IDX) = WS-CUR-BRANCH
009350         AND (HFD-BUS-DATE(WS-HFEED-IDX) NOT = WS-CUR-HDR-DATE
009360              OR HFD-CYCLE(WS-HFEED-IDX) NOT = CYC-NUMBER)
009370         AND HFD-COUNT(WS-HFEED-IDX) = WS-FEED-COUNT
009380         AND HFD-HASH(WS-HFEED-IDX) = WS-FEED-HASH
009390         AND HFD-FPRINT(WS-HFEED-IDX) = WS-FEED-FPRINT
009400         MOVE 'Y' TO WS-HIST-MATCH-SWITCH
009410         MOVE HFD-BUS-DATE(WS-HFEED-IDX) TO WS-HIST-FOUND-DATE
009420     END-IF.
009430 3260-EXIT.
009440     EXIT.
009450*================================================================
009460 3300-TAKE-DETAIL.
009470*================================================================
009480*    ADDIN DETAIL - BRANCH(3) THEN TWO 12-DIGIT AMOUNTS EACH
009490*    WITH A TRAILING SIGN BYTE. THE HASH KEEPS ONLY THE
009500*    LOW-ORDER 13 DIGITS, THE SAME WAY FEEDCHK AND THE FEED
009510*    PRODUCERS WRAP IT. THE DETAIL IS COPIED TO THE COMBINED
009520*    FEED EITHER WAY - ON AN ERROR NIGHT THE STREAM STOPS AT
009530*    THIS STEP'S RC 8 BEFORE ANYTHING READS IT.
009540     IF NOT WS-IN-FEED
009550         DISPLAY "DETAIL WITH NO OPEN FEED - RECORDS OUT OF "
009560                 "ORDER"
009570         SET WS-FEED-ERROR TO TRUE
009580     END-IF.
009590     IF FEED-INPUT-RECORD(1:3) NOT = WS-CUR-BRANCH
009600         DISPLAY "DETAIL TAGGED " FEED-INPUT-RECORD(1:3)
009610                 " INSIDE FEED FROM BRANCH " WS-CUR-BRANCH
009620         SET WS-FEED-ERROR TO TRUE
009630     END-IF.
009640     ADD 1 TO WS-FEED-COUNT.
009650     ADD 1 TO WS-TOTAL-COUNT.
009660     IF FEED-INPUT-RECORD(4:12) NOT NUMERIC
009670         OR FEED-INPUT-RECORD(17:12) NOT NUMERIC
009680         DISPLAY "FEED FROM BRANCH " WS-CUR-BRANCH
009690                 " DETAIL " WS-FEED-COUNT
009700                 " HAS NON-NUMERIC FIELDS - HASH NOT PROVABLE"
009710         SET WS-FEED-ERROR TO TRUE
009720     ELSE
009730         MOVE FEED-INPUT-RECORD(4:12) TO WS-FIELD-A
009740         MOVE FEED-INPUT-RECORD(17:12) TO WS-FIELD-B
009750         COMPUTE WS-HASH-WORK =
009760             WS-FEED-HASH + WS-FIELD-A + WS-FIELD-B
009770         MOVE WS-HASH-WORK TO WS-FEED-HASH
009780         COMPUTE WS-HASH-WORK =
009790             WS-TOTAL-HASH + WS-FIELD-A + WS-FIELD-B
009800         MOVE WS-HASH-WORK TO WS-TOTAL-HASH
009810         DIVIDE WS-FEED-COUNT BY 97
009820             GIVING WS-FPRINT-QUOTIENT
009830             REMAINDER WS-FPRINT-WEIGHT
009840         ADD 1 TO WS-FPRINT-WEIGHT
009850         COMPUTE WS-FPRINT-TERM =
009860             (WS-FIELD-A + WS-FIELD-B + WS-FIELD-B)
009870                 * WS-FPRINT-WEIGHT
009880         COMPUTE WS-FPRINT-WORK =
009890             WS-FEED-FPRINT + WS-FPRINT-TERM
009900         MOVE WS-FPRINT-WORK TO WS-FEED-FPRINT
009910         PERFORM 3350-CHECK-REPEAT-PAIR THRU 3350-EXIT
009920     END-IF.
009930     WRITE ADD-OUTPUT-RECORD FROM FEED-INPUT-RECORD.
009940 3300-EXIT.
009950     EXIT.
009960*================================================================
009970 3350-CHECK-REPEAT-PAIR.
009980*================================================================
009990*    A SINGLE DETAIL IDENTICAL TO ONE THE SAME BRANCH SENT FOR
010000*    AN EARLIER BUSINESS DATE IS LISTED FOR REVIEW ONLY - A
010010*    STANDING ORDER CAN LEGITIMATELY REPEAT ITS AMOUNTS. THE
010020*    BRANCH CODE LEADS THE RECORD, SO A VERBATIM MATCH IS A
010030*    SAME-BRANCH MATCH.
010040     MOVE 'N' TO WS-HIST-MATCH-SWITCH.
010050     PERFORM 3360-MATCH-HIST-PAIR THRU 3360-EXIT
010060         VARYING WS-HPAIR-IDX FROM 1 BY 1
010070         UNTIL WS-HPAIR-IDX > WS-HPAIR-COUNT
010080             OR WS-HIST-MATCHED.
010090     IF NOT WS-HIST-MATCHED
010100         GO TO 3350-EXIT
010110     END-IF.
010120     ADD 1 TO WS-REPEAT-COUNT.
010130     MOVE WS-CUR-BRANCH TO WS-RPL-PAIR-BRANCH.
010140     MOVE WS-FEED-COUNT TO WS-RPL-PAIR-SEQ.
010150     MOVE FEED-INPUT-RECORD(4:13) TO WS-RPL-PAIR-A.
010160     MOVE FEED-INPUT-RECORD(17:13) TO WS-RPL-PAIR-B.
010170     MOVE WS-HIST-FOUND-DATE TO WS-RPL-PAIR-PRIOR.
010180     WRITE RPL-REPORT-RECORD FROM WS-RPL-PAIR-LINE.
010190 3350-EXIT.
010200     EXIT.
010210*================================================================
010220 3360-MATCH-HIST-PAIR.
010230*================================================================
010240     IF HPR-PAIR(WS-HPAIR-IDX) = FEED-INPUT-RECORD
010250         AND (HPR-BUS-DATE(WS-HPAIR-IDX) NOT = WS-CUR-HDR-DATE
010260              OR HPR-CYCLE(WS-HPAIR-IDX) NOT = CYC-NUMBER)
010270         MOVE 'Y' TO WS-HIST-MATCH-SWITCH
010280         MOVE HPR-BUS-DATE(WS-HPAIR-IDX) TO WS-HIST-FOUND-DATE
010290     END-IF.
010300 3360-EXIT.
010310     EXIT.
010320*================================================================
010330 6000-CHECK-BUSINESS-DAY.
010340*================================================================
010350*    WS-CAL-DATE IN, WS-BUSINESS-SWITCH OUT. NO CALENDAR FILE
010360*    MEANS EVERY DAY IS A BUSINESS DAY.
010370     MOVE 'Y' TO WS-BUSINESS-SWITCH.
010380     IF CAL-NO-FILE
010390         GO TO 6000-EXIT
010400     END-IF.
010410     COMPUTE WS-CAL-INT =
010420         FUNCTION INTEGER-OF-DATE (WS-CAL-DATE).
010430     DIVIDE WS-CAL-INT BY 7
010440         GIVING WS-CAL-QUOTIENT
010450         REMAINDER WS-CAL-DOW.
010460     IF WS-CAL-DOW = 0
010470         MOVE 7 TO WS-CAL-DOW
010480     END-IF.
010490     IF CAL-DOW-FLAG(WS-CAL-DOW) NOT = 'Y'
010500         MOVE 'N' TO WS-BUSINESS-SWITCH
010510         GO TO 6000-EXIT
010520     END-IF.
010530     PERFORM 6100-MATCH-CAL-HOLIDAY THRU 6100-EXIT
010540         VARYING WS-CAL-HOL-IDX FROM 1 BY 1
010550         UNTIL WS-CAL-HOL-IDX > CAL-HOLIDAY-COUNT
010560             OR NOT WS-IS-BUSINESS-DAY.
010570 6000-EXIT.
010580     EXIT.
010590*================================================================
010600 6100-MATCH-CAL-HOLIDAY.
010610*================================================================
010620     IF CAL-HOLIDAY(WS-CAL-HOL-IDX) = WS-CAL-DATE
010630         MOVE 'N' TO WS-BUSINESS-SWITCH
010640     END-IF.
010650 6100-EXIT.
010660     EXIT.
010670*================================================================
010680 7000-FINISH-INTAKE.
010690*================================================================
010700     IF WS-IN-FEED
010710         DISPLAY "FEED FROM BRANCH " WS-CUR-BRANCH
010720                 " HAS NO TRAILER"
010730         SET WS-FEED-ERROR TO TRUE
010740     END-IF.
010750     MOVE SPACES TO FEED-CONTROL-RECORD.
010760     MOVE 'TRL' TO FEED-REC-TYPE.
010770     MOVE WS-TOTAL-COUNT TO FEED-TRL-COUNT.
010780     MOVE WS-TOTAL-HASH TO FEED-TRL-HASH.
010790     WRITE ADD-OUTPUT-RECORD FROM FEED-CONTROL-RECORD.
010800     PERFORM 7100-CHECK-ONE-EXPECTED THRU 7100-EXIT
010810         VARYING WS-BMST-IDX FROM 1 BY 1
010820         UNTIL WS-BMST-IDX > WS-BMST-COUNT.
010830     MOVE WS-FEEDS-SEEN TO WS-FEEDS-SEEN-D.
010840     DISPLAY "FEEDS RECEIVED = " WS-FEEDS-SEEN-D
010850             " DETAILS COMBINED = " WS-TOTAL-COUNT.
010860     MOVE WS-HELD-COUNT TO WS-RPL-TOT-HELD.
010870     MOVE WS-REPEAT-COUNT TO WS-RPL-TOT-REPEAT.
010880     MOVE WS-BOTH-COUNT TO WS-RPL-TOT-BOTH.
010890     WRITE RPL-REPORT-RECORD FROM WS-RPL-TOTAL-LINE.
010900     IF WS-REPEAT-COUNT > 0
010910         MOVE WS-REPEAT-COUNT TO WS-REPEAT-COUNT-D
010920         DISPLAY "DETAILS REPEATING AN EARLIER NIGHT'S PAIR = "
010930                 WS-REPEAT-COUNT-D " - SEE FEEDRPL"
010940     END-IF.
010950 7000-EXIT.
010960     EXIT.
010970*================================================================
010980 7100-CHECK-ONE-EXPECTED.
010990*================================================================
011000*    A BRANCH HEARD FROM IN AN EARLIER CYCLE TODAY HAS SENT ITS
011010*    FEED. ONE STILL SILENT ONLY FAILS THE DATE'S LAST CYCLE -
011020*    IN A MIDDAY CYCLE IT MAY YET TRANSMIT FOR THE NIGHTLY ONE.
011030     IF BMST-STATUS(WS-BMST-IDX) NOT = 'A'
011040         OR BMST-SEEN(WS-BMST-IDX)
011050         OR BMST-EARLIER(WS-BMST-IDX)
011060         GO TO 7100-EXIT
011070     END-IF.
011080     IF NOT CYC-IS-LAST
011090         DISPLAY "BRANCH " BMST-CODE(WS-BMST-IDX)
011100                 " " BMST-NAME(WS-BMST-IDX)
011110                 " NO FEED YET - DUE BY THE LAST CYCLE"
011120         GO TO 7100-EXIT
011130     END-IF.
011140     DISPLAY "BRANCH " BMST-CODE(WS-BMST-IDX)
011150             " " BMST-NAME(WS-BMST-IDX)
011160             " EXPECTED - NO FEED TONIGHT".
011170     SET WS-FEED-ERROR TO TRUE.
011180 7100-EXIT.
011190     EXIT.
011200*================================================================
011210 7500-WRITE-HISTORY.
011220*================================================================
011230*    THE NEW HISTORY GENERATION IS THE OLD ONE LESS WHAT HAS
011240*    AGED PAST THE CUTOFF, PLUS - ON A CLEAN NIGHT ONLY -
011250*    TONIGHT'S FEEDS AND THEIR DETAILS. A FEED THAT FAILED THE
011260*    NIGHT WAS NEVER ACCEPTED, SO IT IS NOT REMEMBERED. THE OLD
011270*    GENERATION IS COPIED FROM THE FILE, NOT THE TABLES, SO A
011280*    HISTORY TOO BIG FOR THE TABLES IS STILL CARRIED FORWARD.
011290     OPEN OUTPUT FEED-HISTORY-OUT.
011300     MOVE 'N' TO WS-FHST-EOF-SWITCH.
011310     OPEN INPUT FEED-HISTORY-IN.
011320     IF WS-FHST-STATUS = '00' OR WS-FHST-STATUS = '05'
011330         PERFORM 1460-READ-HISTORY THRU 1460-EXIT
011340         PERFORM 7510-COPY-ONE-HISTORY THRU 7510-EXIT
011350             UNTIL WS-FHST-EOF
011360         CLOSE FEED-HISTORY-IN
011370     END-IF.
011380     IF NOT WS-FEED-ERROR
011390         PERFORM 7520-WRITE-TONIGHT-FEED THRU 7520-EXIT
011400             VARYING WS-BMST-IDX FROM 1 BY 1
011410             UNTIL WS-BMST-IDX > WS-BMST-COUNT
011420         PERFORM 7530-WRITE-TONIGHT-PAIRS THRU 7530-EXIT
011430     END-IF.
011440     CLOSE FEED-HISTORY-OUT.
011450 7500-EXIT.
011460     EXIT.
011470*================================================================
011480 7510-COPY-ONE-HISTORY.
011490*================================================================
011500*    A RECORD FOR A BRANCH, BUSINESS DATE AND CYCLE RE-ACCEPTED
011510*    TONIGHT (A RERUN OF THE SAME CYCLE) IS REPLACED BY
011520*    TONIGHT'S COPY RATHER THAN KEPT TWICE.
011530     MOVE 'Y' TO WS-KEEP-SWITCH.
011540     IF FHST-BUS-DATE NOT NUMERIC
011550         OR FHST-BUS-DATE < WS-HIST-CUTOFF
011560         MOVE 'N' TO WS-KEEP-SWITCH
011570     END-IF.
011580     IF WS-KEEP-RECORD AND NOT WS-FEED-ERROR
011590         MOVE FHST-BRANCH TO WS-BMST-KEY
011600         PERFORM 1300-FIND-BRANCH THRU 1300-EXIT
011610         IF WS-BMST-FOUND-IDX > 0
011620             IF BMST-SEEN(WS-BMST-FOUND-IDX)
011630                 AND BMST-HDR-DATE(WS-BMST-FOUND-IDX)
011640                     = FHST-BUS-DATE
011650                 AND (FHST-CYCLE = CYC-NUMBER
011660                      OR (FHST-CYCLE = SPACE
011670                          AND CYC-NUMBER = '1'))
011680                 MOVE 'N' TO WS-KEEP-SWITCH
011690             END-IF
011700         END-IF
011710     END-IF.
011720     IF WS-KEEP-RECORD
011730         WRITE FEEDHSTO-RECORD FROM FEEDHST-RECORD
011740     END-IF.
011750     PERFORM 1460-READ-HISTORY THRU 1460-EXIT.
011760 7510-EXIT.
011770     EXIT.
011780*================================================================
011790 7520-WRITE-TONIGHT-FEED.
011800*================================================================
011810     IF NOT BMST-SEEN(WS-BMST-IDX)
011820         GO TO 7520-EXIT
011830     END-IF.
011840     MOVE SPACES TO FEEDHST-RECORD.
011850     MOVE 'F' TO FHST-REC-TYPE.
011860     MOVE BMST-CODE(WS-BMST-IDX) TO FHST-BRANCH.
011870     MOVE BMST-HDR-DATE(WS-BMST-IDX) TO FHST-BUS-DATE.
011880     MOVE BMST-FEED-COUNT(WS-BMST-IDX) TO FHST-COUNT.
011890     MOVE BMST-FEED-HASH(WS-BMST-IDX) TO FHST-HASH.
011900     MOVE BMST-FEED-FPRINT(WS-BMST-IDX) TO FHST-FPRINT.
011910     MOVE WS-RUN-DATE TO FHST-ACCEPT-DATE.
011920     MOVE CYC-NUMBER TO FHST-CYCLE.
011930     WRITE FEEDHSTO-RECORD FROM FEEDHST-RECORD.
011940 7520-EXIT.
011950     EXIT.
011960*================================================================
011970 7530-WRITE-TONIGHT-PAIRS.
011980*================================================================
011990*    TONIGHT'S DETAILS ARE READ BACK OFF THE COMBINED ADDIN
012000*    JUST CLOSED, EACH DATED WITH ITS OWN BRANCH FEED'S HEADER.
012010     MOVE 'N' TO WS-REREAD-EOF-SWITCH.
012020     MOVE SPACES TO WS-REREAD-BRANCH.
012030     MOVE 0 TO WS-REREAD-DATE.
012040     OPEN INPUT ADD-REREAD-FILE.
012050     PERFORM 7540-READ-REREAD THRU 7540-EXIT.
012060     PERFORM 7550-WRITE-ONE-PAIR THRU 7550-EXIT
012070         UNTIL WS-REREAD-EOF.
012080     CLOSE ADD-REREAD-FILE.
012090 7530-EXIT.
012100     EXIT.
012110*================================================================
012120 7540-READ-REREAD.
012130*================================================================
012140     READ ADD-REREAD-FILE
012150         AT END
012160             SET WS-REREAD-EOF TO TRUE
012170     END-READ.
012180 7540-EXIT.
012190     EXIT.
012200*================================================================
012210 7550-WRITE-ONE-PAIR.
012220*================================================================
012230*    ON A CLEAN NIGHT EVERY DETAIL'S BRANCH SENT A FEED, SO THE
012240*    LOOKUP ALWAYS FINDS ITS ROW.
012250     IF ADD-REREAD-RECORD(1:3) = 'HDR'
012260         OR ADD-REREAD-RECORD(1:3) = 'TRL'
012270         GO TO 7550-NEXT
012280     END-IF.
012290     IF ADD-REREAD-RECORD(1:3) NOT = WS-REREAD-BRANCH
012300         MOVE ADD-REREAD-RECORD(1:3) TO WS-REREAD-BRANCH
012310         MOVE ADD-REREAD-RECORD(1:3) TO WS-BMST-KEY
012320         PERFORM 1300-FIND-BRANCH THRU 1300-EXIT
012330         MOVE BMST-HDR-DATE(WS-BMST-FOUND-IDX) TO WS-REREAD-DATE
012340     END-IF.
012350     MOVE SPACES TO FEEDHST-RECORD.
012360     MOVE 'P' TO FHST-REC-TYPE.
012370     MOVE WS-REREAD-BRANCH TO FHST-BRANCH.
012380     MOVE WS-REREAD-DATE TO FHST-BUS-DATE.
012390     MOVE ADD-REREAD-RECORD TO FHST-PAIR.
012400     MOVE CYC-NUMBER TO FHST-CYCLE.
012410     WRITE FEEDHSTO-RECORD FROM FEEDHST-RECORD.
012420 7550-NEXT.
012430     PERFORM 7540-READ-REREAD THRU 7540-EXIT.
012440 7550-EXIT.
012450     EXIT.
012460*================================================================
012470 8000-TERMINATE.
012480*================================================================
012490     CLOSE FEED-INPUT-FILE.
012500     CLOSE ADD-OUTPUT-FILE.
012510     CLOSE REPLAY-REPORT-FILE.
012520     PERFORM 7500-WRITE-HISTORY THRU 7500-EXIT.
012530     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
012540     IF WS-FEED-ERROR
012550         MOVE 8 TO RETURN-CODE
012560     ELSE
012570         IF WS-BOTH-CYCLES
012580             MOVE 4 TO RETURN-CODE
012590         ELSE
012600             MOVE 0 TO RETURN-CODE
012610         END-IF
012620     END-IF.
012630 8000-EXIT.
012640     EXIT.
012650*================================================================
012660 8100-WRITE-JOURNAL.
012670*================================================================
012680     OPEN EXTEND JOURNAL-FILE.
012690     MOVE SPACES TO JRNL-RECORD.
012700     ACCEPT WS-RUN-TIME FROM TIME.
012710     MOVE WS-RUN-DATE TO JRNL-RUN-DATE.
012720     MOVE WS-RUN-TIME TO JRNL-RUN-TIME.
012730     MOVE 'FEEDINT' TO JRNL-PROGRAM-ID.
012740     MOVE CYC-NUMBER TO JRNL-CYCLE.
012750     MOVE WS-FEEDS-SEEN TO WS-FEEDS-SEEN-D.
012760     MOVE WS-HELD-COUNT TO WS-HELD-COUNT-D.
012770     MOVE SPACES TO JRNL-INPUT-SUMMARY.
012780     STRING 'FEEDS=' DELIMITED BY SIZE
012790            WS-FEEDS-SEEN-D DELIMITED BY SIZE
012800            ' DETAILS=' DELIMITED BY SIZE
012810            WS-TOTAL-COUNT DELIMITED BY SIZE
012820            ' HELD=' DELIMITED BY SIZE
012830            WS-HELD-COUNT-D DELIMITED BY SIZE
012840         INTO JRNL-INPUT-SUMMARY.
012850     MOVE WS-REPEAT-COUNT TO WS-REPEAT-COUNT-D.
012860     MOVE SPACES TO JRNL-RESULT-SUMMARY.
012870     IF WS-FEED-ERROR
012880         IF WS-HELD-COUNT > 0
012890             MOVE 'REJECTED - REPLAYED FEED HELD BACK'
012900                 TO JRNL-RESULT-SUMMARY
012910         ELSE
012920             MOVE 'REJECTED - SEE SYSOUT FOR REASON'
012930                 TO JRNL-RESULT-SUMMARY
012940         END-IF
012950     ELSE
012960         MOVE WS-BOTH-COUNT TO WS-BOTH-COUNT-D
012970         STRING 'COMBINED ADDIN BUILT REPEATS=' DELIMITED BY SIZE
012980                WS-REPEAT-COUNT-D DELIMITED BY SIZE
012990                ' BOTHCYC=' DELIMITED BY SIZE
013000                WS-BOTH-COUNT-D DELIMITED BY SIZE
013010             INTO JRNL-RESULT-SUMMARY
013020     END-IF.
013030     MOVE SPACES TO JRNL-PARM-SUMMARY.
013040     STRING 'HISTDAYS=' DELIMITED BY SIZE
013050            WS-HIST-DAYS DELIMITED BY SIZE
013060         INTO JRNL-PARM-SUMMARY.
013070     WRITE JRNL-RECORD.
013080     CLOSE JOURNAL-FILE.
013090 8100-EXIT.
013100     EXIT.
013110*================================================================
013120 9999-EXIT.
013130     STOP RUN.
