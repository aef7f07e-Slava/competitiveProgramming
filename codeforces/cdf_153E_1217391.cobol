001510*                CREEPING BEFORE IT BREAKS THE WINDOW, AND A
001520*                START WITH NO FINISH READS AS AN ABEND ON
001530*                THE RUN-CONTROL RECORD.
001540* 2026-10-15 SK  JOURNAL ENTRIES NOW CARRY THE CUTOFF CYCLE FROM
001550*                THE RUN-CYCLE CARD (RUNCYC, THROUGH CYCLOAD), SO
001560*                A DATE RUN IN A MIDDAY AND A NIGHTLY CYCLE KEEPS
001570*                THE TWO RUNS APART.
001580* 2026-10-15 SK  NEW REGION BOX EXCEPTION REPORT (DSTBOX). EVERY
001590*                LOADED SITE IS CHECKED AGAINST ITS REGION ON THE
001600*                NEW REGION MASTER (RGNMST, THROUGH RGNLOAD) AND
001610*                LISTED WHEN THE REGION IS NOT ON THE MASTER, IS
001620*                INACTIVE, OR ITS BOUNDING BOX DOES NOT CONTAIN
001630*                THE SITE'S DSTIN COORDINATES. A MISSING OR BAD
001640*                REGION MASTER IS NOTED ON THE REPORT; THE SCAN
001650*                AND ITS RETURN CODE ARE UNCHANGED.
001660* 2026-10-15 SK  A BAD RUN-CYCLE CARD (CYCLOAD STATUS E) NOW
001670*                REJECTS THE RUN RC 8 BEFORE ANY SITE IS READ, THE
001680*                SAME AS A BAD PARAMETER FILE, INSTEAD OF SCANNING
001690*                AS CYCLE 1. THE CARD IS NOW READ FIRST.
001700*================================================================
001710 ENVIRONMENT DIVISION.
001720 CONFIGURATION SECTION.
001730 SOURCE-COMPUTER.    IBM-370.
001740 OBJECT-COMPUTER.    IBM-370.
001750 INPUT-OUTPUT SECTION.
001760 FILE-CONTROL.
001770     SELECT DST-INPUT-FILE ASSIGN TO DSTIN
001780            ORGANIZATION IS LINE SEQUENTIAL.
001790     SELECT SITE-MASTER-FILE ASSIGN TO SITEMST
001800            ORGANIZATION IS LINE SEQUENTIAL.
001810     SELECT OPTIONAL DST-CHECKPOINT-FILE ASSIGN TO DSTCKPT
001820            ORGANIZATION IS LINE SEQUENTIAL
001830            FILE STATUS IS WS-CKPT-STATUS.
001840     SELECT JOURNAL-FILE ASSIGN TO JRNLOG
001850            ORGANIZATION IS LINE SEQUENTIAL.
001860     SELECT DST-REPORT-FILE ASSIGN TO DSTRPT
001870            ORGANIZATION IS LINE SEQUENTIAL.
001880     SELECT DST-NBR-FILE ASSIGN TO DSTNBR
001890            ORGANIZATION IS LINE SEQUENTIAL.
001900     SELECT DST-MOVE-FILE ASSIGN TO DSTMOV
001910            ORGANIZATION IS LINE SEQUENTIAL.
001920     SELECT OPTIONAL DST-PRIOR-FILE ASSIGN TO DSTPRV
001930            ORGANIZATION IS LINE SEQUENTIAL
001940            FILE STATUS IS WS-PRV-STATUS.
001950     SELECT DST-BOX-FILE ASSIGN TO DSTBOX
001960            ORGANIZATION IS LINE SEQUENTIAL.
001970*
001980 DATA DIVISION.
001990 FILE SECTION.
002000 FD  DST-INPUT-FILE
002010     RECORD CONTAINS 29 CHARACTERS.
002020     COPY DSTPOINT.
002030*
002040 FD  SITE-MASTER-FILE
002050     RECORD CONTAINS 29 CHARACTERS.
002060     COPY SITEMST.
002070*
002080 FD  DST-CHECKPOINT-FILE
002090     RECORD CONTAINS 71 CHARACTERS.
002100     COPY DSTCKPT.
002110*
002120 FD  JOURNAL-FILE
002130     RECORD CONTAINS 160 CHARACTERS.
002140     COPY JRNLREC.
002150*
002160 FD  DST-REPORT-FILE
002170     RECORD CONTAINS 134 CHARACTERS.
002180     COPY DSTRPT.
002190*
002200 FD  DST-NBR-FILE
002210     RECORD CONTAINS 84 CHARACTERS.
002220 01  DST-NBR-RECORD.
002230     05  DSTNBR-SITE-ID          PIC ZZZZ9.
002240     05  FILLER                  PIC X(01).
002250     05  DSTNBR-SITE-NAME        PIC X(20).
002260     05  FILLER                  PIC X(01).
002270     05  DSTNBR-SITE-REGION      PIC X(03).
002280     05  FILLER                  PIC X(01).
002290     05  DSTNBR-NEAR-ID          PIC ZZZZ9.
002300     05  FILLER                  PIC X(01).
002310     05  DSTNBR-NEAR-NAME        PIC X(20).
002320     05  FILLER                  PIC X(01).
002330     05  DSTNBR-NEAR-REGION      PIC X(03).
002340     05  FILLER                  PIC X(01).
002350     05  DSTNBR-DISTANCE         PIC -(10)9.9999999999.
002360*
002370 FD  DST-PRIOR-FILE
002380     RECORD CONTAINS 69 CHARACTERS.
002390     COPY DSTPRIOR.
002400*
002410 FD  DST-MOVE-FILE
002420     RECORD CONTAINS 120 CHARACTERS.
002430 01  DST-MOVE-RECORD             PIC X(120).
002440*
002450 FD  DST-BOX-FILE
002460     RECORD CONTAINS 140 CHARACTERS.
002470 01  DST-BOX-RECORD              PIC X(140).
002480*
002490 WORKING-STORAGE SECTION.
002500*----------------------------------------------------------------
002510* CONSTANTS
002520*----------------------------------------------------------------
002530*    THIS MUST MATCH THE LITERAL 2000 ON XX-TABLE/YY-TABLE'S
002540*    OCCURS ... DEPENDING ON CLAUSES BELOW - THAT CLAUSE'S UPPER
002550*    BOUND HAS TO BE A LITERAL, SO IT CANNOT REFERENCE THIS
002560*    CONSTANT DIRECTLY. RAISE ALL THREE TOGETHER.
002570*    BOTH ARE DEFAULTS ONLY - OVERRIDDEN BY MAX-POINTS AND
002580*    CKPT-INTERVAL RECORDS ON THE RUNTIME PARAMETER FILE.
002590 77  WS-MAX-POINTS               PIC 9(05)  VALUE 2000.
002600 77  WS-CKPT-INTERVAL            PIC 9(05)  VALUE 100.
002610*    THE REGION RESULTS TABLE BELOW OCCURS 50 - MORE DISPATCH
002620*    REGIONS THAN THAT IN ONE NIGHT REJECTS THE RUN.
002630 77  WS-MAX-REGIONS              PIC 9(03)  VALUE 50.
002640*----------------------------------------------------------------
002650* SWITCHES
002660*----------------------------------------------------------------
002670 01  WS-SWITCHES.
002680     05  WS-VALID-N-SWITCH       PIC X(01)  VALUE 'Y'.
002690         88  WS-N-IS-VALID                  VALUE 'Y'.
002700     05  WS-INPUT-EOF-SWITCH     PIC X(01)  VALUE 'N'.
002710         88  WS-INPUT-EOF                   VALUE 'Y'.
002720     05  WS-RESTART-SWITCH       PIC X(01)  VALUE 'N'.
002730         88  WS-IS-RESTART                  VALUE 'Y'.
002740     05  WS-MASTER-EOF-SWITCH    PIC X(01)  VALUE 'N'.
002750         88  WS-MASTER-EOF                  VALUE 'Y'.
002760     05  WS-DELTA-SWITCH         PIC X(01)  VALUE 'N'.
002770         88  WS-DELTA-MODE                  VALUE 'Y'.
002780     05  WS-FORCE-FULL-SWITCH    PIC X(01)  VALUE 'N'.
002790         88  WS-FORCE-FULL                  VALUE 'Y'.
002800     05  WS-MOVE-EOF-SWITCH      PIC X(01)  VALUE 'N'.
002810         88  WS-MOVE-EOF                    VALUE 'Y'.
002820     05  WS-CYCLE-ERROR-SWITCH   PIC X(01)  VALUE 'N'.
002830         88  WS-CYCLE-ERROR                 VALUE 'Y'.
002840*----------------------------------------------------------------
002850* CHECKPOINT/RESTART WORK FIELDS
002860*----------------------------------------------------------------
002870 01  WS-CKPT-STATUS              PIC X(02).
002880 01  WS-START-I                  PIC 9(05)  VALUE 1.
002890 01  WS-CKPT-QUOTIENT            PIC 9(05).
002900 01  WS-CKPT-REMAINDER           PIC 9(05).
002910 01  WS-CKPT-SEQ                 PIC 9(05).
002920*----------------------------------------------------------------
002930* DELTA-MODE WORK FIELDS - THE HEADER RESULTS ARE SAVED HERE
002940* WHILE THE PRIOR SITE RECORDS ARE STILL BEING PROVEN, SINCE
002950* THE RECORD AREA IS OVERWRITTEN BY EACH READ.
002960*----------------------------------------------------------------
002970 01  WS-PRV-STATUS               PIC X(02).
002980 01  WS-PRV-N                    PIC 9(05).
002990 01  WS-PRV-SEQ                  PIC 9(05).
003000 01  WS-PRV-ANS                  PIC 9(10)V9(10).
003010 01  WS-PRV-MIN                  PIC 9(10)V9(10).
003020 01  WS-PRV-BEST-I               PIC 9(05).
003030 01  WS-PRV-BEST-J               PIC 9(05).
003040 01  WS-PRV-MIN-I                PIC 9(05).
003050 01  WS-PRV-MIN-J                PIC 9(05).
003060*----------------------------------------------------------------
003070* RUNTIME PARAMETER WORK FIELDS
003080*----------------------------------------------------------------
003090     COPY PARMREC.
003100 01  WS-PARM-KEY                 PIC X(16).
003110 01  WS-PARM-SWITCHES.
003120     05  WS-PARM-FOUND-SWITCH    PIC X(01).
003130         88  WS-PARM-FOUND                  VALUE 'Y'.
003140     05  WS-PARM-ERROR-SWITCH    PIC X(01)  VALUE 'N'.
003150         88  WS-PARM-ERROR                  VALUE 'Y'.
003160 01  WS-PARM-NUM                 PIC 9(05).
003170 01  WS-PARM-LEN                 PIC 9(02)  COMP.
003180 01  WS-PARM-IDX                 PIC 9(02)  COMP.
003190 01  WS-PARM-FOUND-IDX           PIC 9(02)  COMP.
003200*----------------------------------------------------------------
003210* SITE TABLE
003220*----------------------------------------------------------------
003230 01  N                           PIC 9(05).
003240*    XX AND YY ARE DELIBERATELY TWO SEPARATE 01-LEVEL GROUPS,
003250*    NOT ONE GROUP WITH BOTH OCCURS DEPENDING ON N - STACKING
003260*    THEM TOGETHER RE-ADDRESSES BOTH TABLES OFF N'S CURRENT
003270*    VALUE ON EVERY REFERENCE, NOT N'S VALUE WHEN THE ELEMENT
003280*    WAS WRITTEN, WHICH SCRAMBLES THE SECOND TABLE AS SOON AS N
003290*    ADVANCES PAST THE SUBSCRIPT BEING READ.
003300*    THE 2000 CEILING BELOW MUST MATCH WS-MAX-POINTS ABOVE - THE
003310*    UPPER BOUND ON OCCURS ... DEPENDING ON HAS TO BE A LITERAL,
003320*    NOT A DATA-NAME, SO IF WS-MAX-POINTS IS EVER RAISED THIS
003330*    LITERAL (AND THE ONE ON YY-TABLE BELOW) MUST BE RAISED WITH
003340*    IT OR THE TABLE SILENTLY KEEPS THE OLD CEILING.
003350*----------------------------------------------------------------
003360* SITE MASTER TABLE - LOADED FROM SITEMST AT INITIALIZATION.
003370* EVERY DSTIN RECORD MUST RESOLVE TO A ROW OF THIS TABLE.
003380*----------------------------------------------------------------
003390 01  WS-MASTER-COUNT             PIC 9(05).
003400 01  WS-MASTER-TABLE.
003410     05  WS-MASTER-ENTRY         OCCURS 2000 TIMES.
003420         10  MST-SITE-ID         PIC 9(05).
003430         10  MST-NAME            PIC X(20).
003440         10  MST-REGION          PIC X(03).
003450         10  MST-STATUS          PIC X(01).
003460 01  WS-MASTER-IDX               PIC 9(05).
003470 01  WS-FOUND-IDX                PIC 9(05).
003480 01  XX-TABLE.
003490     05  XX                      PIC S9(10)9
003500                                  OCCURS 1 TO 2000 TIMES
003510                                  DEPENDING ON N.
003520 01  YY-TABLE.
003530     05  YY                      PIC S9(10)9
003540                                  OCCURS 1 TO 2000 TIMES
003550                                  DEPENDING ON N.
003560*    SID/SNAME CARRY EACH LOADED SITE'S MASTER IDENTITY IN
003570*    PARALLEL WITH ITS COORDINATES - SEPARATE 01-LEVEL GROUPS
003580*    FOR THE SAME ADDRESSING REASON AS XX/YY ABOVE.
003590 01  SID-TABLE.
003600     05  SID                     PIC 9(05)
003610                                  OCCURS 1 TO 2000 TIMES
003620                                  DEPENDING ON N.
003630 01  SNAME-TABLE.
003640     05  SNAME                   PIC X(20)
003650                                  OCCURS 1 TO 2000 TIMES
003660                                  DEPENDING ON N.
003670*    SREGION CARRIES EACH LOADED SITE'S MASTER REGION AND
003680*    SRGNIDX ITS ROW IN THE REGION RESULTS TABLE, RESOLVED
003690*    ONCE AT LOAD TIME SO THE PAIR SCAN NEVER SEARCHES.
003700 01  SREGION-TABLE.
003710     05  SREGION                 PIC X(03)
003720                                  OCCURS 1 TO 2000 TIMES
003730                                  DEPENDING ON N.
003740 01  SRGNIDX-TABLE.
003750     05  SRGNIDX                 PIC 9(03)
003760                                  OCCURS 1 TO 2000 TIMES
003770                                  DEPENDING ON N.
003780*    RUNNING NEAREST-NEIGHBOR RESULT PER SITE - SEPARATE
003790*    01-LEVEL GROUPS FOR THE SAME ADDRESSING REASON AS XX/YY.
003800 01  NBR-DIST-TABLE.
003810     05  NBR-DIST                PIC 9(10)V9(10)
003820                                  OCCURS 1 TO 2000 TIMES
003830                                  DEPENDING ON N.
003840 01  NBR-IDX-TABLE.
003850     05  NBR-IDX                 PIC 9(05)
003860                                  OCCURS 1 TO 2000 TIMES
003870                                  DEPENDING ON N.
003880*----------------------------------------------------------------
003890* REGION RESULTS TABLE - ONE ROW PER REGION SEEN ON THE LOADED
003900* SITES, REGISTERED IN LOAD ORDER (WHICH IS WHY A DELTA NIGHT
003910* CAN MATCH THE PRIOR FILE'S REGION ROWS POSITIONALLY).
003920*----------------------------------------------------------------
003930 01  WS-RGN-COUNT                PIC 9(03).
003940 01  WS-RGN-TABLE.
003950     05  WS-RGN-ENTRY            OCCURS 50 TIMES.
003960         10  RGN-CODE            PIC X(03).
003970         10  RGN-SITES           PIC 9(05).
003980         10  RGN-ANS             PIC 9(10)V9(10).
003990         10  RGN-BEST-I          PIC 9(05).
004000         10  RGN-BEST-J          PIC 9(05).
004010         10  RGN-MIN             PIC 9(10)V9(10).
004020         10  RGN-MIN-I           PIC 9(05).
004030         10  RGN-MIN-J           PIC 9(05).
004040 01  WS-RGN-IDX                  PIC 9(03).
004050 01  WS-RGN-FOUND-IDX            PIC 9(03).
004060 01  WS-CELL-RGN                 PIC 9(03).
004070 01  WS-PRV-RGN-COUNT            PIC 9(03).
004080 01  WS-XRGN-COUNT               PIC 9(05)  COMP.
004090*----------------------------------------------------------------
004100* CROSS-REGION SECTION LINES FOR THE NEIGHBOR REPORT
004110*----------------------------------------------------------------
004120 01  WS-XRGN-TITLE-LINE.
004130     05  FILLER                  PIC X(43)  VALUE
004140         'CROSS-REGION SITES - NEAREST NEIGHBOR IS IN'.
004150     05  FILLER                  PIC X(15)  VALUE
004160         ' ANOTHER REGION'.
004170     05  FILLER                  PIC X(26)  VALUE SPACES.
004180 01  WS-XRGN-TOTAL-LINE.
004190     05  FILLER                  PIC X(21)  VALUE
004200         'CROSS-REGION SITES = '.
004210     05  WS-XRGN-COUNT-D         PIC ZZZZ9.
004220     05  FILLER                  PIC X(58)  VALUE SPACES.
004230*----------------------------------------------------------------
004240* WORK FIELDS
004250*----------------------------------------------------------------
004260 01  X                           PIC S9(10)9.
004270 01  Y                           PIC S9(10)9.
004280 01  I                           PIC 9(05).
004290 01  J                           PIC 9(05).
004300 01  ANS                         PIC 9(10)V9(10).
004310 01  DIST                        PIC 9(10)V9(10).
004320 01  WS-BEST-I                   PIC 9(05).
004330 01  WS-BEST-J                   PIC 9(05).
004340 01  WS-MIN                      PIC 9(10)V9(10).
004350 01  WS-MIN-I                    PIC 9(05).
004360 01  WS-MIN-J                    PIC 9(05).
004370 01  WS-RUN-DATE                 PIC 9(08).
004380 01  WS-RUN-TIME                 PIC 9(08).
004390*    INACTIVE-SITE SKIPS - JOURNALED SO THE WHOLE-NIGHT
004400*    BALANCING STEP (RECBAL) CAN PROVE THE DSTIN TRAILER
004410*    COUNT EQUALS SITES LOADED PLUS SITES SKIPPED.
004420 01  WS-SKIP-COUNT               PIC 9(05)  COMP.
004430 01  WS-SKIP-COUNT-D             PIC 9(05).
004440*----------------------------------------------------------------
004450* SITE MOVEMENT REPORT WORK FIELDS - TONIGHT'S COORDINATES ARE
004460* COMPARED BY SITE ID AGAINST WHAT DSTPRV RECORDED, SO A
004470* RELOCATED DEPOT OR A FAT-FINGERED COORDINATE IS NAMED
004480* INSTEAD OF HIDING INSIDE A FULL-SCAN NIGHT.
004490*----------------------------------------------------------------
004500 01  WS-MOVE-COUNT               PIC 9(05)  COMP.
004510 01  WS-MOVE-SITE-IDX            PIC 9(05).
004520 01  WS-MOVE-LINE.
004530     05  WS-MOV-ID               PIC ZZZZ9.
004540     05  FILLER                  PIC X(01)  VALUE SPACE.
004550     05  WS-MOV-NAME             PIC X(20).
004560     05  FILLER                  PIC X(05)  VALUE ' OLD='.
004570     05  WS-MOV-OLD-X            PIC -(10)9.
004580     05  FILLER                  PIC X(01)  VALUE ','.
004590     05  WS-MOV-OLD-Y            PIC -(10)9.
004600     05  FILLER                  PIC X(05)  VALUE ' NEW='.
004610     05  WS-MOV-NEW-X            PIC -(10)9.
004620     05  FILLER                  PIC X(01)  VALUE ','.
004630     05  WS-MOV-NEW-Y            PIC -(10)9.
004640     05  FILLER                  PIC X(07)  VALUE ' MOVED='.
004650     05  WS-MOV-DIST             PIC -(10)9.9999999999.
004660     05  FILLER                  PIC X(09)  VALUE SPACES.
004670 01  WS-MOVE-HEADER-LINE.
004680     05  FILLER                  PIC X(33)  VALUE
004690         'SITE MOVEMENT VS PRIOR RUN AS OF '.
004700     05  WS-MOV-HDR-DATE         PIC 9(08).
004710     05  FILLER                  PIC X(79)  VALUE SPACES.
004720 01  WS-MOVE-TOTAL-LINE.
004730     05  FILLER                  PIC X(29)  VALUE
004740         'SITES MOVED FROM PRIOR RUN = '.
004750     05  WS-MOV-TOT-COUNT        PIC ZZZZ9.
004760     05  FILLER                  PIC X(86)  VALUE SPACES.
004770*----------------------------------------------------------------
004780* REGION BOX EXCEPTION REPORT WORK FIELDS - EVERY LOADED SITE IS
004790* CHECKED AGAINST ITS REGION ON THE REGION MASTER (RGNMST,
004800* LOADED BY RGNLOAD): A REGION NOT ON THE MASTER, AN INACTIVE
004810* REGION, OR COORDINATES OUTSIDE THE REGION'S BOUNDING BOX
004820* LISTS THE SITE ON DSTBOX. REPORT ONLY - THE SCAN ITSELF DOES
004830* NOT DEPEND ON THE REGION MASTER.
004840*----------------------------------------------------------------
004850     COPY RGNTAB.
004860 01  WS-BOX-COUNT                PIC 9(05)  COMP.
004870 01  WS-BOX-REG-IDX              PIC 9(03).
004880 01  WS-BOX-FOUND-IDX            PIC 9(03).
004890 01  WS-BOX-LINE.
004900     05  WS-BOX-ID               PIC ZZZZ9.
004910     05  FILLER                  PIC X(01)  VALUE SPACE.
004920     05  WS-BOX-NAME             PIC X(20).
004930     05  FILLER                  PIC X(01)  VALUE SPACE.
004940     05  WS-BOX-REGION           PIC X(03).
004950     05  FILLER                  PIC X(04)  VALUE ' AT='.
004960     05  WS-BOX-X                PIC -(10)9.
004970     05  FILLER                  PIC X(01)  VALUE ','.
004980     05  WS-BOX-Y                PIC -(10)9.
004990     05  FILLER                  PIC X(01)  VALUE SPACE.
005000     05  WS-BOX-REASON           PIC X(20).
005010     05  WS-BOX-AREA.
005020         10  WS-BOX-LABEL        PIC X(05).
005030         10  WS-BOX-MIN-X        PIC -(10)9.
005040         10  WS-BOX-COMMA-1      PIC X(01).
005050         10  WS-BOX-MIN-Y        PIC -(10)9.
005060         10  WS-BOX-TO           PIC X(04).
005070         10  WS-BOX-MAX-X        PIC -(10)9.
005080         10  WS-BOX-COMMA-2      PIC X(01).
005090         10  WS-BOX-MAX-Y        PIC -(10)9.
005100     05  FILLER                  PIC X(07)  VALUE SPACES.
005110 01  WS-BOX-HEADER-LINE.
005120     05  FILLER                  PIC X(46)  VALUE
005130         'SITES OUTSIDE THEIR REGION BOUNDING BOX AS OF '.
005140     05  WS-BOX-HDR-DATE         PIC 9(08).
005150     05  FILLER                  PIC X(86)  VALUE SPACES.
005160 01  WS-BOX-NOCHK-LINE.
005170     05  FILLER                  PIC X(46)  VALUE
005180         'REGION MASTER NOT USABLE - SITES NOT CHECKED: '.
005190     05  WS-BOX-NOCHK-TEXT       PIC X(40).
005200     05  FILLER                  PIC X(54)  VALUE SPACES.
005210 01  WS-BOX-TOTAL-LINE.
005220     05  FILLER                  PIC X(24)  VALUE
005230         'REGION BOX EXCEPTIONS = '.
005240     05  WS-BOX-TOT-COUNT        PIC ZZZZ9.
005250     05  FILLER                  PIC X(111) VALUE SPACES.
005260*----------------------------------------------------------------
005270* RUN CYCLE - LOADED FROM RUNCYC BY CYCLOAD
005280*----------------------------------------------------------------
005290     COPY CYCTAB.
005300*
005310 PROCEDURE DIVISION.
005320*================================================================
005330 0000-MAINLINE.
005340*================================================================
005350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005360     IF WS-CYCLE-ERROR OR WS-PARM-ERROR
005370         MOVE 8 TO RETURN-CODE
005380         GO TO 9999-EXIT
005390     END-IF.
005400     IF WS-N-IS-VALID
005410         IF WS-DELTA-MODE
005420             PERFORM 5000-DELTA-SCAN THRU 5000-EXIT
005430         ELSE
005440             PERFORM 4000-SCAN-PAIRS THRU 4000-EXIT
005450         END-IF
005460         PERFORM 4400-CLEAR-CHECKPOINT THRU 4400-EXIT
005470         PERFORM 4500-WRITE-DST-REPORT THRU 4500-EXIT
005480         PERFORM 4600-WRITE-NBR-REPORT THRU 4600-EXIT
005490         PERFORM 4700-WRITE-PRIOR THRU 4700-EXIT
005500         DISPLAY ANS
005510         DISPLAY "FARTHEST PAIR IS SITE " SID(WS-BEST-I)
005520                 " " SNAME(WS-BEST-I)
005530                 " (" XX(WS-BEST-I) "," YY(WS-BEST-I) ")"
005540                 " AND SITE " SID(WS-BEST-J)
005550                 " " SNAME(WS-BEST-J)
005560                 " (" XX(WS-BEST-J) "," YY(WS-BEST-J) ")"
005570         DISPLAY "CLOSEST PAIR IS SITE " SID(WS-MIN-I)
005580                 " " SNAME(WS-MIN-I)
005590                 " (" XX(WS-MIN-I) "," YY(WS-MIN-I) ")"
005600                 " AND SITE " SID(WS-MIN-J)
005610                 " " SNAME(WS-MIN-J)
005620                 " (" XX(WS-MIN-J) "," YY(WS-MIN-J) ")"
005630                 " AT DISTANCE " WS-MIN
005640     END-IF.
005650     PERFORM 8000-TERMINATE THRU 8000-EXIT.
005660     GO TO 9999-EXIT.
005670*================================================================
005680 0500-JOURNAL-START.
005690*================================================================
005700*    THE JOURNAL IS ALREADY OPEN EXTEND - THE START ENTRY GOES
005710*    OUT BEFORE THE FIRST SITE IS TOUCHED SO JRNTIME CAN
005720*    CHARGE THIS STEP ITS ELAPSED TIME.
005730     MOVE SPACES TO JRNL-RECORD.
005740     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005750     ACCEPT WS-RUN-TIME FROM TIME.
005760     MOVE WS-RUN-DATE TO JRNL-RUN-DATE.
005770     MOVE WS-RUN-TIME TO JRNL-RUN-TIME.
005780     MOVE 'DST153E' TO JRNL-PROGRAM-ID.
005790     MOVE CYC-NUMBER TO JRNL-CYCLE.
005800     MOVE 'RUN STARTED' TO JRNL-RESULT-SUMMARY.
005810     WRITE JRNL-RECORD.
005820 0500-EXIT.
005830     EXIT.
005840*================================================================
005850 1000-INITIALIZE.
005860*================================================================
005870     CALL 'CYCLOAD' USING CYC-BLOCK.
005880     IF CYC-BAD-FILE
005890         DISPLAY "RUN-CYCLE CARD BAD: " CYC-ERROR-TEXT
005900         DISPLAY "RUN REJECTED"
005910         SET WS-CYCLE-ERROR TO TRUE
005920         GO TO 1000-EXIT
005930     END-IF.
005940     PERFORM 1020-LOAD-PARMS THRU 1020-EXIT.
005950     IF WS-PARM-ERROR
005960         GO TO 1000-EXIT
005970     END-IF.
005980     OPEN EXTEND JOURNAL-FILE.
005990     PERFORM 0500-JOURNAL-START THRU 0500-EXIT.
006000     OPEN OUTPUT DST-REPORT-FILE.
006010     OPEN OUTPUT DST-NBR-FILE.
006020     MOVE 0.0 TO ANS.
006030     MOVE ALL '9' TO WS-MIN.
006040     MOVE 0 TO WS-BEST-I WS-BEST-J WS-MIN-I WS-MIN-J.
006050     MOVE 1 TO WS-START-I.
006060     MOVE 0 TO WS-RGN-COUNT.
006070     MOVE 0 TO WS-SKIP-COUNT.
006080     PERFORM 1050-LOAD-MASTER THRU 1050-EXIT.
006090     IF WS-N-IS-VALID
006100         PERFORM 1100-LOAD-SITES THRU 1100-EXIT
006110     END-IF.
006120     IF WS-N-IS-VALID
006130         IF N < 2
006140             DISPLAY "FEWER THAN TWO VALID SITES - NO PAIR "
006150                     "TO COMPARE"
006160             MOVE 'N' TO WS-VALID-N-SWITCH
006170         ELSE
006180             PERFORM 1160-CLEAR-NEIGHBORS THRU 1160-EXIT
006190             PERFORM 1400-REPORT-MOVEMENT THRU 1400-EXIT
006200             PERFORM 1500-REPORT-BOX-EXCEPTIONS THRU 1500-EXIT
006210             PERFORM 1300-TRY-DELTA THRU 1300-EXIT
006220             IF NOT WS-DELTA-MODE
006230                 PERFORM 1200-CHECK-RESTART THRU 1200-EXIT
006240             END-IF
006250         END-IF
006260     END-IF.
006270 1000-EXIT.
006280     EXIT.
006290*================================================================
006300 1020-LOAD-PARMS.
006310*================================================================
006320     CALL 'PRMLOAD' USING PRM-BLOCK.
006330     IF PRM-BAD-FILE
006340         DISPLAY "PARAMETER FILE MALFORMED AT: " PRM-ERROR-TEXT
006350         DISPLAY "RUN REJECTED"
006360         SET WS-PARM-ERROR TO TRUE
006370         GO TO 1020-EXIT
006380     END-IF.
006390     MOVE 'MAX-POINTS' TO WS-PARM-KEY.
006400     PERFORM 1030-FETCH-PARM THRU 1030-EXIT.
006410     IF WS-PARM-FOUND AND NOT WS-PARM-ERROR
006420*        THE 2000 CEILING IS THE LITERAL ON THE SITE TABLES'
006430*        OCCURS CLAUSES - A PARAMETER CANNOT RAISE IT.
006440         IF WS-PARM-NUM = 0 OR WS-PARM-NUM > 2000
006450             DISPLAY "PARAMETER MAX-POINTS INVALID - "
006460                     "RUN REJECTED"
006470             SET WS-PARM-ERROR TO TRUE
006480         ELSE
006490             MOVE WS-PARM-NUM TO WS-MAX-POINTS
006500         END-IF
006510     END-IF.
006520     MOVE 'CKPT-INTERVAL' TO WS-PARM-KEY.
006530     PERFORM 1030-FETCH-PARM THRU 1030-EXIT.
006540     IF WS-PARM-FOUND AND NOT WS-PARM-ERROR
006550         IF WS-PARM-NUM = 0
006560             DISPLAY "PARAMETER CKPT-INTERVAL INVALID - "
006570                     "RUN REJECTED"
006580             SET WS-PARM-ERROR TO TRUE
006590         ELSE
006600             MOVE WS-PARM-NUM TO WS-CKPT-INTERVAL
006610         END-IF
006620     END-IF.
006630     IF WS-PARM-ERROR
006640         GO TO 1020-EXIT
006650     END-IF.
006660     MOVE 'SCAN-MODE' TO WS-PARM-KEY.
006670     MOVE 'N' TO WS-PARM-FOUND-SWITCH.
006680     MOVE 0 TO WS-PARM-FOUND-IDX.
006690     PERFORM 1035-MATCH-PARM THRU 1035-EXIT
006700         VARYING WS-PARM-IDX FROM 1 BY 1
006710         UNTIL WS-PARM-IDX > PRM-COUNT
006720             OR WS-PARM-FOUND.
006730     IF WS-PARM-FOUND
006740         IF PRM-VALUE(WS-PARM-FOUND-IDX) = 'FULL'
006750             SET WS-FORCE-FULL TO TRUE
006760         ELSE
006770             IF PRM-VALUE(WS-PARM-FOUND-IDX) NOT = 'DELTA'
006780                 DISPLAY "PARAMETER SCAN-MODE INVALID - "
006790                         "RUN REJECTED"
006800                 SET WS-PARM-ERROR TO TRUE
006810             END-IF
006820         END-IF
006830     END-IF.
006840 1020-EXIT.
006850     EXIT.
006860*================================================================
006870 1030-FETCH-PARM.
006880*================================================================
006890*    LOOKS WS-PARM-KEY UP IN THE LOADED TABLE. WHEN PRESENT THE
006900*    VALUE MUST BE AN UNSIGNED WHOLE NUMBER OF UP TO FIVE
006910*    DIGITS OR THE RUN IS REJECTED NAMING THE PARAMETER.
006920     MOVE 'N' TO WS-PARM-FOUND-SWITCH.
006930     MOVE 0 TO WS-PARM-FOUND-IDX.
006940     PERFORM 1035-MATCH-PARM THRU 1035-EXIT
006950         VARYING WS-PARM-IDX FROM 1 BY 1
006960         UNTIL WS-PARM-IDX > PRM-COUNT
006970             OR WS-PARM-FOUND.
006980     IF NOT WS-PARM-FOUND
006990         GO TO 1030-EXIT
007000     END-IF.
007010     MOVE 0 TO WS-PARM-LEN.
007020     INSPECT PRM-VALUE(WS-PARM-FOUND-IDX)
007030         TALLYING WS-PARM-LEN
007040         FOR CHARACTERS BEFORE INITIAL SPACE.
007050     IF WS-PARM-LEN = 0 OR WS-PARM-LEN > 5
007060         OR PRM-VALUE(WS-PARM-FOUND-IDX)(1:WS-PARM-LEN)
007070             NOT NUMERIC
007080         DISPLAY "PARAMETER " WS-PARM-KEY
007090                 " INVALID - RUN REJECTED"
007100         SET WS-PARM-ERROR TO TRUE
007110     ELSE
007120         MOVE PRM-VALUE(WS-PARM-FOUND-IDX)(1:WS-PARM-LEN)
007130             TO WS-PARM-NUM
007140     END-IF.
007150 1030-EXIT.
007160     EXIT.
007170*================================================================
007180 1035-MATCH-PARM.
007190*================================================================
007200     IF PRM-KEYWORD(WS-PARM-IDX) = WS-PARM-KEY
007210         MOVE 'Y' TO WS-PARM-FOUND-SWITCH
007220         MOVE WS-PARM-IDX TO WS-PARM-FOUND-IDX
007230     END-IF.
007240 1035-EXIT.
007250     EXIT.
007260*================================================================
007270 1050-LOAD-MASTER.
007280*================================================================
007290     MOVE 0 TO WS-MASTER-COUNT.
007300     OPEN INPUT SITE-MASTER-FILE.
007310     PERFORM 1060-READ-ONE-MASTER THRU 1060-EXIT
007320         UNTIL WS-MASTER-EOF OR NOT WS-N-IS-VALID.
007330     CLOSE SITE-MASTER-FILE.
007340     IF WS-N-IS-VALID AND WS-MASTER-COUNT = 0
007350         DISPLAY "SITE MASTER IS EMPTY - RUN REJECTED"
007360         MOVE 'N' TO WS-VALID-N-SWITCH
007370     END-IF.
007380 1050-EXIT.
007390     EXIT.
007400*================================================================
007410 1060-READ-ONE-MASTER.
007420*================================================================
007430     READ SITE-MASTER-FILE
007440         AT END
007450             SET WS-MASTER-EOF TO TRUE
007460     END-READ.
007470     IF NOT WS-MASTER-EOF
007480*        THE MASTER TABLE IS A FIXED OCCURS 2000 - THE RUNTIME
007490*        MAX-POINTS PARAMETER ONLY LIMITS THE FEED, NOT THE
007500*        MASTER, SO LOWERING IT MUST NOT REJECT A MASTER THAT
007510*        STILL FITS ITS OWN TABLE.
007520         IF WS-MASTER-COUNT >= 2000
007530             DISPLAY "SITE MASTER EXCEEDS MASTER TABLE "
007540                     "CEILING OF 2000"
007550             MOVE 'N' TO WS-VALID-N-SWITCH
007560         ELSE
007570             IF SITEMST-SITE-ID NOT NUMERIC
007580                 DISPLAY "NON-NUMERIC SITE ID ON MASTER RECORD"
007590                 MOVE 'N' TO WS-VALID-N-SWITCH
007600             ELSE
007610                 ADD 1 TO WS-MASTER-COUNT
007620                 MOVE SITEMST-SITE-ID
007630                     TO MST-SITE-ID(WS-MASTER-COUNT)
007640                 MOVE SITEMST-NAME
007650                     TO MST-NAME(WS-MASTER-COUNT)
007660                 MOVE SITEMST-REGION
007670                     TO MST-REGION(WS-MASTER-COUNT)
007680                 MOVE SITEMST-STATUS
007690                     TO MST-STATUS(WS-MASTER-COUNT)
007700             END-IF
007710         END-IF
007720     END-IF.
007730 1060-EXIT.
007740     EXIT.
007750*================================================================
007760 1070-FIND-MASTER-SITE.
007770*================================================================
007780*    SETS WS-FOUND-IDX TO THE MASTER ROW FOR DSTPOINT-SITE-ID,
007790*    OR ZERO WHEN THE SITE IS NOT ON THE MASTER.
007800     MOVE 0 TO WS-FOUND-IDX.
007810     PERFORM 1075-MATCH-MASTER-ROW THRU 1075-EXIT
007820         VARYING WS-MASTER-IDX FROM 1 BY 1
007830         UNTIL WS-MASTER-IDX > WS-MASTER-COUNT
007840             OR WS-FOUND-IDX > 0.
007850 1070-EXIT.
007860     EXIT.
007870*================================================================
007880 1075-MATCH-MASTER-ROW.
007890*================================================================
007900     IF MST-SITE-ID(WS-MASTER-IDX) = DSTPOINT-SITE-ID
007910         MOVE WS-MASTER-IDX TO WS-FOUND-IDX
007920     END-IF.
007930 1075-EXIT.
007940     EXIT.
007950*================================================================
007960 1100-LOAD-SITES.
007970*================================================================
007980     MOVE 0 TO N.
007990     OPEN INPUT DST-INPUT-FILE.
008000     PERFORM 1110-READ-ONE-POINT THRU 1110-EXIT
008010         UNTIL WS-INPUT-EOF OR NOT WS-N-IS-VALID.
008020     CLOSE DST-INPUT-FILE.
008030 1100-EXIT.
008040     EXIT.
008050*================================================================
008060 1110-READ-ONE-POINT.
008070*================================================================
008080     READ DST-INPUT-FILE
008090         AT END
008100             SET WS-INPUT-EOF TO TRUE
008110     END-READ.
008120     IF NOT WS-INPUT-EOF
008130*        CONTROL RECORDS WERE PROVEN BY FEEDCHK IN STEP005 -
008140*        READ PAST THEM HERE.
008150         IF DSTPOINT-RECORD(1:3) = 'HDR'
008160             OR DSTPOINT-RECORD(1:3) = 'TRL'
008170             GO TO 1110-EXIT
008180         END-IF
008190         ADD 1 TO N
008200         IF N > WS-MAX-POINTS
008210             DISPLAY "N EXCEEDS MAXIMUM CONFIGURED POINTS OF "
008220                     WS-MAX-POINTS
008230             MOVE 'N' TO WS-VALID-N-SWITCH
008240         ELSE
008250             IF DSTPOINT-X NOT NUMERIC OR DSTPOINT-Y NOT NUMERIC
008260                 DISPLAY "NON-NUMERIC COORDINATE ON SITE RECORD "
008270                         N
008280                 MOVE 'N' TO WS-VALID-N-SWITCH
008290             ELSE
008300                 PERFORM 1150-RESOLVE-SITE THRU 1150-EXIT
008310         END-IF
008320     END-IF.
008330 1110-EXIT.
008340     EXIT.
008350*================================================================
008360 1150-RESOLVE-SITE.
008370*================================================================
008380*    THE RECORD'S COORDINATES ARE CLEAN - NOW IT MUST RESOLVE
008390*    TO THE SITE MASTER. UNKNOWN SITE ID REJECTS THE RUN (A
008400*    FEED REFERENCING A DEPOT WE DO NOT KNOW IS A BAD FEED);
008410*    AN INACTIVE SITE IS SKIPPED SO A CLOSED DEPOT DROPS OUT
008420*    OF THE SCAN WITHOUT RE-CUTTING THE FILE.
008430     IF DSTPOINT-SITE-ID NOT NUMERIC
008440         DISPLAY "NON-NUMERIC SITE ID ON SITE RECORD " N
008450         MOVE 'N' TO WS-VALID-N-SWITCH
008460         GO TO 1150-EXIT
008470     END-IF.
008480     PERFORM 1070-FIND-MASTER-SITE THRU 1070-EXIT.
008490     IF WS-FOUND-IDX = 0
008500         DISPLAY "SITE " DSTPOINT-SITE-ID
008510                 " NOT ON SITE MASTER - RUN REJECTED"
008520         MOVE 'N' TO WS-VALID-N-SWITCH
008530         GO TO 1150-EXIT
008540     END-IF.
008550     IF MST-STATUS(WS-FOUND-IDX) NOT = 'A'
008560         DISPLAY "SITE " DSTPOINT-SITE-ID
008570                 " INACTIVE - RECORD SKIPPED"
008580         SUBTRACT 1 FROM N
008590         ADD 1 TO WS-SKIP-COUNT
008600         GO TO 1150-EXIT
008610     END-IF.
008620     MOVE DSTPOINT-SITE-ID TO SID(N).
008630     MOVE MST-NAME(WS-FOUND-IDX) TO SNAME(N).
008640     MOVE DSTPOINT-X TO XX(N).
008650     MOVE DSTPOINT-Y TO YY(N).
008660     MOVE MST-REGION(WS-FOUND-IDX) TO SREGION(N).
008670     PERFORM 1180-REGISTER-REGION THRU 1180-EXIT.
008680 1150-EXIT.
008690     EXIT.
008700*================================================================
008710 1160-CLEAR-NEIGHBORS.
008720*================================================================
008730     PERFORM 1170-CLEAR-ONE-NEIGHBOR THRU 1170-EXIT
008740         VARYING I FROM 1 BY 1
008750         UNTIL I > N.
008760 1160-EXIT.
008770     EXIT.
008780*================================================================
008790 1170-CLEAR-ONE-NEIGHBOR.
008800*================================================================
008810     MOVE ALL '9' TO NBR-DIST(I).
008820     MOVE 0 TO NBR-IDX(I).
008830 1170-EXIT.
008840     EXIT.
008850*================================================================
008860 1180-REGISTER-REGION.
008870*================================================================
008880*    FINDS OR ADDS THE REGION ROW FOR SREGION(N) AND POINTS
008890*    SRGNIDX(N) AT IT. A NEW ROW STARTS WITH EMPTY RESULTS.
008900     MOVE 0 TO WS-RGN-FOUND-IDX.
008910     PERFORM 1185-MATCH-REGION THRU 1185-EXIT
008920         VARYING WS-RGN-IDX FROM 1 BY 1
008930         UNTIL WS-RGN-IDX > WS-RGN-COUNT
008940             OR WS-RGN-FOUND-IDX > 0.
008950     IF WS-RGN-FOUND-IDX = 0
008960         IF WS-RGN-COUNT >= WS-MAX-REGIONS
008970             DISPLAY "MORE THAN " WS-MAX-REGIONS
008980                     " REGIONS ON THE SITE LIST - RUN REJECTED"
008990             MOVE 'N' TO WS-VALID-N-SWITCH
009000             GO TO 1180-EXIT
009010         END-IF
009020         ADD 1 TO WS-RGN-COUNT
009030         MOVE WS-RGN-COUNT TO WS-RGN-FOUND-IDX
009040         MOVE SREGION(N) TO RGN-CODE(WS-RGN-FOUND-IDX)
009050         MOVE 0 TO RGN-SITES(WS-RGN-FOUND-IDX)
009060         MOVE WS-RGN-COUNT TO WS-RGN-IDX
009070         PERFORM 1195-CLEAR-ONE-RGN THRU 1195-EXIT
009080     END-IF.
009090     MOVE WS-RGN-FOUND-IDX TO SRGNIDX(N).
009100     ADD 1 TO RGN-SITES(WS-RGN-FOUND-IDX).
009110 1180-EXIT.
009120     EXIT.
009130*================================================================
009140 1185-MATCH-REGION.
009150*================================================================
009160     IF RGN-CODE(WS-RGN-IDX) = SREGION(N)
009170         MOVE WS-RGN-IDX TO WS-RGN-FOUND-IDX
009180     END-IF.
009190 1185-EXIT.
009200     EXIT.
009210*================================================================
009220 1190-CLEAR-RGN-RESULTS.
009230*================================================================
009240     PERFORM 1195-CLEAR-ONE-RGN THRU 1195-EXIT
009250         VARYING WS-RGN-IDX FROM 1 BY 1
009260         UNTIL WS-RGN-IDX > WS-RGN-COUNT.
009270 1190-EXIT.
009280     EXIT.
009290*================================================================
009300 1195-CLEAR-ONE-RGN.
009310*================================================================
009320     MOVE 0 TO RGN-ANS(WS-RGN-IDX).
009330     MOVE ALL '9' TO RGN-MIN(WS-RGN-IDX).
009340     MOVE 0 TO RGN-BEST-I(WS-RGN-IDX).
009350     MOVE 0 TO RGN-BEST-J(WS-RGN-IDX).
009360     MOVE 0 TO RGN-MIN-I(WS-RGN-IDX).
009370     MOVE 0 TO RGN-MIN-J(WS-RGN-IDX).
009380 1195-EXIT.
009390     EXIT.
009400*================================================================
009410 1200-CHECK-RESTART.
009420*================================================================
009430     OPEN INPUT DST-CHECKPOINT-FILE.
009440     IF WS-CKPT-STATUS = '00'
009450         READ DST-CHECKPOINT-FILE
009460         IF WS-CKPT-STATUS = '00'
009470             COMPUTE WS-START-I = CKPT-LAST-I + 1
009480             MOVE CKPT-ANS    TO ANS
009490             MOVE CKPT-MIN    TO WS-MIN
009500             MOVE CKPT-BEST-I TO WS-BEST-I
009510             MOVE CKPT-BEST-J TO WS-BEST-J
009520             MOVE CKPT-MIN-I  TO WS-MIN-I
009530             MOVE CKPT-MIN-J  TO WS-MIN-J
009540             SET WS-IS-RESTART TO TRUE
009550             IF CKPT-RGN-COUNT NOT NUMERIC
009560                 OR CKPT-RGN-COUNT NOT = WS-RGN-COUNT
009570                 PERFORM 1260-DISCARD-CHECKPOINT THRU 1260-EXIT
009580             END-IF
009590             IF WS-IS-RESTART
009600                 PERFORM 1250-LOAD-NBR-CKPT THRU 1250-EXIT
009610                     VARYING WS-CKPT-SEQ FROM 1 BY 1
009620                     UNTIL WS-CKPT-SEQ > N
009630                         OR NOT WS-IS-RESTART
009640             END-IF
009650             IF WS-IS-RESTART
009660                 PERFORM 1255-LOAD-RGN-CKPT THRU 1255-EXIT
009670                     VARYING WS-RGN-IDX FROM 1 BY 1
009680                     UNTIL WS-RGN-IDX > WS-RGN-COUNT
009690                         OR NOT WS-IS-RESTART
009700             END-IF
009710         END-IF
009720     END-IF.
009730*    CLOSE REGARDLESS OF STATUS - AN OPTIONAL FILE THAT WAS NOT
009740*    FOUND AT OPEN TIME IS STILL LEFT OPEN AND MUST BE CLOSED
009750*    BEFORE THE CHECKPOINT WRITER CAN LATER OPEN IT FOR OUTPUT.
009760     CLOSE DST-CHECKPOINT-FILE.
009770 1200-EXIT.
009780     EXIT.
009790*================================================================
009800 1250-LOAD-NBR-CKPT.
009810*================================================================
009820     READ DST-CHECKPOINT-FILE.
009830     IF WS-CKPT-STATUS NOT = '00'
009840         OR CKPT-NBR-SEQ NOT NUMERIC
009850         OR CKPT-NBR-SEQ NOT = WS-CKPT-SEQ
009860         PERFORM 1260-DISCARD-CHECKPOINT THRU 1260-EXIT
009870     ELSE
009880         MOVE CKPT-NBR-IDX TO NBR-IDX(WS-CKPT-SEQ)
009890         MOVE CKPT-NBR-DIST TO NBR-DIST(WS-CKPT-SEQ)
009900     END-IF.
009910 1250-EXIT.
009920     EXIT.
009930*================================================================
009940 1255-LOAD-RGN-CKPT.
009950*================================================================
009960*    THE REGION ROWS REGISTER IN SITE-LOAD ORDER, AND A RESTART
009970*    RELOADS THE SAME SITE FILE, SO THE CHECKPOINT'S REGION
009980*    RECORDS MUST MATCH THE TABLE ROW FOR ROW.
009990     READ DST-CHECKPOINT-FILE.
010000     IF WS-CKPT-STATUS NOT = '00'
010010         OR CKPT-RGN-SEQ NOT NUMERIC
010020         OR CKPT-RGN-SEQ NOT = WS-RGN-IDX
010030         OR CKPT-RGN-CODE NOT = RGN-CODE(WS-RGN-IDX)
010040         PERFORM 1260-DISCARD-CHECKPOINT THRU 1260-EXIT
010050     ELSE
010060         MOVE CKPT-RGN-ANS TO RGN-ANS(WS-RGN-IDX)
010070         MOVE CKPT-RGN-BEST-I TO RGN-BEST-I(WS-RGN-IDX)
010080         MOVE CKPT-RGN-BEST-J TO RGN-BEST-J(WS-RGN-IDX)
010090         MOVE CKPT-RGN-MIN TO RGN-MIN(WS-RGN-IDX)
010100         MOVE CKPT-RGN-MIN-I TO RGN-MIN-I(WS-RGN-IDX)
010110         MOVE CKPT-RGN-MIN-J TO RGN-MIN-J(WS-RGN-IDX)
010120     END-IF.
010130 1255-EXIT.
010140     EXIT.
010150*================================================================
010160 1260-DISCARD-CHECKPOINT.
010170*================================================================
010180*    THE CHECKPOINT DOES NOT CARRY ONE CLEAN NEIGHBOR RECORD
010190*    PER LOADED SITE - IT WAS CUT AGAINST A DIFFERENT SITE
010200*    LIST OR IS DAMAGED. SAFEST IS TO THROW IT AWAY AND SCAN
010210*    FROM SITE 1.
010220     DISPLAY "CHECKPOINT DOES NOT MATCH SITE LIST - "
010230             "RESTARTING FROM SITE 1".
010240     MOVE 1 TO WS-START-I.
010250     MOVE 0.0 TO ANS.
010260     MOVE ALL '9' TO WS-MIN.
010270     MOVE 0 TO WS-BEST-I WS-BEST-J WS-MIN-I WS-MIN-J.
010280     MOVE 'N' TO WS-RESTART-SWITCH.
010290     PERFORM 1160-CLEAR-NEIGHBORS THRU 1160-EXIT.
010300     PERFORM 1190-CLEAR-RGN-RESULTS THRU 1190-EXIT.
010310 1260-EXIT.
010320     EXIT.
010330*================================================================
010340 1300-TRY-DELTA.
010350*================================================================
010360     IF WS-FORCE-FULL
010370         DISPLAY "FULL SCAN FORCED BY SCAN-MODE"
010380         GO TO 1300-EXIT
010390     END-IF.
010400     OPEN INPUT DST-PRIOR-FILE.
010410     IF WS-PRV-STATUS NOT = '00'
010420         CLOSE DST-PRIOR-FILE
010430         GO TO 1300-EXIT
010440     END-IF.
010450     READ DST-PRIOR-FILE.
010460     IF WS-PRV-STATUS NOT = '00'
010470         OR NOT PRV-IS-HEADER
010480         OR PRV-N NOT NUMERIC
010490         OR PRV-N < 2
010500         OR PRV-N > N
010510         OR PRV-RGN-COUNT NOT NUMERIC
010520         CLOSE DST-PRIOR-FILE
010530         GO TO 1300-EXIT
010540     END-IF.
010550     MOVE PRV-N TO WS-PRV-N.
010560     MOVE PRV-RGN-COUNT TO WS-PRV-RGN-COUNT.
010570     MOVE PRV-ANS TO WS-PRV-ANS.
010580     MOVE PRV-MIN TO WS-PRV-MIN.
010590     MOVE PRV-BEST-I TO WS-PRV-BEST-I.
010600     MOVE PRV-BEST-J TO WS-PRV-BEST-J.
010610     MOVE PRV-MIN-I TO WS-PRV-MIN-I.
010620     MOVE PRV-MIN-J TO WS-PRV-MIN-J.
010630     SET WS-DELTA-MODE TO TRUE.
010640     PERFORM 1350-PROVE-PRIOR-SITE THRU 1350-EXIT
010650         VARYING WS-PRV-SEQ FROM 1 BY 1
010660         UNTIL WS-PRV-SEQ > WS-PRV-N
010670             OR NOT WS-DELTA-MODE.
010680*    PRIOR REGIONS MUST BE A PREFIX OF TONIGHT'S REGION TABLE -
010690*    THE PREFIX RULE ON THE SITES GUARANTEES IT WHEN THE LIST
010700*    REALLY IS UNCHANGED-PLUS-APPENDS.
010710     IF WS-DELTA-MODE
010720         AND WS-PRV-RGN-COUNT > WS-RGN-COUNT
010730         PERFORM 1360-ABANDON-DELTA THRU 1360-EXIT
010740     END-IF.
010750     IF WS-DELTA-MODE
010760         PERFORM 1370-PROVE-PRIOR-REGION THRU 1370-EXIT
010770             VARYING WS-RGN-IDX FROM 1 BY 1
010780             UNTIL WS-RGN-IDX > WS-PRV-RGN-COUNT
010790                 OR NOT WS-DELTA-MODE
010800     END-IF.
010810     CLOSE DST-PRIOR-FILE.
010820     IF WS-DELTA-MODE
010830         MOVE WS-PRV-ANS TO ANS
010840         MOVE WS-PRV-MIN TO WS-MIN
010850         MOVE WS-PRV-BEST-I TO WS-BEST-I
010860         MOVE WS-PRV-BEST-J TO WS-BEST-J
010870         MOVE WS-PRV-MIN-I TO WS-MIN-I
010880         MOVE WS-PRV-MIN-J TO WS-MIN-J
010890         DISPLAY "DELTA SCAN - PRIOR SITES=" WS-PRV-N
010900                 " NEW SITES FROM " N
010910     END-IF.
010920 1300-EXIT.
010930     EXIT.
010940*================================================================
010950 1350-PROVE-PRIOR-SITE.
010960*================================================================
010970     READ DST-PRIOR-FILE.
010980     IF WS-PRV-STATUS NOT = '00'
010990         OR NOT PRV-IS-SITE
011000         OR PRV-SITE-ID NOT NUMERIC
011010         OR PRV-SITE-ID NOT = SID(WS-PRV-SEQ)
011020         OR PRV-SITE-X NOT = XX(WS-PRV-SEQ)
011030         OR PRV-SITE-Y NOT = YY(WS-PRV-SEQ)
011040         PERFORM 1360-ABANDON-DELTA THRU 1360-EXIT
011050     ELSE
011060         MOVE PRV-NBR-IDX TO NBR-IDX(WS-PRV-SEQ)
011070         MOVE PRV-NBR-DIST TO NBR-DIST(WS-PRV-SEQ)
011080     END-IF.
011090 1350-EXIT.
011100     EXIT.
011110*================================================================
011120 1360-ABANDON-DELTA.
011130*================================================================
011140     DISPLAY "PRIOR RESULTS DO NOT MATCH SITE LIST - "
011150             "FULL SCAN".
011160     MOVE 'N' TO WS-DELTA-SWITCH.
011170     PERFORM 1160-CLEAR-NEIGHBORS THRU 1160-EXIT.
011180     PERFORM 1190-CLEAR-RGN-RESULTS THRU 1190-EXIT.
011190 1360-EXIT.
011200     EXIT.
011210*================================================================
011220 1370-PROVE-PRIOR-REGION.
011230*================================================================
011240     READ DST-PRIOR-FILE.
011250     IF WS-PRV-STATUS NOT = '00'
011260         OR NOT PRV-IS-REGION
011270         OR PRV-RGN-CODE NOT = RGN-CODE(WS-RGN-IDX)
011280         PERFORM 1360-ABANDON-DELTA THRU 1360-EXIT
011290     ELSE
011300         MOVE PRV-RGN-ANS TO RGN-ANS(WS-RGN-IDX)
011310         MOVE PRV-RGN-BEST-I TO RGN-BEST-I(WS-RGN-IDX)
011320         MOVE PRV-RGN-BEST-J TO RGN-BEST-J(WS-RGN-IDX)
011330         MOVE PRV-RGN-MIN TO RGN-MIN(WS-RGN-IDX)
011340         MOVE PRV-RGN-MIN-I TO RGN-MIN-I(WS-RGN-IDX)
011350         MOVE PRV-RGN-MIN-J TO RGN-MIN-J(WS-RGN-IDX)
011360     END-IF.
011370 1370-EXIT.
011380     EXIT.
011390*================================================================
011400 1400-REPORT-MOVEMENT.
011410*================================================================
011420*    SITE-BY-SITE COMPARISON OF TONIGHT'S COORDINATES AGAINST
011430*    WHAT THE PRIOR RESULTS RECORDED FOR THE SAME SITE ID -
011440*    THE SCAN DECISION ("FULL SCAN ON MISMATCH") IS UNCHANGED;
011450*    THIS ONLY NAMES WHICH SITES MOVED AND BY HOW MUCH, SO
011460*    DISPATCH HEARS ABOUT A RELOCATION AND THE DESK CATCHES A
011470*    KEYING ERROR BEFORE TOMORROW'S FEED. ON THE FIRST EVER
011480*    RUN THERE IS NO PRIOR FILE AND THE REPORT IS JUST ITS
011490*    HEADER AND A ZERO TRAILER.
011500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
011510     MOVE 0 TO WS-MOVE-COUNT.
011520     MOVE 'N' TO WS-MOVE-EOF-SWITCH.
011530     OPEN OUTPUT DST-MOVE-FILE.
011540     MOVE WS-RUN-DATE TO WS-MOV-HDR-DATE.
011550     WRITE DST-MOVE-RECORD FROM WS-MOVE-HEADER-LINE.
011560     OPEN INPUT DST-PRIOR-FILE.
011570     IF WS-PRV-STATUS = '00'
011580         PERFORM 1450-CHECK-ONE-MOVE THRU 1450-EXIT
011590             UNTIL WS-MOVE-EOF
011600     END-IF.
011610     CLOSE DST-PRIOR-FILE.
011620     MOVE WS-MOVE-COUNT TO WS-MOV-TOT-COUNT.
011630     WRITE DST-MOVE-RECORD FROM WS-MOVE-TOTAL-LINE.
011640     CLOSE DST-MOVE-FILE.
011650 1400-EXIT.
011660     EXIT.
011670*================================================================
011680 1450-CHECK-ONE-MOVE.
011690*================================================================
011700     READ DST-PRIOR-FILE
011710         AT END
011720             SET WS-MOVE-EOF TO TRUE
011730     END-READ.
011740     IF WS-MOVE-EOF OR WS-PRV-STATUS NOT = '00'
011750         SET WS-MOVE-EOF TO TRUE
011760         GO TO 1450-EXIT
011770     END-IF.
011780     IF NOT PRV-IS-SITE
011790         GO TO 1450-EXIT
011800     END-IF.
011810     IF PRV-SITE-ID NOT NUMERIC
011820         OR PRV-SITE-X NOT NUMERIC
011830         OR PRV-SITE-Y NOT NUMERIC
011840         GO TO 1450-EXIT
011850     END-IF.
011860     PERFORM 1460-LOCATE-TONIGHT-SITE THRU 1460-EXIT.
011870     IF WS-MOVE-SITE-IDX = 0
011880         GO TO 1450-EXIT
011890     END-IF.
011900     IF PRV-SITE-X = XX(WS-MOVE-SITE-IDX)
011910         AND PRV-SITE-Y = YY(WS-MOVE-SITE-IDX)
011920         GO TO 1450-EXIT
011930     END-IF.
011940     ADD 1 TO WS-MOVE-COUNT.
011950     PERFORM 1470-WRITE-MOVE-LINE THRU 1470-EXIT.
011960 1450-EXIT.
011970     EXIT.
011980*================================================================
011990 1460-LOCATE-TONIGHT-SITE.
012000*================================================================
012010     MOVE 0 TO WS-MOVE-SITE-IDX.
012020     PERFORM 1465-MATCH-TONIGHT-SITE THRU 1465-EXIT
012030         VARYING I FROM 1 BY 1
012040         UNTIL I > N
012050             OR WS-MOVE-SITE-IDX > 0.
012060 1460-EXIT.
012070     EXIT.
012080*================================================================
012090 1465-MATCH-TONIGHT-SITE.
012100*================================================================
012110     IF SID(I) = PRV-SITE-ID
012120         MOVE I TO WS-MOVE-SITE-IDX
012130     END-IF.
012140 1465-EXIT.
012150     EXIT.
012160*================================================================
012170 1470-WRITE-MOVE-LINE.
012180*================================================================
012190*    X/Y/DIST ARE FREE AS SCRATCH - THE PAIR SCAN HAS NOT
012200*    STARTED YET.
012210     IF PRV-SITE-X > XX(WS-MOVE-SITE-IDX)
012220         SUBTRACT PRV-SITE-X FROM XX(WS-MOVE-SITE-IDX)
012230             GIVING X
012240     ELSE
012250         SUBTRACT XX(WS-MOVE-SITE-IDX) FROM PRV-SITE-X
012260             GIVING X
012270     END-IF.
012280     IF PRV-SITE-Y > YY(WS-MOVE-SITE-IDX)
012290         SUBTRACT PRV-SITE-Y FROM YY(WS-MOVE-SITE-IDX)
012300             GIVING Y
012310     ELSE
012320         SUBTRACT YY(WS-MOVE-SITE-IDX) FROM PRV-SITE-Y
012330             GIVING Y
012340     END-IF.
012350     MULTIPLY X BY X GIVING X.
012360     MULTIPLY Y BY Y GIVING Y.
012370     ADD X TO Y GIVING DIST.
012380     COMPUTE DIST = FUNCTION SQRT (DIST).
012390     MOVE PRV-SITE-ID TO WS-MOV-ID.
012400     MOVE SNAME(WS-MOVE-SITE-IDX) TO WS-MOV-NAME.
012410     MOVE PRV-SITE-X TO WS-MOV-OLD-X.
012420     MOVE PRV-SITE-Y TO WS-MOV-OLD-Y.
012430     MOVE XX(WS-MOVE-SITE-IDX) TO WS-MOV-NEW-X.
012440     MOVE YY(WS-MOVE-SITE-IDX) TO WS-MOV-NEW-Y.
012450     MOVE DIST TO WS-MOV-DIST.
012460     WRITE DST-MOVE-RECORD FROM WS-MOVE-LINE.
012470 1470-EXIT.
012480     EXIT.
012490*================================================================
012500 1500-REPORT-BOX-EXCEPTIONS.
012510*================================================================
012520*    EVERY LOADED SITE'S DSTIN COORDINATES ARE CHECKED AGAINST
012530*    THE BOUNDING BOX OF ITS REGION ON THE REGION MASTER, SO A
012540*    MIS-KEYED COORDINATE OR A SITE FILED UNDER THE WRONG
012550*    REGION IS NAMED BEFORE IT SKEWS THE REGION RESULTS. A
012560*    MISSING OR MALFORMED MASTER IS NOTED ON THE REPORT AND NO
012570*    SITE IS CHECKED - THE SCAN ITSELF CARRIES ON.
012580     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
012590     MOVE 0 TO WS-BOX-COUNT.
012600     OPEN OUTPUT DST-BOX-FILE.
012610     MOVE WS-RUN-DATE TO WS-BOX-HDR-DATE.
012620     WRITE DST-BOX-RECORD FROM WS-BOX-HEADER-LINE.
012630     CALL 'RGNLOAD' USING REG-BLOCK.
012640     IF REG-NO-FILE
012650         MOVE 'NO REGION MASTER ON FILE' TO WS-BOX-NOCHK-TEXT
012660         WRITE DST-BOX-RECORD FROM WS-BOX-NOCHK-LINE
012670         DISPLAY "REGION MASTER MISSING - BOX CHECK SKIPPED"
012680     END-IF.
012690     IF REG-BAD-FILE
012700         MOVE REG-ERROR-TEXT TO WS-BOX-NOCHK-TEXT
012710         WRITE DST-BOX-RECORD FROM WS-BOX-NOCHK-LINE
012720         DISPLAY "REGION MASTER BAD: " REG-ERROR-TEXT
012730                 " - BOX CHECK SKIPPED"
012740     END-IF.
012750     IF REG-LOADED
012760         PERFORM 1550-CHECK-ONE-BOX THRU 1550-EXIT
012770             VARYING I FROM 1 BY 1
012780             UNTIL I > N
012790     END-IF.
012800     MOVE WS-BOX-COUNT TO WS-BOX-TOT-COUNT.
012810     WRITE DST-BOX-RECORD FROM WS-BOX-TOTAL-LINE.
012820     CLOSE DST-BOX-FILE.
012830 1500-EXIT.
012840     EXIT.
012850*================================================================
012860 1550-CHECK-ONE-BOX.
012870*================================================================
012880*    ONE REASON PER SITE - A REGION NOT ON THE MASTER FIRST,
012890*    THEN AN INACTIVE REGION, THEN THE BOX ITSELF.
012900     MOVE 0 TO WS-BOX-FOUND-IDX.
012910     PERFORM 1560-MATCH-BOX-REGION THRU 1560-EXIT
012920         VARYING WS-BOX-REG-IDX FROM 1 BY 1
012930         UNTIL WS-BOX-REG-IDX > REG-COUNT
012940             OR WS-BOX-FOUND-IDX > 0.
012950     IF WS-BOX-FOUND-IDX = 0
012960         MOVE 'REGION NOT ON MASTER' TO WS-BOX-REASON
012970         PERFORM 1570-WRITE-BOX-LINE THRU 1570-EXIT
012980         GO TO 1550-EXIT
012990     END-IF.
013000     IF NOT REG-REGION-ACTIVE(WS-BOX-FOUND-IDX)
013010         MOVE 'REGION INACTIVE' TO WS-BOX-REASON
013020         PERFORM 1570-WRITE-BOX-LINE THRU 1570-EXIT
013030         GO TO 1550-EXIT
013040     END-IF.
013050     IF XX(I) < REG-MIN-X(WS-BOX-FOUND-IDX)
013060         OR XX(I) > REG-MAX-X(WS-BOX-FOUND-IDX)
013070         OR YY(I) < REG-MIN-Y(WS-BOX-FOUND-IDX)
013080         OR YY(I) > REG-MAX-Y(WS-BOX-FOUND-IDX)
013090         MOVE 'OUTSIDE REGION BOX' TO WS-BOX-REASON
013100         PERFORM 1570-WRITE-BOX-LINE THRU 1570-EXIT
013110     END-IF.
013120 1550-EXIT.
013130     EXIT.
013140*================================================================
013150 1560-MATCH-BOX-REGION.
013160*================================================================
013170     IF REG-CODE(WS-BOX-REG-IDX) = SREGION(I)
013180         MOVE WS-BOX-REG-IDX TO WS-BOX-FOUND-IDX
013190     END-IF.
013200 1560-EXIT.
013210     EXIT.
013220*================================================================
013230 1570-WRITE-BOX-LINE.
013240*================================================================
013250*    A REGION NOT ON THE MASTER HAS NO BOX TO SHOW.
013260     ADD 1 TO WS-BOX-COUNT.
013270     MOVE SID(I) TO WS-BOX-ID.
013280     MOVE SNAME(I) TO WS-BOX-NAME.
013290     MOVE SREGION(I) TO WS-BOX-REGION.
013300     MOVE XX(I) TO WS-BOX-X.
013310     MOVE YY(I) TO WS-BOX-Y.
013320     MOVE SPACES TO WS-BOX-AREA.
013330     IF WS-BOX-FOUND-IDX > 0
013340         MOVE ' BOX=' TO WS-BOX-LABEL
013350         MOVE REG-MIN-X(WS-BOX-FOUND-IDX) TO WS-BOX-MIN-X
013360         MOVE ',' TO WS-BOX-COMMA-1
013370         MOVE REG-MIN-Y(WS-BOX-FOUND-IDX) TO WS-BOX-MIN-Y
013380         MOVE ' TO ' TO WS-BOX-TO
013390         MOVE REG-MAX-X(WS-BOX-FOUND-IDX) TO WS-BOX-MAX-X
013400         MOVE ',' TO WS-BOX-COMMA-2
013410         MOVE REG-MAX-Y(WS-BOX-FOUND-IDX) TO WS-BOX-MAX-Y
013420     END-IF.
013430     WRITE DST-BOX-RECORD FROM WS-BOX-LINE.
013440 1570-EXIT.
013450     EXIT.
013460*================================================================
013470 4000-SCAN-PAIRS.
013480*================================================================
013490     MOVE WS-START-I TO I.
013500     PERFORM 4100-SCAN-ROW THRU 4100-EXIT
013510         UNTIL I > N.
013520 4000-EXIT.
013530     EXIT.
013540*================================================================
013550 4100-SCAN-ROW.
013560*================================================================
013570     COMPUTE J = I + 1.
013580     PERFORM 4200-SCAN-CELL THRU 4200-EXIT
013590         UNTIL J > N.
013600     PERFORM 4300-MAYBE-CHECKPOINT THRU 4300-EXIT.
013610     ADD 1 TO I.
013620 4100-EXIT.
013630     EXIT.
013640*================================================================
013650 4200-SCAN-CELL.
013660*================================================================
013670     IF XX(I) > XX(J)
013680         SUBTRACT XX(I) FROM XX(J) GIVING X
013690     ELSE
013700         SUBTRACT XX(J) FROM XX(I) GIVING X
013710     END-IF.
013720     IF YY(I) > YY(J)
013730         SUBTRACT YY(I) FROM YY(J) GIVING Y
013740     ELSE
013750         SUBTRACT YY(J) FROM YY(I) GIVING Y
013760     END-IF.
013770     MULTIPLY X BY X GIVING X.
013780     MULTIPLY Y BY Y GIVING Y.
013790     ADD X TO Y GIVING DIST.
013800     COMPUTE DIST = FUNCTION SQRT (DIST).
013810*    THE PAIR IS RECORDED LOWER SUBSCRIPT FIRST - THE DELTA
013820*    SCAN VISITS IT AS (NEW, OLD) WHERE THE FULL SCAN VISITS
013830*    IT AS (OLD, NEW), AND THE TREND REPORT COMPARES THE
013840*    FARTHEST PAIR POSITIONALLY ACROSS NIGHTS.
013850     IF DIST > ANS
013860         MOVE DIST TO ANS
013870         IF I < J
013880             MOVE I TO WS-BEST-I
013890             MOVE J TO WS-BEST-J
013900         ELSE
013910             MOVE J TO WS-BEST-I
013920             MOVE I TO WS-BEST-J
013930         END-IF
013940     END-IF.
013950     IF DIST > 0 AND DIST < WS-MIN
013960         MOVE DIST TO WS-MIN
013970         IF I < J
013980             MOVE I TO WS-MIN-I
013990             MOVE J TO WS-MIN-J
014000         ELSE
014010             MOVE J TO WS-MIN-I
014020             MOVE I TO WS-MIN-J
014030         END-IF
014040     END-IF.
014050     IF DIST > 0
014060         IF DIST < NBR-DIST(I)
014070             MOVE DIST TO NBR-DIST(I)
014080             MOVE J TO NBR-IDX(I)
014090         END-IF
014100         IF DIST < NBR-DIST(J)
014110             MOVE DIST TO NBR-DIST(J)
014120             MOVE I TO NBR-IDX(J)
014130         END-IF
014140     END-IF.
014150*    AN IN-REGION PAIR ALSO FEEDS ITS REGION'S OWN RESULTS -
014160*    SAME NORMALIZATION, LOWER SUBSCRIPT FIRST.
014170     IF SRGNIDX(I) = SRGNIDX(J)
014180         MOVE SRGNIDX(I) TO WS-CELL-RGN
014190         IF DIST > RGN-ANS(WS-CELL-RGN)
014200             MOVE DIST TO RGN-ANS(WS-CELL-RGN)
014210             IF I < J
014220                 MOVE I TO RGN-BEST-I(WS-CELL-RGN)
014230                 MOVE J TO RGN-BEST-J(WS-CELL-RGN)
014240             ELSE
014250                 MOVE J TO RGN-BEST-I(WS-CELL-RGN)
014260                 MOVE I TO RGN-BEST-J(WS-CELL-RGN)
014270             END-IF
014280         END-IF
014290         IF DIST > 0 AND DIST < RGN-MIN(WS-CELL-RGN)
014300             MOVE DIST TO RGN-MIN(WS-CELL-RGN)
014310             IF I < J
014320                 MOVE I TO RGN-MIN-I(WS-CELL-RGN)
014330                 MOVE J TO RGN-MIN-J(WS-CELL-RGN)
014340             ELSE
014350                 MOVE J TO RGN-MIN-I(WS-CELL-RGN)
014360                 MOVE I TO RGN-MIN-J(WS-CELL-RGN)
014370             END-IF
014380         END-IF
014390     END-IF.
014400     ADD 1 TO J.
014410 4200-EXIT.
014420     EXIT.
014430*================================================================
014440 4300-MAYBE-CHECKPOINT.
014450*================================================================
014460     DIVIDE I BY WS-CKPT-INTERVAL
014470         GIVING WS-CKPT-QUOTIENT
014480         REMAINDER WS-CKPT-REMAINDER.
014490     IF WS-CKPT-REMAINDER = 0
014500         PERFORM 4310-WRITE-CHECKPOINT THRU 4310-EXIT
014510     END-IF.
014520 4300-EXIT.
014530     EXIT.
014540*================================================================
014550 4310-WRITE-CHECKPOINT.
014560*================================================================
014570     MOVE SPACES      TO DSTCKPT-RECORD.
014580     MOVE I           TO CKPT-LAST-I.
014590     MOVE ANS         TO CKPT-ANS.
014600     MOVE WS-MIN      TO CKPT-MIN.
014610     MOVE WS-BEST-I   TO CKPT-BEST-I.
014620     MOVE WS-BEST-J   TO CKPT-BEST-J.
014630     MOVE WS-MIN-I    TO CKPT-MIN-I.
014640     MOVE WS-MIN-J    TO CKPT-MIN-J.
014650     MOVE WS-RGN-COUNT TO CKPT-RGN-COUNT.
014660     OPEN OUTPUT DST-CHECKPOINT-FILE.
014670     WRITE DSTCKPT-RECORD.
014680     PERFORM 4320-WRITE-NBR-CKPT THRU 4320-EXIT
014690         VARYING WS-CKPT-SEQ FROM 1 BY 1
014700         UNTIL WS-CKPT-SEQ > N.
014710     PERFORM 4330-WRITE-RGN-CKPT THRU 4330-EXIT
014720         VARYING WS-RGN-IDX FROM 1 BY 1
014730         UNTIL WS-RGN-IDX > WS-RGN-COUNT.
014740     CLOSE DST-CHECKPOINT-FILE.
014750 4310-EXIT.
014760     EXIT.
014770*================================================================
014780 4320-WRITE-NBR-CKPT.
014790*================================================================
014800     MOVE SPACES TO DSTCKPT-NBR-RECORD.
014810     MOVE WS-CKPT-SEQ TO CKPT-NBR-SEQ.
014820     MOVE NBR-IDX(WS-CKPT-SEQ) TO CKPT-NBR-IDX.
014830     MOVE NBR-DIST(WS-CKPT-SEQ) TO CKPT-NBR-DIST.
014840     WRITE DSTCKPT-NBR-RECORD.
014850 4320-EXIT.
014860     EXIT.
014870*================================================================
014880 4330-WRITE-RGN-CKPT.
014890*================================================================
014900     MOVE SPACES TO DSTCKPT-RGN-RECORD.
014910     MOVE WS-RGN-IDX TO CKPT-RGN-SEQ.
014920     MOVE RGN-CODE(WS-RGN-IDX) TO CKPT-RGN-CODE.
014930     MOVE RGN-ANS(WS-RGN-IDX) TO CKPT-RGN-ANS.
014940     MOVE RGN-BEST-I(WS-RGN-IDX) TO CKPT-RGN-BEST-I.
014950     MOVE RGN-BEST-J(WS-RGN-IDX) TO CKPT-RGN-BEST-J.
014960     MOVE RGN-MIN(WS-RGN-IDX) TO CKPT-RGN-MIN.
014970     MOVE RGN-MIN-I(WS-RGN-IDX) TO CKPT-RGN-MIN-I.
014980     MOVE RGN-MIN-J(WS-RGN-IDX) TO CKPT-RGN-MIN-J.
014990     WRITE DSTCKPT-RGN-RECORD.
015000 4330-EXIT.
015010     EXIT.
015020*================================================================
015030 4400-CLEAR-CHECKPOINT.
015040*================================================================
015050     OPEN OUTPUT DST-CHECKPOINT-FILE.
015060     CLOSE DST-CHECKPOINT-FILE.
015070 4400-EXIT.
015080     EXIT.
015090*================================================================
015100 4500-WRITE-DST-REPORT.
015110*================================================================
015120     MOVE SPACES TO DST-REPORT-RECORD.
015130     MOVE 'FARTHEST' TO DSTRPT-PAIR-LABEL.
015140     MOVE SID(WS-BEST-I) TO DSTRPT-SITE-I.
015150     MOVE SNAME(WS-BEST-I) TO DSTRPT-SITE-I-NAME.
015160     MOVE XX(WS-BEST-I) TO DSTRPT-SITE-I-X.
015170     MOVE YY(WS-BEST-I) TO DSTRPT-SITE-I-Y.
015180     MOVE SID(WS-BEST-J) TO DSTRPT-SITE-J.
015190     MOVE SNAME(WS-BEST-J) TO DSTRPT-SITE-J-NAME.
015200     MOVE XX(WS-BEST-J) TO DSTRPT-SITE-J-X.
015210     MOVE YY(WS-BEST-J) TO DSTRPT-SITE-J-Y.
015220     MOVE ANS TO DSTRPT-DISTANCE.
015230     WRITE DST-REPORT-RECORD.
015240     MOVE SPACES TO DST-REPORT-RECORD.
015250     MOVE 'CLOSEST' TO DSTRPT-PAIR-LABEL.
015260     MOVE SID(WS-MIN-I) TO DSTRPT-SITE-I.
015270     MOVE SNAME(WS-MIN-I) TO DSTRPT-SITE-I-NAME.
015280     MOVE XX(WS-MIN-I) TO DSTRPT-SITE-I-X.
015290     MOVE YY(WS-MIN-I) TO DSTRPT-SITE-I-Y.
015300     MOVE SID(WS-MIN-J) TO DSTRPT-SITE-J.
015310     MOVE SNAME(WS-MIN-J) TO DSTRPT-SITE-J-NAME.
015320     MOVE XX(WS-MIN-J) TO DSTRPT-SITE-J-X.
015330     MOVE YY(WS-MIN-J) TO DSTRPT-SITE-J-Y.
015340     MOVE WS-MIN TO DSTRPT-DISTANCE.
015350     WRITE DST-REPORT-RECORD.
015360     PERFORM 4550-WRITE-REGION-PAIRS THRU 4550-EXIT
015370         VARYING WS-RGN-IDX FROM 1 BY 1
015380         UNTIL WS-RGN-IDX > WS-RGN-COUNT.
015390     PERFORM 4580-WRITE-REGION-RECAP THRU 4580-EXIT
015400         VARYING WS-RGN-IDX FROM 1 BY 1
015410         UNTIL WS-RGN-IDX > WS-RGN-COUNT.
015420 4500-EXIT.
015430     EXIT.
015440*================================================================
015450 4550-WRITE-REGION-PAIRS.
015460*================================================================
015470*    A REGION THAT FIELDED FEWER THAN TWO SITES HAS NO PAIR -
015480*    ITS RESULT SUBSCRIPTS ARE STILL ZERO AND NO PAIR ROW IS
015490*    WRITTEN; THE RECAP ROW STILL SHOWS ITS SITE COUNT.
015500     IF RGN-BEST-I(WS-RGN-IDX) > 0
015510         MOVE SPACES TO DST-REPORT-RECORD
015520         MOVE 'FAR' TO DSTRPT-PAIR-LABEL(1:3)
015530         MOVE RGN-CODE(WS-RGN-IDX) TO DSTRPT-PAIR-LABEL(5:3)
015540         MOVE RGN-ANS(WS-RGN-IDX) TO DSTRPT-DISTANCE
015550         MOVE RGN-BEST-I(WS-RGN-IDX) TO I
015560         MOVE RGN-BEST-J(WS-RGN-IDX) TO J
015570         PERFORM 4560-FILL-PAIR-SITES THRU 4560-EXIT
015580         WRITE DST-REPORT-RECORD
015590     END-IF.
015600     IF RGN-MIN-I(WS-RGN-IDX) > 0
015610         MOVE SPACES TO DST-REPORT-RECORD
015620         MOVE 'CLS' TO DSTRPT-PAIR-LABEL(1:3)
015630         MOVE RGN-CODE(WS-RGN-IDX) TO DSTRPT-PAIR-LABEL(5:3)
015640         MOVE RGN-MIN(WS-RGN-IDX) TO DSTRPT-DISTANCE
015650         MOVE RGN-MIN-I(WS-RGN-IDX) TO I
015660         MOVE RGN-MIN-J(WS-RGN-IDX) TO J
015670         PERFORM 4560-FILL-PAIR-SITES THRU 4560-EXIT
015680         WRITE DST-REPORT-RECORD
015690     END-IF.
015700 4550-EXIT.
015710     EXIT.
015720*================================================================
015730 4560-FILL-PAIR-SITES.
015740*================================================================
015750*    I AND J ARE FREE AS SCRATCH HERE - THE PAIR SCAN IS DONE
015760*    BY THE TIME THE REPORTS ARE WRITTEN.
015770     MOVE SID(I) TO DSTRPT-SITE-I.
015780     MOVE SNAME(I) TO DSTRPT-SITE-I-NAME.
015790     MOVE XX(I) TO DSTRPT-SITE-I-X.
015800     MOVE YY(I) TO DSTRPT-SITE-I-Y.
015810     MOVE SID(J) TO DSTRPT-SITE-J.
015820     MOVE SNAME(J) TO DSTRPT-SITE-J-NAME.
015830     MOVE XX(J) TO DSTRPT-SITE-J-X.
015840     MOVE YY(J) TO DSTRPT-SITE-J-Y.
015850 4560-EXIT.
015860     EXIT.
015870*================================================================
015880 4580-WRITE-REGION-RECAP.
015890*================================================================
015900     MOVE SPACES TO DST-REPORT-RECORD.
015910     MOVE 'RGNCOUNT' TO DSTRCP-LABEL.
015920     MOVE RGN-CODE(WS-RGN-IDX) TO DSTRCP-REGION.
015930     MOVE 'ACTIVE SITES=' TO DSTRCP-ACTIVE-LABEL.
015940     MOVE RGN-SITES(WS-RGN-IDX) TO DSTRCP-SITES.
015950     WRITE DST-REPORT-RECORD.
015960 4580-EXIT.
015970     EXIT.
015980*================================================================
015990 4600-WRITE-NBR-REPORT.
016000*================================================================
016010     PERFORM 4650-WRITE-NBR-LINE THRU 4650-EXIT
016020         VARYING I FROM 1 BY 1
016030         UNTIL I > N.
016040*    THE CROSS-REGION SECTION REPEATS, IN THE SAME LAYOUT, THE
016050*    LINES OF EVERY SITE WHOSE NEAREST NEIGHBOR SITS IN A
016060*    DIFFERENT REGION - THE DEPOTS WITH NO IN-REGION BACKUP.
016070     MOVE 0 TO WS-XRGN-COUNT.
016080     WRITE DST-NBR-RECORD FROM WS-XRGN-TITLE-LINE.
016090     PERFORM 4660-WRITE-ONE-XRGN THRU 4660-EXIT
016100         VARYING I FROM 1 BY 1
016110         UNTIL I > N.
016120     MOVE WS-XRGN-COUNT TO WS-XRGN-COUNT-D.
016130     WRITE DST-NBR-RECORD FROM WS-XRGN-TOTAL-LINE.
016140 4600-EXIT.
016150     EXIT.
016160*================================================================
016170 4650-WRITE-NBR-LINE.
016180*================================================================
016190     MOVE SPACES TO DST-NBR-RECORD.
016200     MOVE SID(I) TO DSTNBR-SITE-ID.
016210     MOVE SNAME(I) TO DSTNBR-SITE-NAME.
016220     MOVE SREGION(I) TO DSTNBR-SITE-REGION.
016230     IF NBR-IDX(I) = 0
016240         MOVE 0 TO DSTNBR-NEAR-ID
016250         MOVE '** NO NEIGHBOR **' TO DSTNBR-NEAR-NAME
016260         MOVE 0 TO DSTNBR-DISTANCE
016270     ELSE
016280         MOVE SID(NBR-IDX(I)) TO DSTNBR-NEAR-ID
016290         MOVE SNAME(NBR-IDX(I)) TO DSTNBR-NEAR-NAME
016300         MOVE SREGION(NBR-IDX(I)) TO DSTNBR-NEAR-REGION
016310         MOVE NBR-DIST(I) TO DSTNBR-DISTANCE
016320     END-IF.
016330     WRITE DST-NBR-RECORD.
016340 4650-EXIT.
016350     EXIT.
016360*================================================================
016370 4660-WRITE-ONE-XRGN.
016380*================================================================
016390     IF NBR-IDX(I) > 0
016400         AND SRGNIDX(I) NOT = SRGNIDX(NBR-IDX(I))
016410         ADD 1 TO WS-XRGN-COUNT
016420         PERFORM 4650-WRITE-NBR-LINE THRU 4650-EXIT
016430     END-IF.
016440 4660-EXIT.
016450     EXIT.
016460*================================================================
016470 4700-WRITE-PRIOR.
016480*================================================================
016490     OPEN OUTPUT DST-PRIOR-FILE.
016500     MOVE 'H' TO PRV-REC-TYPE.
016510     MOVE N TO PRV-N.
016520     MOVE ANS TO PRV-ANS.
016530     MOVE WS-MIN TO PRV-MIN.
016540     MOVE WS-BEST-I TO PRV-BEST-I.
016550     MOVE WS-BEST-J TO PRV-BEST-J.
016560     MOVE WS-MIN-I TO PRV-MIN-I.
016570     MOVE WS-MIN-J TO PRV-MIN-J.
016580     MOVE WS-RGN-COUNT TO PRV-RGN-COUNT.
016590     WRITE DSTPRV-HEADER.
016600     PERFORM 4750-WRITE-PRIOR-SITE THRU 4750-EXIT
016610         VARYING WS-PRV-SEQ FROM 1 BY 1
016620         UNTIL WS-PRV-SEQ > N.
016630     PERFORM 4760-WRITE-PRIOR-REGION THRU 4760-EXIT
016640         VARYING WS-RGN-IDX FROM 1 BY 1
016650         UNTIL WS-RGN-IDX > WS-RGN-COUNT.
016660     CLOSE DST-PRIOR-FILE.
016670 4700-EXIT.
016680     EXIT.
016690*================================================================
016700 4750-WRITE-PRIOR-SITE.
016710*================================================================
016720     MOVE SPACES TO DSTPRV-SITE.
016730     MOVE 'S' TO PRV-SITE-TYPE.
016740     MOVE SID(WS-PRV-SEQ) TO PRV-SITE-ID.
016750     MOVE XX(WS-PRV-SEQ) TO PRV-SITE-X.
016760     MOVE YY(WS-PRV-SEQ) TO PRV-SITE-Y.
016770     MOVE NBR-IDX(WS-PRV-SEQ) TO PRV-NBR-IDX.
016780     MOVE NBR-DIST(WS-PRV-SEQ) TO PRV-NBR-DIST.
016790     WRITE DSTPRV-SITE.
016800 4750-EXIT.
016810     EXIT.
016820*================================================================
016830 4760-WRITE-PRIOR-REGION.
016840*================================================================
016850     MOVE SPACES TO DSTPRV-REGION.
016860     MOVE 'R' TO PRV-RGN-TYPE.
016870     MOVE RGN-CODE(WS-RGN-IDX) TO PRV-RGN-CODE.
016880     MOVE RGN-ANS(WS-RGN-IDX) TO PRV-RGN-ANS.
016890     MOVE RGN-BEST-I(WS-RGN-IDX) TO PRV-RGN-BEST-I.
016900     MOVE RGN-BEST-J(WS-RGN-IDX) TO PRV-RGN-BEST-J.
016910     MOVE RGN-MIN(WS-RGN-IDX) TO PRV-RGN-MIN.
016920     MOVE RGN-MIN-I(WS-RGN-IDX) TO PRV-RGN-MIN-I.
016930     MOVE RGN-MIN-J(WS-RGN-IDX) TO PRV-RGN-MIN-J.
016940     WRITE DSTPRV-REGION.
016950 4760-EXIT.
016960     EXIT.
016970*================================================================
016980 5000-DELTA-SCAN.
016990*================================================================
017000*    EACH NEW SITE IS COMPARED AGAINST EVERY SITE BEFORE IT -
017010*    THAT COVERS NEW-AGAINST-OLD AND NEW-AGAINST-NEW EXACTLY
017020*    ONCE, AND 4200-SCAN-CELL UPDATES BOTH SIDES' NEIGHBOR
017030*    RESULTS THE SAME WAY THE FULL SCAN DOES.
017040     COMPUTE I = WS-PRV-N + 1.
017050     PERFORM 5100-DELTA-ROW THRU 5100-EXIT
017060         UNTIL I > N.
017070 5000-EXIT.
017080     EXIT.
017090*================================================================
017100 5100-DELTA-ROW.
017110*================================================================
017120     MOVE 1 TO J.
017130     PERFORM 4200-SCAN-CELL THRU 4200-EXIT
017140         UNTIL J >= I.
017150     ADD 1 TO I.
017160 5100-EXIT.
017170     EXIT.
017180*================================================================
017190 8000-TERMINATE.
017200*================================================================
017210     MOVE SPACES TO JRNL-RECORD.
017220     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017230     ACCEPT WS-RUN-TIME FROM TIME.
017240     MOVE WS-RUN-DATE TO JRNL-RUN-DATE.
017250     MOVE WS-RUN-TIME TO JRNL-RUN-TIME.
017260     MOVE 'DST153E' TO JRNL-PROGRAM-ID.
017270     MOVE CYC-NUMBER TO JRNL-CYCLE.
017280*    SKIP= CLOSES THE LOOP FOR THE WHOLE-NIGHT BALANCING STEP
017290*    (RECBAL) - DSTIN TRAILER COUNT = N + SKIP.
017300     MOVE WS-SKIP-COUNT TO WS-SKIP-COUNT-D.
017310     IF WS-IS-RESTART
017320         STRING 'N=' DELIMITED BY SIZE
017330                N DELIMITED BY SIZE
017340                ' RESTART FROM I=' DELIMITED BY SIZE
017350                WS-START-I DELIMITED BY SIZE
017360                ' SKIP=' DELIMITED BY SIZE
017370                WS-SKIP-COUNT-D DELIMITED BY SIZE
017380             INTO JRNL-INPUT-SUMMARY
017390     ELSE
017400         IF WS-DELTA-MODE
017410             STRING 'N=' DELIMITED BY SIZE
017420                    N DELIMITED BY SIZE
017430                    ' DELTA FROM=' DELIMITED BY SIZE
017440                    WS-PRV-N DELIMITED BY SIZE
017450                    ' SKIP=' DELIMITED BY SIZE
017460                    WS-SKIP-COUNT-D DELIMITED BY SIZE
017470                 INTO JRNL-INPUT-SUMMARY
017480         ELSE
017490             STRING 'N=' DELIMITED BY SIZE
017500                    N DELIMITED BY SIZE
017510                    ' SKIP=' DELIMITED BY SIZE
017520                    WS-SKIP-COUNT-D DELIMITED BY SIZE
017530                 INTO JRNL-INPUT-SUMMARY
017540         END-IF
017550     END-IF.
017560     IF WS-N-IS-VALID
017570         STRING 'MAX=' DELIMITED BY SIZE
017580                ANS DELIMITED BY SIZE
017590                ' MIN=' DELIMITED BY SIZE
017600                WS-MIN DELIMITED BY SIZE
017610             INTO JRNL-RESULT-SUMMARY
017620     ELSE
017630         MOVE 'REJECTED - SEE SYSOUT FOR REASON'
017640             TO JRNL-RESULT-SUMMARY
017650     END-IF.
017660     MOVE SPACES TO JRNL-PARM-SUMMARY.
017670*    CKPT= ONLY APPLIES TO A FULL SCAN - THE DELTA PATH NEVER
017680*    CHECKPOINTS, SO ON A DELTA NIGHT THE INTERVAL IS NOT A
017690*    VALUE THE RUN ACTUALLY USED.
017700     IF WS-DELTA-MODE
017710         STRING 'MAXPTS=' DELIMITED BY SIZE
017720                WS-MAX-POINTS DELIMITED BY SIZE
017730                ' SCAN=DELTA' DELIMITED BY SIZE
017740             INTO JRNL-PARM-SUMMARY
017750     ELSE
017760         STRING 'MAXPTS=' DELIMITED BY SIZE
017770                WS-MAX-POINTS DELIMITED BY SIZE
017780                ' CKPT=' DELIMITED BY SIZE
017790                WS-CKPT-INTERVAL DELIMITED BY SIZE
017800                ' SCAN=FULL' DELIMITED BY SIZE
017810             INTO JRNL-PARM-SUMMARY
017820     END-IF.
017830     WRITE JRNL-RECORD.
017840     CLOSE JOURNAL-FILE.
017850     CLOSE DST-REPORT-FILE.
017860     CLOSE DST-NBR-FILE.
017870 8000-EXIT.
017880     EXIT.
017890*================================================================
017900 9999-EXIT.
017910*================================================================
017920     STOP RUN.
