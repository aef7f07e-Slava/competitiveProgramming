000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     FACREC.
000030 AUTHOR.         S. KOVALENKO.
000040 INSTALLATION.   RECONCILIATION BATCH.
000050 DATE-WRITTEN.   OCT 2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 SK  ORIGINAL VERSION. FACILITIES RECONCILIATION.
000110*                THE SITE MASTER DRIFTS FROM THE FACILITIES
000120*                SYSTEM'S LIST OF REAL DEPOTS. READS THE WEEKLY
000130*                FACILITIES EXTRACT (FACEXT) AGAINST THE CURRENT
000140*                SITE MASTER GENERATION AND THE COORDINATES ON
000150*                THE SCAN'S PRIOR RESULTS FILE (DSTPRV), AND
000160*                PRINTS THE DISCREPANCY REPORT (FACRPT): SITES
000170*                ONLY IN FACILITIES, SITES ONLY ON THE MASTER,
000180*                NAME, REGION AND STATUS DIFFERENCES, AND
000190*                SURVEYED COORDINATES MORE THAN THE
000200*                COORD-TOLERANCE PARAMETER (PARMFIL, WHOLE
000210*                COORDINATE UNITS; ABSENT MEANS ZERO) AWAY FROM
000220*                THE LAST SCAN'S. WRITES A DRAFT SITE
000230*                TRANSACTION FILE (SITEDRF, LAYOUT SITETRN) OF
000240*                THE ADD, CHANGE-NAME, TRANSFER, DEACTIVATE AND
000250*                REACTIVATE TRANSACTIONS THAT WOULD BRING THE
000260*                MASTER INTO LINE. NOTHING HERE UPDATES THE
000270*                MASTER - THE DESK REVIEWS THE DRAFT AND FEEDS
000280*                IT THROUGH SITEMNT, SO SITEAUD STAYS THE ONLY
000290*                RECORD OF HOW THE MASTER CHANGED. COORDINATES
000300*                ARE NOT HELD ON THE MASTER, SO A COORDINATE
000310*                DIFFERENCE IS REPORTED, NEVER DRAFTED. A
000320*                DAMAGED, DUPLICATE OR EMPTY EXTRACT, OR A BAD
000330*                PARAMETER, REJECTS THE RUN RC 8 WITH AN EMPTY
000340*                DRAFT; ANY DISCREPANCY ENDS THE RUN RC 4.
000350* 2026-10-15 SK  MAKER-CHECKER. THE DRAFT (SITEDRF) IS NOW WRITTEN
000360*                AS MAKER ENTRIES FOR THE APPROVAL RUN (CHGAPV,
000370*                LAYOUT CHGENT) - TARGET SITE, THE SITEMNT
000380*                TRANSACTION AS THE IMAGE, AND THE MAKER ID LEFT
000390*                BLANK. THE DESK KEEPS THE LINES IT AGREES WITH,
000400*                PUTS ITS OWN ID IN COLUMNS 5-12 AND SUBMITS THEM;
000410*                A SECOND ID APPROVES THEM BEFORE SITEMNT SEES
000420*                THEM. RECORD 29 TO 104.
000430*================================================================
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.    IBM-370.
000470 OBJECT-COMPUTER.    IBM-370.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT FACILITIES-FILE ASSIGN TO FACEXT
000510            ORGANIZATION IS LINE SEQUENTIAL.
000520     SELECT SITE-MASTER-FILE ASSIGN TO SITEMST
000530            ORGANIZATION IS LINE SEQUENTIAL.
000540     SELECT DST-PRIOR-FILE ASSIGN TO DSTPRV
000550            ORGANIZATION IS LINE SEQUENTIAL
000560            FILE STATUS IS WS-PRV-STATUS.
000570     SELECT DRAFT-TRANS-FILE ASSIGN TO SITEDRF
000580            ORGANIZATION IS LINE SEQUENTIAL.
000590     SELECT DISCREPANCY-REPORT-FILE ASSIGN TO FACRPT
000600            ORGANIZATION IS LINE SEQUENTIAL.
000610*
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  FACILITIES-FILE
000650     RECORD CONTAINS 53 CHARACTERS.
000660     COPY FACEXT.
000670*
000680 FD  SITE-MASTER-FILE
000690     RECORD CONTAINS 29 CHARACTERS.
000700     COPY SITEMST.
000710*
000720 FD  DST-PRIOR-FILE
000730     RECORD CONTAINS 69 CHARACTERS.
000740     COPY DSTPRIOR.
000750*
000760 FD  DRAFT-TRANS-FILE
000770     RECORD CONTAINS 104 CHARACTERS.
000780     COPY CHGENT.
000790*
000800 FD  DISCREPANCY-REPORT-FILE
000810     RECORD CONTAINS 80 CHARACTERS.
000820 01  FAC-REPORT-RECORD           PIC X(80).
000830*
000840 WORKING-STORAGE SECTION.
000850*----------------------------------------------------------------
000860* CONSTANTS
000870*----------------------------------------------------------------
000880*    EVERY SITE TABLE OCCURS 2000, THE SAME CEILING AS THE
000890*    NIGHTLY SCAN. A FILE BIGGER THAN ITS TABLE REJECTS THE RUN.
000900 77  WS-MAX-SITES                PIC 9(05)  VALUE 2000.
000910*----------------------------------------------------------------
000920* SWITCHES
000930*----------------------------------------------------------------
000940 01  WS-SWITCHES.
000950     05  WS-VALID-RUN-SWITCH     PIC X(01)  VALUE 'Y'.
000960         88  WS-RUN-IS-VALID                VALUE 'Y'.
000970     05  WS-EOF-SWITCH           PIC X(01)  VALUE 'N'.
000980         88  WS-END-OF-FILE                 VALUE 'Y'.
000990     05  WS-SCAN-SWITCH          PIC X(01)  VALUE 'Y'.
001000         88  WS-SCAN-AVAILABLE              VALUE 'Y'.
001010*----------------------------------------------------------------
001020* DRAFT SITE TRANSACTION - BUILT HERE, THEN WRITTEN AS THE IMAGE
001030* OF A MAKER ENTRY FOR THE APPROVAL RUN WITH THE MAKER ID LEFT
001040* BLANK FOR WHOEVER SUBMITS THE REVIEWED DRAFT.
001050*----------------------------------------------------------------
001060     COPY SITETRN.
001070*----------------------------------------------------------------
001080* RUNTIME PARAMETERS - LOADED FROM PARMFIL BY PRMLOAD
001090*----------------------------------------------------------------
001100     COPY PARMREC.
001110 01  WS-PARM-KEY                 PIC X(16).
001120 01  WS-PARM-FOUND-SWITCH        PIC X(01).
001130     88  WS-PARM-FOUND                      VALUE 'Y'.
001140 01  WS-PARM-NUM                 PIC 9(11).
001150 01  WS-PARM-LEN                 PIC 9(02)  COMP.
001160 01  WS-PARM-IDX                 PIC 9(02)  COMP.
001170 01  WS-PARM-FOUND-IDX           PIC 9(02)  COMP.
001180*    ZERO - ANY MOVE AT ALL BETWEEN SURVEY AND SCAN IS LISTED.
001190 01  WS-COORD-TOLERANCE          PIC 9(11)  VALUE 0.
001200*----------------------------------------------------------------
001210* SITE MASTER TABLE
001220*----------------------------------------------------------------
001230 01  WS-MASTER-COUNT             PIC 9(05).
001240 01  WS-MASTER-TABLE.
001250     05  WS-MASTER-ENTRY         OCCURS 2000 TIMES.
001260         10  MST-SITE-ID         PIC 9(05).
001270         10  MST-NAME            PIC X(20).
001280         10  MST-REGION          PIC X(03).
001290         10  MST-STATUS          PIC X(01).
001300         10  MST-MATCH-SWITCH    PIC X(01).
001310             88  MST-MATCHED                VALUE 'Y'.
001320 01  WS-MASTER-IDX               PIC 9(05).
001330 01  WS-FOUND-IDX                PIC 9(05).
001340 01  WS-LOOKUP-ID                PIC 9(05).
001350*----------------------------------------------------------------
001360* LAST SCAN COORDINATES - THE 'S' RECORDS OF DSTPRV
001370*----------------------------------------------------------------
001380 01  WS-PRV-STATUS               PIC X(02).
001390 01  WS-COORD-COUNT              PIC 9(05).
001400 01  WS-COORD-TABLE.
001410     05  WS-COORD-ENTRY          OCCURS 2000 TIMES.
001420         10  CRD-SITE-ID         PIC 9(05).
001430         10  CRD-X               PIC S9(10)9.
001440         10  CRD-Y               PIC S9(10)9.
001450 01  WS-COORD-IDX                PIC 9(05).
001460 01  WS-COORD-FOUND-IDX          PIC 9(05).
001470*----------------------------------------------------------------
001480* FACILITIES TABLE - ONE ROW PER SITE ON THE EXTRACT, WITH THE
001490* MASTER ROW AND SCAN ROW IT MATCHED (ZERO WHEN NONE)
001500*----------------------------------------------------------------
001510 01  WS-FAC-COUNT                PIC 9(05).
001520 01  WS-FAC-TABLE.
001530     05  WS-FAC-ENTRY            OCCURS 2000 TIMES.
001540         10  FAC-SITE-ID         PIC 9(05).
001550         10  FAC-NAME            PIC X(20).
001560         10  FAC-REGION          PIC X(03).
001570         10  FAC-STATUS          PIC X(01).
001580             88  FAC-OPEN                   VALUE 'O'.
001590         10  FAC-X               PIC S9(10)9.
001600         10  FAC-Y               PIC S9(10)9.
001610         10  FAC-MST-IDX         PIC 9(05).
001620         10  FAC-CRD-IDX         PIC 9(05).
001630 01  WS-FAC-IDX                  PIC 9(05).
001640 01  WS-DUP-IDX                  PIC 9(05).
001650*----------------------------------------------------------------
001660* DISTANCE WORK FIELDS - THE SAME ARITHMETIC AS THE SCAN
001670*----------------------------------------------------------------
001680 01  X                           PIC S9(10)9.
001690 01  Y                           PIC S9(10)9.
001700 01  DIST                        PIC 9(10)V9(10).
001710*----------------------------------------------------------------
001720* CONTROL TOTALS
001730*----------------------------------------------------------------
001740 01  WS-ONLY-FAC-COUNT           PIC 9(05)  COMP.
001750 01  WS-ONLY-MST-COUNT           PIC 9(05)  COMP.
001760 01  WS-NAME-DIFF-COUNT          PIC 9(05)  COMP.
001770 01  WS-REGION-DIFF-COUNT        PIC 9(05)  COMP.
001780 01  WS-STATUS-DIFF-COUNT        PIC 9(05)  COMP.
001790 01  WS-COORD-DIFF-COUNT         PIC 9(05)  COMP.
001800 01  WS-NOT-SCANNED-COUNT        PIC 9(05)  COMP.
001810 01  WS-DRAFT-COUNT              PIC 9(05)  COMP.
001820 01  WS-DISCREPANCY-COUNT        PIC 9(05)  COMP.
001830*----------------------------------------------------------------
001840* WORK FIELDS
001850*----------------------------------------------------------------
001860 01  WS-RUN-DATE                 PIC 9(08).
001870 01  WS-MST-STATUS-TEXT          PIC X(20).
001880 01  WS-FAC-STATUS-TEXT          PIC X(20).
001890*----------------------------------------------------------------
001900* REPORT LINE LAYOUTS
001910*----------------------------------------------------------------
001920 01  WS-HEADER-LINE.
001930     05  FILLER                  PIC X(27)
001940         VALUE 'FACILITIES RECONCILIATION '.
001950     05  FILLER                  PIC X(09)  VALUE 'RUN DATE '.
001960     05  WS-HDR-DATE             PIC 9(08).
001970     05  FILLER                  PIC X(18)
001980         VALUE '  COORD TOLERANCE '.
001990     05  WS-HDR-TOLERANCE        PIC Z(10)9.
002000     05  FILLER                  PIC X(07)  VALUE SPACES.
002010 01  WS-SECTION-LINE.
002020     05  WS-SEC-TITLE            PIC X(60).
002030     05  FILLER                  PIC X(20)  VALUE SPACES.
002040 01  WS-SITE-LINE.
002050     05  WS-STL-SITE-ID          PIC ZZZZ9.
002060     05  FILLER                  PIC X(01)  VALUE SPACE.
002070     05  WS-STL-NAME             PIC X(20).
002080     05  FILLER                  PIC X(01)  VALUE SPACE.
002090     05  WS-STL-REGION           PIC X(03).
002100     05  FILLER                  PIC X(01)  VALUE SPACE.
002110     05  WS-STL-STATUS           PIC X(08).
002120     05  FILLER                  PIC X(01)  VALUE SPACE.
002130     05  WS-STL-NOTE             PIC X(30).
002140     05  FILLER                  PIC X(10)  VALUE SPACES.
002150 01  WS-DIFF-LINE.
002160     05  WS-DFL-SITE-ID          PIC ZZZZ9.
002170     05  FILLER                  PIC X(01)  VALUE SPACE.
002180     05  WS-DFL-MASTER           PIC X(20).
002190     05  FILLER                  PIC X(04)  VALUE ' VS '.
002200     05  WS-DFL-FACILITIES       PIC X(20).
002210     05  FILLER                  PIC X(01)  VALUE SPACE.
002220     05  WS-DFL-NOTE             PIC X(29).
002230 01  WS-COORD-LINE.
002240     05  WS-CRL-SITE-ID          PIC ZZZZ9.
002250     05  FILLER                  PIC X(01)  VALUE SPACE.
002260     05  WS-CRL-NAME             PIC X(20).
002270     05  FILLER                  PIC X(01)  VALUE SPACE.
002280     05  WS-CRL-DIST             PIC -(10)9.9999999999.
002290     05  FILLER                  PIC X(31)  VALUE SPACES.
002300 01  WS-NOT-SCANNED-LINE.
002310     05  WS-NSL-SITE-ID          PIC ZZZZ9.
002320     05  FILLER                  PIC X(01)  VALUE SPACE.
002330     05  WS-NSL-NAME             PIC X(20).
002340     05  FILLER                  PIC X(35)
002350         VALUE ' NOT ON THE LAST SCAN - NOT CHECKED'.
002360     05  FILLER                  PIC X(19)  VALUE SPACES.
002370 01  WS-TOTAL-LINE.
002380     05  WS-TOT-LABEL            PIC X(40).
002390     05  WS-TOT-VALUE            PIC ZZZZ9.
002400     05  FILLER                  PIC X(35)  VALUE SPACES.
002410 01  WS-REJECT-LINE.
002420     05  FILLER                  PIC X(35)
002430         VALUE 'RUN REJECTED - SEE SYSOUT. NO DRAFT'.
002440     05  FILLER                  PIC X(45)
002450         VALUE ' TRANSACTIONS WRITTEN.'.
002460*
002470 PROCEDURE DIVISION.
002480*================================================================
002490 0000-MAINLINE.
002500*================================================================
002510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002520     IF WS-RUN-IS-VALID
002530         PERFORM 3000-MATCH-SITES THRU 3000-EXIT
002540     END-IF.
002550     PERFORM 7000-WRITE-REPORT THRU 7000-EXIT.
002560     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002570     GO TO 9999-EXIT.
002580*================================================================
002590 1000-INITIALIZE.
002600*================================================================
002610     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002620     MOVE 0 TO WS-ONLY-FAC-COUNT.
002630     MOVE 0 TO WS-ONLY-MST-COUNT.
002640     MOVE 0 TO WS-NAME-DIFF-COUNT.
002650     MOVE 0 TO WS-REGION-DIFF-COUNT.
002660     MOVE 0 TO WS-STATUS-DIFF-COUNT.
002670     MOVE 0 TO WS-COORD-DIFF-COUNT.
002680     MOVE 0 TO WS-NOT-SCANNED-COUNT.
002690     MOVE 0 TO WS-DRAFT-COUNT.
002700     MOVE 0 TO WS-DISCREPANCY-COUNT.
002710     MOVE 0 TO WS-MASTER-COUNT.
002720     MOVE 0 TO WS-COORD-COUNT.
002730     MOVE 0 TO WS-FAC-COUNT.
002740     PERFORM 1020-LOAD-PARMS THRU 1020-EXIT.
002750     IF NOT WS-RUN-IS-VALID
002760         GO TO 1000-EXIT
002770     END-IF.
002780     PERFORM 1100-LOAD-MASTER THRU 1100-EXIT.
002790     IF NOT WS-RUN-IS-VALID
002800         GO TO 1000-EXIT
002810     END-IF.
002820     PERFORM 1300-LOAD-COORDINATES THRU 1300-EXIT.
002830     IF NOT WS-RUN-IS-VALID
002840         GO TO 1000-EXIT
002850     END-IF.
002860     PERFORM 1400-LOAD-FACILITIES THRU 1400-EXIT.
002870 1000-EXIT.
002880     EXIT.
002890*================================================================
002900 1020-LOAD-PARMS.
002910*================================================================
002920     CALL 'PRMLOAD' USING PRM-BLOCK.
002930     IF PRM-BAD-FILE
002940         DISPLAY "PARAMETER FILE MALFORMED AT: " PRM-ERROR-TEXT
002950         DISPLAY "RUN REJECTED"
002960         MOVE 'N' TO WS-VALID-RUN-SWITCH
002970         GO TO 1020-EXIT
002980     END-IF.
002990     MOVE 'COORD-TOLERANCE' TO WS-PARM-KEY.
003000     PERFORM 1030-FETCH-PARM THRU 1030-EXIT.
003010     IF WS-PARM-FOUND AND WS-RUN-IS-VALID
003020         MOVE WS-PARM-NUM TO WS-COORD-TOLERANCE
003030     END-IF.
003040 1020-EXIT.
003050     EXIT.
003060*================================================================
003070 1030-FETCH-PARM.
003080*================================================================
003090*    LOOKS WS-PARM-KEY UP IN THE LOADED TABLE. WHEN PRESENT THE
003100*    VALUE MUST BE AN UNSIGNED WHOLE NUMBER OF UP TO ELEVEN
003110*    DIGITS - THE WIDTH OF A COORDINATE - OR THE RUN IS REJECTED
003120*    NAMING THE PARAMETER.
003130     MOVE 'N' TO WS-PARM-FOUND-SWITCH.
003140     MOVE 0 TO WS-PARM-FOUND-IDX.
003150     PERFORM 1035-MATCH-PARM THRU 1035-EXIT
003160         VARYING WS-PARM-IDX FROM 1 BY 1
003170         UNTIL WS-PARM-IDX > PRM-COUNT
003180             OR WS-PARM-FOUND.
003190     IF NOT WS-PARM-FOUND
003200         GO TO 1030-EXIT
003210     END-IF.
003220     MOVE 0 TO WS-PARM-LEN.
003230     INSPECT PRM-VALUE(WS-PARM-FOUND-IDX)
003240         TALLYING WS-PARM-LEN
003250         FOR CHARACTERS BEFORE INITIAL SPACE.
003260     IF WS-PARM-LEN = 0 OR WS-PARM-LEN > 11
003270         OR PRM-VALUE(WS-PARM-FOUND-IDX)(1:WS-PARM-LEN)
003280             NOT NUMERIC
003290         DISPLAY "PARAMETER " WS-PARM-KEY
003300                 " INVALID - RUN REJECTED"
003310         MOVE 'N' TO WS-VALID-RUN-SWITCH
003320     ELSE
003330         MOVE PRM-VALUE(WS-PARM-FOUND-IDX)(1:WS-PARM-LEN)
003340             TO WS-PARM-NUM
003350     END-IF.
003360 1030-EXIT.
003370     EXIT.
003380*================================================================
003390 1035-MATCH-PARM.
003400*================================================================
003410     IF PRM-KEYWORD(WS-PARM-IDX) = WS-PARM-KEY
003420         MOVE 'Y' TO WS-PARM-FOUND-SWITCH
003430         MOVE WS-PARM-IDX TO WS-PARM-FOUND-IDX
003440     END-IF.
003450 1035-EXIT.
003460     EXIT.
003470*================================================================
003480 1100-LOAD-MASTER.
003490*================================================================
003500*    AN EMPTY MASTER IS NOT AN ERROR HERE - EVERY FACILITIES
003510*    SITE THEN DRAFTS AS AN ADD, WHICH IS HOW A NEW MASTER IS
003520*    SEEDED.
003530     MOVE 'N' TO WS-EOF-SWITCH.
003540     OPEN INPUT SITE-MASTER-FILE.
003550     PERFORM 1150-READ-ONE-MASTER THRU 1150-EXIT
003560         UNTIL WS-END-OF-FILE OR NOT WS-RUN-IS-VALID.
003570     CLOSE SITE-MASTER-FILE.
003580 1100-EXIT.
003590     EXIT.
003600*================================================================
003610 1150-READ-ONE-MASTER.
003620*================================================================
003630     READ SITE-MASTER-FILE
003640         AT END
003650             SET WS-END-OF-FILE TO TRUE
003660     END-READ.
003670     IF WS-END-OF-FILE
003680         GO TO 1150-EXIT
003690     END-IF.
003700     IF SITEMST-SITE-ID NOT NUMERIC
003710         DISPLAY "DAMAGED SITE MASTER RECORD AFTER RECORD "
003720                 WS-MASTER-COUNT " - RUN REJECTED"
003730         MOVE 'N' TO WS-VALID-RUN-SWITCH
003740         GO TO 1150-EXIT
003750     END-IF.
003760     IF WS-MASTER-COUNT >= WS-MAX-SITES
003770         DISPLAY "SITE MASTER EXCEEDS " WS-MAX-SITES
003780                 " SITES - RUN REJECTED"
003790         MOVE 'N' TO WS-VALID-RUN-SWITCH
003800         GO TO 1150-EXIT
003810     END-IF.
003820     ADD 1 TO WS-MASTER-COUNT.
003830     MOVE SITEMST-SITE-ID TO MST-SITE-ID(WS-MASTER-COUNT).
003840     MOVE SITEMST-NAME TO MST-NAME(WS-MASTER-COUNT).
003850     MOVE SITEMST-REGION TO MST-REGION(WS-MASTER-COUNT).
003860     MOVE SITEMST-STATUS TO MST-STATUS(WS-MASTER-COUNT).
003870     MOVE 'N' TO MST-MATCH-SWITCH(WS-MASTER-COUNT).
003880 1150-EXIT.
003890     EXIT.
003900*================================================================
003910 1200-FIND-MASTER-SITE.
003920*================================================================
003930*    SETS WS-FOUND-IDX TO THE MASTER ROW FOR WS-LOOKUP-ID, OR
003940*    ZERO WHEN THE SITE IS NOT ON THE MASTER.
003950     MOVE 0 TO WS-FOUND-IDX.
003960     PERFORM 1250-MATCH-MASTER-ROW THRU 1250-EXIT
003970         VARYING WS-MASTER-IDX FROM 1 BY 1
003980         UNTIL WS-MASTER-IDX > WS-MASTER-COUNT
003990             OR WS-FOUND-IDX > 0.
004000 1200-EXIT.
004010     EXIT.
004020*================================================================
004030 1250-MATCH-MASTER-ROW.
004040*================================================================
004050     IF MST-SITE-ID(WS-MASTER-IDX) = WS-LOOKUP-ID
004060         MOVE WS-MASTER-IDX TO WS-FOUND-IDX
004070     END-IF.
004080 1250-EXIT.
004090     EXIT.
004100*================================================================
004110 1300-LOAD-COORDINATES.
004120*================================================================
004130*    NO PRIOR RESULTS FILE - THE SCAN HAS NEVER RUN - STILL
004140*    LETS THE NAMES, REGIONS AND STATUS BE RECONCILED; THE
004150*    COORDINATE SECTION SAYS IT WAS NOT CHECKED.
004160     MOVE 'N' TO WS-EOF-SWITCH.
004170     OPEN INPUT DST-PRIOR-FILE.
004180     IF WS-PRV-STATUS NOT = '00'
004190         DISPLAY "PRIOR RESULTS FILE (DSTPRV) NOT AVAILABLE - "
004200                 "COORDINATES NOT CHECKED"
004210         MOVE 'N' TO WS-SCAN-SWITCH
004220         CLOSE DST-PRIOR-FILE
004230         GO TO 1300-EXIT
004240     END-IF.
004250     PERFORM 1350-READ-ONE-PRIOR THRU 1350-EXIT
004260         UNTIL WS-END-OF-FILE OR NOT WS-RUN-IS-VALID.
004270     CLOSE DST-PRIOR-FILE.
004280 1300-EXIT.
004290     EXIT.
004300*================================================================
004310 1350-READ-ONE-PRIOR.
004320*================================================================
004330*    ONLY THE 'S' SITE RECORDS MATTER HERE - THE HEADER AND
004340*    THE REGION RESULT RECORDS ARE THE SCAN'S OWN STATE.
004350     READ DST-PRIOR-FILE
004360         AT END
004370             SET WS-END-OF-FILE TO TRUE
004380     END-READ.
004390     IF WS-END-OF-FILE
004400         GO TO 1350-EXIT
004410     END-IF.
004420     IF NOT PRV-IS-SITE
004430         GO TO 1350-EXIT
004440     END-IF.
004450     IF PRV-SITE-ID NOT NUMERIC
004460         OR PRV-SITE-X NOT NUMERIC
004470         OR PRV-SITE-Y NOT NUMERIC
004480         DISPLAY "DAMAGED SITE RECORD ON PRIOR RESULTS - "
004490                 "RUN REJECTED"
004500         MOVE 'N' TO WS-VALID-RUN-SWITCH
004510         GO TO 1350-EXIT
004520     END-IF.
004530     IF WS-COORD-COUNT >= WS-MAX-SITES
004540         DISPLAY "PRIOR RESULTS EXCEED " WS-MAX-SITES
004550                 " SITES - RUN REJECTED"
004560         MOVE 'N' TO WS-VALID-RUN-SWITCH
004570         GO TO 1350-EXIT
004580     END-IF.
004590     ADD 1 TO WS-COORD-COUNT.
004600     MOVE PRV-SITE-ID TO CRD-SITE-ID(WS-COORD-COUNT).
004610     MOVE PRV-SITE-X TO CRD-X(WS-COORD-COUNT).
004620     MOVE PRV-SITE-Y TO CRD-Y(WS-COORD-COUNT).
004630 1350-EXIT.
004640     EXIT.
004650*================================================================
004660 1390-FIND-COORDINATES.
004670*================================================================
004680*    SETS WS-COORD-FOUND-IDX TO THE SCAN ROW FOR WS-LOOKUP-ID,
004690*    OR ZERO WHEN THE LAST SCAN DID NOT PLACE THE SITE.
004700     MOVE 0 TO WS-COORD-FOUND-IDX.
004710     PERFORM 1395-MATCH-COORD-ROW THRU 1395-EXIT
004720         VARYING WS-COORD-IDX FROM 1 BY 1
004730         UNTIL WS-COORD-IDX > WS-COORD-COUNT
004740             OR WS-COORD-FOUND-IDX > 0.
004750 1390-EXIT.
004760     EXIT.
004770*================================================================
004780 1395-MATCH-COORD-ROW.
004790*================================================================
004800     IF CRD-SITE-ID(WS-COORD-IDX) = WS-LOOKUP-ID
004810         MOVE WS-COORD-IDX TO WS-COORD-FOUND-IDX
004820     END-IF.
004830 1395-EXIT.
004840     EXIT.
004850*================================================================
004860 1400-LOAD-FACILITIES.
004870*================================================================
004880*    AN EMPTY EXTRACT REJECTS THE RUN RATHER THAN DRAFT A
004890*    DEACTIVATE FOR EVERY SITE ON THE MASTER.
004900     MOVE 'N' TO WS-EOF-SWITCH.
004910     OPEN INPUT FACILITIES-FILE.
004920     PERFORM 1450-READ-ONE-FACILITY THRU 1450-EXIT
004930         UNTIL WS-END-OF-FILE OR NOT WS-RUN-IS-VALID.
004940     CLOSE FACILITIES-FILE.
004950     IF WS-RUN-IS-VALID AND WS-FAC-COUNT = 0
004960         DISPLAY "FACILITIES EXTRACT IS EMPTY - RUN REJECTED"
004970         MOVE 'N' TO WS-VALID-RUN-SWITCH
004980     END-IF.
004990 1400-EXIT.
005000     EXIT.
005010*================================================================
005020 1450-READ-ONE-FACILITY.
005030*================================================================
005040*    A SITE THAT DOES NOT EDIT CLEAN, OR A SITE ON THE EXTRACT
005050*    TWICE, REJECTS THE RUN - A DRAFT BUILT AROUND A HOLE WOULD
005060*    DEACTIVATE A SITE THAT IS STILL OPEN.
005070     READ FACILITIES-FILE
005080         AT END
005090             SET WS-END-OF-FILE TO TRUE
005100     END-READ.
005110     IF WS-END-OF-FILE
005120         GO TO 1450-EXIT
005130     END-IF.
005140     IF FACEXT-SITE-ID NOT NUMERIC
005150         OR FACEXT-SITE-ID = 0
005160         OR FACEXT-NAME = SPACES
005170         OR FACEXT-REGION = SPACES
005180         OR NOT (FACEXT-OPEN OR FACEXT-CLOSED)
005190         OR FACEXT-X NOT NUMERIC
005200         OR FACEXT-Y NOT NUMERIC
005210         DISPLAY "DAMAGED FACILITIES RECORD AFTER RECORD "
005220                 WS-FAC-COUNT " - RUN REJECTED"
005230         MOVE 'N' TO WS-VALID-RUN-SWITCH
005240         GO TO 1450-EXIT
005250     END-IF.
005260     IF WS-FAC-COUNT >= WS-MAX-SITES
005270         DISPLAY "FACILITIES EXTRACT EXCEEDS " WS-MAX-SITES
005280                 " SITES - RUN REJECTED"
005290         MOVE 'N' TO WS-VALID-RUN-SWITCH
005300         GO TO 1450-EXIT
005310     END-IF.
005320     MOVE 0 TO WS-DUP-IDX.
005330     PERFORM 1480-MATCH-FACILITY THRU 1480-EXIT
005340         VARYING WS-FAC-IDX FROM 1 BY 1
005350         UNTIL WS-FAC-IDX > WS-FAC-COUNT
005360             OR WS-DUP-IDX > 0.
005370     IF WS-DUP-IDX > 0
005380         DISPLAY "SITE " FACEXT-SITE-ID
005390                 " ON THE FACILITIES EXTRACT TWICE - "
005400                 "RUN REJECTED"
005410         MOVE 'N' TO WS-VALID-RUN-SWITCH
005420         GO TO 1450-EXIT
005430     END-IF.
005440     ADD 1 TO WS-FAC-COUNT.
005450     MOVE FACEXT-SITE-ID TO FAC-SITE-ID(WS-FAC-COUNT).
005460     MOVE FACEXT-NAME TO FAC-NAME(WS-FAC-COUNT).
005470     MOVE FACEXT-REGION TO FAC-REGION(WS-FAC-COUNT).
005480     MOVE FACEXT-STATUS TO FAC-STATUS(WS-FAC-COUNT).
005490     MOVE FACEXT-X TO FAC-X(WS-FAC-COUNT).
005500     MOVE FACEXT-Y TO FAC-Y(WS-FAC-COUNT).
005510     MOVE 0 TO FAC-MST-IDX(WS-FAC-COUNT).
005520     MOVE 0 TO FAC-CRD-IDX(WS-FAC-COUNT).
005530 1450-EXIT.
005540     EXIT.
005550*================================================================
005560 1480-MATCH-FACILITY.
005570*================================================================
005580     IF FAC-SITE-ID(WS-FAC-IDX) = FACEXT-SITE-ID
005590         MOVE WS-FAC-IDX TO WS-DUP-IDX
005600     END-IF.
005610 1480-EXIT.
005620     EXIT.
005630*================================================================
005640 3000-MATCH-SITES.
005650*================================================================
005660*    TIES EACH FACILITIES SITE TO ITS MASTER ROW AND ITS ROW ON
005670*    THE LAST SCAN. A MASTER ROW NO FACILITIES SITE CLAIMS IS
005680*    LEFT UNMATCHED - THOSE ARE THE SITES ONLY ON THE MASTER.
005690     PERFORM 3100-MATCH-ONE-SITE THRU 3100-EXIT
005700         VARYING WS-FAC-IDX FROM 1 BY 1
005710         UNTIL WS-FAC-IDX > WS-FAC-COUNT.
005720 3000-EXIT.
005730     EXIT.
005740*================================================================
005750 3100-MATCH-ONE-SITE.
005760*================================================================
005770     MOVE FAC-SITE-ID(WS-FAC-IDX) TO WS-LOOKUP-ID.
005780     PERFORM 1200-FIND-MASTER-SITE THRU 1200-EXIT.
005790     MOVE WS-FOUND-IDX TO FAC-MST-IDX(WS-FAC-IDX).
005800     IF WS-FOUND-IDX > 0
005810         MOVE 'Y' TO MST-MATCH-SWITCH(WS-FOUND-IDX)
005820     END-IF.
005830     PERFORM 1390-FIND-COORDINATES THRU 1390-EXIT.
005840     MOVE WS-COORD-FOUND-IDX TO FAC-CRD-IDX(WS-FAC-IDX).
005850 3100-EXIT.
005860     EXIT.
005870*================================================================
005880 3200-COMPUTE-DISTANCE.
005890*================================================================
005900*    SURVEYED POSITION AGAINST THE LAST SCAN'S, FOR THE
005910*    FACILITIES ROW WS-FAC-IDX AND THE SCAN ROW WS-COORD-IDX.
005920     IF FAC-X(WS-FAC-IDX) > CRD-X(WS-COORD-IDX)
005930         SUBTRACT FAC-X(WS-FAC-IDX)
005940             FROM CRD-X(WS-COORD-IDX) GIVING X
005950     ELSE
005960         SUBTRACT CRD-X(WS-COORD-IDX)
005970             FROM FAC-X(WS-FAC-IDX) GIVING X
005980     END-IF.
005990     IF FAC-Y(WS-FAC-IDX) > CRD-Y(WS-COORD-IDX)
006000         SUBTRACT FAC-Y(WS-FAC-IDX)
006010             FROM CRD-Y(WS-COORD-IDX) GIVING Y
006020     ELSE
006030         SUBTRACT CRD-Y(WS-COORD-IDX)
006040             FROM FAC-Y(WS-FAC-IDX) GIVING Y
006050     END-IF.
006060     MULTIPLY X BY X GIVING X.
006070     MULTIPLY Y BY Y GIVING Y.
006080     ADD X TO Y GIVING DIST.
006090     COMPUTE DIST = FUNCTION SQRT (DIST).
006100 3200-EXIT.
006110     EXIT.
006120*================================================================
006130 7000-WRITE-REPORT.
006140*================================================================
006150*    THE REPORT AND THE DRAFT ARE WRITTEN SECTION BY SECTION,
006160*    SO THE DRAFT RUNS IN THE SAME ORDER AS THE REPORT: ADDS,
006170*    DEACTIVATES FOR SITES FACILITIES NO LONGER HAS, NAME
006180*    CHANGES, TRANSFERS, THEN STATUS CHANGES.
006190     OPEN OUTPUT DISCREPANCY-REPORT-FILE.
006200     OPEN OUTPUT DRAFT-TRANS-FILE.
006210     MOVE WS-RUN-DATE TO WS-HDR-DATE.
006220     MOVE WS-COORD-TOLERANCE TO WS-HDR-TOLERANCE.
006230     WRITE FAC-REPORT-RECORD FROM WS-HEADER-LINE.
006240     IF NOT WS-RUN-IS-VALID
006250         WRITE FAC-REPORT-RECORD FROM WS-REJECT-LINE
006260         GO TO 7000-CLOSE
006270     END-IF.
006280     MOVE 'SITES ONLY IN FACILITIES' TO WS-SEC-TITLE.
006290     WRITE FAC-REPORT-RECORD FROM WS-SECTION-LINE.
006300     PERFORM 7100-WRITE-ONLY-FACILITIES THRU 7100-EXIT
006310         VARYING WS-FAC-IDX FROM 1 BY 1
006320         UNTIL WS-FAC-IDX > WS-FAC-COUNT.
006330     MOVE 'SITES ONLY ON THE SITE MASTER' TO WS-SEC-TITLE.
006340     WRITE FAC-REPORT-RECORD FROM WS-SECTION-LINE.
006350     PERFORM 7200-WRITE-ONLY-MASTER THRU 7200-EXIT
006360         VARYING WS-MASTER-IDX FROM 1 BY 1
006370         UNTIL WS-MASTER-IDX > WS-MASTER-COUNT.
006380     MOVE 'NAME DIFFERENCES - MASTER VS FACILITIES'
006390         TO WS-SEC-TITLE.
006400     WRITE FAC-REPORT-RECORD FROM WS-SECTION-LINE.
006410     PERFORM 7300-WRITE-NAME-DIFF THRU 7300-EXIT
006420         VARYING WS-FAC-IDX FROM 1 BY 1
006430         UNTIL WS-FAC-IDX > WS-FAC-COUNT.
006440     MOVE 'REGION DIFFERENCES - MASTER VS FACILITIES'
006450         TO WS-SEC-TITLE.
006460     WRITE FAC-REPORT-RECORD FROM WS-SECTION-LINE.
006470     PERFORM 7400-WRITE-REGION-DIFF THRU 7400-EXIT
006480         VARYING WS-FAC-IDX FROM 1 BY 1
006490         UNTIL WS-FAC-IDX > WS-FAC-COUNT.
006500     MOVE 'STATUS DIFFERENCES - MASTER VS FACILITIES'
006510         TO WS-SEC-TITLE.
006520     WRITE FAC-REPORT-RECORD FROM WS-SECTION-LINE.
006530     PERFORM 7500-WRITE-STATUS-DIFF THRU 7500-EXIT
006540         VARYING WS-FAC-IDX FROM 1 BY 1
006550         UNTIL WS-FAC-IDX > WS-FAC-COUNT.
006560     IF WS-SCAN-AVAILABLE
006570         MOVE 'SURVEYED COORDINATES BEYOND TOLERANCE OF LAST SCAN'
006580             TO WS-SEC-TITLE
006590     ELSE
006600         MOVE 'SURVEYED COORDINATES NOT CHECKED - NO SCAN RESULTS'
006610             TO WS-SEC-TITLE
006620     END-IF.
006630     WRITE FAC-REPORT-RECORD FROM WS-SECTION-LINE.
006640     IF WS-SCAN-AVAILABLE
006650         PERFORM 7600-WRITE-COORD-DIFF THRU 7600-EXIT
006660             VARYING WS-FAC-IDX FROM 1 BY 1
006670             UNTIL WS-FAC-IDX > WS-FAC-COUNT
006680     END-IF.
006690     PERFORM 7700-WRITE-TOTALS THRU 7700-EXIT.
006700 7000-CLOSE.
006710     CLOSE DRAFT-TRANS-FILE.
006720     CLOSE DISCREPANCY-REPORT-FILE.
006730 7000-EXIT.
006740     EXIT.
006750*================================================================
006760 7100-WRITE-ONLY-FACILITIES.
006770*================================================================
006780*    AN OPEN SITE THE MASTER HAS NEVER HEARD OF DRAFTS AS AN
006790*    ADD. A CLOSED ONE IS LISTED ONLY - THERE IS NOTHING TO ADD.
006800     IF FAC-MST-IDX(WS-FAC-IDX) > 0
006810         GO TO 7100-EXIT
006820     END-IF.
006830     ADD 1 TO WS-ONLY-FAC-COUNT.
006840     MOVE FAC-SITE-ID(WS-FAC-IDX) TO WS-STL-SITE-ID.
006850     MOVE FAC-NAME(WS-FAC-IDX) TO WS-STL-NAME.
006860     MOVE FAC-REGION(WS-FAC-IDX) TO WS-STL-REGION.
006870     IF FAC-OPEN(WS-FAC-IDX)
006880         MOVE 'OPEN' TO WS-STL-STATUS
006890         MOVE 'DRAFT ADD' TO WS-STL-NOTE
006900         MOVE SPACES TO SITETRN-RECORD
006910         MOVE 'A' TO SITETRN-ACTION
006920         MOVE FAC-SITE-ID(WS-FAC-IDX) TO SITETRN-SITE-ID
006930         MOVE FAC-NAME(WS-FAC-IDX) TO SITETRN-NAME
006940         MOVE FAC-REGION(WS-FAC-IDX) TO SITETRN-REGION
006950         PERFORM 7900-WRITE-DRAFT THRU 7900-EXIT
006960     ELSE
006970         MOVE 'CLOSED' TO WS-STL-STATUS
006980         MOVE 'CLOSED - NOTHING DRAFTED' TO WS-STL-NOTE
006990     END-IF.
007000     WRITE FAC-REPORT-RECORD FROM WS-SITE-LINE.
007010 7100-EXIT.
007020     EXIT.
007030*================================================================
007040 7200-WRITE-ONLY-MASTER.
007050*================================================================
007060*    A SITE FACILITIES NO LONGER CARRIES DRAFTS A DEACTIVATE
007070*    WHILE IT IS STILL ACTIVE ON THE MASTER.
007080     IF MST-MATCHED(WS-MASTER-IDX)
007090         GO TO 7200-EXIT
007100     END-IF.
007110     ADD 1 TO WS-ONLY-MST-COUNT.
007120     MOVE MST-SITE-ID(WS-MASTER-IDX) TO WS-STL-SITE-ID.
007130     MOVE MST-NAME(WS-MASTER-IDX) TO WS-STL-NAME.
007140     MOVE MST-REGION(WS-MASTER-IDX) TO WS-STL-REGION.
007150     IF MST-STATUS(WS-MASTER-IDX) = 'A'
007160         MOVE 'ACTIVE' TO WS-STL-STATUS
007170         MOVE 'DRAFT DEACTIVATE' TO WS-STL-NOTE
007180         MOVE SPACES TO SITETRN-RECORD
007190         MOVE 'D' TO SITETRN-ACTION
007200         MOVE MST-SITE-ID(WS-MASTER-IDX) TO SITETRN-SITE-ID
007210         PERFORM 7900-WRITE-DRAFT THRU 7900-EXIT
007220     ELSE
007230         MOVE 'INACTIVE' TO WS-STL-STATUS
007240         MOVE 'ALREADY INACTIVE - NO DRAFT' TO WS-STL-NOTE
007250     END-IF.
007260     WRITE FAC-REPORT-RECORD FROM WS-SITE-LINE.
007270 7200-EXIT.
007280     EXIT.
007290*================================================================
007300 7300-WRITE-NAME-DIFF.
007310*================================================================
007320     MOVE FAC-MST-IDX(WS-FAC-IDX) TO WS-MASTER-IDX.
007330     IF WS-MASTER-IDX = 0
007340         GO TO 7300-EXIT
007350     END-IF.
007360     IF MST-NAME(WS-MASTER-IDX) = FAC-NAME(WS-FAC-IDX)
007370         GO TO 7300-EXIT
007380     END-IF.
007390     ADD 1 TO WS-NAME-DIFF-COUNT.
007400     MOVE FAC-SITE-ID(WS-FAC-IDX) TO WS-DFL-SITE-ID.
007410     MOVE MST-NAME(WS-MASTER-IDX) TO WS-DFL-MASTER.
007420     MOVE FAC-NAME(WS-FAC-IDX) TO WS-DFL-FACILITIES.
007430     MOVE 'DRAFT CHANGE NAME' TO WS-DFL-NOTE.
007440     WRITE FAC-REPORT-RECORD FROM WS-DIFF-LINE.
007450     MOVE SPACES TO SITETRN-RECORD.
007460     MOVE 'C' TO SITETRN-ACTION.
007470     MOVE FAC-SITE-ID(WS-FAC-IDX) TO SITETRN-SITE-ID.
007480     MOVE FAC-NAME(WS-FAC-IDX) TO SITETRN-NAME.
007490     PERFORM 7900-WRITE-DRAFT THRU 7900-EXIT.
007500 7300-EXIT.
007510     EXIT.
007520*================================================================
007530 7400-WRITE-REGION-DIFF.
007540*================================================================
007550     MOVE FAC-MST-IDX(WS-FAC-IDX) TO WS-MASTER-IDX.
007560     IF WS-MASTER-IDX = 0
007570         GO TO 7400-EXIT
007580     END-IF.
007590     IF MST-REGION(WS-MASTER-IDX) = FAC-REGION(WS-FAC-IDX)
007600         GO TO 7400-EXIT
007610     END-IF.
007620     ADD 1 TO WS-REGION-DIFF-COUNT.
007630     MOVE FAC-SITE-ID(WS-FAC-IDX) TO WS-DFL-SITE-ID.
007640     MOVE MST-REGION(WS-MASTER-IDX) TO WS-DFL-MASTER.
007650     MOVE FAC-REGION(WS-FAC-IDX) TO WS-DFL-FACILITIES.
007660     MOVE 'DRAFT TRANSFER REGION' TO WS-DFL-NOTE.
007670     WRITE FAC-REPORT-RECORD FROM WS-DIFF-LINE.
007680     MOVE SPACES TO SITETRN-RECORD.
007690     MOVE 'T' TO SITETRN-ACTION.
007700     MOVE FAC-SITE-ID(WS-FAC-IDX) TO SITETRN-SITE-ID.
007710     MOVE FAC-REGION(WS-FAC-IDX) TO SITETRN-REGION.
007720     PERFORM 7900-WRITE-DRAFT THRU 7900-EXIT.
007730 7400-EXIT.
007740     EXIT.
007750*================================================================
007760 7500-WRITE-STATUS-DIFF.
007770*================================================================
007780*    OPEN IN FACILITIES AND INACTIVE ON THE MASTER DRAFTS A
007790*    REACTIVATE; CLOSED AND STILL ACTIVE DRAFTS A DEACTIVATE.
007800     MOVE FAC-MST-IDX(WS-FAC-IDX) TO WS-MASTER-IDX.
007810     IF WS-MASTER-IDX = 0
007820         GO TO 7500-EXIT
007830     END-IF.
007840     IF FAC-OPEN(WS-FAC-IDX)
007850         AND MST-STATUS(WS-MASTER-IDX) = 'A'
007860         GO TO 7500-EXIT
007870     END-IF.
007880     IF NOT FAC-OPEN(WS-FAC-IDX)
007890         AND MST-STATUS(WS-MASTER-IDX) NOT = 'A'
007900         GO TO 7500-EXIT
007910     END-IF.
007920     ADD 1 TO WS-STATUS-DIFF-COUNT.
007930     MOVE FAC-SITE-ID(WS-FAC-IDX) TO WS-DFL-SITE-ID.
007940     MOVE SPACES TO SITETRN-RECORD.
007950     MOVE FAC-SITE-ID(WS-FAC-IDX) TO SITETRN-SITE-ID.
007960     IF FAC-OPEN(WS-FAC-IDX)
007970         MOVE 'INACTIVE' TO WS-DFL-MASTER
007980         MOVE 'OPEN' TO WS-DFL-FACILITIES
007990         MOVE 'DRAFT REACTIVATE' TO WS-DFL-NOTE
008000         MOVE 'R' TO SITETRN-ACTION
008010     ELSE
008020         MOVE 'ACTIVE' TO WS-DFL-MASTER
008030         MOVE 'CLOSED' TO WS-DFL-FACILITIES
008040         MOVE 'DRAFT DEACTIVATE' TO WS-DFL-NOTE
008050         MOVE 'D' TO SITETRN-ACTION
008060     END-IF.
008070     WRITE FAC-REPORT-RECORD FROM WS-DIFF-LINE.
008080     PERFORM 7900-WRITE-DRAFT THRU 7900-EXIT.
008090 7500-EXIT.
008100     EXIT.
008110*================================================================
008120 7600-WRITE-COORD-DIFF.
008130*================================================================
008140*    ONLY A SITE ON BOTH SIDES IS COMPARED. AN OPEN SITE THE
008150*    MASTER HAS ACTIVE BUT THE LAST SCAN NEVER PLACED IS LISTED
008160*    AS NOT CHECKED; A CLOSED ONE IS EXPECTED TO BE MISSING.
008170     IF FAC-MST-IDX(WS-FAC-IDX) = 0
008180         GO TO 7600-EXIT
008190     END-IF.
008200     MOVE FAC-MST-IDX(WS-FAC-IDX) TO WS-MASTER-IDX.
008210     MOVE FAC-CRD-IDX(WS-FAC-IDX) TO WS-COORD-IDX.
008220     IF WS-COORD-IDX = 0
008230         IF FAC-OPEN(WS-FAC-IDX)
008240             AND MST-STATUS(WS-MASTER-IDX) = 'A'
008250             ADD 1 TO WS-NOT-SCANNED-COUNT
008260             MOVE FAC-SITE-ID(WS-FAC-IDX) TO WS-NSL-SITE-ID
008270             MOVE FAC-NAME(WS-FAC-IDX) TO WS-NSL-NAME
008280             WRITE FAC-REPORT-RECORD FROM WS-NOT-SCANNED-LINE
008290         END-IF
008300         GO TO 7600-EXIT
008310     END-IF.
008320     PERFORM 3200-COMPUTE-DISTANCE THRU 3200-EXIT.
008330     IF DIST NOT > WS-COORD-TOLERANCE
008340         GO TO 7600-EXIT
008350     END-IF.
008360     ADD 1 TO WS-COORD-DIFF-COUNT.
008370     MOVE FAC-SITE-ID(WS-FAC-IDX) TO WS-CRL-SITE-ID.
008380     MOVE FAC-NAME(WS-FAC-IDX) TO WS-CRL-NAME.
008390     MOVE DIST TO WS-CRL-DIST.
008400     WRITE FAC-REPORT-RECORD FROM WS-COORD-LINE.
008410 7600-EXIT.
008420     EXIT.
008430*================================================================
008440 7700-WRITE-TOTALS.
008450*================================================================
008460     COMPUTE WS-DISCREPANCY-COUNT = WS-ONLY-FAC-COUNT
008470         + WS-ONLY-MST-COUNT + WS-NAME-DIFF-COUNT
008480         + WS-REGION-DIFF-COUNT + WS-STATUS-DIFF-COUNT
008490         + WS-COORD-DIFF-COUNT.
008500     MOVE 'TOTALS' TO WS-SEC-TITLE.
008510     WRITE FAC-REPORT-RECORD FROM WS-SECTION-LINE.
008520     MOVE 'SITES ON FACILITIES EXTRACT            =' TO
008530         WS-TOT-LABEL.
008540     MOVE WS-FAC-COUNT TO WS-TOT-VALUE.
008550     WRITE FAC-REPORT-RECORD FROM WS-TOTAL-LINE.
008560     MOVE 'SITES ON SITE MASTER                   =' TO
008570         WS-TOT-LABEL.
008580     MOVE WS-MASTER-COUNT TO WS-TOT-VALUE.
008590     WRITE FAC-REPORT-RECORD FROM WS-TOTAL-LINE.
008600     MOVE 'SITES ONLY IN FACILITIES               =' TO
008610         WS-TOT-LABEL.
008620     MOVE WS-ONLY-FAC-COUNT TO WS-TOT-VALUE.
008630     WRITE FAC-REPORT-RECORD FROM WS-TOTAL-LINE.
008640     MOVE 'SITES ONLY ON SITE MASTER              =' TO
008650         WS-TOT-LABEL.
008660     MOVE WS-ONLY-MST-COUNT TO WS-TOT-VALUE.
008670     WRITE FAC-REPORT-RECORD FROM WS-TOTAL-LINE.
008680     MOVE 'NAME DIFFERENCES                       =' TO
008690         WS-TOT-LABEL.
008700     MOVE WS-NAME-DIFF-COUNT TO WS-TOT-VALUE.
008710     WRITE FAC-REPORT-RECORD FROM WS-TOTAL-LINE.
008720     MOVE 'REGION DIFFERENCES                     =' TO
008730         WS-TOT-LABEL.
008740     MOVE WS-REGION-DIFF-COUNT TO WS-TOT-VALUE.
008750     WRITE FAC-REPORT-RECORD FROM WS-TOTAL-LINE.
008760     MOVE 'STATUS DIFFERENCES                     =' TO
008770         WS-TOT-LABEL.
008780     MOVE WS-STATUS-DIFF-COUNT TO WS-TOT-VALUE.
008790     WRITE FAC-REPORT-RECORD FROM WS-TOTAL-LINE.
008800     MOVE 'COORDINATES BEYOND TOLERANCE           =' TO
008810         WS-TOT-LABEL.
008820     MOVE WS-COORD-DIFF-COUNT TO WS-TOT-VALUE.
008830     WRITE FAC-REPORT-RECORD FROM WS-TOTAL-LINE.
008840     MOVE 'ACTIVE SITES NOT ON THE LAST SCAN      =' TO
008850         WS-TOT-LABEL.
008860     MOVE WS-NOT-SCANNED-COUNT TO WS-TOT-VALUE.
008870     WRITE FAC-REPORT-RECORD FROM WS-TOTAL-LINE.
008880     MOVE 'DRAFT TRANSACTIONS WRITTEN             =' TO
008890         WS-TOT-LABEL.
008900     MOVE WS-DRAFT-COUNT TO WS-TOT-VALUE.
008910     WRITE FAC-REPORT-RECORD FROM WS-TOTAL-LINE.
008920 7700-EXIT.
008930     EXIT.
008940*================================================================
008950 7900-WRITE-DRAFT.
008960*================================================================
008970     MOVE SPACES TO CHGENT-RECORD.
008980     MOVE 'SITE' TO CHGENT-TARGET.
008990     MOVE SITETRN-RECORD(1:29) TO CHGENT-IMAGE.
009000     WRITE CHGENT-RECORD.
009010     ADD 1 TO WS-DRAFT-COUNT.
009020 7900-EXIT.
009030     EXIT.
009040*================================================================
009050 8000-TERMINATE.
009060*================================================================
009070     IF NOT WS-RUN-IS-VALID
009080         DISPLAY "FACILITIES NOT RECONCILED - NO DRAFT WRITTEN"
009090         MOVE 8 TO RETURN-CODE
009100         GO TO 8000-EXIT
009110     END-IF.
009120     DISPLAY "SITES ON FACILITIES EXTRACT = " WS-FAC-COUNT.
009130     DISPLAY "DISCREPANCIES               = "
009140             WS-DISCREPANCY-COUNT.
009150     DISPLAY "DRAFT TRANSACTIONS WRITTEN  = " WS-DRAFT-COUNT.
009160     IF WS-DISCREPANCY-COUNT > 0
009170         MOVE 4 TO RETURN-CODE
009180     ELSE
009190         MOVE 0 TO RETURN-CODE
009200     END-IF.
009210 8000-EXIT.
009220     EXIT.
009230*================================================================
009240 9999-EXIT.
009250     STOP RUN.
