000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     DLVASN.
000030 AUTHOR.         S. KOVALENKO.
000040 INSTALLATION.   RECONCILIATION BATCH.
000050 DATE-WRITTEN.   OCT 2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 SK  ORIGINAL VERSION. DELIVERY-POINT ASSIGNMENT.
000110*                DISPATCH ASSIGNED EVERY CUSTOMER DELIVERY POINT
000120*                TO A DEPOT BY HAND OFF A MAP. READS THE
000130*                CUSTOMER DELIVERY-POINT FILE (DLVPT, LAYOUT
000140*                DLVPOINT) AND ASSIGNS EACH POINT TO THE NEAREST
000150*                DEPOT THAT IS ACTIVE ON THE SITE MASTER, TAKING
000160*                THE DEPOT COORDINATES FROM THE 'S' RECORDS OF
000170*                THE SCAN'S PRIOR RESULTS FILE (DSTPRV) THE SAME
000180*                WAY DSTRAD DOES, WITH THE SAME DISTANCE
000190*                ARITHMETIC. PRINTS THE DEPOT LOADING REPORT
000200*                (DLVRPT): CUSTOMERS AND FARTHEST CUSTOMER PER
000210*                DEPOT, LOAD BY DEPOT REGION, EVERY CUSTOMER
000220*                BEYOND THE SERVICE-RADIUS PARAMETER (PARMFIL
000230*                SERVICE-RADIUS, WHOLE COORDINATE UNITS; ABSENT
000240*                OR ZERO MEANS NOT CHECKED), EVERY CUSTOMER
000250*                SERVED FROM A DEPOT OUTSIDE ITS BILLING REGION,
000260*                AND EVERY CUSTOMER WHOSE DEPOT CHANGED SINCE
000270*                THE LAST RUN, WITH WHY. THE ASSIGNMENTS ARE
000280*                KEPT AS A GDG (DLVPRV (0) IN, DLVASG (+1) OUT,
000290*                LAYOUT DLVASG) SO A DEPOT DEACTIVATED ON
000300*                SITEMNT SHOWS ON THE NEXT RUN AS THE CUSTOMERS
000310*                THAT MOVED AND WHERE TO. A DAMAGED OR DUPLICATE
000320*                DELIVERY POINT, A BAD PARAMETER, OR NO ACTIVE
000330*                DEPOT WITH COORDINATES REJECTS THE RUN RC 8 AND
000340*                CARRIES THE ASSIGNMENTS FORWARD UNCHANGED.
000350*================================================================
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.    IBM-370.
000390 OBJECT-COMPUTER.    IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT DELIVERY-POINT-FILE ASSIGN TO DLVPT
000430            ORGANIZATION IS LINE SEQUENTIAL.
000440     SELECT DST-PRIOR-FILE ASSIGN TO DSTPRV
000450            ORGANIZATION IS LINE SEQUENTIAL
000460            FILE STATUS IS WS-PRV-STATUS.
000470     SELECT SITE-MASTER-FILE ASSIGN TO SITEMST
000480            ORGANIZATION IS LINE SEQUENTIAL.
000490     SELECT OPTIONAL ASSIGN-IN ASSIGN TO DLVPRV
000500            ORGANIZATION IS LINE SEQUENTIAL
000510            FILE STATUS IS WS-ASGI-STATUS.
000520     SELECT ASSIGN-OUT ASSIGN TO DLVASG
000530            ORGANIZATION IS LINE SEQUENTIAL.
000540     SELECT LOADING-REPORT-FILE ASSIGN TO DLVRPT
000550            ORGANIZATION IS LINE SEQUENTIAL.
000560*
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  DELIVERY-POINT-FILE
000600     RECORD CONTAINS 37 CHARACTERS.
000610     COPY DLVPOINT.
000620*
000630 FD  DST-PRIOR-FILE
000640     RECORD CONTAINS 69 CHARACTERS.
000650     COPY DSTPRIOR.
000660*
000670 FD  SITE-MASTER-FILE
000680     RECORD CONTAINS 29 CHARACTERS.
000690     COPY SITEMST.
000700*
000710 FD  ASSIGN-IN
000720     RECORD CONTAINS 43 CHARACTERS.
000730     COPY DLVASG.
000740*
000750 FD  ASSIGN-OUT
000760     RECORD CONTAINS 43 CHARACTERS.
000770 01  DLVASGO-RECORD              PIC X(43).
000780*
000790 FD  LOADING-REPORT-FILE
000800     RECORD CONTAINS 80 CHARACTERS.
000810 01  DLV-REPORT-RECORD           PIC X(80).
000820*
000830 WORKING-STORAGE SECTION.
000840*----------------------------------------------------------------
000850* CONSTANTS
000860*----------------------------------------------------------------
000870*    THE SITE TABLES OCCUR 2000, THE SAME CEILING AS THE NIGHTLY
000880*    SCAN; THE DELIVERY-POINT AND PRIOR-ASSIGNMENT TABLES OCCUR
000890*    5000. A FILE BIGGER THAN ITS TABLE REJECTS THE RUN.
000900 77  WS-MAX-SITES                PIC 9(05)  VALUE 2000.
000910 77  WS-MAX-POINTS               PIC 9(05)  VALUE 5000.
000920 77  WS-MAX-REGIONS              PIC 9(03)  VALUE 100.
000930*----------------------------------------------------------------
000940* SWITCHES
000950*----------------------------------------------------------------
000960 01  WS-SWITCHES.
000970     05  WS-VALID-RUN-SWITCH     PIC X(01)  VALUE 'Y'.
000980         88  WS-RUN-IS-VALID                VALUE 'Y'.
000990     05  WS-EOF-SWITCH           PIC X(01)  VALUE 'N'.
001000         88  WS-END-OF-FILE                 VALUE 'Y'.
001010*----------------------------------------------------------------
001020* RUNTIME PARAMETERS - LOADED FROM PARMFIL BY PRMLOAD
001030*----------------------------------------------------------------
001040     COPY PARMREC.
001050 01  WS-PARM-KEY                 PIC X(16).
001060 01  WS-PARM-FOUND-SWITCH        PIC X(01).
001070     88  WS-PARM-FOUND                      VALUE 'Y'.
001080 01  WS-PARM-NUM                 PIC 9(11).
001090 01  WS-PARM-LEN                 PIC 9(02)  COMP.
001100 01  WS-PARM-IDX                 PIC 9(02)  COMP.
001110 01  WS-PARM-FOUND-IDX           PIC 9(02)  COMP.
001120*    ZERO - NO SERVICE RADIUS SET, NOBODY IS LISTED AS BEYOND.
001130 01  WS-SERVICE-RADIUS           PIC 9(11)  VALUE 0.
001140*----------------------------------------------------------------
001150* SITE MASTER TABLE
001160*----------------------------------------------------------------
001170 01  WS-MASTER-COUNT             PIC 9(05).
001180 01  WS-MASTER-TABLE.
001190     05  WS-MASTER-ENTRY         OCCURS 2000 TIMES.
001200         10  MST-SITE-ID         PIC 9(05).
001210         10  MST-NAME            PIC X(20).
001220         10  MST-REGION          PIC X(03).
001230         10  MST-STATUS          PIC X(01).
001240 01  WS-MASTER-IDX               PIC 9(05).
001250 01  WS-FOUND-IDX                PIC 9(05).
001260 01  WS-LOOKUP-ID                PIC 9(05).
001270*----------------------------------------------------------------
001280* DEPOT TABLE - EVERY SITE ON THE PRIOR RESULTS THAT IS ACTIVE
001290* ON THE MASTER, WITH ITS LOAD AS THE POINTS ARE ASSIGNED
001300*----------------------------------------------------------------
001310 01  WS-PRV-STATUS               PIC X(02).
001320 01  WS-DEPOT-COUNT              PIC 9(05).
001330 01  WS-DEPOT-TABLE.
001340     05  WS-DEPOT-ENTRY          OCCURS 2000 TIMES.
001350         10  DPT-SITE-ID         PIC 9(05).
001360         10  DPT-X               PIC S9(10)9.
001370         10  DPT-Y               PIC S9(10)9.
001380         10  DPT-NAME            PIC X(20).
001390         10  DPT-REGION          PIC X(03).
001400         10  DPT-CUST-COUNT      PIC 9(05)  COMP.
001410         10  DPT-FAR-CUST        PIC X(10).
001420         10  DPT-FAR-DIST        PIC 9(10)V9(10).
001430 01  WS-DEPOT-IDX                PIC 9(05).
001440 01  WS-BEST-IDX                 PIC 9(05).
001450 01  WS-BEST-DIST                PIC 9(10)V9(10).
001460 01  WS-DEPOT-FOUND-IDX          PIC 9(05).
001470 01  WS-NO-COORD-COUNT           PIC 9(05)  COMP.
001480*----------------------------------------------------------------
001490* DELIVERY-POINT TABLE - ONE ROW PER CUSTOMER, WITH ITS
001500* ASSIGNMENT AND HOW IT COMPARES WITH THE LAST RUN
001510*----------------------------------------------------------------
001520 01  WS-POINT-COUNT              PIC 9(05).
001530 01  WS-POINT-TABLE.
001540     05  WS-POINT-ENTRY          OCCURS 5000 TIMES.
001550         10  PT-CUST-ID          PIC X(10).
001560         10  PT-X                PIC S9(10)9.
001570         10  PT-Y                PIC S9(10)9.
001580         10  PT-REGION           PIC X(03).
001590         10  PT-DEPOT-IDX        PIC 9(05).
001600         10  PT-DIST             PIC 9(10)V9(10).
001610         10  PT-PRIOR-SITE       PIC 9(05).
001620         10  PT-MOVE-SWITCH      PIC X(01).
001630             88  PT-IS-NEW                  VALUE 'N'.
001640             88  PT-IS-SAME                 VALUE 'S'.
001650             88  PT-HAS-MOVED               VALUE 'M'.
001660         10  PT-MOVE-REASON      PIC X(20).
001670 01  WS-POINT-IDX                PIC 9(05).
001680 01  WS-DUP-IDX                  PIC 9(05).
001690*----------------------------------------------------------------
001700* PRIOR ASSIGNMENT TABLE - LOADED FROM DLVPRV
001710*----------------------------------------------------------------
001720 01  WS-ASGI-STATUS              PIC X(02).
001730 01  WS-ASG-COUNT                PIC 9(05).
001740 01  WS-ASG-TABLE.
001750     05  WS-ASG-ENTRY            OCCURS 5000 TIMES.
001760         10  ASG-CUST-ID         PIC X(10).
001770         10  ASG-SITE-ID         PIC 9(05).
001780         10  ASG-MATCH-SWITCH    PIC X(01).
001790             88  ASG-MATCHED                VALUE 'Y'.
001800 01  WS-ASG-IDX                  PIC 9(05).
001810 01  WS-ASG-FOUND-IDX            PIC 9(05).
001820*----------------------------------------------------------------
001830* REGION TABLE - LOAD BY DEPOT REGION
001840*----------------------------------------------------------------
001850 01  WS-RGN-COUNT                PIC 9(03).
001860 01  WS-RGN-TABLE.
001870     05  WS-RGN-ENTRY            OCCURS 100 TIMES.
001880         10  RGN-CODE            PIC X(03).
001890         10  RGN-DEPOTS          PIC 9(05)  COMP.
001900         10  RGN-CUSTOMERS       PIC 9(05)  COMP.
001910         10  RGN-BILLED-ELSE     PIC 9(05)  COMP.
001920 01  WS-RGN-IDX                  PIC 9(03).
001930 01  WS-RGN-FOUND-IDX            PIC 9(03).
001940 01  WS-FIND-REGION              PIC X(03).
001950*----------------------------------------------------------------
001960* DISTANCE WORK FIELDS - THE SAME ARITHMETIC AS THE SCAN
001970*----------------------------------------------------------------
001980 01  X                           PIC S9(10)9.
001990 01  Y                           PIC S9(10)9.
002000 01  DIST                        PIC 9(10)V9(10).
002010*----------------------------------------------------------------
002020* CONTROL TOTALS
002030*----------------------------------------------------------------
002040 01  WS-BEYOND-COUNT             PIC 9(05)  COMP.
002050 01  WS-OUT-REGION-COUNT         PIC 9(05)  COMP.
002060 01  WS-MOVED-COUNT              PIC 9(05)  COMP.
002070 01  WS-NEW-COUNT                PIC 9(05)  COMP.
002080 01  WS-DROPPED-COUNT            PIC 9(05)  COMP.
002090 01  WS-DEPOTS-USED              PIC 9(05)  COMP.
002100*----------------------------------------------------------------
002110* WORK FIELDS
002120*----------------------------------------------------------------
002130 01  WS-RUN-DATE                 PIC 9(08).
002140*----------------------------------------------------------------
002150* REPORT LINE LAYOUTS
002160*----------------------------------------------------------------
002170 01  WS-HEADER-LINE.
002180     05  FILLER                  PIC X(32)
002190         VALUE 'DELIVERY-POINT DEPOT ASSIGNMENT '.
002200     05  FILLER                  PIC X(09)  VALUE 'RUN DATE '.
002210     05  WS-HDR-DATE             PIC 9(08).
002220     05  FILLER                  PIC X(16)
002230         VALUE '  SERVICE RADIUS'.
002240     05  FILLER                  PIC X(01)  VALUE SPACE.
002250     05  WS-HDR-RADIUS           PIC Z(10)9.
002260     05  FILLER                  PIC X(03)  VALUE SPACES.
002270 01  WS-SECTION-LINE.
002280     05  WS-SEC-TITLE            PIC X(60).
002290     05  FILLER                  PIC X(20)  VALUE SPACES.
002300 01  WS-DEPOT-LINE.
002310     05  WS-DPL-SITE-ID          PIC ZZZZ9.
002320     05  FILLER                  PIC X(01)  VALUE SPACE.
002330     05  WS-DPL-NAME             PIC X(20).
002340     05  FILLER                  PIC X(01)  VALUE SPACE.
002350     05  WS-DPL-REGION           PIC X(03).
002360     05  FILLER                  PIC X(01)  VALUE SPACE.
002370     05  WS-DPL-COUNT            PIC ZZZZ9.
002380     05  FILLER                  PIC X(01)  VALUE SPACE.
002390     05  WS-DPL-FAR-CUST         PIC X(10).
002400     05  FILLER                  PIC X(01)  VALUE SPACE.
002410     05  WS-DPL-FAR-DIST         PIC -(10)9.9999999999.
002420     05  FILLER                  PIC X(10)  VALUE SPACES.
002430 01  WS-REGION-LINE.
002440     05  FILLER                  PIC X(07)  VALUE 'REGION '.
002450     05  WS-RGL-CODE             PIC X(03).
002460     05  FILLER                  PIC X(09)  VALUE '  DEPOTS='.
002470     05  WS-RGL-DEPOTS           PIC ZZZZ9.
002480     05  FILLER                  PIC X(12)
002490         VALUE '  CUSTOMERS='.
002500     05  WS-RGL-CUSTOMERS        PIC ZZZZ9.
002510     05  FILLER                  PIC X(19)
002520         VALUE '  BILLED ELSEWHERE='.
002530     05  WS-RGL-BILLED-ELSE      PIC ZZZZ9.
002540     05  FILLER                  PIC X(15)  VALUE SPACES.
002550 01  WS-BEYOND-LINE.
002560     05  WS-BYL-CUST             PIC X(10).
002570     05  FILLER                  PIC X(01)  VALUE SPACE.
002580     05  WS-BYL-REGION           PIC X(03).
002590     05  FILLER                  PIC X(01)  VALUE SPACE.
002600     05  WS-BYL-SITE-ID          PIC ZZZZ9.
002610     05  FILLER                  PIC X(01)  VALUE SPACE.
002620     05  WS-BYL-NAME             PIC X(20).
002630     05  FILLER                  PIC X(01)  VALUE SPACE.
002640     05  WS-BYL-DIST             PIC -(10)9.9999999999.
002650     05  FILLER                  PIC X(16)  VALUE SPACES.
002660 01  WS-OUT-REGION-LINE.
002670     05  WS-ORL-CUST             PIC X(10).
002680     05  FILLER                  PIC X(08)  VALUE ' BILLED '.
002690     05  WS-ORL-BILLED           PIC X(03).
002700     05  FILLER                  PIC X(13)
002710         VALUE ' SERVED FROM '.
002720     05  WS-ORL-SITE-ID          PIC ZZZZ9.
002730     05  FILLER                  PIC X(01)  VALUE SPACE.
002740     05  WS-ORL-DEPOT-RGN        PIC X(03).
002750     05  FILLER                  PIC X(01)  VALUE SPACE.
002760     05  WS-ORL-DIST             PIC -(10)9.9999999999.
002770     05  FILLER                  PIC X(14)  VALUE SPACES.
002780 01  WS-MOVED-LINE.
002790     05  WS-MVL-CUST             PIC X(10).
002800     05  FILLER                  PIC X(06)  VALUE ' FROM '.
002810     05  WS-MVL-FROM             PIC ZZZZ9.
002820     05  FILLER                  PIC X(04)  VALUE ' TO '.
002830     05  WS-MVL-TO               PIC ZZZZ9.
002840     05  FILLER                  PIC X(01)  VALUE SPACE.
002850     05  WS-MVL-TO-NAME          PIC X(20).
002860     05  FILLER                  PIC X(01)  VALUE SPACE.
002870     05  WS-MVL-REASON           PIC X(20).
002880     05  FILLER                  PIC X(08)  VALUE SPACES.
002890 01  WS-TOTAL-LINE.
002900     05  WS-TOT-LABEL            PIC X(40).
002910     05  WS-TOT-VALUE            PIC ZZZZ9.
002920     05  FILLER                  PIC X(35)  VALUE SPACES.
002930 01  WS-REJECT-LINE.
002940     05  FILLER                  PIC X(39)
002950         VALUE 'RUN REJECTED - SEE SYSOUT. ASSIGNMENTS'.
002960     05  FILLER                  PIC X(41)
002970         VALUE ' CARRIED FORWARD UNCHANGED.'.
002980*
002990 PROCEDURE DIVISION.
003000*================================================================
003010 0000-MAINLINE.
003020*================================================================
003030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003040     IF WS-RUN-IS-VALID
003050         PERFORM 3000-ASSIGN-POINTS THRU 3000-EXIT
003060         PERFORM 5000-COUNT-DROPPED THRU 5000-EXIT
003070     END-IF.
003080     PERFORM 7000-WRITE-REPORT THRU 7000-EXIT.
003090     PERFORM 7800-WRITE-ASSIGNMENTS THRU 7800-EXIT.
003100     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003110     GO TO 9999-EXIT.
003120*================================================================
003130 1000-INITIALIZE.
003140*================================================================
003150     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003160     MOVE 0 TO WS-NO-COORD-COUNT.
003170     MOVE 0 TO WS-BEYOND-COUNT.
003180     MOVE 0 TO WS-OUT-REGION-COUNT.
003190     MOVE 0 TO WS-MOVED-COUNT.
003200     MOVE 0 TO WS-NEW-COUNT.
003210     MOVE 0 TO WS-DROPPED-COUNT.
003220     MOVE 0 TO WS-DEPOTS-USED.
003230     MOVE 0 TO WS-RGN-COUNT.
003240     MOVE 0 TO WS-POINT-COUNT.
003250     MOVE 0 TO WS-ASG-COUNT.
003260     PERFORM 1020-LOAD-PARMS THRU 1020-EXIT.
003270     IF NOT WS-RUN-IS-VALID
003280         GO TO 1000-EXIT
003290     END-IF.
003300     PERFORM 1100-LOAD-MASTER THRU 1100-EXIT.
003310     IF NOT WS-RUN-IS-VALID
003320         GO TO 1000-EXIT
003330     END-IF.
003340     PERFORM 1300-LOAD-DEPOTS THRU 1300-EXIT.
003350     IF NOT WS-RUN-IS-VALID
003360         GO TO 1000-EXIT
003370     END-IF.
003380     PERFORM 1400-LOAD-POINTS THRU 1400-EXIT.
003390     IF NOT WS-RUN-IS-VALID
003400         GO TO 1000-EXIT
003410     END-IF.
003420     PERFORM 1500-LOAD-PRIOR-ASSIGN THRU 1500-EXIT.
003430 1000-EXIT.
003440     EXIT.
003450*================================================================
003460 1020-LOAD-PARMS.
003470*================================================================
003480     CALL 'PRMLOAD' USING PRM-BLOCK.
003490     IF PRM-BAD-FILE
003500         DISPLAY "PARAMETER FILE MALFORMED AT: " PRM-ERROR-TEXT
003510         DISPLAY "RUN REJECTED"
003520         MOVE 'N' TO WS-VALID-RUN-SWITCH
003530         GO TO 1020-EXIT
003540     END-IF.
003550     MOVE 'SERVICE-RADIUS' TO WS-PARM-KEY.
003560     PERFORM 1030-FETCH-PARM THRU 1030-EXIT.
003570     IF WS-PARM-FOUND AND WS-RUN-IS-VALID
003580         MOVE WS-PARM-NUM TO WS-SERVICE-RADIUS
003590     END-IF.
003600 1020-EXIT.
003610     EXIT.
003620*================================================================
003630 1030-FETCH-PARM.
003640*================================================================
003650*    LOOKS WS-PARM-KEY UP IN THE LOADED TABLE. WHEN PRESENT THE
003660*    VALUE MUST BE AN UNSIGNED WHOLE NUMBER OF UP TO ELEVEN
003670*    DIGITS - THE WIDTH OF A COORDINATE - OR THE RUN IS REJECTED
003680*    NAMING THE PARAMETER.
003690     MOVE 'N' TO WS-PARM-FOUND-SWITCH.
003700     MOVE 0 TO WS-PARM-FOUND-IDX.
003710     PERFORM 1035-MATCH-PARM THRU 1035-EXIT
003720         VARYING WS-PARM-IDX FROM 1 BY 1
003730         UNTIL WS-PARM-IDX > PRM-COUNT
003740             OR WS-PARM-FOUND.
003750     IF NOT WS-PARM-FOUND
003760         GO TO 1030-EXIT
003770     END-IF.
003780     MOVE 0 TO WS-PARM-LEN.
003790     INSPECT PRM-VALUE(WS-PARM-FOUND-IDX)
003800         TALLYING WS-PARM-LEN
003810         FOR CHARACTERS BEFORE INITIAL SPACE.
003820     IF WS-PARM-LEN = 0 OR WS-PARM-LEN > 11
003830         OR PRM-VALUE(WS-PARM-FOUND-IDX)(1:WS-PARM-LEN)
003840             NOT NUMERIC
003850         DISPLAY "PARAMETER " WS-PARM-KEY
003860                 " INVALID - RUN REJECTED"
003870         MOVE 'N' TO WS-VALID-RUN-SWITCH
003880     ELSE
003890         MOVE PRM-VALUE(WS-PARM-FOUND-IDX)(1:WS-PARM-LEN)
003900             TO WS-PARM-NUM
003910     END-IF.
003920 1030-EXIT.
003930     EXIT.
003940*================================================================
003950 1035-MATCH-PARM.
003960*================================================================
003970     IF PRM-KEYWORD(WS-PARM-IDX) = WS-PARM-KEY
003980         MOVE 'Y' TO WS-PARM-FOUND-SWITCH
003990         MOVE WS-PARM-IDX TO WS-PARM-FOUND-IDX
004000     END-IF.
004010 1035-EXIT.
004020     EXIT.
004030*================================================================
004040 1100-LOAD-MASTER.
004050*================================================================
004060     MOVE 0 TO WS-MASTER-COUNT.
004070     MOVE 'N' TO WS-EOF-SWITCH.
004080     OPEN INPUT SITE-MASTER-FILE.
004090     PERFORM 1150-READ-ONE-MASTER THRU 1150-EXIT
004100         UNTIL WS-END-OF-FILE OR NOT WS-RUN-IS-VALID.
004110     CLOSE SITE-MASTER-FILE.
004120     IF WS-RUN-IS-VALID AND WS-MASTER-COUNT = 0
004130         DISPLAY "SITE MASTER IS EMPTY - RUN REJECTED"
004140         MOVE 'N' TO WS-VALID-RUN-SWITCH
004150     END-IF.
004160 1100-EXIT.
004170     EXIT.
004180*================================================================
004190 1150-READ-ONE-MASTER.
004200*================================================================
004210     READ SITE-MASTER-FILE
004220         AT END
004230             SET WS-END-OF-FILE TO TRUE
004240     END-READ.
004250     IF WS-END-OF-FILE
004260         GO TO 1150-EXIT
004270     END-IF.
004280     IF WS-MASTER-COUNT >= WS-MAX-SITES
004290         DISPLAY "SITE MASTER EXCEEDS " WS-MAX-SITES
004300                 " SITES - RUN REJECTED"
004310         MOVE 'N' TO WS-VALID-RUN-SWITCH
004320         GO TO 1150-EXIT
004330     END-IF.
004340     ADD 1 TO WS-MASTER-COUNT.
004350     MOVE SITEMST-SITE-ID TO MST-SITE-ID(WS-MASTER-COUNT).
004360     MOVE SITEMST-NAME TO MST-NAME(WS-MASTER-COUNT).
004370     MOVE SITEMST-REGION TO MST-REGION(WS-MASTER-COUNT).
004380     MOVE SITEMST-STATUS TO MST-STATUS(WS-MASTER-COUNT).
004390 1150-EXIT.
004400     EXIT.
004410*================================================================
004420 1200-FIND-MASTER-SITE.
004430*================================================================
004440*    SETS WS-FOUND-IDX TO THE MASTER ROW FOR WS-LOOKUP-ID, OR
004450*    ZERO WHEN THE SITE IS NOT ON THE MASTER.
004460     MOVE 0 TO WS-FOUND-IDX.
004470     PERFORM 1250-MATCH-MASTER-ROW THRU 1250-EXIT
004480         VARYING WS-MASTER-IDX FROM 1 BY 1
004490         UNTIL WS-MASTER-IDX > WS-MASTER-COUNT
004500             OR WS-FOUND-IDX > 0.
004510 1200-EXIT.
004520     EXIT.
004530*================================================================
004540 1250-MATCH-MASTER-ROW.
004550*================================================================
004560     IF MST-SITE-ID(WS-MASTER-IDX) = WS-LOOKUP-ID
004570         MOVE WS-MASTER-IDX TO WS-FOUND-IDX
004580     END-IF.
004590 1250-EXIT.
004600     EXIT.
004610*================================================================
004620 1300-LOAD-DEPOTS.
004630*================================================================
004640*    A DEPOT IS A SITE ON THE PRIOR RESULTS THAT RESOLVES ACTIVE
004650*    ON THE MASTER. AN ACTIVE SITE THE SCAN HAS NOT YET PLACED
004660*    HAS NO COORDINATES AND CANNOT TAKE CUSTOMERS - IT IS NAMED
004670*    ON SYSOUT AND COUNTED ON THE REPORT.
004680     MOVE 0 TO WS-DEPOT-COUNT.
004690     MOVE 'N' TO WS-EOF-SWITCH.
004700     OPEN INPUT DST-PRIOR-FILE.
004710     IF WS-PRV-STATUS NOT = '00'
004720         DISPLAY "PRIOR RESULTS FILE (DSTPRV) NOT AVAILABLE - "
004730                 "RUN REJECTED"
004740         MOVE 'N' TO WS-VALID-RUN-SWITCH
004750         CLOSE DST-PRIOR-FILE
004760         GO TO 1300-EXIT
004770     END-IF.
004780     PERFORM 1350-READ-ONE-PRIOR THRU 1350-EXIT
004790         UNTIL WS-END-OF-FILE OR NOT WS-RUN-IS-VALID.
004800     CLOSE DST-PRIOR-FILE.
004810     IF NOT WS-RUN-IS-VALID
004820         GO TO 1300-EXIT
004830     END-IF.
004840     IF WS-DEPOT-COUNT = 0
004850         DISPLAY "NO ACTIVE DEPOT WITH COORDINATES - "
004860                 "RUN REJECTED"
004870         MOVE 'N' TO WS-VALID-RUN-SWITCH
004880         GO TO 1300-EXIT
004890     END-IF.
004900     PERFORM 1380-CHECK-PLACED THRU 1380-EXIT
004910         VARYING WS-MASTER-IDX FROM 1 BY 1
004920         UNTIL WS-MASTER-IDX > WS-MASTER-COUNT.
004930 1300-EXIT.
004940     EXIT.
004950*================================================================
004960 1350-READ-ONE-PRIOR.
004970*================================================================
004980*    ONLY THE 'S' SITE RECORDS MATTER HERE - THE HEADER AND
004990*    THE REGION RESULT RECORDS ARE THE SCAN'S OWN STATE.
005000     READ DST-PRIOR-FILE
005010         AT END
005020             SET WS-END-OF-FILE TO TRUE
005030     END-READ.
005040     IF WS-END-OF-FILE
005050         GO TO 1350-EXIT
005060     END-IF.
005070     IF NOT PRV-IS-SITE
005080         GO TO 1350-EXIT
005090     END-IF.
005100     IF PRV-SITE-ID NOT NUMERIC
005110         OR PRV-SITE-X NOT NUMERIC
005120         OR PRV-SITE-Y NOT NUMERIC
005130         DISPLAY "DAMAGED SITE RECORD ON PRIOR RESULTS - "
005140                 "RUN REJECTED"
005150         MOVE 'N' TO WS-VALID-RUN-SWITCH
005160         GO TO 1350-EXIT
005170     END-IF.
005180     MOVE PRV-SITE-ID TO WS-LOOKUP-ID.
005190     PERFORM 1200-FIND-MASTER-SITE THRU 1200-EXIT.
005200     IF WS-FOUND-IDX = 0
005210         GO TO 1350-EXIT
005220     END-IF.
005230     IF MST-STATUS(WS-FOUND-IDX) NOT = 'A'
005240         GO TO 1350-EXIT
005250     END-IF.
005260     IF WS-DEPOT-COUNT >= WS-MAX-SITES
005270         DISPLAY "PRIOR RESULTS EXCEED " WS-MAX-SITES
005280                 " SITES - RUN REJECTED"
005290         MOVE 'N' TO WS-VALID-RUN-SWITCH
005300         GO TO 1350-EXIT
005310     END-IF.
005320     ADD 1 TO WS-DEPOT-COUNT.
005330     MOVE PRV-SITE-ID TO DPT-SITE-ID(WS-DEPOT-COUNT).
005340     MOVE PRV-SITE-X TO DPT-X(WS-DEPOT-COUNT).
005350     MOVE PRV-SITE-Y TO DPT-Y(WS-DEPOT-COUNT).
005360     MOVE MST-NAME(WS-FOUND-IDX) TO DPT-NAME(WS-DEPOT-COUNT).
005370     MOVE MST-REGION(WS-FOUND-IDX)
005380         TO DPT-REGION(WS-DEPOT-COUNT).
005390     MOVE 0 TO DPT-CUST-COUNT(WS-DEPOT-COUNT).
005400     MOVE SPACES TO DPT-FAR-CUST(WS-DEPOT-COUNT).
005410     MOVE 0 TO DPT-FAR-DIST(WS-DEPOT-COUNT).
005420     MOVE MST-REGION(WS-FOUND-IDX) TO WS-FIND-REGION.
005430     PERFORM 3500-FIND-REGION THRU 3500-EXIT.
005440     IF WS-RGN-FOUND-IDX > 0
005450         ADD 1 TO RGN-DEPOTS(WS-RGN-FOUND-IDX)
005460     END-IF.
005470 1350-EXIT.
005480     EXIT.
005490*================================================================
005500 1380-CHECK-PLACED.
005510*================================================================
005520     IF MST-STATUS(WS-MASTER-IDX) NOT = 'A'
005530         GO TO 1380-EXIT
005540     END-IF.
005550     MOVE MST-SITE-ID(WS-MASTER-IDX) TO WS-LOOKUP-ID.
005560     PERFORM 1390-FIND-DEPOT THRU 1390-EXIT.
005570     IF WS-DEPOT-FOUND-IDX = 0
005580         DISPLAY "ACTIVE SITE " WS-LOOKUP-ID
005590                 " HAS NO COORDINATES ON DSTPRV - NOT ASSIGNED"
005600         ADD 1 TO WS-NO-COORD-COUNT
005610     END-IF.
005620 1380-EXIT.
005630     EXIT.
005640*================================================================
005650 1390-FIND-DEPOT.
005660*================================================================
005670*    SETS WS-DEPOT-FOUND-IDX TO THE DEPOT ROW FOR WS-LOOKUP-ID,
005680*    OR ZERO WHEN THE SITE IS NOT A DEPOT TONIGHT.
005690     MOVE 0 TO WS-DEPOT-FOUND-IDX.
005700     PERFORM 1395-MATCH-DEPOT-ROW THRU 1395-EXIT
005710         VARYING WS-DEPOT-IDX FROM 1 BY 1
005720         UNTIL WS-DEPOT-IDX > WS-DEPOT-COUNT
005730             OR WS-DEPOT-FOUND-IDX > 0.
005740 1390-EXIT.
005750     EXIT.
005760*================================================================
005770 1395-MATCH-DEPOT-ROW.
005780*================================================================
005790     IF DPT-SITE-ID(WS-DEPOT-IDX) = WS-LOOKUP-ID
005800         MOVE WS-DEPOT-IDX TO WS-DEPOT-FOUND-IDX
005810     END-IF.
005820 1395-EXIT.
005830     EXIT.
005840*================================================================
005850 1400-LOAD-POINTS.
005860*================================================================
005870     MOVE 'N' TO WS-EOF-SWITCH.
005880     OPEN INPUT DELIVERY-POINT-FILE.
005890     PERFORM 1450-READ-ONE-POINT THRU 1450-EXIT
005900         UNTIL WS-END-OF-FILE OR NOT WS-RUN-IS-VALID.
005910     CLOSE DELIVERY-POINT-FILE.
005920 1400-EXIT.
005930     EXIT.
005940*================================================================
005950 1450-READ-ONE-POINT.
005960*================================================================
005970*    A POINT THAT DOES NOT EDIT CLEAN, OR A CUSTOMER ON THE FILE
005980*    TWICE, REJECTS THE RUN - AN ASSIGNMENT BUILT AROUND A HOLE
005990*    WOULD SHOW THE CUSTOMER AS DROPPED.
006000     READ DELIVERY-POINT-FILE
006010         AT END
006020             SET WS-END-OF-FILE TO TRUE
006030     END-READ.
006040     IF WS-END-OF-FILE
006050         GO TO 1450-EXIT
006060     END-IF.
006070     IF DLVPOINT-CUST-ID = SPACES
006080         OR DLVPOINT-X NOT NUMERIC
006090         OR DLVPOINT-Y NOT NUMERIC
006100         OR DLVPOINT-REGION = SPACES
006110         DISPLAY "DAMAGED DELIVERY POINT AFTER RECORD "
006120                 WS-POINT-COUNT " - RUN REJECTED"
006130         MOVE 'N' TO WS-VALID-RUN-SWITCH
006140         GO TO 1450-EXIT
006150     END-IF.
006160     IF WS-POINT-COUNT >= WS-MAX-POINTS
006170         DISPLAY "DELIVERY POINTS EXCEED " WS-MAX-POINTS
006180                 " - RUN REJECTED"
006190         MOVE 'N' TO WS-VALID-RUN-SWITCH
006200         GO TO 1450-EXIT
006210     END-IF.
006220     MOVE 0 TO WS-DUP-IDX.
006230     PERFORM 1480-MATCH-POINT THRU 1480-EXIT
006240         VARYING WS-POINT-IDX FROM 1 BY 1
006250         UNTIL WS-POINT-IDX > WS-POINT-COUNT
006260             OR WS-DUP-IDX > 0.
006270     IF WS-DUP-IDX > 0
006280         DISPLAY "CUSTOMER " DLVPOINT-CUST-ID
006290                 " ON THE DELIVERY-POINT FILE TWICE - "
006300                 "RUN REJECTED"
006310         MOVE 'N' TO WS-VALID-RUN-SWITCH
006320         GO TO 1450-EXIT
006330     END-IF.
006340     ADD 1 TO WS-POINT-COUNT.
006350     MOVE DLVPOINT-CUST-ID TO PT-CUST-ID(WS-POINT-COUNT).
006360     MOVE DLVPOINT-X TO PT-X(WS-POINT-COUNT).
006370     MOVE DLVPOINT-Y TO PT-Y(WS-POINT-COUNT).
006380     MOVE DLVPOINT-REGION TO PT-REGION(WS-POINT-COUNT).
006390     MOVE 0 TO PT-DEPOT-IDX(WS-POINT-COUNT).
006400     MOVE 0 TO PT-DIST(WS-POINT-COUNT).
006410     MOVE 0 TO PT-PRIOR-SITE(WS-POINT-COUNT).
006420     MOVE 'N' TO PT-MOVE-SWITCH(WS-POINT-COUNT).
006430     MOVE SPACES TO PT-MOVE-REASON(WS-POINT-COUNT).
006440 1450-EXIT.
006450     EXIT.
006460*================================================================
006470 1480-MATCH-POINT.
006480*================================================================
006490     IF PT-CUST-ID(WS-POINT-IDX) = DLVPOINT-CUST-ID
006500         MOVE WS-POINT-IDX TO WS-DUP-IDX
006510     END-IF.
006520 1480-EXIT.
006530     EXIT.
006540*================================================================
006550 1500-LOAD-PRIOR-ASSIGN.
006560*================================================================
006570*    A MISSING PRIOR GENERATION - THE FIRST RUN - MAKES EVERY
006580*    CUSTOMER NEW AND NOBODY MOVED.
006590     MOVE 'N' TO WS-EOF-SWITCH.
006600     OPEN INPUT ASSIGN-IN.
006610     IF WS-ASGI-STATUS NOT = '00' AND WS-ASGI-STATUS NOT = '05'
006620         CLOSE ASSIGN-IN
006630         GO TO 1500-EXIT
006640     END-IF.
006650     PERFORM 1550-READ-ONE-ASSIGN THRU 1550-EXIT
006660         UNTIL WS-END-OF-FILE OR NOT WS-RUN-IS-VALID.
006670     CLOSE ASSIGN-IN.
006680 1500-EXIT.
006690     EXIT.
006700*================================================================
006710 1550-READ-ONE-ASSIGN.
006720*================================================================
006730     READ ASSIGN-IN
006740         AT END
006750             SET WS-END-OF-FILE TO TRUE
006760     END-READ.
006770     IF WS-END-OF-FILE
006780         GO TO 1550-EXIT
006790     END-IF.
006800     IF DLVASG-SITE-ID NOT NUMERIC
006810         DISPLAY "DAMAGED RECORD ON PRIOR ASSIGNMENTS - "
006820                 "RUN REJECTED"
006830         MOVE 'N' TO WS-VALID-RUN-SWITCH
006840         GO TO 1550-EXIT
006850     END-IF.
006860     IF WS-ASG-COUNT >= WS-MAX-POINTS
006870         DISPLAY "PRIOR ASSIGNMENTS EXCEED " WS-MAX-POINTS
006880                 " - RUN REJECTED"
006890         MOVE 'N' TO WS-VALID-RUN-SWITCH
006900         GO TO 1550-EXIT
006910     END-IF.
006920     ADD 1 TO WS-ASG-COUNT.
006930     MOVE DLVASG-CUST-ID TO ASG-CUST-ID(WS-ASG-COUNT).
006940     MOVE DLVASG-SITE-ID TO ASG-SITE-ID(WS-ASG-COUNT).
006950     MOVE 'N' TO ASG-MATCH-SWITCH(WS-ASG-COUNT).
006960 1550-EXIT.
006970     EXIT.
006980*================================================================
006990 3000-ASSIGN-POINTS.
007000*================================================================
007010     PERFORM 3100-ASSIGN-ONE-POINT THRU 3100-EXIT
007020         VARYING WS-POINT-IDX FROM 1 BY 1
007030         UNTIL WS-POINT-IDX > WS-POINT-COUNT.
007040     PERFORM 3800-COUNT-DEPOT-USED THRU 3800-EXIT
007050         VARYING WS-DEPOT-IDX FROM 1 BY 1
007060         UNTIL WS-DEPOT-IDX > WS-DEPOT-COUNT.
007070 3000-EXIT.
007080     EXIT.
007090*================================================================
007100 3100-ASSIGN-ONE-POINT.
007110*================================================================
007120*    NEAREST ACTIVE DEPOT WINS; ON A TIE THE DEPOT EARLIER ON
007130*    THE PRIOR RESULTS KEEPS THE CUSTOMER, SO A RERUN NEVER
007140*    SHUFFLES EQUIDISTANT CUSTOMERS.
007150     MOVE 0 TO WS-BEST-IDX.
007160     MOVE 0 TO WS-BEST-DIST.
007170     PERFORM 3150-TRY-ONE-DEPOT THRU 3150-EXIT
007180         VARYING WS-DEPOT-IDX FROM 1 BY 1
007190         UNTIL WS-DEPOT-IDX > WS-DEPOT-COUNT.
007200     MOVE WS-BEST-IDX TO PT-DEPOT-IDX(WS-POINT-IDX).
007210     MOVE WS-BEST-DIST TO PT-DIST(WS-POINT-IDX).
007220     ADD 1 TO DPT-CUST-COUNT(WS-BEST-IDX).
007230     IF DPT-FAR-CUST(WS-BEST-IDX) = SPACES
007240         OR WS-BEST-DIST > DPT-FAR-DIST(WS-BEST-IDX)
007250         MOVE PT-CUST-ID(WS-POINT-IDX)
007260             TO DPT-FAR-CUST(WS-BEST-IDX)
007270         MOVE WS-BEST-DIST TO DPT-FAR-DIST(WS-BEST-IDX)
007280     END-IF.
007290     IF WS-SERVICE-RADIUS > 0
007300         AND WS-BEST-DIST > WS-SERVICE-RADIUS
007310         ADD 1 TO WS-BEYOND-COUNT
007320     END-IF.
007330     MOVE DPT-REGION(WS-BEST-IDX) TO WS-FIND-REGION.
007340     PERFORM 3500-FIND-REGION THRU 3500-EXIT.
007350     IF WS-RGN-FOUND-IDX > 0
007360         ADD 1 TO RGN-CUSTOMERS(WS-RGN-FOUND-IDX)
007370     END-IF.
007380     IF PT-REGION(WS-POINT-IDX) NOT = DPT-REGION(WS-BEST-IDX)
007390         ADD 1 TO WS-OUT-REGION-COUNT
007400         IF WS-RGN-FOUND-IDX > 0
007410             ADD 1 TO RGN-BILLED-ELSE(WS-RGN-FOUND-IDX)
007420         END-IF
007430     END-IF.
007440     PERFORM 3400-CHECK-MOVE THRU 3400-EXIT.
007450 3100-EXIT.
007460     EXIT.
007470*================================================================
007480 3150-TRY-ONE-DEPOT.
007490*================================================================
007500     PERFORM 3200-COMPUTE-DISTANCE THRU 3200-EXIT.
007510     IF WS-BEST-IDX = 0 OR DIST < WS-BEST-DIST
007520         MOVE WS-DEPOT-IDX TO WS-BEST-IDX
007530         MOVE DIST TO WS-BEST-DIST
007540     END-IF.
007550 3150-EXIT.
007560     EXIT.
007570*================================================================
007580 3200-COMPUTE-DISTANCE.
007590*================================================================
007600     IF PT-X(WS-POINT-IDX) > DPT-X(WS-DEPOT-IDX)
007610         SUBTRACT PT-X(WS-POINT-IDX)
007620             FROM DPT-X(WS-DEPOT-IDX) GIVING X
007630     ELSE
007640         SUBTRACT DPT-X(WS-DEPOT-IDX)
007650             FROM PT-X(WS-POINT-IDX) GIVING X
007660     END-IF.
007670     IF PT-Y(WS-POINT-IDX) > DPT-Y(WS-DEPOT-IDX)
007680         SUBTRACT PT-Y(WS-POINT-IDX)
007690             FROM DPT-Y(WS-DEPOT-IDX) GIVING Y
007700     ELSE
007710         SUBTRACT DPT-Y(WS-DEPOT-IDX)
007720             FROM PT-Y(WS-POINT-IDX) GIVING Y
007730     END-IF.
007740     MULTIPLY X BY X GIVING X.
007750     MULTIPLY Y BY Y GIVING Y.
007760     ADD X TO Y GIVING DIST.
007770     COMPUTE DIST = FUNCTION SQRT (DIST).
007780 3200-EXIT.
007790     EXIT.
007800*================================================================
007810 3400-CHECK-MOVE.
007820*================================================================
007830*    A CUSTOMER WHOSE DEPOT CHANGED SINCE THE LAST RUN IS
007840*    MARKED MOVED WITH WHY: ITS OLD DEPOT WAS DEACTIVATED, HAS
007850*    LEFT THE MASTER, OR HAS NO COORDINATES ON THE SCAN'S
007860*    RESULTS - OR A NEARER DEPOT HAS OPENED, OR THE POINT
007870*    ITSELF WAS RE-SURVEYED.
007880     MOVE 0 TO WS-ASG-FOUND-IDX.
007890     PERFORM 3450-MATCH-ASSIGN THRU 3450-EXIT
007900         VARYING WS-ASG-IDX FROM 1 BY 1
007910         UNTIL WS-ASG-IDX > WS-ASG-COUNT
007920             OR WS-ASG-FOUND-IDX > 0.
007930     IF WS-ASG-FOUND-IDX = 0
007940         ADD 1 TO WS-NEW-COUNT
007950         GO TO 3400-EXIT
007960     END-IF.
007970     MOVE 'Y' TO ASG-MATCH-SWITCH(WS-ASG-FOUND-IDX).
007980     MOVE ASG-SITE-ID(WS-ASG-FOUND-IDX)
007990         TO PT-PRIOR-SITE(WS-POINT-IDX).
008000     IF ASG-SITE-ID(WS-ASG-FOUND-IDX)
008010         = DPT-SITE-ID(WS-BEST-IDX)
008020         MOVE 'S' TO PT-MOVE-SWITCH(WS-POINT-IDX)
008030         GO TO 3400-EXIT
008040     END-IF.
008050     MOVE 'M' TO PT-MOVE-SWITCH(WS-POINT-IDX).
008060     ADD 1 TO WS-MOVED-COUNT.
008070     MOVE ASG-SITE-ID(WS-ASG-FOUND-IDX) TO WS-LOOKUP-ID.
008080     PERFORM 1200-FIND-MASTER-SITE THRU 1200-EXIT.
008090     IF WS-FOUND-IDX = 0
008100         MOVE 'DEPOT NOT ON MASTER'
008110             TO PT-MOVE-REASON(WS-POINT-IDX)
008120         GO TO 3400-EXIT
008130     END-IF.
008140     IF MST-STATUS(WS-FOUND-IDX) NOT = 'A'
008150         MOVE 'DEPOT DEACTIVATED'
008160             TO PT-MOVE-REASON(WS-POINT-IDX)
008170         GO TO 3400-EXIT
008180     END-IF.
008190     PERFORM 1390-FIND-DEPOT THRU 1390-EXIT.
008200     IF WS-DEPOT-FOUND-IDX = 0
008210         MOVE 'DEPOT NO COORDINATES'
008220             TO PT-MOVE-REASON(WS-POINT-IDX)
008230     ELSE
008240         MOVE 'NEARER DEPOT'
008250             TO PT-MOVE-REASON(WS-POINT-IDX)
008260     END-IF.
008270 3400-EXIT.
008280     EXIT.
008290*================================================================
008300 3450-MATCH-ASSIGN.
008310*================================================================
008320     IF ASG-CUST-ID(WS-ASG-IDX) = PT-CUST-ID(WS-POINT-IDX)
008330         MOVE WS-ASG-IDX TO WS-ASG-FOUND-IDX
008340     END-IF.
008350 3450-EXIT.
008360     EXIT.
008370*================================================================
008380 3500-FIND-REGION.
008390*================================================================
008400*    SETS WS-RGN-FOUND-IDX TO THE ROW FOR WS-FIND-REGION,
008410*    OPENING ONE WHEN THE REGION IS NEW. A FULL TABLE LEAVES IT
008420*    ZERO AND THE REGION OUT OF THE REGIONAL LOAD.
008430     MOVE 0 TO WS-RGN-FOUND-IDX.
008440     PERFORM 3550-MATCH-REGION THRU 3550-EXIT
008450         VARYING WS-RGN-IDX FROM 1 BY 1
008460         UNTIL WS-RGN-IDX > WS-RGN-COUNT
008470             OR WS-RGN-FOUND-IDX > 0.
008480     IF WS-RGN-FOUND-IDX > 0
008490         GO TO 3500-EXIT
008500     END-IF.
008510     IF WS-RGN-COUNT >= WS-MAX-REGIONS
008520         DISPLAY "MORE THAN " WS-MAX-REGIONS
008530                 " REGIONS - " WS-FIND-REGION
008540                 " LEFT OFF THE REGIONAL LOAD"
008550         GO TO 3500-EXIT
008560     END-IF.
008570     ADD 1 TO WS-RGN-COUNT.
008580     MOVE WS-RGN-COUNT TO WS-RGN-FOUND-IDX.
008590     MOVE WS-FIND-REGION TO RGN-CODE(WS-RGN-FOUND-IDX).
008600     MOVE 0 TO RGN-DEPOTS(WS-RGN-FOUND-IDX).
008610     MOVE 0 TO RGN-CUSTOMERS(WS-RGN-FOUND-IDX).
008620     MOVE 0 TO RGN-BILLED-ELSE(WS-RGN-FOUND-IDX).
008630 3500-EXIT.
008640     EXIT.
008650*================================================================
008660 3550-MATCH-REGION.
008670*================================================================
008680     IF RGN-CODE(WS-RGN-IDX) = WS-FIND-REGION
008690         MOVE WS-RGN-IDX TO WS-RGN-FOUND-IDX
008700     END-IF.
008710 3550-EXIT.
008720     EXIT.
008730*================================================================
008740 3800-COUNT-DEPOT-USED.
008750*================================================================
008760     IF DPT-CUST-COUNT(WS-DEPOT-IDX) > 0
008770         ADD 1 TO WS-DEPOTS-USED
008780     END-IF.
008790 3800-EXIT.
008800     EXIT.
008810*================================================================
008820 5000-COUNT-DROPPED.
008830*================================================================
008840*    A CUSTOMER ASSIGNED LAST TIME AND NO LONGER ON THE
008850*    DELIVERY-POINT FILE IS COUNTED, NOT LISTED.
008860     PERFORM 5100-COUNT-ONE-DROPPED THRU 5100-EXIT
008870         VARYING WS-ASG-IDX FROM 1 BY 1
008880         UNTIL WS-ASG-IDX > WS-ASG-COUNT.
008890 5000-EXIT.
008900     EXIT.
008910*================================================================
008920 5100-COUNT-ONE-DROPPED.
008930*================================================================
008940     IF NOT ASG-MATCHED(WS-ASG-IDX)
008950         ADD 1 TO WS-DROPPED-COUNT
008960     END-IF.
008970 5100-EXIT.
008980     EXIT.
008990*================================================================
009000 7000-WRITE-REPORT.
009010*================================================================
009020     OPEN OUTPUT LOADING-REPORT-FILE.
009030     MOVE WS-RUN-DATE TO WS-HDR-DATE.
009040     MOVE WS-SERVICE-RADIUS TO WS-HDR-RADIUS.
009050     WRITE DLV-REPORT-RECORD FROM WS-HEADER-LINE.
009060     IF NOT WS-RUN-IS-VALID
009070         WRITE DLV-REPORT-RECORD FROM WS-REJECT-LINE
009080         CLOSE LOADING-REPORT-FILE
009090         GO TO 7000-EXIT
009100     END-IF.
009110     MOVE 'DEPOT LOADING - CUSTOMERS AND FARTHEST CUSTOMER'
009120         TO WS-SEC-TITLE.
009130     WRITE DLV-REPORT-RECORD FROM WS-SECTION-LINE.
009140     PERFORM 7100-WRITE-ONE-DEPOT THRU 7100-EXIT
009150         VARYING WS-DEPOT-IDX FROM 1 BY 1
009160         UNTIL WS-DEPOT-IDX > WS-DEPOT-COUNT.
009170     MOVE 'DEPOT LOAD BY REGION' TO WS-SEC-TITLE.
009180     WRITE DLV-REPORT-RECORD FROM WS-SECTION-LINE.
009190     PERFORM 7200-WRITE-ONE-REGION THRU 7200-EXIT
009200         VARYING WS-RGN-IDX FROM 1 BY 1
009210         UNTIL WS-RGN-IDX > WS-RGN-COUNT.
009220     IF WS-SERVICE-RADIUS = 0
009230         MOVE 'CUSTOMERS BEYOND SERVICE RADIUS - NO RADIUS SET'
009240             TO WS-SEC-TITLE
009250     ELSE
009260         MOVE 'CUSTOMERS BEYOND SERVICE RADIUS'
009270             TO WS-SEC-TITLE
009280     END-IF.
009290     WRITE DLV-REPORT-RECORD FROM WS-SECTION-LINE.
009300     PERFORM 7300-WRITE-ONE-BEYOND THRU 7300-EXIT
009310         VARYING WS-POINT-IDX FROM 1 BY 1
009320         UNTIL WS-POINT-IDX > WS-POINT-COUNT.
009330     MOVE 'CUSTOMERS SERVED FROM OUTSIDE THEIR BILLING REGION'
009340         TO WS-SEC-TITLE.
009350     WRITE DLV-REPORT-RECORD FROM WS-SECTION-LINE.
009360     PERFORM 7400-WRITE-ONE-OUT-REGION THRU 7400-EXIT
009370         VARYING WS-POINT-IDX FROM 1 BY 1
009380         UNTIL WS-POINT-IDX > WS-POINT-COUNT.
009390     MOVE 'CUSTOMERS MOVED TO ANOTHER DEPOT SINCE THE LAST RUN'
009400         TO WS-SEC-TITLE.
009410     WRITE DLV-REPORT-RECORD FROM WS-SECTION-LINE.
009420     PERFORM 7500-WRITE-ONE-MOVED THRU 7500-EXIT
009430         VARYING WS-POINT-IDX FROM 1 BY 1
009440         UNTIL WS-POINT-IDX > WS-POINT-COUNT.
009450     PERFORM 7600-WRITE-TOTALS THRU 7600-EXIT.
009460     CLOSE LOADING-REPORT-FILE.
009470 7000-EXIT.
009480     EXIT.
009490*================================================================
009500 7100-WRITE-ONE-DEPOT.
009510*================================================================
009520     MOVE DPT-SITE-ID(WS-DEPOT-IDX) TO WS-DPL-SITE-ID.
009530     MOVE DPT-NAME(WS-DEPOT-IDX) TO WS-DPL-NAME.
009540     MOVE DPT-REGION(WS-DEPOT-IDX) TO WS-DPL-REGION.
009550     MOVE DPT-CUST-COUNT(WS-DEPOT-IDX) TO WS-DPL-COUNT.
009560     MOVE DPT-FAR-CUST(WS-DEPOT-IDX) TO WS-DPL-FAR-CUST.
009570     MOVE DPT-FAR-DIST(WS-DEPOT-IDX) TO WS-DPL-FAR-DIST.
009580     WRITE DLV-REPORT-RECORD FROM WS-DEPOT-LINE.
009590 7100-EXIT.
009600     EXIT.
009610*================================================================
009620 7200-WRITE-ONE-REGION.
009630*================================================================
009640     MOVE RGN-CODE(WS-RGN-IDX) TO WS-RGL-CODE.
009650     MOVE RGN-DEPOTS(WS-RGN-IDX) TO WS-RGL-DEPOTS.
009660     MOVE RGN-CUSTOMERS(WS-RGN-IDX) TO WS-RGL-CUSTOMERS.
009670     MOVE RGN-BILLED-ELSE(WS-RGN-IDX) TO WS-RGL-BILLED-ELSE.
009680     WRITE DLV-REPORT-RECORD FROM WS-REGION-LINE.
009690 7200-EXIT.
009700     EXIT.
009710*================================================================
009720 7300-WRITE-ONE-BEYOND.
009730*================================================================
009740     IF WS-SERVICE-RADIUS = 0
009750         OR PT-DIST(WS-POINT-IDX) NOT > WS-SERVICE-RADIUS
009760         GO TO 7300-EXIT
009770     END-IF.
009780     MOVE PT-DEPOT-IDX(WS-POINT-IDX) TO WS-DEPOT-IDX.
009790     MOVE PT-CUST-ID(WS-POINT-IDX) TO WS-BYL-CUST.
009800     MOVE PT-REGION(WS-POINT-IDX) TO WS-BYL-REGION.
009810     MOVE DPT-SITE-ID(WS-DEPOT-IDX) TO WS-BYL-SITE-ID.
009820     MOVE DPT-NAME(WS-DEPOT-IDX) TO WS-BYL-NAME.
009830     MOVE PT-DIST(WS-POINT-IDX) TO WS-BYL-DIST.
009840     WRITE DLV-REPORT-RECORD FROM WS-BEYOND-LINE.
009850 7300-EXIT.
009860     EXIT.
009870*================================================================
009880 7400-WRITE-ONE-OUT-REGION.
009890*================================================================
009900     MOVE PT-DEPOT-IDX(WS-POINT-IDX) TO WS-DEPOT-IDX.
009910     IF PT-REGION(WS-POINT-IDX) = DPT-REGION(WS-DEPOT-IDX)
009920         GO TO 7400-EXIT
009930     END-IF.
009940     MOVE PT-CUST-ID(WS-POINT-IDX) TO WS-ORL-CUST.
009950     MOVE PT-REGION(WS-POINT-IDX) TO WS-ORL-BILLED.
009960     MOVE DPT-SITE-ID(WS-DEPOT-IDX) TO WS-ORL-SITE-ID.
009970     MOVE DPT-REGION(WS-DEPOT-IDX) TO WS-ORL-DEPOT-RGN.
009980     MOVE PT-DIST(WS-POINT-IDX) TO WS-ORL-DIST.
009990     WRITE DLV-REPORT-RECORD FROM WS-OUT-REGION-LINE.
010000 7400-EXIT.
010010     EXIT.
010020*================================================================
010030 7500-WRITE-ONE-MOVED.
010040*================================================================
010050     IF NOT PT-HAS-MOVED(WS-POINT-IDX)
010060         GO TO 7500-EXIT
010070     END-IF.
010080     MOVE PT-DEPOT-IDX(WS-POINT-IDX) TO WS-DEPOT-IDX.
010090     MOVE PT-CUST-ID(WS-POINT-IDX) TO WS-MVL-CUST.
010100     MOVE PT-PRIOR-SITE(WS-POINT-IDX) TO WS-MVL-FROM.
010110     MOVE DPT-SITE-ID(WS-DEPOT-IDX) TO WS-MVL-TO.
010120     MOVE DPT-NAME(WS-DEPOT-IDX) TO WS-MVL-TO-NAME.
010130     MOVE PT-MOVE-REASON(WS-POINT-IDX) TO WS-MVL-REASON.
010140     WRITE DLV-REPORT-RECORD FROM WS-MOVED-LINE.
010150 7500-EXIT.
010160     EXIT.
010170*================================================================
010180 7600-WRITE-TOTALS.
010190*================================================================
010200     MOVE 'TOTALS' TO WS-SEC-TITLE.
010210     WRITE DLV-REPORT-RECORD FROM WS-SECTION-LINE.
010220     MOVE 'CUSTOMERS ASSIGNED                     =' TO
010230         WS-TOT-LABEL.
010240     MOVE WS-POINT-COUNT TO WS-TOT-VALUE.
010250     WRITE DLV-REPORT-RECORD FROM WS-TOTAL-LINE.
010260     MOVE 'ACTIVE DEPOTS WITH COORDINATES         =' TO
010270         WS-TOT-LABEL.
010280     MOVE WS-DEPOT-COUNT TO WS-TOT-VALUE.
010290     WRITE DLV-REPORT-RECORD FROM WS-TOTAL-LINE.
010300     MOVE 'DEPOTS SERVING ONE OR MORE CUSTOMERS   =' TO
010310         WS-TOT-LABEL.
010320     MOVE WS-DEPOTS-USED TO WS-TOT-VALUE.
010330     WRITE DLV-REPORT-RECORD FROM WS-TOTAL-LINE.
010340     MOVE 'ACTIVE DEPOTS WITH NO COORDINATES      =' TO
010350         WS-TOT-LABEL.
010360     MOVE WS-NO-COORD-COUNT TO WS-TOT-VALUE.
010370     WRITE DLV-REPORT-RECORD FROM WS-TOTAL-LINE.
010380     MOVE 'CUSTOMERS BEYOND SERVICE RADIUS        =' TO
010390         WS-TOT-LABEL.
010400     MOVE WS-BEYOND-COUNT TO WS-TOT-VALUE.
010410     WRITE DLV-REPORT-RECORD FROM WS-TOTAL-LINE.
010420     MOVE 'CUSTOMERS SERVED OUTSIDE BILLING REGION=' TO
010430         WS-TOT-LABEL.
010440     MOVE WS-OUT-REGION-COUNT TO WS-TOT-VALUE.
010450     WRITE DLV-REPORT-RECORD FROM WS-TOTAL-LINE.
010460     MOVE 'CUSTOMERS MOVED SINCE LAST RUN         =' TO
010470         WS-TOT-LABEL.
010480     MOVE WS-MOVED-COUNT TO WS-TOT-VALUE.
010490     WRITE DLV-REPORT-RECORD FROM WS-TOTAL-LINE.
010500     MOVE 'CUSTOMERS NEW SINCE LAST RUN           =' TO
010510         WS-TOT-LABEL.
010520     MOVE WS-NEW-COUNT TO WS-TOT-VALUE.
010530     WRITE DLV-REPORT-RECORD FROM WS-TOTAL-LINE.
010540     MOVE 'CUSTOMERS DROPPED SINCE LAST RUN       =' TO
010550         WS-TOT-LABEL.
010560     MOVE WS-DROPPED-COUNT TO WS-TOT-VALUE.
010570     WRITE DLV-REPORT-RECORD FROM WS-TOTAL-LINE.
010580 7600-EXIT.
010590     EXIT.
010600*================================================================
010610 7800-WRITE-ASSIGNMENTS.
010620*================================================================
010630*    A GOOD RUN WRITES EVERY CUSTOMER'S ASSIGNMENT. A REJECTED
010640*    RUN COPIES THE CURRENT GENERATION ACROSS RECORD FOR
010650*    RECORD, SO THE NEXT RUN STILL COMPARES AGAINST THE LAST
010660*    GOOD ASSIGNMENT.
010670     OPEN OUTPUT ASSIGN-OUT.
010680     IF WS-RUN-IS-VALID
010690         PERFORM 7850-WRITE-ONE-ASSIGN THRU 7850-EXIT
010700             VARYING WS-POINT-IDX FROM 1 BY 1
010710             UNTIL WS-POINT-IDX > WS-POINT-COUNT
010720     ELSE
010730         MOVE 'N' TO WS-EOF-SWITCH
010740         OPEN INPUT ASSIGN-IN
010750         IF WS-ASGI-STATUS = '00' OR WS-ASGI-STATUS = '05'
010760             PERFORM 7900-COPY-ONE-RECORD THRU 7900-EXIT
010770                 UNTIL WS-END-OF-FILE
010780             CLOSE ASSIGN-IN
010790         END-IF
010800     END-IF.
010810     CLOSE ASSIGN-OUT.
010820 7800-EXIT.
010830     EXIT.
010840*================================================================
010850 7850-WRITE-ONE-ASSIGN.
010860*================================================================
010870     MOVE PT-DEPOT-IDX(WS-POINT-IDX) TO WS-DEPOT-IDX.
010880     MOVE SPACES TO DLVASG-RECORD.
010890     MOVE PT-CUST-ID(WS-POINT-IDX) TO DLVASG-CUST-ID.
010900     MOVE DPT-SITE-ID(WS-DEPOT-IDX) TO DLVASG-SITE-ID.
010910     MOVE PT-DIST(WS-POINT-IDX) TO DLVASG-DIST.
010920     MOVE WS-RUN-DATE TO DLVASG-RUN-DATE.
010930     WRITE DLVASGO-RECORD FROM DLVASG-RECORD.
010940 7850-EXIT.
010950     EXIT.
010960*================================================================
010970 7900-COPY-ONE-RECORD.
010980*================================================================
010990     READ ASSIGN-IN
011000         AT END
011010             SET WS-END-OF-FILE TO TRUE
011020     END-READ.
011030     IF NOT WS-END-OF-FILE
011040         WRITE DLVASGO-RECORD FROM DLVASG-RECORD
011050     END-IF.
011060 7900-EXIT.
011070     EXIT.
011080*================================================================
011090 8000-TERMINATE.
011100*================================================================
011110     IF WS-RUN-IS-VALID
011120         DISPLAY "CUSTOMERS ASSIGNED       = " WS-POINT-COUNT
011130         DISPLAY "ACTIVE DEPOTS            = " WS-DEPOT-COUNT
011140         MOVE 0 TO RETURN-CODE
011150     ELSE
011160         DISPLAY "NO ASSIGNMENT MADE - PRIOR ASSIGNMENTS "
011170                 "CARRIED FORWARD"
011180         MOVE 8 TO RETURN-CODE
011190     END-IF.
011200 8000-EXIT.
011210     EXIT.
011220*================================================================
011230 9999-EXIT.
011240     STOP RUN.
