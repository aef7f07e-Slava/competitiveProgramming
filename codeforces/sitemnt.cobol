000300*                ITS BEFORE AND AFTER VALUES, SO THE MASTER'S
000310*                HISTORY IS RECONSTRUCTIBLE THE WAY JRNLOG
000320*                MAKES THE NIGHTLY RUNS RECONSTRUCTIBLE.
000330* 2026-10-15 SK  THE TRANSACTION LAYOUT MOVED OUT OF THE FD INTO
000340*                THE SITETRN COPYBOOK, SHARED WITH THE DRAFT
000350*                FACREC WRITES FROM THE FACILITIES RECONCILIATION.
000360*                LAYOUT UNCHANGED.
000370* 2026-10-15 SK  REGION MASTER. THE REGION ON AN ADD OR A TRANSFER
000380*                MUST NOW BE ON THE REGION MASTER (RGNMST, LOADED
000390*                BY RGNLOAD) AND ACTIVE OR THE TRANSACTION IS
000400*                REJECTED. A BAD REGION MASTER REJECTS THE RUN RC
000410*                8.
000420* 2026-10-15 SK  MAKER-CHECKER. TRANSACTIONS NOW COME ONLY FROM
000430*                THE APPROVAL RUN (CHGAPV) AND CARRY ITS 23-BYTE
000440*                APPROVAL STAMP - CHANGE ID, MAKER ID, CHECKER ID
000450*                - IN COLUMNS 30-52. ONE WITH NO STAMP, OR WHOSE
000460*                CHECKER IS ITS MAKER, IS REJECTED. SITETRN 29 TO
000470*                52.
000480*================================================================
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER.    IBM-370.
000520 OBJECT-COMPUTER.    IBM-370.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT OPTIONAL SITE-MASTER-IN ASSIGN TO SITEMST
000560            ORGANIZATION IS LINE SEQUENTIAL.
000570     SELECT SITE-TRANS-FILE ASSIGN TO SITETRN
000580            ORGANIZATION IS LINE SEQUENTIAL.
000590     SELECT SITE-MASTER-OUT ASSIGN TO SITEMSTO
000600            ORGANIZATION IS LINE SEQUENTIAL.
000610     SELECT SITE-AUDIT-FILE ASSIGN TO SITEAUD
000620            ORGANIZATION IS LINE SEQUENTIAL.
000630*
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  SITE-MASTER-IN
000670     RECORD CONTAINS 29 CHARACTERS.
000680     COPY SITEMST.
000690*
000700 FD  SITE-TRANS-FILE
000710     RECORD CONTAINS 52 CHARACTERS.
000720     COPY SITETRN.
000730*
000740 FD  SITE-MASTER-OUT
000750     RECORD CONTAINS 29 CHARACTERS.
000760 01  SITEMSTO-RECORD.
000770     05  SITEMSTO-SITE-ID        PIC 9(05).
000780     05  SITEMSTO-NAME           PIC X(20).
000790     05  SITEMSTO-REGION         PIC X(03).
000800     05  SITEMSTO-STATUS         PIC X(01).
000810*
000820 FD  SITE-AUDIT-FILE
000830     RECORD CONTAINS 78 CHARACTERS.
000840 01  SITEAUD-RECORD              PIC X(78).
000850*
000860 WORKING-STORAGE SECTION.
000870*----------------------------------------------------------------
000880* CONSTANTS
000890*----------------------------------------------------------------
000900*    THIS CEILING MATCHES THE 2000-SITE TABLES IN DST153E - THE
000910*    SCAN CANNOT LOAD A MASTER BIGGER THAN ITS OWN TABLES.
000920 77  WS-MAX-SITES                PIC 9(05)  VALUE 2000.
000930*----------------------------------------------------------------
000940* SWITCHES
000950*----------------------------------------------------------------
000960 01  WS-SWITCHES.
000970     05  WS-MASTER-EOF-SWITCH    PIC X(01)  VALUE 'N'.
000980         88  WS-MASTER-EOF                  VALUE 'Y'.
000990     05  WS-TRANS-EOF-SWITCH     PIC X(01)  VALUE 'N'.
001000         88  WS-TRANS-EOF                   VALUE 'Y'.
001010     05  WS-VALID-RUN-SWITCH     PIC X(01)  VALUE 'Y'.
001020         88  WS-RUN-IS-VALID                VALUE 'Y'.
001030     05  WS-REGION-SWITCH        PIC X(01)  VALUE 'Y'.
001040         88  WS-REGION-IS-VALID             VALUE 'Y'.
001050*----------------------------------------------------------------
001060* SITE MASTER TABLE
001070*----------------------------------------------------------------
001080 01  WS-MASTER-COUNT             PIC 9(05).
001090 01  WS-MASTER-TABLE.
001100     05  WS-MASTER-ENTRY         OCCURS 2000 TIMES.
001110         10  MST-SITE-ID         PIC 9(05).
001120         10  MST-NAME            PIC X(20).
001130         10  MST-REGION          PIC X(03).
001140         10  MST-STATUS          PIC X(01).
001150 01  WS-MASTER-IDX               PIC 9(05).
001160 01  WS-FOUND-IDX                PIC 9(05).
001170*----------------------------------------------------------------
001180* REGION MASTER - LOADED FROM RGNMST BY RGNLOAD. THE REGION ON
001190* AN ADD OR A TRANSFER MUST BE ON IT AND ACTIVE.
001200*----------------------------------------------------------------
001210     COPY RGNTAB.
001220 01  WS-REG-IDX                  PIC 9(03).
001230 01  WS-REG-FOUND-IDX            PIC 9(03).
001240*----------------------------------------------------------------
001250* RUN COUNTERS
001260*----------------------------------------------------------------
001270 01  WS-ADD-COUNT                PIC 9(05)  COMP.
001280 01  WS-DEACT-COUNT              PIC 9(05)  COMP.
001290 01  WS-REJECT-COUNT             PIC 9(05)  COMP.
001300 01  WS-CHANGE-COUNT             PIC 9(05)  COMP.
001310 01  WS-REACT-COUNT              PIC 9(05)  COMP.
001320 01  WS-XFER-COUNT               PIC 9(05)  COMP.
001330 01  WS-ADD-COUNT-D              PIC 9(05).
001340 01  WS-DEACT-COUNT-D            PIC 9(05).
001350 01  WS-REJECT-COUNT-D           PIC 9(05).
001360 01  WS-CHANGE-COUNT-D           PIC 9(05).
001370 01  WS-REACT-COUNT-D            PIC 9(05).
001380 01  WS-XFER-COUNT-D             PIC 9(05).
001390*----------------------------------------------------------------
001400* AUDIT TRAIL WORK FIELDS - THE BEFORE IMAGE IS CAPTURED BY
001410* EACH APPLY PARAGRAPH AND THE AFTER IMAGE IS TAKEN OFF THE
001420* MASTER TABLE ROW THE TRANSACTION LANDED ON.
001430*----------------------------------------------------------------
001440 01  WS-RUN-DATE                 PIC 9(08).
001450 01  WS-AUD-IDX                  PIC 9(05).
001460 01  WS-AUDIT-LINE.
001470     05  WS-AUD-DATE             PIC 9(08).
001480     05  FILLER                  PIC X(01)  VALUE SPACE.
001490     05  WS-AUD-ACTION           PIC X(01).
001500     05  FILLER                  PIC X(01)  VALUE SPACE.
001510     05  WS-AUD-SITE-ID          PIC 9(05).
001520     05  FILLER                  PIC X(05)  VALUE ' OLD='.
001530     05  WS-AUD-OLD-NAME         PIC X(20).
001540     05  FILLER                  PIC X(01)  VALUE SPACE.
001550     05  WS-AUD-OLD-REGION       PIC X(03).
001560     05  FILLER                  PIC X(01)  VALUE SPACE.
001570     05  WS-AUD-OLD-STATUS       PIC X(01).
001580     05  FILLER                  PIC X(05)  VALUE ' NEW='.
001590     05  WS-AUD-NEW-NAME         PIC X(20).
001600     05  FILLER                  PIC X(01)  VALUE SPACE.
001610     05  WS-AUD-NEW-REGION       PIC X(03).
001620     05  FILLER                  PIC X(01)  VALUE SPACE.
001630     05  WS-AUD-NEW-STATUS       PIC X(01).
001640*
001650 PROCEDURE DIVISION.
001660*================================================================
001670 0000-MAINLINE.
001680*================================================================
001690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001700     IF WS-RUN-IS-VALID
001710         PERFORM 3000-APPLY-TRANSACTIONS THRU 3000-EXIT
001720         PERFORM 7000-WRITE-NEW-MASTER THRU 7000-EXIT
001730     END-IF.
001740     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001750     GO TO 9999-EXIT.
001760*================================================================
001770 1000-INITIALIZE.
001780*================================================================
001790     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001800     OPEN INPUT  SITE-MASTER-IN.
001810     OPEN INPUT  SITE-TRANS-FILE.
001820     OPEN OUTPUT SITE-MASTER-OUT.
001830     OPEN OUTPUT SITE-AUDIT-FILE.
001840     MOVE 0 TO WS-MASTER-COUNT.
001850     MOVE 0 TO WS-ADD-COUNT.
001860     MOVE 0 TO WS-DEACT-COUNT.
001870     MOVE 0 TO WS-REJECT-COUNT.
001880     MOVE 0 TO WS-CHANGE-COUNT.
001890     MOVE 0 TO WS-REACT-COUNT.
001900     MOVE 0 TO WS-XFER-COUNT.
001910     CALL 'RGNLOAD' USING REG-BLOCK.
001920     IF REG-BAD-FILE
001930         DISPLAY "REGION MASTER BAD: " REG-ERROR-TEXT
001940         DISPLAY "RUN REJECTED"
001950         MOVE 'N' TO WS-VALID-RUN-SWITCH
001960         GO TO 1000-EXIT
001970     END-IF.
001980     IF REG-NO-FILE
001990         DISPLAY "REGION MASTER EMPTY OR MISSING - EVERY ADD "
002000                 "AND TRANSFER WILL BE REJECTED"
002010     END-IF.
002020     PERFORM 1100-LOAD-ONE-MASTER THRU 1100-EXIT
002030         UNTIL WS-MASTER-EOF OR NOT WS-RUN-IS-VALID.
002040 1000-EXIT.
002050     EXIT.
002060*================================================================
002070 1100-LOAD-ONE-MASTER.
002080*================================================================
002090     READ SITE-MASTER-IN
002100         AT END
002110             SET WS-MASTER-EOF TO TRUE
002120     END-READ.
002130     IF NOT WS-MASTER-EOF
002140         IF WS-MASTER-COUNT >= WS-MAX-SITES
002150             DISPLAY "MASTER EXCEEDS " WS-MAX-SITES
002160                     " SITES - RUN REJECTED"
002170             MOVE 'N' TO WS-VALID-RUN-SWITCH
002180         ELSE
002190             ADD 1 TO WS-MASTER-COUNT
002200             MOVE SITEMST-SITE-ID
002210                 TO MST-SITE-ID(WS-MASTER-COUNT)
002220             MOVE SITEMST-NAME TO MST-NAME(WS-MASTER-COUNT)
002230             MOVE SITEMST-REGION
002240                 TO MST-REGION(WS-MASTER-COUNT)
002250             MOVE SITEMST-STATUS
002260                 TO MST-STATUS(WS-MASTER-COUNT)
002270         END-IF
002280     END-IF.
002290 1100-EXIT.
002300     EXIT.
002310*================================================================
002320 2000-READ-TRANSACTION.
002330*================================================================
002340     READ SITE-TRANS-FILE
002350         AT END
002360             SET WS-TRANS-EOF TO TRUE
002370     END-READ.
002380 2000-EXIT.
002390     EXIT.
002400*================================================================
002410 3000-APPLY-TRANSACTIONS.
002420*================================================================
002430     PERFORM 2000-READ-TRANSACTION THRU 2000-EXIT.
002440     PERFORM 3100-APPLY-ONE THRU 3100-EXIT
002450         UNTIL WS-TRANS-EOF OR NOT WS-RUN-IS-VALID.
002460 3000-EXIT.
002470     EXIT.
002480*================================================================
002490 3100-APPLY-ONE.
002500*================================================================
002510     IF SITETRN-CHANGE-ID NOT NUMERIC
002520         OR SITETRN-MAKER-ID = SPACES
002530         OR SITETRN-CHECKER-ID = SPACES
002540         OR SITETRN-CHECKER-ID = SITETRN-MAKER-ID
002550         DISPLAY "TRANSACTION NOT APPROVED BY A SECOND ID "
002560                 "(CHANGE " SITETRN-CHANGE-ID ") - REJECTED"
002570         ADD 1 TO WS-REJECT-COUNT
002580         GO TO 3100-NEXT
002590     END-IF.
002600     IF SITETRN-SITE-ID NOT NUMERIC
002610         DISPLAY "NON-NUMERIC SITE ID ON TRANSACTION - REJECTED"
002620         ADD 1 TO WS-REJECT-COUNT
002630         GO TO 3100-NEXT
002640     END-IF.
002650     PERFORM 3500-FIND-SITE THRU 3500-EXIT.
002660     IF SITETRN-ADD
002670         PERFORM 3200-APPLY-ADD THRU 3200-EXIT
002680         GO TO 3100-NEXT
002690     END-IF.
002700     IF SITETRN-DEACTIVATE
002710         PERFORM 3300-APPLY-DEACTIVATE THRU 3300-EXIT
002720         GO TO 3100-NEXT
002730     END-IF.
002740     IF SITETRN-CHANGE
002750         PERFORM 3320-APPLY-CHANGE THRU 3320-EXIT
002760         GO TO 3100-NEXT
002770     END-IF.
002780     IF SITETRN-REACTIVATE
002790         PERFORM 3340-APPLY-REACTIVATE THRU 3340-EXIT
002800         GO TO 3100-NEXT
002810     END-IF.
002820     IF SITETRN-TRANSFER
002830         PERFORM 3360-APPLY-TRANSFER THRU 3360-EXIT
002840         GO TO 3100-NEXT
002850     END-IF.
002860     DISPLAY "UNKNOWN ACTION '" SITETRN-ACTION
002870             "' FOR SITE " SITETRN-SITE-ID
002880             " - REJECTED".
002890     ADD 1 TO WS-REJECT-COUNT.
002900 3100-NEXT.
002910     PERFORM 2000-READ-TRANSACTION THRU 2000-EXIT.
002920 3100-EXIT.
002930     EXIT.
002940*================================================================
002950 3200-APPLY-ADD.
002960*================================================================
002970     IF WS-FOUND-IDX > 0
002980         DISPLAY "SITE " SITETRN-SITE-ID
002990                 " ALREADY ON MASTER - ADD REJECTED"
003000         ADD 1 TO WS-REJECT-COUNT
003010         GO TO 3200-EXIT
003020     END-IF.
003030     PERFORM 3650-CHECK-REGION THRU 3650-EXIT.
003040     IF NOT WS-REGION-IS-VALID
003050         GO TO 3200-EXIT
003060     END-IF.
003070     IF WS-MASTER-COUNT >= WS-MAX-SITES
003080         DISPLAY "MASTER FULL AT " WS-MAX-SITES
003090                 " SITES - ADD REJECTED"
003100         ADD 1 TO WS-REJECT-COUNT
003110         GO TO 3200-EXIT
003120     END-IF.
003130     PERFORM 3580-CLEAR-BEFORE-IMAGE THRU 3580-EXIT.
003140     ADD 1 TO WS-MASTER-COUNT.
003150     MOVE SITETRN-SITE-ID TO MST-SITE-ID(WS-MASTER-COUNT).
003160     MOVE SITETRN-NAME TO MST-NAME(WS-MASTER-COUNT).
003170     MOVE SITETRN-REGION TO MST-REGION(WS-MASTER-COUNT).
003180     MOVE 'A' TO MST-STATUS(WS-MASTER-COUNT).
003190     ADD 1 TO WS-ADD-COUNT.
003200     MOVE WS-MASTER-COUNT TO WS-AUD-IDX.
003210     PERFORM 3600-WRITE-AUDIT THRU 3600-EXIT.
003220 3200-EXIT.
003230     EXIT.
003240*================================================================
003250 3300-APPLY-DEACTIVATE.
003260*================================================================
003270     IF WS-FOUND-IDX = 0
003280         DISPLAY "SITE " SITETRN-SITE-ID
003290                 " NOT ON MASTER - DEACTIVATE REJECTED"
003300         ADD 1 TO WS-REJECT-COUNT
003310         GO TO 3300-EXIT
003320     END-IF.
003330     PERFORM 3570-TAKE-BEFORE-IMAGE THRU 3570-EXIT.
003340     MOVE 'I' TO MST-STATUS(WS-FOUND-IDX).
003350     ADD 1 TO WS-DEACT-COUNT.
003360     MOVE WS-FOUND-IDX TO WS-AUD-IDX.
003370     PERFORM 3600-WRITE-AUDIT THRU 3600-EXIT.
003380 3300-EXIT.
003390     EXIT.
003400*================================================================
003410 3320-APPLY-CHANGE.
003420*================================================================
003430     IF WS-FOUND-IDX = 0
003440         DISPLAY "SITE " SITETRN-SITE-ID
003450                 " NOT ON MASTER - CHANGE REJECTED"
003460         ADD 1 TO WS-REJECT-COUNT
003470         GO TO 3320-EXIT
003480     END-IF.
003490     IF SITETRN-NAME = SPACES
003500         DISPLAY "BLANK NAME ON CHANGE FOR SITE "
003510                 SITETRN-SITE-ID " - REJECTED"
003520         ADD 1 TO WS-REJECT-COUNT
003530         GO TO 3320-EXIT
003540     END-IF.
003550     PERFORM 3570-TAKE-BEFORE-IMAGE THRU 3570-EXIT.
003560     MOVE SITETRN-NAME TO MST-NAME(WS-FOUND-IDX).
003570     ADD 1 TO WS-CHANGE-COUNT.
003580     MOVE WS-FOUND-IDX TO WS-AUD-IDX.
003590     PERFORM 3600-WRITE-AUDIT THRU 3600-EXIT.
003600 3320-EXIT.
003610     EXIT.
003620*================================================================
003630 3340-APPLY-REACTIVATE.
003640*================================================================
003650     IF WS-FOUND-IDX = 0
003660         DISPLAY "SITE " SITETRN-SITE-ID
003670                 " NOT ON MASTER - REACTIVATE REJECTED"
003680         ADD 1 TO WS-REJECT-COUNT
003690         GO TO 3340-EXIT
003700     END-IF.
003710     IF MST-STATUS(WS-FOUND-IDX) = 'A'
003720         DISPLAY "SITE " SITETRN-SITE-ID
003730                 " ALREADY ACTIVE - REACTIVATE REJECTED"
003740         ADD 1 TO WS-REJECT-COUNT
003750         GO TO 3340-EXIT
003760     END-IF.
003770     PERFORM 3570-TAKE-BEFORE-IMAGE THRU 3570-EXIT.
003780     MOVE 'A' TO MST-STATUS(WS-FOUND-IDX).
003790     ADD 1 TO WS-REACT-COUNT.
003800     MOVE WS-FOUND-IDX TO WS-AUD-IDX.
003810     PERFORM 3600-WRITE-AUDIT THRU 3600-EXIT.
003820 3340-EXIT.
003830     EXIT.
003840*================================================================
003850 3360-APPLY-TRANSFER.
003860*================================================================
003870     IF WS-FOUND-IDX = 0
003880         DISPLAY "SITE " SITETRN-SITE-ID
003890                 " NOT ON MASTER - TRANSFER REJECTED"
003900         ADD 1 TO WS-REJECT-COUNT
003910         GO TO 3360-EXIT
003920     END-IF.
003930     IF SITETRN-REGION = SPACES
003940         DISPLAY "BLANK REGION ON TRANSFER FOR SITE "
003950                 SITETRN-SITE-ID " - REJECTED"
003960         ADD 1 TO WS-REJECT-COUNT
003970         GO TO 3360-EXIT
003980     END-IF.
003990     PERFORM 3650-CHECK-REGION THRU 3650-EXIT.
004000     IF NOT WS-REGION-IS-VALID
004010         GO TO 3360-EXIT
004020     END-IF.
004030     PERFORM 3570-TAKE-BEFORE-IMAGE THRU 3570-EXIT.
004040     MOVE SITETRN-REGION TO MST-REGION(WS-FOUND-IDX).
004050     ADD 1 TO WS-XFER-COUNT.
004060     MOVE WS-FOUND-IDX TO WS-AUD-IDX.
004070     PERFORM 3600-WRITE-AUDIT THRU 3600-EXIT.
004080 3360-EXIT.
004090     EXIT.
004100*================================================================
004110 3500-FIND-SITE.
004120*================================================================
004130     MOVE 0 TO WS-FOUND-IDX.
004140     PERFORM 3550-MATCH-SITE THRU 3550-EXIT
004150         VARYING WS-MASTER-IDX FROM 1 BY 1
004160         UNTIL WS-MASTER-IDX > WS-MASTER-COUNT
004170             OR WS-FOUND-IDX > 0.
004180 3500-EXIT.
004190     EXIT.
004200*================================================================
004210 3550-MATCH-SITE.
004220*================================================================
004230     IF MST-SITE-ID(WS-MASTER-IDX) = SITETRN-SITE-ID
004240         MOVE WS-MASTER-IDX TO WS-FOUND-IDX
004250     END-IF.
004260 3550-EXIT.
004270     EXIT.
004280*================================================================
004290 3570-TAKE-BEFORE-IMAGE.
004300*================================================================
004310     MOVE MST-NAME(WS-FOUND-IDX) TO WS-AUD-OLD-NAME.
004320     MOVE MST-REGION(WS-FOUND-IDX) TO WS-AUD-OLD-REGION.
004330     MOVE MST-STATUS(WS-FOUND-IDX) TO WS-AUD-OLD-STATUS.
004340 3570-EXIT.
004350     EXIT.
004360*================================================================
004370 3580-CLEAR-BEFORE-IMAGE.
004380*================================================================
004390*    AN ADD HAS NO BEFORE IMAGE - THE SITE WAS NOT ON THE
004400*    MASTER.
004410     MOVE SPACES TO WS-AUD-OLD-NAME.
004420     MOVE SPACES TO WS-AUD-OLD-REGION.
004430     MOVE SPACES TO WS-AUD-OLD-STATUS.
004440 3580-EXIT.
004450     EXIT.
004460*================================================================
004470 3600-WRITE-AUDIT.
004480*================================================================
004490*    ONE AUDIT LINE PER APPLIED TRANSACTION - THE AFTER IMAGE
004500*    COMES OFF THE MASTER ROW THE TRANSACTION LANDED ON, SO
004510*    THE TRAIL SHOWS EXACTLY WHAT THE NEW GENERATION CARRIES.
004520     MOVE WS-RUN-DATE TO WS-AUD-DATE.
004530     MOVE SITETRN-ACTION TO WS-AUD-ACTION.
004540     MOVE SITETRN-SITE-ID TO WS-AUD-SITE-ID.
004550     MOVE MST-NAME(WS-AUD-IDX) TO WS-AUD-NEW-NAME.
004560     MOVE MST-REGION(WS-AUD-IDX) TO WS-AUD-NEW-REGION.
004570     MOVE MST-STATUS(WS-AUD-IDX) TO WS-AUD-NEW-STATUS.
004580     WRITE SITEAUD-RECORD FROM WS-AUDIT-LINE.
004590 3600-EXIT.
004600     EXIT.
004610*================================================================
004620 3650-CHECK-REGION.
004630*================================================================
004640*    THE REGION MUST BE ON THE REGION MASTER AND ACTIVE - A
004650*    TYPED-IN CODE NOBODY MAINTAINS WOULD OTHERWISE START A
004660*    PHANTOM REGION IN THE DISTANCE SCAN'S REGION RESULTS.
004670     MOVE 'Y' TO WS-REGION-SWITCH.
004680     MOVE 0 TO WS-REG-FOUND-IDX.
004690     PERFORM 3660-MATCH-REGION THRU 3660-EXIT
004700         VARYING WS-REG-IDX FROM 1 BY 1
004710         UNTIL WS-REG-IDX > REG-COUNT
004720             OR WS-REG-FOUND-IDX > 0.
004730     IF WS-REG-FOUND-IDX = 0
004740         DISPLAY "REGION '" SITETRN-REGION "' FOR SITE "
004750                 SITETRN-SITE-ID " NOT ON REGION MASTER - "
004760                 "REJECTED"
004770         ADD 1 TO WS-REJECT-COUNT
004780         MOVE 'N' TO WS-REGION-SWITCH
004790         GO TO 3650-EXIT
004800     END-IF.
004810     IF NOT REG-REGION-ACTIVE(WS-REG-FOUND-IDX)
004820         DISPLAY "REGION '" SITETRN-REGION "' FOR SITE "
004830                 SITETRN-SITE-ID " INACTIVE - REJECTED"
004840         ADD 1 TO WS-REJECT-COUNT
004850         MOVE 'N' TO WS-REGION-SWITCH
004860     END-IF.
004870 3650-EXIT.
004880     EXIT.
004890*================================================================
004900 3660-MATCH-REGION.
004910*================================================================
004920     IF REG-CODE(WS-REG-IDX) = SITETRN-REGION
004930         MOVE WS-REG-IDX TO WS-REG-FOUND-IDX
004940     END-IF.
004950 3660-EXIT.
004960     EXIT.
004970*================================================================
004980 7000-WRITE-NEW-MASTER.
004990*================================================================
005000     PERFORM 7100-WRITE-ONE-SITE THRU 7100-EXIT
005010         VARYING WS-MASTER-IDX FROM 1 BY 1
005020         UNTIL WS-MASTER-IDX > WS-MASTER-COUNT.
005030     MOVE WS-ADD-COUNT TO WS-ADD-COUNT-D.
005040     MOVE WS-DEACT-COUNT TO WS-DEACT-COUNT-D.
005050     MOVE WS-REJECT-COUNT TO WS-REJECT-COUNT-D.
005060     MOVE WS-CHANGE-COUNT TO WS-CHANGE-COUNT-D.
005070     MOVE WS-REACT-COUNT TO WS-REACT-COUNT-D.
005080     MOVE WS-XFER-COUNT TO WS-XFER-COUNT-D.
005090     DISPLAY "SITES ADDED       = " WS-ADD-COUNT-D.
005100     DISPLAY "SITES DEACTIVATED = " WS-DEACT-COUNT-D.
005110     DISPLAY "SITES CHANGED     = " WS-CHANGE-COUNT-D.
005120     DISPLAY "SITES REACTIVATED = " WS-REACT-COUNT-D.
005130     DISPLAY "SITES TRANSFERRED = " WS-XFER-COUNT-D.
005140     DISPLAY "TRANS REJECTED    = " WS-REJECT-COUNT-D.
005150 7000-EXIT.
005160     EXIT.
005170*================================================================
005180 7100-WRITE-ONE-SITE.
005190*================================================================
005200     MOVE MST-SITE-ID(WS-MASTER-IDX) TO SITEMSTO-SITE-ID.
005210     MOVE MST-NAME(WS-MASTER-IDX) TO SITEMSTO-NAME.
005220     MOVE MST-REGION(WS-MASTER-IDX) TO SITEMSTO-REGION.
005230     MOVE MST-STATUS(WS-MASTER-IDX) TO SITEMSTO-STATUS.
005240     WRITE SITEMSTO-RECORD.
005250 7100-EXIT.
005260     EXIT.
005270*================================================================
005280 8000-TERMINATE.
005290*================================================================
005300     CLOSE SITE-MASTER-IN.
005310     CLOSE SITE-TRANS-FILE.
005320     CLOSE SITE-MASTER-OUT.
005330     CLOSE SITE-AUDIT-FILE.
005340     IF NOT WS-RUN-IS-VALID
005350         MOVE 8 TO RETURN-CODE
005360     ELSE
005370         IF WS-REJECT-COUNT > 0
005380             MOVE 4 TO RETURN-CODE
005390         ELSE
005400             MOVE 0 TO RETURN-CODE
005410         END-IF
005420     END-IF.
005430 8000-EXIT.
005440     EXIT.
005450*================================================================
005460 9999-EXIT.
005470     STOP RUN.
