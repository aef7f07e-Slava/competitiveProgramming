000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     RGNMNT.
000030 AUTHOR.         S. KOVALENKO.
000040 INSTALLATION.   RECONCILIATION BATCH.
000050 DATE-WRITTEN.   OCT 2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 SK  ORIGINAL VERSION. MAINTENANCE PROGRAM FOR THE
000110*                REGION MASTER (RGNMST) THAT BRCHMNT AND SITEMNT
000120*                NOW VALIDATE EVERY REGION AGAINST - THE SAME
000130*                READ-APPLY-REWRITE CYCLE SITEMNT RUNS FOR THE
000140*                SITE MASTER. READS THE CURRENT MASTER
000150*                GENERATION, APPLIES ADD ('A'), CHANGE NAME OR
000160*                MANAGER ('C'), RE-BOX ('B'), DEACTIVATE ('D')
000170*                AND REACTIVATE ('R') TRANSACTIONS FROM RGNTRN,
000180*                AND WRITES THE NEW MASTER GENERATION. A
000190*                TRANSACTION THAT CANNOT APPLY IS REPORTED ON
000200*                SYSOUT AND COUNTED; ANY SUCH REJECT ENDS THE
000210*                RUN RC 4. EVERY APPLIED TRANSACTION IS WRITTEN
000220*                TO AN AUDIT FILE (RGNAUD) WITH ITS BEFORE AND
000230*                AFTER VALUES, AS SITEMNT DOES. REGIONS ARE
000240*                NEVER DELETED, ONLY DEACTIVATED, SO HISTORY
000250*                KEEPS RESOLVING.
000260* 2026-10-15 SK  MAKER-CHECKER. TRANSACTIONS NOW COME ONLY FROM
000270*                THE APPROVAL RUN (CHGAPV) AND CARRY ITS 23-BYTE
000280*                APPROVAL STAMP - CHANGE ID, MAKER ID, CHECKER ID
000290*                - IN COLUMNS 93-115. ONE WITH NO STAMP, OR WHOSE
000300*                CHECKER IS ITS MAKER, IS REJECTED. RGNTRN 92 TO
000310*                115.
000320*================================================================
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.    IBM-370.
000360 OBJECT-COMPUTER.    IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT OPTIONAL RGN-MASTER-IN ASSIGN TO RGNMST
000400            ORGANIZATION IS LINE SEQUENTIAL.
000410     SELECT RGN-TRANS-FILE ASSIGN TO RGNTRN
000420            ORGANIZATION IS LINE SEQUENTIAL.
000430     SELECT RGN-MASTER-OUT ASSIGN TO RGNMSTO
000440            ORGANIZATION IS LINE SEQUENTIAL.
000450     SELECT RGN-AUDIT-FILE ASSIGN TO RGNAUD
000460            ORGANIZATION IS LINE SEQUENTIAL.
000470*
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  RGN-MASTER-IN
000510     RECORD CONTAINS 92 CHARACTERS.
000520     COPY RGNMST.
000530*
000540 FD  RGN-TRANS-FILE
000550     RECORD CONTAINS 115 CHARACTERS.
000560     COPY RGNTRN.
000570*
000580 FD  RGN-MASTER-OUT
000590     RECORD CONTAINS 92 CHARACTERS.
000600 01  RGNMSTO-RECORD.
000610     05  RGNMSTO-CODE            PIC X(03).
000620     05  RGNMSTO-NAME            PIC X(20).
000630     05  RGNMSTO-MANAGER         PIC X(20).
000640     05  RGNMSTO-STATUS          PIC X(01).
000650     05  RGNMSTO-MIN-X           PIC S9(10)9
000660                                  SIGN IS TRAILING SEPARATE.
000670     05  RGNMSTO-MIN-Y           PIC S9(10)9
000680                                  SIGN IS TRAILING SEPARATE.
000690     05  RGNMSTO-MAX-X           PIC S9(10)9
000700                                  SIGN IS TRAILING SEPARATE.
000710     05  RGNMSTO-MAX-Y           PIC S9(10)9
000720                                  SIGN IS TRAILING SEPARATE.
000730*
000740 FD  RGN-AUDIT-FILE
000750     RECORD CONTAINS 214 CHARACTERS.
000760 01  RGNAUD-RECORD               PIC X(214).
000770*
000780 WORKING-STORAGE SECTION.
000790*----------------------------------------------------------------
000800* CONSTANTS
000810*----------------------------------------------------------------
000820*    THIS CEILING MATCHES THE 100-REGION TABLE IN RGNTAB.CPY -
000830*    NO READER CAN LOAD A MASTER BIGGER THAN THAT.
000840 77  WS-MAX-REGIONS              PIC 9(03)  VALUE 100.
000850*----------------------------------------------------------------
000860* SWITCHES
000870*----------------------------------------------------------------
000880 01  WS-SWITCHES.
000890     05  WS-MASTER-EOF-SWITCH    PIC X(01)  VALUE 'N'.
000900         88  WS-MASTER-EOF                  VALUE 'Y'.
000910     05  WS-TRANS-EOF-SWITCH     PIC X(01)  VALUE 'N'.
000920         88  WS-TRANS-EOF                   VALUE 'Y'.
000930     05  WS-VALID-RUN-SWITCH     PIC X(01)  VALUE 'Y'.
000940         88  WS-RUN-IS-VALID                VALUE 'Y'.
000950     05  WS-BOX-SWITCH           PIC X(01)  VALUE 'Y'.
000960         88  WS-BOX-IS-VALID                VALUE 'Y'.
000970*----------------------------------------------------------------
000980* REGION MASTER TABLE
000990*----------------------------------------------------------------
001000 01  WS-MASTER-COUNT             PIC 9(03).
001010 01  WS-MASTER-TABLE.
001020     05  WS-MASTER-ENTRY         OCCURS 100 TIMES.
001030         10  RMST-CODE           PIC X(03).
001040         10  RMST-NAME           PIC X(20).
001050         10  RMST-MANAGER        PIC X(20).
001060         10  RMST-STATUS         PIC X(01).
001070         10  RMST-MIN-X          PIC S9(10)9.
001080         10  RMST-MIN-Y          PIC S9(10)9.
001090         10  RMST-MAX-X          PIC S9(10)9.
001100         10  RMST-MAX-Y          PIC S9(10)9.
001110 01  WS-MASTER-IDX               PIC 9(03).
001120 01  WS-FOUND-IDX                PIC 9(03).
001130*----------------------------------------------------------------
001140* RUN COUNTERS
001150*----------------------------------------------------------------
001160 01  WS-ADD-COUNT                PIC 9(05)  COMP.
001170 01  WS-CHANGE-COUNT             PIC 9(05)  COMP.
001180 01  WS-REBOX-COUNT              PIC 9(05)  COMP.
001190 01  WS-DEACT-COUNT              PIC 9(05)  COMP.
001200 01  WS-REACT-COUNT              PIC 9(05)  COMP.
001210 01  WS-REJECT-COUNT             PIC 9(05)  COMP.
001220 01  WS-ADD-COUNT-D              PIC 9(05).
001230 01  WS-CHANGE-COUNT-D           PIC 9(05).
001240 01  WS-REBOX-COUNT-D            PIC 9(05).
001250 01  WS-DEACT-COUNT-D            PIC 9(05).
001260 01  WS-REACT-COUNT-D            PIC 9(05).
001270 01  WS-REJECT-COUNT-D           PIC 9(05).
001280*----------------------------------------------------------------
001290* AUDIT TRAIL WORK FIELDS - THE BEFORE IMAGE IS CAPTURED BY
001300* EACH APPLY PARAGRAPH AND THE AFTER IMAGE IS TAKEN OFF THE
001310* MASTER TABLE ROW THE TRANSACTION LANDED ON, AS IN SITEMNT.
001320*----------------------------------------------------------------
001330 01  WS-RUN-DATE                 PIC 9(08).
001340 01  WS-AUD-IDX                  PIC 9(03).
001350 01  WS-AUDIT-LINE.
001360     05  WS-AUD-DATE             PIC 9(08).
001370     05  FILLER                  PIC X(01)  VALUE SPACE.
001380     05  WS-AUD-ACTION           PIC X(01).
001390     05  FILLER                  PIC X(01)  VALUE SPACE.
001400     05  WS-AUD-CODE             PIC X(03).
001410     05  FILLER                  PIC X(05)  VALUE ' OLD='.
001420     05  WS-AUD-OLD-IMAGE.
001430         10  WS-AUD-OLD-NAME     PIC X(20).
001440         10  FILLER              PIC X(01)  VALUE SPACE.
001450         10  WS-AUD-OLD-MANAGER  PIC X(20).
001460         10  FILLER              PIC X(01)  VALUE SPACE.
001470         10  WS-AUD-OLD-STATUS   PIC X(01).
001480         10  FILLER              PIC X(01)  VALUE SPACE.
001490         10  WS-AUD-OLD-MIN-X    PIC S9(10)9
001500                                  SIGN IS TRAILING SEPARATE.
001510         10  FILLER              PIC X(01)  VALUE SPACE.
001520         10  WS-AUD-OLD-MIN-Y    PIC S9(10)9
001530                                  SIGN IS TRAILING SEPARATE.
001540         10  FILLER              PIC X(01)  VALUE SPACE.
001550         10  WS-AUD-OLD-MAX-X    PIC S9(10)9
001560                                  SIGN IS TRAILING SEPARATE.
001570         10  FILLER              PIC X(01)  VALUE SPACE.
001580         10  WS-AUD-OLD-MAX-Y    PIC S9(10)9
001590                                  SIGN IS TRAILING SEPARATE.
001600     05  FILLER                  PIC X(05)  VALUE ' NEW='.
001610     05  WS-AUD-NEW-NAME         PIC X(20).
001620     05  FILLER                  PIC X(01)  VALUE SPACE.
001630     05  WS-AUD-NEW-MANAGER      PIC X(20).
001640     05  FILLER                  PIC X(01)  VALUE SPACE.
001650     05  WS-AUD-NEW-STATUS       PIC X(01).
001660     05  FILLER                  PIC X(01)  VALUE SPACE.
001670     05  WS-AUD-NEW-MIN-X        PIC S9(10)9
001680                                  SIGN IS TRAILING SEPARATE.
001690     05  FILLER                  PIC X(01)  VALUE SPACE.
001700     05  WS-AUD-NEW-MIN-Y        PIC S9(10)9
001710                                  SIGN IS TRAILING SEPARATE.
001720     05  FILLER                  PIC X(01)  VALUE SPACE.
001730     05  WS-AUD-NEW-MAX-X        PIC S9(10)9
001740                                  SIGN IS TRAILING SEPARATE.
001750     05  FILLER                  PIC X(01)  VALUE SPACE.
001760     05  WS-AUD-NEW-MAX-Y        PIC S9(10)9
001770                                  SIGN IS TRAILING SEPARATE.
001780*
001790 PROCEDURE DIVISION.
001800*================================================================
001810 0000-MAINLINE.
001820*================================================================
001830     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001840     IF WS-RUN-IS-VALID
001850         PERFORM 3000-APPLY-TRANSACTIONS THRU 3000-EXIT
001860         PERFORM 7000-WRITE-NEW-MASTER THRU 7000-EXIT
001870     END-IF.
001880     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001890     GO TO 9999-EXIT.
001900*================================================================
001910 1000-INITIALIZE.
001920*================================================================
001930     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001940     OPEN INPUT  RGN-MASTER-IN.
001950     OPEN INPUT  RGN-TRANS-FILE.
001960     OPEN OUTPUT RGN-MASTER-OUT.
001970     OPEN OUTPUT RGN-AUDIT-FILE.
001980     MOVE 0 TO WS-MASTER-COUNT.
001990     MOVE 0 TO WS-ADD-COUNT.
002000     MOVE 0 TO WS-CHANGE-COUNT.
002010     MOVE 0 TO WS-REBOX-COUNT.
002020     MOVE 0 TO WS-DEACT-COUNT.
002030     MOVE 0 TO WS-REACT-COUNT.
002040     MOVE 0 TO WS-REJECT-COUNT.
002050     PERFORM 1100-LOAD-ONE-MASTER THRU 1100-EXIT
002060         UNTIL WS-MASTER-EOF OR NOT WS-RUN-IS-VALID.
002070 1000-EXIT.
002080     EXIT.
002090*================================================================
002100 1100-LOAD-ONE-MASTER.
002110*================================================================
002120     READ RGN-MASTER-IN
002130         AT END
002140             SET WS-MASTER-EOF TO TRUE
002150     END-READ.
002160     IF NOT WS-MASTER-EOF
002170         IF WS-MASTER-COUNT >= WS-MAX-REGIONS
002180             DISPLAY "MASTER EXCEEDS " WS-MAX-REGIONS
002190                     " REGIONS - RUN REJECTED"
002200             MOVE 'N' TO WS-VALID-RUN-SWITCH
002210         ELSE
002220             ADD 1 TO WS-MASTER-COUNT
002230             MOVE RGNMST-CODE TO RMST-CODE(WS-MASTER-COUNT)
002240             MOVE RGNMST-NAME TO RMST-NAME(WS-MASTER-COUNT)
002250             MOVE RGNMST-MANAGER
002260                 TO RMST-MANAGER(WS-MASTER-COUNT)
002270             MOVE RGNMST-STATUS
002280                 TO RMST-STATUS(WS-MASTER-COUNT)
002290             MOVE RGNMST-MIN-X TO RMST-MIN-X(WS-MASTER-COUNT)
002300             MOVE RGNMST-MIN-Y TO RMST-MIN-Y(WS-MASTER-COUNT)
002310             MOVE RGNMST-MAX-X TO RMST-MAX-X(WS-MASTER-COUNT)
002320             MOVE RGNMST-MAX-Y TO RMST-MAX-Y(WS-MASTER-COUNT)
002330         END-IF
002340     END-IF.
002350 1100-EXIT.
002360     EXIT.
002370*================================================================
002380 2000-READ-TRANSACTION.
002390*================================================================
002400     READ RGN-TRANS-FILE
002410         AT END
002420             SET WS-TRANS-EOF TO TRUE
002430     END-READ.
002440 2000-EXIT.
002450     EXIT.
002460*================================================================
002470 3000-APPLY-TRANSACTIONS.
002480*================================================================
002490     PERFORM 2000-READ-TRANSACTION THRU 2000-EXIT.
002500     PERFORM 3100-APPLY-ONE THRU 3100-EXIT
002510         UNTIL WS-TRANS-EOF OR NOT WS-RUN-IS-VALID.
002520 3000-EXIT.
002530     EXIT.
002540*================================================================
002550 3100-APPLY-ONE.
002560*================================================================
002570     IF RGNTRN-CHANGE-ID NOT NUMERIC
002580         OR RGNTRN-MAKER-ID = SPACES
002590         OR RGNTRN-CHECKER-ID = SPACES
002600         OR RGNTRN-CHECKER-ID = RGNTRN-MAKER-ID
002610         DISPLAY "TRANSACTION NOT APPROVED BY A SECOND ID "
002620                 "(CHANGE " RGNTRN-CHANGE-ID ") - REJECTED"
002630         ADD 1 TO WS-REJECT-COUNT
002640         GO TO 3100-NEXT
002650     END-IF.
002660     IF RGNTRN-CODE = SPACES
002670         DISPLAY "BLANK REGION CODE ON TRANSACTION - REJECTED"
002680         ADD 1 TO WS-REJECT-COUNT
002690         GO TO 3100-NEXT
002700     END-IF.
002710     PERFORM 3500-FIND-REGION THRU 3500-EXIT.
002720     IF RGNTRN-ADD
002730         PERFORM 3200-APPLY-ADD THRU 3200-EXIT
002740         GO TO 3100-NEXT
002750     END-IF.
002760     IF RGNTRN-CHANGE
002770         PERFORM 3250-APPLY-CHANGE THRU 3250-EXIT
002780         GO TO 3100-NEXT
002790     END-IF.
002800     IF RGNTRN-REBOX
002810         PERFORM 3270-APPLY-REBOX THRU 3270-EXIT
002820         GO TO 3100-NEXT
002830     END-IF.
002840     IF RGNTRN-DEACTIVATE
002850         PERFORM 3300-APPLY-DEACTIVATE THRU 3300-EXIT
002860         GO TO 3100-NEXT
002870     END-IF.
002880     IF RGNTRN-REACTIVATE
002890         PERFORM 3340-APPLY-REACTIVATE THRU 3340-EXIT
002900         GO TO 3100-NEXT
002910     END-IF.
002920     DISPLAY "UNKNOWN ACTION '" RGNTRN-ACTION
002930             "' FOR REGION " RGNTRN-CODE
002940             " - REJECTED".
002950     ADD 1 TO WS-REJECT-COUNT.
002960 3100-NEXT.
002970     PERFORM 2000-READ-TRANSACTION THRU 2000-EXIT.
002980 3100-EXIT.
002990     EXIT.
003000*================================================================
003010 3200-APPLY-ADD.
003020*================================================================
003030     IF WS-FOUND-IDX > 0
003040         DISPLAY "REGION " RGNTRN-CODE
003050                 " ALREADY ON MASTER - ADD REJECTED"
003060         ADD 1 TO WS-REJECT-COUNT
003070         GO TO 3200-EXIT
003080     END-IF.
003090     IF RGNTRN-NAME = SPACES
003100         DISPLAY "BLANK NAME ON ADD FOR REGION "
003110                 RGNTRN-CODE " - REJECTED"
003120         ADD 1 TO WS-REJECT-COUNT
003130         GO TO 3200-EXIT
003140     END-IF.
003150     PERFORM 3400-CHECK-BOX THRU 3400-EXIT.
003160     IF NOT WS-BOX-IS-VALID
003170         DISPLAY "BAD BOUNDING BOX ON ADD FOR REGION "
003180                 RGNTRN-CODE " - REJECTED"
003190         ADD 1 TO WS-REJECT-COUNT
003200         GO TO 3200-EXIT
003210     END-IF.
003220     IF WS-MASTER-COUNT >= WS-MAX-REGIONS
003230         DISPLAY "MASTER FULL AT " WS-MAX-REGIONS
003240                 " REGIONS - ADD REJECTED"
003250         ADD 1 TO WS-REJECT-COUNT
003260         GO TO 3200-EXIT
003270     END-IF.
003280     PERFORM 3580-CLEAR-BEFORE-IMAGE THRU 3580-EXIT.
003290     ADD 1 TO WS-MASTER-COUNT.
003300     MOVE RGNTRN-CODE TO RMST-CODE(WS-MASTER-COUNT).
003310     MOVE RGNTRN-NAME TO RMST-NAME(WS-MASTER-COUNT).
003320     MOVE RGNTRN-MANAGER TO RMST-MANAGER(WS-MASTER-COUNT).
003330     MOVE 'A' TO RMST-STATUS(WS-MASTER-COUNT).
003340     MOVE WS-MASTER-COUNT TO WS-FOUND-IDX.
003350     PERFORM 3450-TAKE-BOX THRU 3450-EXIT.
003360     ADD 1 TO WS-ADD-COUNT.
003370     MOVE WS-MASTER-COUNT TO WS-AUD-IDX.
003380     PERFORM 3600-WRITE-AUDIT THRU 3600-EXIT.
003390 3200-EXIT.
003400     EXIT.
003410*================================================================
003420 3250-APPLY-CHANGE.
003430*================================================================
003440*    A BLANK NAME OR MANAGER ON THE CARD LEAVES THAT FIELD AS
003450*    IT IS, SO A NEW MANAGER DOES NOT HAVE TO RE-KEY THE NAME.
003460     IF WS-FOUND-IDX = 0
003470         DISPLAY "REGION " RGNTRN-CODE
003480                 " NOT ON MASTER - CHANGE REJECTED"
003490         ADD 1 TO WS-REJECT-COUNT
003500         GO TO 3250-EXIT
003510     END-IF.
003520     IF RGNTRN-NAME = SPACES AND RGNTRN-MANAGER = SPACES
003530         DISPLAY "NOTHING TO CHANGE FOR REGION "
003540                 RGNTRN-CODE " - REJECTED"
003550         ADD 1 TO WS-REJECT-COUNT
003560         GO TO 3250-EXIT
003570     END-IF.
003580     PERFORM 3570-TAKE-BEFORE-IMAGE THRU 3570-EXIT.
003590     IF RGNTRN-NAME NOT = SPACES
003600         MOVE RGNTRN-NAME TO RMST-NAME(WS-FOUND-IDX)
003610     END-IF.
003620     IF RGNTRN-MANAGER NOT = SPACES
003630         MOVE RGNTRN-MANAGER TO RMST-MANAGER(WS-FOUND-IDX)
003640     END-IF.
003650     ADD 1 TO WS-CHANGE-COUNT.
003660     MOVE WS-FOUND-IDX TO WS-AUD-IDX.
003670     PERFORM 3600-WRITE-AUDIT THRU 3600-EXIT.
003680 3250-EXIT.
003690     EXIT.
003700*================================================================
003710 3270-APPLY-REBOX.
003720*================================================================
003730     IF WS-FOUND-IDX = 0
003740         DISPLAY "REGION " RGNTRN-CODE
003750                 " NOT ON MASTER - RE-BOX REJECTED"
003760         ADD 1 TO WS-REJECT-COUNT
003770         GO TO 3270-EXIT
003780     END-IF.
003790     PERFORM 3400-CHECK-BOX THRU 3400-EXIT.
003800     IF NOT WS-BOX-IS-VALID
003810         DISPLAY "BAD BOUNDING BOX ON RE-BOX FOR REGION "
003820                 RGNTRN-CODE " - REJECTED"
003830         ADD 1 TO WS-REJECT-COUNT
003840         GO TO 3270-EXIT
003850     END-IF.
003860     PERFORM 3570-TAKE-BEFORE-IMAGE THRU 3570-EXIT.
003870     PERFORM 3450-TAKE-BOX THRU 3450-EXIT.
003880     ADD 1 TO WS-REBOX-COUNT.
003890     MOVE WS-FOUND-IDX TO WS-AUD-IDX.
003900     PERFORM 3600-WRITE-AUDIT THRU 3600-EXIT.
003910 3270-EXIT.
003920     EXIT.
003930*================================================================
003940 3300-APPLY-DEACTIVATE.
003950*================================================================
003960*    BRANCHES AND SITES ALREADY IN THE REGION KEEP IT; ONLY NEW
003970*    ADDS AND TRANSFERS INTO IT ARE REFUSED FROM NOW ON, AND
003980*    THE SCAN LISTS ITS SITES AS BEING IN AN INACTIVE REGION.
003990     IF WS-FOUND-IDX = 0
004000         DISPLAY "REGION " RGNTRN-CODE
004010                 " NOT ON MASTER - DEACTIVATE REJECTED"
004020         ADD 1 TO WS-REJECT-COUNT
004030         GO TO 3300-EXIT
004040     END-IF.
004050     IF RMST-STATUS(WS-FOUND-IDX) = 'I'
004060         DISPLAY "REGION " RGNTRN-CODE
004070                 " ALREADY INACTIVE - DEACTIVATE REJECTED"
004080         ADD 1 TO WS-REJECT-COUNT
004090         GO TO 3300-EXIT
004100     END-IF.
004110     PERFORM 3570-TAKE-BEFORE-IMAGE THRU 3570-EXIT.
004120     MOVE 'I' TO RMST-STATUS(WS-FOUND-IDX).
004130     ADD 1 TO WS-DEACT-COUNT.
004140     MOVE WS-FOUND-IDX TO WS-AUD-IDX.
004150     PERFORM 3600-WRITE-AUDIT THRU 3600-EXIT.
004160 3300-EXIT.
004170     EXIT.
004180*================================================================
004190 3340-APPLY-REACTIVATE.
004200*================================================================
004210     IF WS-FOUND-IDX = 0
004220         DISPLAY "REGION " RGNTRN-CODE
004230                 " NOT ON MASTER - REACTIVATE REJECTED"
004240         ADD 1 TO WS-REJECT-COUNT
004250         GO TO 3340-EXIT
004260     END-IF.
004270     IF RMST-STATUS(WS-FOUND-IDX) = 'A'
004280         DISPLAY "REGION " RGNTRN-CODE
004290                 " ALREADY ACTIVE - REACTIVATE REJECTED"
004300         ADD 1 TO WS-REJECT-COUNT
004310         GO TO 3340-EXIT
004320     END-IF.
004330     PERFORM 3570-TAKE-BEFORE-IMAGE THRU 3570-EXIT.
004340     MOVE 'A' TO RMST-STATUS(WS-FOUND-IDX).
004350     ADD 1 TO WS-REACT-COUNT.
004360     MOVE WS-FOUND-IDX TO WS-AUD-IDX.
004370     PERFORM 3600-WRITE-AUDIT THRU 3600-EXIT.
004380 3340-EXIT.
004390     EXIT.
004400*================================================================
004410 3400-CHECK-BOX.
004420*================================================================
004430*    ALL FOUR CORNERS MUST BE KEYED AND EACH MINIMUM MAY NOT
004440*    LIE PAST ITS MAXIMUM. A BOX OF ONE POINT IS ALLOWED.
004450     MOVE 'Y' TO WS-BOX-SWITCH.
004460     IF RGNTRN-MIN-X NOT NUMERIC OR RGNTRN-MIN-Y NOT NUMERIC
004470         OR RGNTRN-MAX-X NOT NUMERIC
004480         OR RGNTRN-MAX-Y NOT NUMERIC
004490         MOVE 'N' TO WS-BOX-SWITCH
004500         GO TO 3400-EXIT
004510     END-IF.
004520     IF RGNTRN-MIN-X > RGNTRN-MAX-X
004530         OR RGNTRN-MIN-Y > RGNTRN-MAX-Y
004540         MOVE 'N' TO WS-BOX-SWITCH
004550     END-IF.
004560 3400-EXIT.
004570     EXIT.
004580*================================================================
004590 3450-TAKE-BOX.
004600*================================================================
004610     MOVE RGNTRN-MIN-X TO RMST-MIN-X(WS-FOUND-IDX).
004620     MOVE RGNTRN-MIN-Y TO RMST-MIN-Y(WS-FOUND-IDX).
004630     MOVE RGNTRN-MAX-X TO RMST-MAX-X(WS-FOUND-IDX).
004640     MOVE RGNTRN-MAX-Y TO RMST-MAX-Y(WS-FOUND-IDX).
004650 3450-EXIT.
004660     EXIT.
004670*================================================================
004680 3500-FIND-REGION.
004690*================================================================
004700     MOVE 0 TO WS-FOUND-IDX.
004710     PERFORM 3550-MATCH-REGION THRU 3550-EXIT
004720         VARYING WS-MASTER-IDX FROM 1 BY 1
004730         UNTIL WS-MASTER-IDX > WS-MASTER-COUNT
004740             OR WS-FOUND-IDX > 0.
004750 3500-EXIT.
004760     EXIT.
004770*================================================================
004780 3550-MATCH-REGION.
004790*================================================================
004800     IF RMST-CODE(WS-MASTER-IDX) = RGNTRN-CODE
004810         MOVE WS-MASTER-IDX TO WS-FOUND-IDX
004820     END-IF.
004830 3550-EXIT.
004840     EXIT.
004850*================================================================
004860 3570-TAKE-BEFORE-IMAGE.
004870*================================================================
004880     MOVE RMST-NAME(WS-FOUND-IDX) TO WS-AUD-OLD-NAME.
004890     MOVE RMST-MANAGER(WS-FOUND-IDX) TO WS-AUD-OLD-MANAGER.
004900     MOVE RMST-STATUS(WS-FOUND-IDX) TO WS-AUD-OLD-STATUS.
004910     MOVE RMST-MIN-X(WS-FOUND-IDX) TO WS-AUD-OLD-MIN-X.
004920     MOVE RMST-MIN-Y(WS-FOUND-IDX) TO WS-AUD-OLD-MIN-Y.
004930     MOVE RMST-MAX-X(WS-FOUND-IDX) TO WS-AUD-OLD-MAX-X.
004940     MOVE RMST-MAX-Y(WS-FOUND-IDX) TO WS-AUD-OLD-MAX-Y.
004950 3570-EXIT.
004960     EXIT.
004970*================================================================
004980 3580-CLEAR-BEFORE-IMAGE.
004990*================================================================
005000*    AN ADD HAS NO BEFORE IMAGE - THE REGION WAS NOT ON THE
005010*    MASTER.
005020     MOVE SPACES TO WS-AUD-OLD-IMAGE.
005030 3580-EXIT.
005040     EXIT.
005050*================================================================
005060 3600-WRITE-AUDIT.
005070*================================================================
005080*    ONE AUDIT LINE PER APPLIED TRANSACTION - THE AFTER IMAGE
005090*    COMES OFF THE MASTER ROW THE TRANSACTION LANDED ON, SO
005100*    THE TRAIL SHOWS EXACTLY WHAT THE NEW GENERATION CARRIES.
005110     MOVE WS-RUN-DATE TO WS-AUD-DATE.
005120     MOVE RGNTRN-ACTION TO WS-AUD-ACTION.
005130     MOVE RGNTRN-CODE TO WS-AUD-CODE.
005140     MOVE RMST-NAME(WS-AUD-IDX) TO WS-AUD-NEW-NAME.
005150     MOVE RMST-MANAGER(WS-AUD-IDX) TO WS-AUD-NEW-MANAGER.
005160     MOVE RMST-STATUS(WS-AUD-IDX) TO WS-AUD-NEW-STATUS.
005170     MOVE RMST-MIN-X(WS-AUD-IDX) TO WS-AUD-NEW-MIN-X.
005180     MOVE RMST-MIN-Y(WS-AUD-IDX) TO WS-AUD-NEW-MIN-Y.
005190     MOVE RMST-MAX-X(WS-AUD-IDX) TO WS-AUD-NEW-MAX-X.
005200     MOVE RMST-MAX-Y(WS-AUD-IDX) TO WS-AUD-NEW-MAX-Y.
005210     WRITE RGNAUD-RECORD FROM WS-AUDIT-LINE.
005220 3600-EXIT.
005230     EXIT.
005240*================================================================
005250 7000-WRITE-NEW-MASTER.
005260*================================================================
005270     PERFORM 7100-WRITE-ONE-REGION THRU 7100-EXIT
005280         VARYING WS-MASTER-IDX FROM 1 BY 1
005290         UNTIL WS-MASTER-IDX > WS-MASTER-COUNT.
005300     MOVE WS-ADD-COUNT TO WS-ADD-COUNT-D.
005310     MOVE WS-CHANGE-COUNT TO WS-CHANGE-COUNT-D.
005320     MOVE WS-REBOX-COUNT TO WS-REBOX-COUNT-D.
005330     MOVE WS-DEACT-COUNT TO WS-DEACT-COUNT-D.
005340     MOVE WS-REACT-COUNT TO WS-REACT-COUNT-D.
005350     MOVE WS-REJECT-COUNT TO WS-REJECT-COUNT-D.
005360     DISPLAY "REGIONS ADDED       = " WS-ADD-COUNT-D.
005370     DISPLAY "REGIONS CHANGED     = " WS-CHANGE-COUNT-D.
005380     DISPLAY "REGIONS RE-BOXED    = " WS-REBOX-COUNT-D.
005390     DISPLAY "REGIONS DEACTIVATED = " WS-DEACT-COUNT-D.
005400     DISPLAY "REGIONS REACTIVATED = " WS-REACT-COUNT-D.
005410     DISPLAY "TRANS REJECTED      = " WS-REJECT-COUNT-D.
005420 7000-EXIT.
005430     EXIT.
005440*================================================================
005450 7100-WRITE-ONE-REGION.
005460*================================================================
005470     MOVE RMST-CODE(WS-MASTER-IDX) TO RGNMSTO-CODE.
005480     MOVE RMST-NAME(WS-MASTER-IDX) TO RGNMSTO-NAME.
005490     MOVE RMST-MANAGER(WS-MASTER-IDX) TO RGNMSTO-MANAGER.
005500     MOVE RMST-STATUS(WS-MASTER-IDX) TO RGNMSTO-STATUS.
005510     MOVE RMST-MIN-X(WS-MASTER-IDX) TO RGNMSTO-MIN-X.
005520     MOVE RMST-MIN-Y(WS-MASTER-IDX) TO RGNMSTO-MIN-Y.
005530     MOVE RMST-MAX-X(WS-MASTER-IDX) TO RGNMSTO-MAX-X.
005540     MOVE RMST-MAX-Y(WS-MASTER-IDX) TO RGNMSTO-MAX-Y.
005550     WRITE RGNMSTO-RECORD.
005560 7100-EXIT.
005570     EXIT.
005580*================================================================
005590 8000-TERMINATE.
005600*================================================================
005610     CLOSE RGN-MASTER-IN.
005620     CLOSE RGN-TRANS-FILE.
005630     CLOSE RGN-MASTER-OUT.
005640     CLOSE RGN-AUDIT-FILE.
005650     IF NOT WS-RUN-IS-VALID
005660         MOVE 8 TO RETURN-CODE
005670     ELSE
005680         IF WS-REJECT-COUNT > 0
005690             MOVE 4 TO RETURN-CODE
005700         ELSE
005710             MOVE 0 TO RETURN-CODE
005720         END-IF
005730     END-IF.
005740 8000-EXIT.
005750     EXIT.
005760*================================================================
005770 9999-EXIT.
005780     STOP RUN.
