000220*                THE NIGHTLY ADDER PICKS THE NEW GENERATION UP.
000230*                BRANCHES ARE NEVER DELETED, ONLY DEACTIVATED,
000240*                SO HISTORY KEEPS RESOLVING.
000250* 2026-10-15 SK  BOOKING CURRENCY. AN ADD CARRIES THE BRANCH'S
000260*                CURRENCY IN COLUMNS 28-30 (BLANK FOR THE BASE
000270*                CURRENCY) AND A NEW CHANGE-CURRENCY ACTION
000280*                ('C') RESETS IT ON AN EXISTING BRANCH. A CODE
000290*                THAT IS NOT THREE LETTERS IS REJECTED. BRCHTRN
000300*                AND BRCHMST 27 TO 30.
000310* 2026-10-15 SK  REGION MASTER. AN ADD'S REGION MUST NOW BE ON THE
000320*                REGION MASTER (RGNMST, LOADED BY RGNLOAD) AND
000330*                ACTIVE OR THE ADD IS REJECTED. A BAD REGION
000340*                MASTER REJECTS THE RUN RC 8.
000350* 2026-10-15 SK  MAKER-CHECKER. TRANSACTIONS NOW COME ONLY FROM
000360*                THE APPROVAL RUN (CHGAPV) AND CARRY ITS 23-BYTE
000370*                APPROVAL STAMP - CHANGE ID, MAKER ID, CHECKER ID
000380*                - IN COLUMNS 31-53. ONE WITH NO STAMP, OR WHOSE
000390*                CHECKER IS ITS MAKER, IS REJECTED. BRCHTRN 30 TO
000400*                53.
000410*================================================================
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.    IBM-370.
000450 OBJECT-COMPUTER.    IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT OPTIONAL BRCH-MASTER-IN ASSIGN TO BRCHMST
000490            ORGANIZATION IS LINE SEQUENTIAL.
000500     SELECT BRCH-TRANS-FILE ASSIGN TO BRCHTRN
000510            ORGANIZATION IS LINE SEQUENTIAL.
000520     SELECT BRCH-MASTER-OUT ASSIGN TO BRCHMSTO
000530            ORGANIZATION IS LINE SEQUENTIAL.
000540*
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  BRCH-MASTER-IN
000580     RECORD CONTAINS 30 CHARACTERS.
000590     COPY BRCHMST.
000600*
000610 FD  BRCH-TRANS-FILE
000620     RECORD CONTAINS 53 CHARACTERS.
000630 01  BRCHTRN-RECORD.
000640     05  BRCHTRN-ACTION          PIC X(01).
000650         88  BRCHTRN-ADD                    VALUE 'A'.
000660         88  BRCHTRN-DEACTIVATE             VALUE 'D'.
000670         88  BRCHTRN-CHANGE-CCY             VALUE 'C'.
000680     05  BRCHTRN-CODE            PIC X(03).
000690     05  BRCHTRN-NAME            PIC X(20).
000700     05  BRCHTRN-REGION          PIC X(03).
000710     05  BRCHTRN-CURRENCY        PIC X(03).
000720*    APPROVAL STAMP - PUT ON BY CHGAPV WHEN THE CHECKER APPROVED.
000730     05  BRCHTRN-CHANGE-ID       PIC 9(07).
000740     05  BRCHTRN-MAKER-ID        PIC X(08).
000750     05  BRCHTRN-CHECKER-ID      PIC X(08).
000760*
000770 FD  BRCH-MASTER-OUT
000780     RECORD CONTAINS 30 CHARACTERS.
000790 01  BRCHMSTO-RECORD.
000800     05  BRCHMSTO-CODE           PIC X(03).
000810     05  BRCHMSTO-NAME           PIC X(20).
000820     05  BRCHMSTO-REGION         PIC X(03).
000830     05  BRCHMSTO-STATUS         PIC X(01).
000840     05  BRCHMSTO-CURRENCY       PIC X(03).
000850*
000860 WORKING-STORAGE SECTION.
000870*----------------------------------------------------------------
000880* CONSTANTS
000890*----------------------------------------------------------------
000900*    THIS CEILING MATCHES THE 500-BRANCH TABLE IN ADD153A - THE
000910*    ADDER CANNOT LOAD A MASTER BIGGER THAN ITS OWN TABLE.
000920 77  WS-MAX-BRANCHES             PIC 9(03)  VALUE 500.
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
001060* BRANCH MASTER TABLE
001070*----------------------------------------------------------------
001080 01  WS-MASTER-COUNT             PIC 9(03).
001090 01  WS-MASTER-TABLE.
001100     05  WS-MASTER-ENTRY         OCCURS 500 TIMES.
001110         10  BMST-CODE           PIC X(03).
001120         10  BMST-NAME           PIC X(20).
001130         10  BMST-REGION         PIC X(03).
001140         10  BMST-STATUS         PIC X(01).
001150         10  BMST-CURRENCY       PIC X(03).
001160 01  WS-MASTER-IDX               PIC 9(03).
001170 01  WS-FOUND-IDX                PIC 9(03).
001180*----------------------------------------------------------------
001190* REGION MASTER - LOADED FROM RGNMST BY RGNLOAD. EVERY REGION A
001200* NEW BRANCH IS ADDED WITH MUST BE ON IT AND ACTIVE.
001210*----------------------------------------------------------------
001220     COPY RGNTAB.
001230 01  WS-REG-IDX                  PIC 9(03).
001240 01  WS-REG-FOUND-IDX            PIC 9(03).
001250*----------------------------------------------------------------
001260* RUN COUNTERS
001270*----------------------------------------------------------------
001280 01  WS-ADD-COUNT                PIC 9(05)  COMP.
001290 01  WS-DEACT-COUNT              PIC 9(05)  COMP.
001300 01  WS-CCY-COUNT                PIC 9(05)  COMP.
001310 01  WS-REJECT-COUNT             PIC 9(05)  COMP.
001320 01  WS-ADD-COUNT-D              PIC 9(05).
001330 01  WS-DEACT-COUNT-D            PIC 9(05).
001340 01  WS-CCY-COUNT-D              PIC 9(05).
001350 01  WS-REJECT-COUNT-D           PIC 9(05).
001360*
001370 PROCEDURE DIVISION.
001380*================================================================
001390 0000-MAINLINE.
001400*================================================================
001410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001420     IF WS-RUN-IS-VALID
001430         PERFORM 3000-APPLY-TRANSACTIONS THRU 3000-EXIT
001440         PERFORM 7000-WRITE-NEW-MASTER THRU 7000-EXIT
001450     END-IF.
001460     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001470     GO TO 9999-EXIT.
001480*================================================================
001490 1000-INITIALIZE.
001500*================================================================
001510     OPEN INPUT  BRCH-MASTER-IN.
001520     OPEN INPUT  BRCH-TRANS-FILE.
001530     OPEN OUTPUT BRCH-MASTER-OUT.
001540     MOVE 0 TO WS-MASTER-COUNT.
001550     MOVE 0 TO WS-ADD-COUNT.
001560     MOVE 0 TO WS-DEACT-COUNT.
001570     MOVE 0 TO WS-CCY-COUNT.
001580     MOVE 0 TO WS-REJECT-COUNT.
001590     CALL 'RGNLOAD' USING REG-BLOCK.
001600     IF REG-BAD-FILE
001610         DISPLAY "REGION MASTER BAD: " REG-ERROR-TEXT
001620         DISPLAY "RUN REJECTED"
001630         MOVE 'N' TO WS-VALID-RUN-SWITCH
001640         GO TO 1000-EXIT
001650     END-IF.
001660     IF REG-NO-FILE
001670         DISPLAY "REGION MASTER EMPTY OR MISSING - EVERY ADD "
001680                 "WILL BE REJECTED"
001690     END-IF.
001700     PERFORM 1100-LOAD-ONE-MASTER THRU 1100-EXIT
001710         UNTIL WS-MASTER-EOF OR NOT WS-RUN-IS-VALID.
001720 1000-EXIT.
001730     EXIT.
001740*================================================================
001750 1100-LOAD-ONE-MASTER.
001760*================================================================
001770     READ BRCH-MASTER-IN
001780         AT END
001790             SET WS-MASTER-EOF TO TRUE
001800     END-READ.
001810     IF NOT WS-MASTER-EOF
001820         IF WS-MASTER-COUNT >= WS-MAX-BRANCHES
001830             DISPLAY "MASTER EXCEEDS " WS-MAX-BRANCHES
001840                     " BRANCHES - RUN REJECTED"
001850             MOVE 'N' TO WS-VALID-RUN-SWITCH
001860         ELSE
001870             ADD 1 TO WS-MASTER-COUNT
001880             MOVE BRCHMST-CODE
001890                 TO BMST-CODE(WS-MASTER-COUNT)
001900             MOVE BRCHMST-NAME TO BMST-NAME(WS-MASTER-COUNT)
001910             MOVE BRCHMST-REGION
001920                 TO BMST-REGION(WS-MASTER-COUNT)
001930             MOVE BRCHMST-STATUS
001940                 TO BMST-STATUS(WS-MASTER-COUNT)
001950             MOVE BRCHMST-CURRENCY
001960                 TO BMST-CURRENCY(WS-MASTER-COUNT)
001970         END-IF
001980     END-IF.
001990 1100-EXIT.
002000     EXIT.
002010*================================================================
002020 2000-READ-TRANSACTION.
002030*================================================================
002040     READ BRCH-TRANS-FILE
002050         AT END
002060             SET WS-TRANS-EOF TO TRUE
002070     END-READ.
002080 2000-EXIT.
002090     EXIT.
002100*================================================================
002110 3000-APPLY-TRANSACTIONS.
002120*================================================================
002130     PERFORM 2000-READ-TRANSACTION THRU 2000-EXIT.
002140     PERFORM 3100-APPLY-ONE THRU 3100-EXIT
002150         UNTIL WS-TRANS-EOF OR NOT WS-RUN-IS-VALID.
002160 3000-EXIT.
002170     EXIT.
002180*================================================================
002190 3100-APPLY-ONE.
002200*================================================================
002210     IF BRCHTRN-CHANGE-ID NOT NUMERIC
002220         OR BRCHTRN-MAKER-ID = SPACES
002230         OR BRCHTRN-CHECKER-ID = SPACES
002240         OR BRCHTRN-CHECKER-ID = BRCHTRN-MAKER-ID
002250         DISPLAY "TRANSACTION NOT APPROVED BY A SECOND ID "
002260                 "(CHANGE " BRCHTRN-CHANGE-ID ") - REJECTED"
002270         ADD 1 TO WS-REJECT-COUNT
002280         GO TO 3100-NEXT
002290     END-IF.
002300     IF BRCHTRN-CODE = SPACES
002310         DISPLAY "BLANK BRANCH CODE ON TRANSACTION - REJECTED"
002320         ADD 1 TO WS-REJECT-COUNT
002330         GO TO 3100-NEXT
002340     END-IF.
002350     PERFORM 3500-FIND-BRANCH THRU 3500-EXIT.
002360     IF BRCHTRN-ADD
002370         PERFORM 3200-APPLY-ADD THRU 3200-EXIT
002380     ELSE
002390         IF BRCHTRN-DEACTIVATE
002400             PERFORM 3300-APPLY-DEACTIVATE THRU 3300-EXIT
002410         ELSE
002420             IF BRCHTRN-CHANGE-CCY
002430                 PERFORM 3400-APPLY-CHANGE-CCY THRU 3400-EXIT
002440             ELSE
002450                 DISPLAY "UNKNOWN ACTION '" BRCHTRN-ACTION
002460                         "' FOR BRANCH " BRCHTRN-CODE
002470                         " - REJECTED"
002480                 ADD 1 TO WS-REJECT-COUNT
002490             END-IF
002500         END-IF
002510     END-IF.
002520 3100-NEXT.
002530     PERFORM 2000-READ-TRANSACTION THRU 2000-EXIT.
002540 3100-EXIT.
002550     EXIT.
002560*================================================================
002570 3200-APPLY-ADD.
002580*================================================================
002590     IF WS-FOUND-IDX > 0
002600         DISPLAY "BRANCH " BRCHTRN-CODE
002610                 " ALREADY ON MASTER - ADD REJECTED"
002620         ADD 1 TO WS-REJECT-COUNT
002630         GO TO 3200-EXIT
002640     END-IF.
002650     IF BRCHTRN-CURRENCY NOT = SPACES
002660         AND BRCHTRN-CURRENCY NOT ALPHABETIC
002670         DISPLAY "CURRENCY '" BRCHTRN-CURRENCY "' FOR BRANCH "
002680                 BRCHTRN-CODE " INVALID - ADD REJECTED"
002690         ADD 1 TO WS-REJECT-COUNT
002700         GO TO 3200-EXIT
002710     END-IF.
002720     PERFORM 3600-CHECK-REGION THRU 3600-EXIT.
002730     IF NOT WS-REGION-IS-VALID
002740         GO TO 3200-EXIT
002750     END-IF.
002760     IF WS-MASTER-COUNT >= WS-MAX-BRANCHES
002770         DISPLAY "MASTER FULL AT " WS-MAX-BRANCHES
002780                 " BRANCHES - ADD REJECTED"
002790         ADD 1 TO WS-REJECT-COUNT
002800         GO TO 3200-EXIT
002810     END-IF.
002820     ADD 1 TO WS-MASTER-COUNT.
002830     MOVE BRCHTRN-CODE TO BMST-CODE(WS-MASTER-COUNT).
002840     MOVE BRCHTRN-NAME TO BMST-NAME(WS-MASTER-COUNT).
002850     MOVE BRCHTRN-REGION TO BMST-REGION(WS-MASTER-COUNT).
002860     MOVE 'A' TO BMST-STATUS(WS-MASTER-COUNT).
002870     MOVE BRCHTRN-CURRENCY TO BMST-CURRENCY(WS-MASTER-COUNT).
002880     ADD 1 TO WS-ADD-COUNT.
002890 3200-EXIT.
002900     EXIT.
002910*================================================================
002920 3300-APPLY-DEACTIVATE.
002930*================================================================
002940     IF WS-FOUND-IDX = 0
002950         DISPLAY "BRANCH " BRCHTRN-CODE
002960                 " NOT ON MASTER - DEACTIVATE REJECTED"
002970         ADD 1 TO WS-REJECT-COUNT
002980         GO TO 3300-EXIT
002990     END-IF.
003000     MOVE 'I' TO BMST-STATUS(WS-FOUND-IDX).
003010     ADD 1 TO WS-DEACT-COUNT.
003020 3300-EXIT.
003030     EXIT.
003040*================================================================
003050 3400-APPLY-CHANGE-CCY.
003060*================================================================
003070*    A BLANK CURRENCY PUTS THE BRANCH BACK ON THE BASE CURRENCY.
003080     IF WS-FOUND-IDX = 0
003090         DISPLAY "BRANCH " BRCHTRN-CODE
003100                 " NOT ON MASTER - CURRENCY CHANGE REJECTED"
003110         ADD 1 TO WS-REJECT-COUNT
003120         GO TO 3400-EXIT
003130     END-IF.
003140     IF BRCHTRN-CURRENCY NOT = SPACES
003150         AND BRCHTRN-CURRENCY NOT ALPHABETIC
003160         DISPLAY "CURRENCY '" BRCHTRN-CURRENCY "' FOR BRANCH "
003170                 BRCHTRN-CODE " INVALID - CHANGE REJECTED"
003180         ADD 1 TO WS-REJECT-COUNT
003190         GO TO 3400-EXIT
003200     END-IF.
003210     MOVE BRCHTRN-CURRENCY TO BMST-CURRENCY(WS-FOUND-IDX).
003220     ADD 1 TO WS-CCY-COUNT.
003230 3400-EXIT.
003240     EXIT.
003250*================================================================
003260 3500-FIND-BRANCH.
003270*================================================================
003280     MOVE 0 TO WS-FOUND-IDX.
003290     PERFORM 3550-MATCH-BRANCH THRU 3550-EXIT
003300         VARYING WS-MASTER-IDX FROM 1 BY 1
003310         UNTIL WS-MASTER-IDX > WS-MASTER-COUNT
003320             OR WS-FOUND-IDX > 0.
003330 3500-EXIT.
003340     EXIT.
003350*================================================================
003360 3550-MATCH-BRANCH.
003370*================================================================
003380     IF BMST-CODE(WS-MASTER-IDX) = BRCHTRN-CODE
003390         MOVE WS-MASTER-IDX TO WS-FOUND-IDX
003400     END-IF.
003410 3550-EXIT.
003420     EXIT.
003430*================================================================
003440 3600-CHECK-REGION.
003450*================================================================
003460*    THE REGION MUST BE ON THE REGION MASTER AND ACTIVE - A
003470*    TYPED-IN CODE NOBODY MAINTAINS WOULD OTHERWISE START A
003480*    REGION OF ITS OWN IN EVERY REGIONAL RESULT DOWNSTREAM.
003490     MOVE 'Y' TO WS-REGION-SWITCH.
003500     MOVE 0 TO WS-REG-FOUND-IDX.
003510     PERFORM 3650-MATCH-REGION THRU 3650-EXIT
003520         VARYING WS-REG-IDX FROM 1 BY 1
003530         UNTIL WS-REG-IDX > REG-COUNT
003540             OR WS-REG-FOUND-IDX > 0.
003550     IF WS-REG-FOUND-IDX = 0
003560         DISPLAY "REGION '" BRCHTRN-REGION "' FOR BRANCH "
003570                 BRCHTRN-CODE " NOT ON REGION MASTER - "
003580                 "ADD REJECTED"
003590         ADD 1 TO WS-REJECT-COUNT
003600         MOVE 'N' TO WS-REGION-SWITCH
003610         GO TO 3600-EXIT
003620     END-IF.
003630     IF NOT REG-REGION-ACTIVE(WS-REG-FOUND-IDX)
003640         DISPLAY "REGION '" BRCHTRN-REGION "' FOR BRANCH "
003650                 BRCHTRN-CODE " INACTIVE - ADD REJECTED"
003660         ADD 1 TO WS-REJECT-COUNT
003670         MOVE 'N' TO WS-REGION-SWITCH
003680     END-IF.
003690 3600-EXIT.
003700     EXIT.
003710*================================================================
003720 3650-MATCH-REGION.
003730*================================================================
003740     IF REG-CODE(WS-REG-IDX) = BRCHTRN-REGION
003750         MOVE WS-REG-IDX TO WS-REG-FOUND-IDX
003760     END-IF.
003770 3650-EXIT.
003780     EXIT.
003790*================================================================
003800 7000-WRITE-NEW-MASTER.
003810*================================================================
003820     PERFORM 7100-WRITE-ONE-BRANCH THRU 7100-EXIT
003830         VARYING WS-MASTER-IDX FROM 1 BY 1
003840         UNTIL WS-MASTER-IDX > WS-MASTER-COUNT.
003850     MOVE WS-ADD-COUNT TO WS-ADD-COUNT-D.
003860     MOVE WS-DEACT-COUNT TO WS-DEACT-COUNT-D.
003870     MOVE WS-CCY-COUNT TO WS-CCY-COUNT-D.
003880     MOVE WS-REJECT-COUNT TO WS-REJECT-COUNT-D.
003890     DISPLAY "BRANCHES ADDED       = " WS-ADD-COUNT-D.
003900     DISPLAY "BRANCHES DEACTIVATED = " WS-DEACT-COUNT-D.
003910     DISPLAY "CURRENCY CHANGES     = " WS-CCY-COUNT-D.
003920     DISPLAY "TRANS REJECTED       = " WS-REJECT-COUNT-D.
003930 7000-EXIT.
003940     EXIT.
003950*================================================================
003960 7100-WRITE-ONE-BRANCH.
003970*================================================================
003980     MOVE BMST-CODE(WS-MASTER-IDX) TO BRCHMSTO-CODE.
003990     MOVE BMST-NAME(WS-MASTER-IDX) TO BRCHMSTO-NAME.
004000     MOVE BMST-REGION(WS-MASTER-IDX) TO BRCHMSTO-REGION.
004010     MOVE BMST-STATUS(WS-MASTER-IDX) TO BRCHMSTO-STATUS.
004020     MOVE BMST-CURRENCY(WS-MASTER-IDX) TO BRCHMSTO-CURRENCY.
004030     WRITE BRCHMSTO-RECORD.
004040 7100-EXIT.
004050     EXIT.
004060*================================================================
004070 8000-TERMINATE.
004080*================================================================
004090     CLOSE BRCH-MASTER-IN.
004100     CLOSE BRCH-TRANS-FILE.
004110     CLOSE BRCH-MASTER-OUT.
004120     IF NOT WS-RUN-IS-VALID
004130         MOVE 8 TO RETURN-CODE
004140     ELSE
004150         IF WS-REJECT-COUNT > 0
004160             MOVE 4 TO RETURN-CODE
004170         ELSE
004180             MOVE 0 TO RETURN-CODE
004190         END-IF
004200     END-IF.
004210 8000-EXIT.
004220     EXIT.
004230*================================================================
004240 9999-EXIT.
004250     STOP RUN.
