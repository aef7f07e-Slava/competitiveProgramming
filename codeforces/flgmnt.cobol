000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     FLGMNT.
000030 AUTHOR.         S. KOVALENKO.
000040 INSTALLATION.   RECONCILIATION BATCH.
000050 DATE-WRITTEN.   OCT 2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 SK  ORIGINAL VERSION. MAINTENANCE PROGRAM FOR THE
000110*                FLAG-DEFINITION FILE (FLAGDEF) FLGLOAD SERVES
000120*                TO BIN153B, BINCMP, BINDEC, HLDEXT AND ACCTINQ,
000130*                WHICH UNTIL NOW WAS EDITED BY HAND - THE SAME
000140*                READ-APPLY-REWRITE CYCLE CALMNT RUNS FOR THE
000150*                CALENDAR. FLAGDEF IS EFFECTIVE-DATED HISTORY,
000160*                SO A CHANGE IS NEVER AN OVERWRITE: ADD ('A')
000170*                PUTS A NEW DEFINITION FOR A BIT POSITION ON THE
000180*                FILE FROM ITS EFFECTIVE DATE, AND DROP ('D')
000190*                TAKES OFF A DEFINITION THAT HAS NOT COME INTO
000200*                FORCE YET. NEITHER MAY TOUCH A DATE BEFORE THE
000210*                RUN DATE - THAT WOULD CHANGE HOW NIGHTS ALREADY
000220*                RUN DECODE. TRANSACTIONS COME ONLY FROM THE
000230*                APPROVAL RUN (CHGAPV) AND ONE WITHOUT ITS
000240*                APPROVAL STAMP, OR WHOSE CHECKER IS ITS MAKER,
000250*                IS REJECTED. A TRANSACTION THAT CANNOT APPLY IS
000260*                REPORTED AND COUNTED; ANY SUCH REJECT ENDS THE
000270*                RUN RC 4. A DAMAGED FLAGDEF, OR ONE THAT WOULD
000280*                LEAVE A BIT POSITION WITH NO DEFINITION IN
000290*                FORCE ON THE RUN DATE, REJECTS THE RUN RC 8 AND
000300*                THE JOB LEAVES THE LIVE FILE AS IT WAS.
000310*================================================================
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.    IBM-370.
000350 OBJECT-COMPUTER.    IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT OPTIONAL FLAGDEF-IN ASSIGN TO FLAGDEF
000390            ORGANIZATION IS LINE SEQUENTIAL.
000400     SELECT FLAG-TRANS-FILE ASSIGN TO FLAGTRN
000410            ORGANIZATION IS LINE SEQUENTIAL.
000420     SELECT FLAGDEF-OUT ASSIGN TO FLAGDEFO
000430            ORGANIZATION IS LINE SEQUENTIAL.
000440*
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  FLAGDEF-IN
000480     RECORD CONTAINS 32 CHARACTERS.
000490 01  FLAGDEF-RECORD.
000500     05  FLAGDEF-BIT-POS         PIC 9(02).
000510     05  FLAGDEF-NAME            PIC X(20).
000520     05  FLAGDEF-STATUS          PIC X(01).
000530     05  FLAGDEF-EFF-DATE        PIC 9(08).
000540     05  FLAGDEF-ACTION          PIC X(01).
000550*
000560 FD  FLAG-TRANS-FILE
000570     RECORD CONTAINS 56 CHARACTERS.
000580 01  FLAGTRN-RECORD.
000590     05  FLAGTRN-ACTION          PIC X(01).
000600         88  FLAGTRN-ADD                    VALUE 'A'.
000610         88  FLAGTRN-DROP                   VALUE 'D'.
000620     05  FLAGTRN-BIT-POS         PIC 9(02).
000630     05  FLAGTRN-NAME            PIC X(20).
000640     05  FLAGTRN-STATUS          PIC X(01).
000650     05  FLAGTRN-EFF-DATE        PIC 9(08).
000660     05  FLAGTRN-FLAG-ACTION     PIC X(01).
000670*    APPROVAL STAMP - PUT ON BY CHGAPV WHEN THE CHECKER APPROVED.
000680     05  FLAGTRN-CHANGE-ID       PIC 9(07).
000690     05  FLAGTRN-MAKER-ID        PIC X(08).
000700     05  FLAGTRN-CHECKER-ID      PIC X(08).
000710*
000720 FD  FLAGDEF-OUT
000730     RECORD CONTAINS 32 CHARACTERS.
000740 01  FLAGDEFO-RECORD             PIC X(32).
000750*
000760 WORKING-STORAGE SECTION.
000770*----------------------------------------------------------------
000780* CONSTANTS
000790*----------------------------------------------------------------
000800*    TEN DEFINITIONS PER BIT POSITION IS MORE HISTORY THAN THE
000810*    LEGEND HAS EVER CARRIED.
000820 77  WS-MAX-DEFS                 PIC 9(03)  VALUE 300.
000830*----------------------------------------------------------------
000840* SWITCHES
000850*----------------------------------------------------------------
000860 01  WS-SWITCHES.
000870     05  WS-DEF-EOF-SWITCH       PIC X(01)  VALUE 'N'.
000880         88  WS-DEF-EOF                     VALUE 'Y'.
000890     05  WS-TRANS-EOF-SWITCH     PIC X(01)  VALUE 'N'.
000900         88  WS-TRANS-EOF                   VALUE 'Y'.
000910     05  WS-VALID-RUN-SWITCH     PIC X(01)  VALUE 'Y'.
000920         88  WS-RUN-IS-VALID                VALUE 'Y'.
000930     05  WS-IN-FORCE-SWITCH      PIC X(01).
000940         88  WS-POSITION-IN-FORCE           VALUE 'Y'.
000950*----------------------------------------------------------------
000960* FLAG DEFINITION TABLE - EVERY RECORD ON FLAGDEF, IN FILE ORDER
000970*----------------------------------------------------------------
000980 01  WS-DEF-COUNT                PIC 9(03).
000990 01  WS-DEF-TABLE.
001000     05  WS-DEF-ENTRY            OCCURS 300 TIMES.
001010         10  DEF-BIT-POS         PIC 9(02).
001020         10  DEF-NAME            PIC X(20).
001030         10  DEF-STATUS          PIC X(01).
001040         10  DEF-EFF-DATE        PIC 9(08).
001050         10  DEF-ACTION          PIC X(01).
001060 01  WS-DEF-IDX                  PIC 9(03).
001070 01  WS-FOUND-IDX                PIC 9(03).
001080 01  WS-SHIFT-IDX                PIC 9(03).
001090 01  WS-CHECK-POS                PIC 9(02).
001100 01  WS-RUN-DATE                 PIC 9(08).
001110*----------------------------------------------------------------
001120* RUN COUNTERS
001130*----------------------------------------------------------------
001140 01  WS-ADD-COUNT                PIC 9(05)  COMP.
001150 01  WS-DROP-COUNT               PIC 9(05)  COMP.
001160 01  WS-REJECT-COUNT             PIC 9(05)  COMP.
001170 01  WS-ADD-COUNT-D              PIC 9(05).
001180 01  WS-DROP-COUNT-D             PIC 9(05).
001190 01  WS-REJECT-COUNT-D           PIC 9(05).
001200*
001210 PROCEDURE DIVISION.
001220*================================================================
001230 0000-MAINLINE.
001240*================================================================
001250     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001260     IF WS-RUN-IS-VALID
001270         PERFORM 3000-APPLY-TRANSACTIONS THRU 3000-EXIT
001280         PERFORM 4000-CHECK-LEGEND THRU 4000-EXIT
001290     END-IF.
001300     IF WS-RUN-IS-VALID
001310         PERFORM 7000-WRITE-NEW-FLAGDEF THRU 7000-EXIT
001320     END-IF.
001330     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001340     GO TO 9999-EXIT.
001350*================================================================
001360 1000-INITIALIZE.
001370*================================================================
001380     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001390     OPEN INPUT  FLAGDEF-IN.
001400     OPEN INPUT  FLAG-TRANS-FILE.
001410     OPEN OUTPUT FLAGDEF-OUT.
001420     MOVE 0 TO WS-DEF-COUNT.
001430     MOVE 0 TO WS-ADD-COUNT.
001440     MOVE 0 TO WS-DROP-COUNT.
001450     MOVE 0 TO WS-REJECT-COUNT.
001460     PERFORM 1100-LOAD-ONE-RECORD THRU 1100-EXIT
001470         UNTIL WS-DEF-EOF OR NOT WS-RUN-IS-VALID.
001480 1000-EXIT.
001490     EXIT.
001500*================================================================
001510 1100-LOAD-ONE-RECORD.
001520*================================================================
001530*    THE SAME EDITS FLGLOAD MAKES - A FILE FLGLOAD WOULD REFUSE
001540*    IS NOT ONE TO BUILD ON.
001550     READ FLAGDEF-IN
001560         AT END
001570             SET WS-DEF-EOF TO TRUE
001580     END-READ.
001590     IF WS-DEF-EOF
001600         GO TO 1100-EXIT
001610     END-IF.
001620     IF FLAGDEF-BIT-POS NOT NUMERIC
001630         OR FLAGDEF-BIT-POS > 29
001640         OR FLAGDEF-NAME = SPACES
001650         OR (FLAGDEF-STATUS NOT = 'A'
001660             AND FLAGDEF-STATUS NOT = 'R')
001670         OR FLAGDEF-EFF-DATE NOT NUMERIC
001680         OR (FLAGDEF-ACTION NOT = 'P' AND FLAGDEF-ACTION NOT = 'L'
001690             AND FLAGDEF-ACTION NOT = 'N'
001700             AND FLAGDEF-ACTION NOT = SPACE)
001710         DISPLAY "FLAGDEF RECORD '" FLAGDEF-RECORD
001720                 "' DOES NOT EDIT - RUN REJECTED"
001730         MOVE 'N' TO WS-VALID-RUN-SWITCH
001740         GO TO 1100-EXIT
001750     END-IF.
001760     IF WS-DEF-COUNT >= WS-MAX-DEFS
001770         DISPLAY "FLAGDEF EXCEEDS " WS-MAX-DEFS
001780                 " DEFINITIONS - RUN REJECTED"
001790         MOVE 'N' TO WS-VALID-RUN-SWITCH
001800         GO TO 1100-EXIT
001810     END-IF.
001820     ADD 1 TO WS-DEF-COUNT.
001830     MOVE FLAGDEF-BIT-POS TO DEF-BIT-POS(WS-DEF-COUNT).
001840     MOVE FLAGDEF-NAME TO DEF-NAME(WS-DEF-COUNT).
001850     MOVE FLAGDEF-STATUS TO DEF-STATUS(WS-DEF-COUNT).
001860     MOVE FLAGDEF-EFF-DATE TO DEF-EFF-DATE(WS-DEF-COUNT).
001870     MOVE FLAGDEF-ACTION TO DEF-ACTION(WS-DEF-COUNT).
001880 1100-EXIT.
001890     EXIT.
001900*================================================================
001910 2000-READ-TRANSACTION.
001920*================================================================
001930     READ FLAG-TRANS-FILE
001940         AT END
001950             SET WS-TRANS-EOF TO TRUE
001960     END-READ.
001970 2000-EXIT.
001980     EXIT.
001990*================================================================
002000 3000-APPLY-TRANSACTIONS.
002010*================================================================
002020     PERFORM 2000-READ-TRANSACTION THRU 2000-EXIT.
002030     PERFORM 3100-APPLY-ONE THRU 3100-EXIT
002040         UNTIL WS-TRANS-EOF OR NOT WS-RUN-IS-VALID.
002050 3000-EXIT.
002060     EXIT.
002070*================================================================
002080 3100-APPLY-ONE.
002090*================================================================
002100     IF FLAGTRN-CHANGE-ID NOT NUMERIC
002110         OR FLAGTRN-MAKER-ID = SPACES
002120         OR FLAGTRN-CHECKER-ID = SPACES
002130         OR FLAGTRN-CHECKER-ID = FLAGTRN-MAKER-ID
002140         DISPLAY "TRANSACTION NOT APPROVED BY A SECOND ID "
002150                 "(CHANGE " FLAGTRN-CHANGE-ID ") - REJECTED"
002160         ADD 1 TO WS-REJECT-COUNT
002170         GO TO 3100-NEXT
002180     END-IF.
002190     IF FLAGTRN-BIT-POS NOT NUMERIC
002200         OR FLAGTRN-BIT-POS > 29
002210         DISPLAY "BIT POSITION '" FLAGTRN-BIT-POS
002220                 "' NOT 00-29 - REJECTED"
002230         ADD 1 TO WS-REJECT-COUNT
002240         GO TO 3100-NEXT
002250     END-IF.
002260     IF FLAGTRN-EFF-DATE NOT NUMERIC
002270         DISPLAY "NON-NUMERIC EFFECTIVE DATE FOR BIT "
002280                 FLAGTRN-BIT-POS " - REJECTED"
002290         ADD 1 TO WS-REJECT-COUNT
002300         GO TO 3100-NEXT
002310     END-IF.
002320     PERFORM 3500-FIND-DEFINITION THRU 3500-EXIT.
002330     IF FLAGTRN-ADD
002340         PERFORM 3200-APPLY-ADD THRU 3200-EXIT
002350         GO TO 3100-NEXT
002360     END-IF.
002370     IF FLAGTRN-DROP
002380         PERFORM 3300-APPLY-DROP THRU 3300-EXIT
002390         GO TO 3100-NEXT
002400     END-IF.
002410     DISPLAY "UNKNOWN ACTION '" FLAGTRN-ACTION
002420             "' FOR BIT " FLAGTRN-BIT-POS
002430             " - REJECTED".
002440     ADD 1 TO WS-REJECT-COUNT.
002450 3100-NEXT.
002460     PERFORM 2000-READ-TRANSACTION THRU 2000-EXIT.
002470 3100-EXIT.
002480     EXIT.
002490*================================================================
002500 3200-APPLY-ADD.
002510*================================================================
002520     IF WS-FOUND-IDX > 0
002530         DISPLAY "BIT " FLAGTRN-BIT-POS " ALREADY DEFINED FROM "
002540                 FLAGTRN-EFF-DATE " - ADD REJECTED"
002550         ADD 1 TO WS-REJECT-COUNT
002560         GO TO 3200-EXIT
002570     END-IF.
002580     IF FLAGTRN-EFF-DATE < WS-RUN-DATE
002590         DISPLAY "BIT " FLAGTRN-BIT-POS " EFFECTIVE "
002600                 FLAGTRN-EFF-DATE
002610                 " IS BEFORE THE RUN DATE - ADD REJECTED"
002620         ADD 1 TO WS-REJECT-COUNT
002630         GO TO 3200-EXIT
002640     END-IF.
002650     IF FLAGTRN-NAME = SPACES
002660         DISPLAY "BIT " FLAGTRN-BIT-POS
002670                 " FLAG NAME MISSING - ADD REJECTED"
002680         ADD 1 TO WS-REJECT-COUNT
002690         GO TO 3200-EXIT
002700     END-IF.
002710     IF FLAGTRN-STATUS NOT = 'A' AND FLAGTRN-STATUS NOT = 'R'
002720         DISPLAY "BIT " FLAGTRN-BIT-POS
002730                 " STATUS NOT A OR R - ADD REJECTED"
002740         ADD 1 TO WS-REJECT-COUNT
002750         GO TO 3200-EXIT
002760     END-IF.
002770     IF FLAGTRN-FLAG-ACTION NOT = 'P'
002780         AND FLAGTRN-FLAG-ACTION NOT = 'L'
002790         AND FLAGTRN-FLAG-ACTION NOT = 'N'
002800         AND FLAGTRN-FLAG-ACTION NOT = SPACE
002810         DISPLAY "BIT " FLAGTRN-BIT-POS
002820                 " ACTION NOT P, L, N OR SPACE - ADD REJECTED"
002830         ADD 1 TO WS-REJECT-COUNT
002840         GO TO 3200-EXIT
002850     END-IF.
002860     IF WS-DEF-COUNT >= WS-MAX-DEFS
002870         DISPLAY "FLAGDEF FULL AT " WS-MAX-DEFS
002880                 " DEFINITIONS - ADD REJECTED"
002890         ADD 1 TO WS-REJECT-COUNT
002900         GO TO 3200-EXIT
002910     END-IF.
002920     ADD 1 TO WS-DEF-COUNT.
002930     MOVE FLAGTRN-BIT-POS TO DEF-BIT-POS(WS-DEF-COUNT).
002940     MOVE FLAGTRN-NAME TO DEF-NAME(WS-DEF-COUNT).
002950     MOVE FLAGTRN-STATUS TO DEF-STATUS(WS-DEF-COUNT).
002960     MOVE FLAGTRN-EFF-DATE TO DEF-EFF-DATE(WS-DEF-COUNT).
002970     MOVE FLAGTRN-FLAG-ACTION TO DEF-ACTION(WS-DEF-COUNT).
002980     ADD 1 TO WS-ADD-COUNT.
002990 3200-EXIT.
003000     EXIT.
003010*================================================================
003020 3300-APPLY-DROP.
003030*================================================================
003040     IF WS-FOUND-IDX = 0
003050         DISPLAY "BIT " FLAGTRN-BIT-POS " HAS NO DEFINITION FROM "
003060                 FLAGTRN-EFF-DATE " - DROP REJECTED"
003070         ADD 1 TO WS-REJECT-COUNT
003080         GO TO 3300-EXIT
003090     END-IF.
003100     IF FLAGTRN-EFF-DATE NOT > WS-RUN-DATE
003110         DISPLAY "BIT " FLAGTRN-BIT-POS " DEFINITION FROM "
003120                 FLAGTRN-EFF-DATE
003130                 " IS ALREADY IN FORCE - DROP REJECTED"
003140         ADD 1 TO WS-REJECT-COUNT
003150         GO TO 3300-EXIT
003160     END-IF.
003170     MOVE WS-FOUND-IDX TO WS-SHIFT-IDX.
003180     PERFORM 3350-SHIFT-ONE-DEFINITION THRU 3350-EXIT
003190         UNTIL WS-SHIFT-IDX >= WS-DEF-COUNT.
003200     SUBTRACT 1 FROM WS-DEF-COUNT.
003210     ADD 1 TO WS-DROP-COUNT.
003220 3300-EXIT.
003230     EXIT.
003240*================================================================
003250 3350-SHIFT-ONE-DEFINITION.
003260*================================================================
003270     MOVE WS-DEF-ENTRY(WS-SHIFT-IDX + 1)
003280         TO WS-DEF-ENTRY(WS-SHIFT-IDX).
003290     ADD 1 TO WS-SHIFT-IDX.
003300 3350-EXIT.
003310     EXIT.
003320*================================================================
003330 3500-FIND-DEFINITION.
003340*================================================================
003350*    A DEFINITION IS KEYED BY BIT POSITION AND EFFECTIVE DATE -
003360*    FLGLOAD REFUSES TWO RECORDS WITH THE SAME PAIR.
003370     MOVE 0 TO WS-FOUND-IDX.
003380     PERFORM 3550-MATCH-DEFINITION THRU 3550-EXIT
003390         VARYING WS-DEF-IDX FROM 1 BY 1
003400         UNTIL WS-DEF-IDX > WS-DEF-COUNT
003410             OR WS-FOUND-IDX > 0.
003420 3500-EXIT.
003430     EXIT.
003440*================================================================
003450 3550-MATCH-DEFINITION.
003460*================================================================
003470     IF DEF-BIT-POS(WS-DEF-IDX) = FLAGTRN-BIT-POS
003480         AND DEF-EFF-DATE(WS-DEF-IDX) = FLAGTRN-EFF-DATE
003490         MOVE WS-DEF-IDX TO WS-FOUND-IDX
003500     END-IF.
003510 3550-EXIT.
003520     EXIT.
003530*================================================================
003540 4000-CHECK-LEGEND.
003550*================================================================
003560*    EVERY BIT POSITION MUST HAVE A DEFINITION IN FORCE ON THE
003570*    RUN DATE, OR FLGLOAD WOULD HARD-STOP TONIGHT'S ENCODER.
003580     PERFORM 4100-CHECK-ONE-POSITION THRU 4100-EXIT
003590         VARYING WS-CHECK-POS FROM 0 BY 1
003600         UNTIL WS-CHECK-POS > 29 OR NOT WS-RUN-IS-VALID.
003610 4000-EXIT.
003620     EXIT.
003630*================================================================
003640 4100-CHECK-ONE-POSITION.
003650*================================================================
003660     MOVE 'N' TO WS-IN-FORCE-SWITCH.
003670     PERFORM 4150-MATCH-IN-FORCE THRU 4150-EXIT
003680         VARYING WS-DEF-IDX FROM 1 BY 1
003690         UNTIL WS-DEF-IDX > WS-DEF-COUNT
003700             OR WS-POSITION-IN-FORCE.
003710     IF NOT WS-POSITION-IN-FORCE
003720         DISPLAY "BIT POSITION " WS-CHECK-POS
003730                 " HAS NO DEFINITION IN FORCE ON " WS-RUN-DATE
003740                 " - RUN REJECTED"
003750         MOVE 'N' TO WS-VALID-RUN-SWITCH
003760     END-IF.
003770 4100-EXIT.
003780     EXIT.
003790*================================================================
003800 4150-MATCH-IN-FORCE.
003810*================================================================
003820     IF DEF-BIT-POS(WS-DEF-IDX) = WS-CHECK-POS
003830         AND DEF-EFF-DATE(WS-DEF-IDX) NOT > WS-RUN-DATE
003840         MOVE 'Y' TO WS-IN-FORCE-SWITCH
003850     END-IF.
003860 4150-EXIT.
003870     EXIT.
003880*================================================================
003890 7000-WRITE-NEW-FLAGDEF.
003900*================================================================
003910     PERFORM 7100-WRITE-ONE-DEFINITION THRU 7100-EXIT
003920         VARYING WS-DEF-IDX FROM 1 BY 1
003930         UNTIL WS-DEF-IDX > WS-DEF-COUNT.
003940     MOVE WS-ADD-COUNT TO WS-ADD-COUNT-D.
003950     MOVE WS-DROP-COUNT TO WS-DROP-COUNT-D.
003960     MOVE WS-REJECT-COUNT TO WS-REJECT-COUNT-D.
003970     DISPLAY "DEFINITIONS ADDED   = " WS-ADD-COUNT-D.
003980     DISPLAY "DEFINITIONS DROPPED = " WS-DROP-COUNT-D.
003990     DISPLAY "TRANS REJECTED      = " WS-REJECT-COUNT-D.
004000 7000-EXIT.
004010     EXIT.
004020*================================================================
004030 7100-WRITE-ONE-DEFINITION.
004040*================================================================
004050     MOVE DEF-BIT-POS(WS-DEF-IDX) TO FLAGDEF-BIT-POS.
004060     MOVE DEF-NAME(WS-DEF-IDX) TO FLAGDEF-NAME.
004070     MOVE DEF-STATUS(WS-DEF-IDX) TO FLAGDEF-STATUS.
004080     MOVE DEF-EFF-DATE(WS-DEF-IDX) TO FLAGDEF-EFF-DATE.
004090     MOVE DEF-ACTION(WS-DEF-IDX) TO FLAGDEF-ACTION.
004100     WRITE FLAGDEFO-RECORD FROM FLAGDEF-RECORD.
004110 7100-EXIT.
004120     EXIT.
004130*================================================================
004140 8000-TERMINATE.
004150*================================================================
004160     CLOSE FLAGDEF-IN.
004170     CLOSE FLAG-TRANS-FILE.
004180     CLOSE FLAGDEF-OUT.
004190     IF NOT WS-RUN-IS-VALID
004200         MOVE 8 TO RETURN-CODE
004210     ELSE
004220         IF WS-REJECT-COUNT > 0
004230             MOVE 4 TO RETURN-CODE
004240         ELSE
004250             MOVE 0 TO RETURN-CODE
004260         END-IF
004270     END-IF.
004280 8000-EXIT.
004290     EXIT.
004300*================================================================
004310 9999-EXIT.
004320     STOP RUN.
