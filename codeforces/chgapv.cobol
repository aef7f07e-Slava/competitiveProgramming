000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CHGAPV.
000030 AUTHOR.         S. KOVALENKO.
000040 INSTALLATION.   RECONCILIATION BATCH.
000050 DATE-WRITTEN.   OCT 2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 SK  ORIGINAL VERSION. MAKER-CHECKER APPROVAL FOR
000110*                EVERY CHANGE TO THE BRANCH MASTER, SITE MASTER,
000120*                CALENDAR, FLAG DEFINITIONS, PARAMETER FILE AND
000130*                REGION MASTER. UNTIL NOW ONE PERSON COULD KEY A
000140*                TRANSACTION AND HAVE IT LIVE THAT NIGHT WITH
000150*                NOBODY ELSE SEEING IT. A CHANGE IS NOW KEYED AS
000160*                A MAKER ENTRY (CHGENT) CARRYING THE KEYER'S ID,
000170*                AND WAITS ON THE PENDING-CHANGE FILE (CHGPND,
000180*                GDG (0) -> (+1)) UNDER A CHANGE ID UNTIL AN
000190*                APPROVAL CARD (CHGAPR) FROM A DIFFERENT ID
000200*                APPROVES OR REJECTS IT. AN APPROVED CHANGE IS
000210*                WRITTEN, WITH AN APPROVAL STAMP OF CHANGE ID,
000220*                MAKER ID AND CHECKER ID, TO THE TRANSACTION
000230*                FILE OF ITS MAINTENANCE PROGRAM - BRCHMNT,
000240*                SITEMNT, CALMNT, FLGMNT, PRMMNT OR RGNMNT -
000250*                WHICH REJECT ANYTHING NOT SO STAMPED. EVERY
000260*                DECISION IS APPENDED TO THE CHANGE LOG (CHGLOG)
000270*                WITH BOTH IDS. APPROVAL CARDS ARE APPLIED
000280*                BEFORE NEW ENTRIES ARE TAKEN, SO A CHANGE IS
000290*                ALWAYS ON A PENDING LIST BEFORE ANYONE CAN
000300*                APPROVE IT. THE REPORT (CHGRPT) LISTS THE
000310*                DECISIONS, THE NEW ENTRIES AND THE PENDING
000320*                CHANGES, MARKING *AGED* ANY PENDING MORE THAN
000330*                CHANGE-AGE-DAYS BUSINESS DAYS (PARMFIL, DEFAULT
000340*                5; CALENDAR THROUGH CALLOAD). A REFUSED CARD OR
000350*                ENTRY, OR ANY AGED CHANGE, ENDS THE RUN RC 4. A
000360*                DAMAGED PENDING FILE, CALENDAR OR PARAMETER
000370*                FILE REJECTS THE RUN RC 8 - NOTHING IS APPROVED
000380*                OR TAKEN AND THE PENDING FILE IS CARRIED
000390*                FORWARD UNCHANGED.
000400*================================================================
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.    IBM-370.
000440 OBJECT-COMPUTER.    IBM-370.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT OPTIONAL PENDING-IN ASSIGN TO CHGPND
000480            ORGANIZATION IS LINE SEQUENTIAL.
000490     SELECT OPTIONAL MAKER-ENTRY-FILE ASSIGN TO CHGENT
000500            ORGANIZATION IS LINE SEQUENTIAL.
000510     SELECT OPTIONAL APPROVAL-CARD-FILE ASSIGN TO CHGAPR
000520            ORGANIZATION IS LINE SEQUENTIAL.
000530     SELECT PENDING-OUT ASSIGN TO CHGPNDO
000540            ORGANIZATION IS LINE SEQUENTIAL.
000550     SELECT BRCH-APPROVED-FILE ASSIGN TO BRCHTRN
000560            ORGANIZATION IS LINE SEQUENTIAL.
000570     SELECT SITE-APPROVED-FILE ASSIGN TO SITETRN
000580            ORGANIZATION IS LINE SEQUENTIAL.
000590     SELECT CAL-APPROVED-FILE ASSIGN TO CALTRN
000600            ORGANIZATION IS LINE SEQUENTIAL.
000610     SELECT FLAG-APPROVED-FILE ASSIGN TO FLAGTRN
000620            ORGANIZATION IS LINE SEQUENTIAL.
000630     SELECT PARM-APPROVED-FILE ASSIGN TO PARMTRN
000640            ORGANIZATION IS LINE SEQUENTIAL.
000650     SELECT RGN-APPROVED-FILE ASSIGN TO RGNTRN
000660            ORGANIZATION IS LINE SEQUENTIAL.
000670     SELECT CHANGE-LOG-FILE ASSIGN TO CHGLOG
000680            ORGANIZATION IS LINE SEQUENTIAL.
000690     SELECT CHANGE-REPORT-FILE ASSIGN TO CHGRPT
000700            ORGANIZATION IS LINE SEQUENTIAL.
000710*
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  PENDING-IN
000750     RECORD CONTAINS 120 CHARACTERS.
000760     COPY CHGPND.
000770*
000780 FD  MAKER-ENTRY-FILE
000790     RECORD CONTAINS 104 CHARACTERS.
000800     COPY CHGENT.
000810*
000820 FD  APPROVAL-CARD-FILE
000830     RECORD CONTAINS 80 CHARACTERS.
000840 01  CHGAPR-RECORD.
000850     05  CHGAPR-ACTION           PIC X(01).
000860         88  CHGAPR-APPROVE                 VALUE 'A'.
000870         88  CHGAPR-REJECT                  VALUE 'R'.
000880     05  CHGAPR-CHANGE-ID        PIC 9(07).
000890     05  CHGAPR-CHECKER-ID       PIC X(08).
000900     05  CHGAPR-NOTE             PIC X(30).
000910     05  FILLER                  PIC X(34).
000920*
000930 FD  PENDING-OUT
000940     RECORD CONTAINS 120 CHARACTERS.
000950 01  CHGPNDO-RECORD              PIC X(120).
000960*
000970*    EACH APPROVED FILE IS THE MAINTENANCE PROGRAM'S OWN
000980*    TRANSACTION LAYOUT FOLLOWED BY THE 23-BYTE APPROVAL STAMP.
000990 FD  BRCH-APPROVED-FILE
001000     RECORD CONTAINS 53 CHARACTERS.
001010 01  BRCHAPP-RECORD.
001020     05  BRCHAPP-IMAGE           PIC X(30).
001030     05  BRCHAPP-STAMP           PIC X(23).
001040*
001050 FD  SITE-APPROVED-FILE
001060     RECORD CONTAINS 52 CHARACTERS.
001070 01  SITEAPP-RECORD.
001080     05  SITEAPP-IMAGE           PIC X(29).
001090     05  SITEAPP-STAMP           PIC X(23).
001100*
001110 FD  CAL-APPROVED-FILE
001120     RECORD CONTAINS 52 CHARACTERS.
001130 01  CALAPP-RECORD.
001140     05  CALAPP-IMAGE            PIC X(29).
001150     05  CALAPP-STAMP            PIC X(23).
001160*
001170 FD  FLAG-APPROVED-FILE
001180     RECORD CONTAINS 56 CHARACTERS.
001190 01  FLAGAPP-RECORD.
001200     05  FLAGAPP-IMAGE           PIC X(33).
001210     05  FLAGAPP-STAMP           PIC X(23).
001220*
001230 FD  PARM-APPROVED-FILE
001240     RECORD CONTAINS 56 CHARACTERS.
001250 01  PARMAPP-RECORD.
001260     05  PARMAPP-IMAGE           PIC X(33).
001270     05  PARMAPP-STAMP           PIC X(23).
001280*
001290 FD  RGN-APPROVED-FILE
001300     RECORD CONTAINS 115 CHARACTERS.
001310 01  RGNAPP-RECORD.
001320     05  RGNAPP-IMAGE            PIC X(92).
001330     05  RGNAPP-STAMP            PIC X(23).
001340*
001350 FD  CHANGE-LOG-FILE
001360     RECORD CONTAINS 166 CHARACTERS.
001370 01  CHGLOG-RECORD.
001380     05  CHGLOG-DECISION-DATE    PIC 9(08).
001390     05  CHGLOG-DECISION         PIC X(01).
001400     05  CHGLOG-CHANGE-ID        PIC 9(07).
001410     05  CHGLOG-TARGET           PIC X(04).
001420     05  CHGLOG-MAKER-ID         PIC X(08).
001430     05  CHGLOG-ENTRY-DATE       PIC 9(08).
001440     05  CHGLOG-CHECKER-ID       PIC X(08).
001450     05  CHGLOG-NOTE             PIC X(30).
001460     05  CHGLOG-IMAGE            PIC X(92).
001470*
001480 FD  CHANGE-REPORT-FILE
001490     RECORD CONTAINS 132 CHARACTERS.
001500 01  CHGRPT-RECORD               PIC X(132).
001510*
001520 WORKING-STORAGE SECTION.
001530*----------------------------------------------------------------
001540* CONSTANTS
001550*----------------------------------------------------------------
001560 77  WS-MAX-PENDING              PIC 9(03)  VALUE 500.
001570 77  WS-DEFAULT-AGE-DAYS         PIC 9(03)  VALUE 5.
001580*----------------------------------------------------------------
001590* SWITCHES
001600*----------------------------------------------------------------
001610 01  WS-SWITCHES.
001620     05  WS-VALID-RUN-SWITCH     PIC X(01)  VALUE 'Y'.
001630         88  WS-RUN-IS-VALID                VALUE 'Y'.
001640     05  WS-PND-EOF-SWITCH       PIC X(01)  VALUE 'N'.
001650         88  WS-PND-EOF                     VALUE 'Y'.
001660     05  WS-ENT-EOF-SWITCH       PIC X(01)  VALUE 'N'.
001670         88  WS-ENT-EOF                     VALUE 'Y'.
001680     05  WS-APR-EOF-SWITCH       PIC X(01)  VALUE 'N'.
001690         88  WS-APR-EOF                     VALUE 'Y'.
001700     05  WS-ACTION-SWITCH        PIC X(01).
001710         88  WS-ACTION-IS-VALID             VALUE 'Y'.
001720*----------------------------------------------------------------
001730* RUNTIME PARAMETERS - LOADED FROM PARMFIL BY PRMLOAD
001740*----------------------------------------------------------------
001750     COPY PARMREC.
001760 01  WS-PARM-KEY                 PIC X(16).
001770 01  WS-PARM-SWITCHES.
001780     05  WS-PARM-FOUND-SWITCH    PIC X(01).
001790         88  WS-PARM-FOUND                  VALUE 'Y'.
001800 01  WS-PARM-NUM                 PIC 9(05).
001810 01  WS-PARM-LEN                 PIC 9(02)  COMP.
001820 01  WS-PARM-IDX                 PIC 9(02)  COMP.
001830 01  WS-PARM-FOUND-IDX           PIC 9(02)  COMP.
001840 01  WS-AGE-LIMIT                PIC 9(03).
001850*----------------------------------------------------------------
001860* PROCESSING CALENDAR - LOADED FROM CALFIL BY CALLOAD. DAY 1
001870* OF THE INTEGER DATE SCALE (1601-01-01) WAS A MONDAY, SO THE
001880* REMAINDER OF THE INTEGER DATE BY 7 GIVES THE WEEKDAY
001890* (1 = MONDAY, 0 STANDS FOR 7 = SUNDAY).
001900*----------------------------------------------------------------
001910     COPY CALTAB.
001920 01  WS-CAL-DATE                 PIC 9(08).
001930 01  WS-CAL-INT                  PIC 9(08)  COMP.
001940 01  WS-CAL-QUOTIENT             PIC 9(08)  COMP.
001950 01  WS-CAL-DOW                  PIC 9(01).
001960 01  WS-CAL-HOL-IDX              PIC 9(03).
001970 01  WS-BUSINESS-SWITCH          PIC X(01).
001980     88  WS-IS-BUSINESS-DAY                 VALUE 'Y'.
001990 01  WS-TODAY-INT                PIC 9(08)  COMP.
002000 01  WS-ENTRY-INT                PIC 9(08)  COMP.
002010 01  WS-AGE-INT                  PIC 9(08)  COMP.
002020 01  WS-AGE-DAYS                 PIC 9(05)  COMP.
002030*----------------------------------------------------------------
002040* PENDING-CHANGE TABLE - LOADED FROM CHGPND (0); NEW ENTRIES ARE
002050* ADDED AT THE END. PND-DECISION IS SPACE WHILE THE CHANGE IS
002060* STILL PENDING, 'A' OR 'R' ONCE A CARD HAS DECIDED IT, 'N' FOR
002070* AN ENTRY TAKEN THIS RUN.
002080*----------------------------------------------------------------
002090 01  WS-LAST-ID                  PIC 9(07).
002100 01  WS-PND-COUNT                PIC 9(03).
002110 01  WS-LOADED-COUNT             PIC 9(03).
002120 01  WS-PND-TABLE.
002130     05  WS-PND-ENTRY            OCCURS 500 TIMES.
002140         10  PND-CHANGE-ID       PIC 9(07).
002150         10  PND-TARGET          PIC X(04).
002160         10  PND-MAKER-ID        PIC X(08).
002170         10  PND-ENTRY-DATE      PIC 9(08).
002180         10  PND-IMAGE           PIC X(92).
002190         10  PND-DECISION        PIC X(01).
002200         10  PND-CHECKER-ID      PIC X(08).
002210 01  WS-PND-IDX                  PIC 9(03).
002220 01  WS-FOUND-IDX                PIC 9(03).
002230 01  WS-FIND-ID                  PIC 9(07).
002240 01  WS-RUN-DATE                 PIC 9(08).
002250 01  WS-APPROVAL-STAMP.
002260     05  WS-STAMP-CHANGE-ID      PIC 9(07).
002270     05  WS-STAMP-MAKER-ID       PIC X(08).
002280     05  WS-STAMP-CHECKER-ID     PIC X(08).
002290*----------------------------------------------------------------
002300* RUN COUNTERS
002310*----------------------------------------------------------------
002320 01  WS-APPROVED-COUNT           PIC 9(05)  COMP.
002330 01  WS-REJECTED-COUNT           PIC 9(05)  COMP.
002340 01  WS-TAKEN-COUNT              PIC 9(05)  COMP.
002350 01  WS-PENDING-COUNT            PIC 9(05)  COMP.
002360 01  WS-AGED-COUNT               PIC 9(05)  COMP.
002370 01  WS-REFUSED-COUNT            PIC 9(05)  COMP.
002380*----------------------------------------------------------------
002390* REPORT LINE LAYOUTS
002400*----------------------------------------------------------------
002410 01  WS-TITLE-LINE.
002420     05  FILLER                  PIC X(27)
002430         VALUE 'CHANGE APPROVAL - RUN DATE '.
002440     05  WS-TTL-DATE             PIC 9(08).
002450     05  FILLER                  PIC X(32)
002460         VALUE '   AGED WHEN PENDING MORE THAN '.
002470     05  WS-TTL-DAYS             PIC ZZ9.
002480     05  FILLER                  PIC X(14)
002490         VALUE ' BUSINESS DAYS'.
002500     05  FILLER                  PIC X(48)  VALUE SPACES.
002510 01  WS-SECTION-LINE.
002520     05  WS-SEC-TEXT             PIC X(60).
002530     05  FILLER                  PIC X(72)  VALUE SPACES.
002540 01  WS-CHANGE-LINE.
002550     05  FILLER                  PIC X(02)  VALUE SPACES.
002560     05  WS-CHL-ID               PIC 9(07).
002570     05  FILLER                  PIC X(01)  VALUE SPACE.
002580     05  WS-CHL-TARGET           PIC X(04).
002590     05  FILLER                  PIC X(07)  VALUE ' MAKER '.
002600     05  WS-CHL-MAKER            PIC X(08).
002610     05  FILLER                  PIC X(07)  VALUE ' ENTRY '.
002620     05  WS-CHL-ENTRY-DATE       PIC 9(08).
002630     05  FILLER                  PIC X(01)  VALUE SPACE.
002640     05  WS-CHL-STATUS           PIC X(24).
002650     05  FILLER                  PIC X(01)  VALUE SPACE.
002660     05  WS-CHL-IMAGE            PIC X(62).
002670 01  WS-REFUSED-LINE.
002680     05  FILLER                  PIC X(02)  VALUE SPACES.
002690     05  WS-RFL-KIND             PIC X(06).
002700     05  FILLER                  PIC X(01)  VALUE SPACE.
002710     05  WS-RFL-TEXT             PIC X(60).
002720     05  FILLER                  PIC X(03)  VALUE ' - '.
002730     05  WS-RFL-REASON           PIC X(40).
002740     05  FILLER                  PIC X(20)  VALUE SPACES.
002750 01  WS-TOTAL-LINE.
002760     05  FILLER                  PIC X(11)  VALUE 'APPROVED = '.
002770     05  WS-TOT-APPROVED         PIC ZZZZ9.
002780     05  FILLER                  PIC X(14)
002790         VALUE '  REJECTED = '.
002800     05  WS-TOT-REJECTED         PIC ZZZZ9.
002810     05  FILLER                  PIC X(11)  VALUE '  TAKEN = '.
002820     05  WS-TOT-TAKEN            PIC ZZZZ9.
002830     05  FILLER                  PIC X(13)
002840         VALUE '  PENDING = '.
002850     05  WS-TOT-PENDING          PIC ZZZZ9.
002860     05  FILLER                  PIC X(10)  VALUE '  AGED = '.
002870     05  WS-TOT-AGED             PIC ZZZZ9.
002880     05  FILLER                  PIC X(13)
002890         VALUE '  REFUSED = '.
002900     05  WS-TOT-REFUSED          PIC ZZZZ9.
002910     05  FILLER                  PIC X(30)  VALUE SPACES.
002920 01  WS-AGE-DAYS-D               PIC ZZZZ9.
002930*
002940 PROCEDURE DIVISION.
002950*================================================================
002960 0000-MAINLINE.
002970*================================================================
002980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002990     IF WS-RUN-IS-VALID
003000         PERFORM 3000-APPLY-APPROVALS THRU 3000-EXIT
003010         PERFORM 4000-TAKE-ENTRIES THRU 4000-EXIT
003020         PERFORM 5000-WRITE-PENDING THRU 5000-EXIT
003030         PERFORM 6000-LIST-PENDING THRU 6000-EXIT
003040     ELSE
003050         PERFORM 8500-CARRY-PENDING-FORWARD THRU 8500-EXIT
003060     END-IF.
003070     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003080     GO TO 9999-EXIT.
003090*================================================================
003100 1000-INITIALIZE.
003110*================================================================
003120     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003130     COMPUTE WS-TODAY-INT =
003140         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
003150     MOVE 0 TO WS-APPROVED-COUNT.
003160     MOVE 0 TO WS-REJECTED-COUNT.
003170     MOVE 0 TO WS-TAKEN-COUNT.
003180     MOVE 0 TO WS-PENDING-COUNT.
003190     MOVE 0 TO WS-AGED-COUNT.
003200     MOVE 0 TO WS-REFUSED-COUNT.
003210     OPEN OUTPUT CHANGE-REPORT-FILE.
003220     OPEN OUTPUT PENDING-OUT.
003230     OPEN OUTPUT BRCH-APPROVED-FILE.
003240     OPEN OUTPUT SITE-APPROVED-FILE.
003250     OPEN OUTPUT CAL-APPROVED-FILE.
003260     OPEN OUTPUT FLAG-APPROVED-FILE.
003270     OPEN OUTPUT PARM-APPROVED-FILE.
003280     OPEN OUTPUT RGN-APPROVED-FILE.
003290     CALL 'CALLOAD' USING CAL-BLOCK.
003300     IF CAL-BAD-FILE
003310         DISPLAY "CALENDAR FILE BAD: " CAL-ERROR-TEXT
003320         DISPLAY "RUN REJECTED"
003330         MOVE 'N' TO WS-VALID-RUN-SWITCH
003340         GO TO 1000-EXIT
003350     END-IF.
003360     PERFORM 1020-LOAD-PARMS THRU 1020-EXIT.
003370     IF NOT WS-RUN-IS-VALID
003380         GO TO 1000-EXIT
003390     END-IF.
003400     PERFORM 1100-LOAD-PENDING THRU 1100-EXIT.
003410     IF NOT WS-RUN-IS-VALID
003420         GO TO 1000-EXIT
003430     END-IF.
003440     OPEN EXTEND CHANGE-LOG-FILE.
003450     MOVE WS-RUN-DATE TO WS-TTL-DATE.
003460     MOVE WS-AGE-LIMIT TO WS-TTL-DAYS.
003470     WRITE CHGRPT-RECORD FROM WS-TITLE-LINE.
003480 1000-EXIT.
003490     EXIT.
003500*================================================================
003510 1020-LOAD-PARMS.
003520*================================================================
003530     MOVE WS-DEFAULT-AGE-DAYS TO WS-AGE-LIMIT.
003540     CALL 'PRMLOAD' USING PRM-BLOCK.
003550     IF PRM-BAD-FILE
003560         DISPLAY "PARAMETER FILE BAD: " PRM-ERROR-TEXT
003570         DISPLAY "RUN REJECTED"
003580         MOVE 'N' TO WS-VALID-RUN-SWITCH
003590         GO TO 1020-EXIT
003600     END-IF.
003610     IF PRM-NO-FILE
003620         GO TO 1020-EXIT
003630     END-IF.
003640     MOVE 'CHANGE-AGE-DAYS' TO WS-PARM-KEY.
003650     PERFORM 1030-FETCH-PARM THRU 1030-EXIT.
003660     IF WS-PARM-FOUND AND WS-RUN-IS-VALID
003670         IF WS-PARM-NUM > 999
003680             DISPLAY "PARAMETER CHANGE-AGE-DAYS INVALID - "
003690                     "RUN REJECTED"
003700             MOVE 'N' TO WS-VALID-RUN-SWITCH
003710         ELSE
003720             MOVE WS-PARM-NUM TO WS-AGE-LIMIT
003730         END-IF
003740     END-IF.
003750 1020-EXIT.
003760     EXIT.
003770*================================================================
003780 1030-FETCH-PARM.
003790*================================================================
003800*    LOOKS WS-PARM-KEY UP IN THE LOADED TABLE. WHEN PRESENT THE
003810*    VALUE MUST BE AN UNSIGNED WHOLE NUMBER OF UP TO FIVE
003820*    DIGITS OR THE RUN IS REJECTED NAMING THE PARAMETER.
003830     MOVE 'N' TO WS-PARM-FOUND-SWITCH.
003840     MOVE 0 TO WS-PARM-FOUND-IDX.
003850     PERFORM 1035-MATCH-PARM THRU 1035-EXIT
003860         VARYING WS-PARM-IDX FROM 1 BY 1
003870         UNTIL WS-PARM-IDX > PRM-COUNT
003880             OR WS-PARM-FOUND.
003890     IF NOT WS-PARM-FOUND
003900         GO TO 1030-EXIT
003910     END-IF.
003920     MOVE 0 TO WS-PARM-LEN.
003930     INSPECT PRM-VALUE(WS-PARM-FOUND-IDX)
003940         TALLYING WS-PARM-LEN
003950         FOR CHARACTERS BEFORE INITIAL SPACE.
003960     IF WS-PARM-LEN = 0 OR WS-PARM-LEN > 5
003970         OR PRM-VALUE(WS-PARM-FOUND-IDX)(1:WS-PARM-LEN)
003980             NOT NUMERIC
003990         DISPLAY "PARAMETER " WS-PARM-KEY
004000                 " INVALID - RUN REJECTED"
004010         MOVE 'N' TO WS-VALID-RUN-SWITCH
004020     ELSE
004030         MOVE PRM-VALUE(WS-PARM-FOUND-IDX)(1:WS-PARM-LEN)
004040             TO WS-PARM-NUM
004050     END-IF.
004060 1030-EXIT.
004070     EXIT.
004080*================================================================
004090 1035-MATCH-PARM.
004100*================================================================
004110     IF PRM-KEYWORD(WS-PARM-IDX) = WS-PARM-KEY
004120         MOVE 'Y' TO WS-PARM-FOUND-SWITCH
004130         MOVE WS-PARM-IDX TO WS-PARM-FOUND-IDX
004140     END-IF.
004150 1035-EXIT.
004160     EXIT.
004170*================================================================
004180 1100-LOAD-PENDING.
004190*================================================================
004200*    A MISSING OR EMPTY PENDING FILE IS THE FIRST RUN - NOTHING
004210*    PENDING, CHANGE IDS START AT 1. ANYTHING THAT DOES NOT
004220*    EDIT REJECTS THE RUN: APPROVING AGAINST HALF A FILE COULD
004230*    LOSE A CHANGE OR HAND OUT AN ID TWICE.
004240     MOVE 0 TO WS-LAST-ID.
004250     MOVE 0 TO WS-PND-COUNT.
004260     OPEN INPUT PENDING-IN.
004270     PERFORM 1150-LOAD-ONE-PENDING THRU 1150-EXIT
004280         UNTIL WS-PND-EOF OR NOT WS-RUN-IS-VALID.
004290     CLOSE PENDING-IN.
004300     MOVE WS-PND-COUNT TO WS-LOADED-COUNT.
004310 1100-EXIT.
004320     EXIT.
004330*================================================================
004340 1150-LOAD-ONE-PENDING.
004350*================================================================
004360     READ PENDING-IN
004370         AT END
004380             SET WS-PND-EOF TO TRUE
004390     END-READ.
004400     IF WS-PND-EOF
004410         GO TO 1150-EXIT
004420     END-IF.
004430     IF CHGPND-IS-HEADER
004440         IF CHGPND-LAST-ID NOT NUMERIC
004450             DISPLAY "PENDING FILE HEADER DAMAGED - "
004460                     "RUN REJECTED"
004470             MOVE 'N' TO WS-VALID-RUN-SWITCH
004480         ELSE
004490             MOVE CHGPND-LAST-ID TO WS-LAST-ID
004500         END-IF
004510         GO TO 1150-EXIT
004520     END-IF.
004530     MOVE CHGPND-TARGET TO CHGENT-TARGET.
004540     IF NOT CHGPND-IS-CHANGE
004550         OR CHGPND-CHANGE-ID NOT NUMERIC
004560         OR CHGPND-CHANGE-ID = 0
004570         OR CHGPND-MAKER-ID = SPACES
004580         OR CHGPND-ENTRY-DATE NOT NUMERIC
004590         OR NOT (CHGENT-FOR-BRANCH OR CHGENT-FOR-SITE
004600             OR CHGENT-FOR-CALENDAR OR CHGENT-FOR-FLAGDEF
004610             OR CHGENT-FOR-PARMFIL OR CHGENT-FOR-REGION)
004620         DISPLAY "PENDING RECORD '" CHGPND-RECORD(1:28)
004630                 "' DAMAGED - RUN REJECTED"
004640         MOVE 'N' TO WS-VALID-RUN-SWITCH
004650         GO TO 1150-EXIT
004660     END-IF.
004670     MOVE CHGPND-CHANGE-ID TO WS-FIND-ID.
004680     PERFORM 3500-FIND-CHANGE THRU 3500-EXIT.
004690     IF WS-FOUND-IDX > 0
004700         DISPLAY "CHANGE " CHGPND-CHANGE-ID
004710                 " PENDING TWICE - RUN REJECTED"
004720         MOVE 'N' TO WS-VALID-RUN-SWITCH
004730         GO TO 1150-EXIT
004740     END-IF.
004750     IF WS-PND-COUNT >= WS-MAX-PENDING
004760         DISPLAY "MORE THAN " WS-MAX-PENDING
004770                 " CHANGES PENDING - RUN REJECTED"
004780         MOVE 'N' TO WS-VALID-RUN-SWITCH
004790         GO TO 1150-EXIT
004800     END-IF.
004810     ADD 1 TO WS-PND-COUNT.
004820     MOVE CHGPND-CHANGE-ID TO PND-CHANGE-ID(WS-PND-COUNT).
004830     MOVE CHGPND-TARGET TO PND-TARGET(WS-PND-COUNT).
004840     MOVE CHGPND-MAKER-ID TO PND-MAKER-ID(WS-PND-COUNT).
004850     MOVE CHGPND-ENTRY-DATE TO PND-ENTRY-DATE(WS-PND-COUNT).
004860     MOVE CHGPND-IMAGE TO PND-IMAGE(WS-PND-COUNT).
004870     MOVE SPACE TO PND-DECISION(WS-PND-COUNT).
004880     MOVE SPACES TO PND-CHECKER-ID(WS-PND-COUNT).
004890*    A HEADER BEHIND THE CHANGES IT COVERS STILL NEVER LETS AN
004900*    ID BE HANDED OUT TWICE.
004910     IF CHGPND-CHANGE-ID > WS-LAST-ID
004920         MOVE CHGPND-CHANGE-ID TO WS-LAST-ID
004930     END-IF.
004940 1150-EXIT.
004950     EXIT.
004960*================================================================
004970 3000-APPLY-APPROVALS.
004980*================================================================
004990     MOVE 'DECISIONS THIS RUN' TO WS-SEC-TEXT.
005000     WRITE CHGRPT-RECORD FROM WS-SECTION-LINE.
005010     OPEN INPUT APPROVAL-CARD-FILE.
005020     PERFORM 3050-READ-CARD THRU 3050-EXIT.
005030     PERFORM 3100-APPLY-ONE-CARD THRU 3100-EXIT
005040         UNTIL WS-APR-EOF.
005050     CLOSE APPROVAL-CARD-FILE.
005060 3000-EXIT.
005070     EXIT.
005080*================================================================
005090 3050-READ-CARD.
005100*================================================================
005110     READ APPROVAL-CARD-FILE
005120         AT END
005130             SET WS-APR-EOF TO TRUE
005140     END-READ.
005150 3050-EXIT.
005160     EXIT.
005170*================================================================
005180 3100-APPLY-ONE-CARD.
005190*================================================================
005200     MOVE 'CARD' TO WS-RFL-KIND.
005210     MOVE CHGAPR-RECORD TO WS-RFL-TEXT.
005220     IF NOT CHGAPR-APPROVE AND NOT CHGAPR-REJECT
005230         MOVE 'ACTION NOT A OR R' TO WS-RFL-REASON
005240         PERFORM 7900-WRITE-REFUSED THRU 7900-EXIT
005250         GO TO 3100-NEXT
005260     END-IF.
005270     IF CHGAPR-CHANGE-ID NOT NUMERIC
005280         MOVE 'CHANGE ID NOT NUMERIC' TO WS-RFL-REASON
005290         PERFORM 7900-WRITE-REFUSED THRU 7900-EXIT
005300         GO TO 3100-NEXT
005310     END-IF.
005320     IF CHGAPR-CHECKER-ID = SPACES
005330         MOVE 'NO CHECKER ID' TO WS-RFL-REASON
005340         PERFORM 7900-WRITE-REFUSED THRU 7900-EXIT
005350         GO TO 3100-NEXT
005360     END-IF.
005370     MOVE CHGAPR-CHANGE-ID TO WS-FIND-ID.
005380     PERFORM 3500-FIND-CHANGE THRU 3500-EXIT.
005390     IF WS-FOUND-IDX = 0
005400         MOVE 'CHANGE NOT PENDING' TO WS-RFL-REASON
005410         PERFORM 7900-WRITE-REFUSED THRU 7900-EXIT
005420         GO TO 3100-NEXT
005430     END-IF.
005440     IF PND-DECISION(WS-FOUND-IDX) NOT = SPACE
005450         MOVE 'CHANGE ALREADY DECIDED THIS RUN' TO WS-RFL-REASON
005460         PERFORM 7900-WRITE-REFUSED THRU 7900-EXIT
005470         GO TO 3100-NEXT
005480     END-IF.
005490*    THE MAKER MAY WITHDRAW THEIR OWN CHANGE, BUT ONLY A
005500*    DIFFERENT ID MAY APPROVE IT.
005510     IF CHGAPR-APPROVE
005520         AND CHGAPR-CHECKER-ID = PND-MAKER-ID(WS-FOUND-IDX)
005530         MOVE 'CHECKER IS THE MAKER - NOT APPROVED'
005540             TO WS-RFL-REASON
005550         PERFORM 7900-WRITE-REFUSED THRU 7900-EXIT
005560         GO TO 3100-NEXT
005570     END-IF.
005580     MOVE CHGAPR-CHECKER-ID TO PND-CHECKER-ID(WS-FOUND-IDX).
005590     IF CHGAPR-APPROVE
005600         MOVE 'A' TO PND-DECISION(WS-FOUND-IDX)
005610         PERFORM 3200-RELEASE-CHANGE THRU 3200-EXIT
005620         ADD 1 TO WS-APPROVED-COUNT
005630         MOVE 'APPROVED BY' TO WS-CHL-STATUS
005640     ELSE
005650         MOVE 'R' TO PND-DECISION(WS-FOUND-IDX)
005660         ADD 1 TO WS-REJECTED-COUNT
005670         MOVE 'REJECTED BY' TO WS-CHL-STATUS
005680     END-IF.
005690     MOVE CHGAPR-CHECKER-ID TO WS-CHL-STATUS(13:8).
005700     PERFORM 3300-LOG-DECISION THRU 3300-EXIT.
005710     MOVE WS-FOUND-IDX TO WS-PND-IDX.
005720     PERFORM 7800-WRITE-CHANGE-LINE THRU 7800-EXIT.
005730 3100-NEXT.
005740     PERFORM 3050-READ-CARD THRU 3050-EXIT.
005750 3100-EXIT.
005760     EXIT.
005770*================================================================
005780 3200-RELEASE-CHANGE.
005790*================================================================
005800*    PASSES THE APPROVED TRANSACTION, STAMPED, TO ITS
005810*    MAINTENANCE PROGRAM.
005820     MOVE PND-CHANGE-ID(WS-FOUND-IDX) TO WS-STAMP-CHANGE-ID.
005830     MOVE PND-MAKER-ID(WS-FOUND-IDX) TO WS-STAMP-MAKER-ID.
005840     MOVE CHGAPR-CHECKER-ID TO WS-STAMP-CHECKER-ID.
005850     MOVE PND-TARGET(WS-FOUND-IDX) TO CHGENT-TARGET.
005860     IF CHGENT-FOR-BRANCH
005870         MOVE PND-IMAGE(WS-FOUND-IDX) TO BRCHAPP-IMAGE
005880         MOVE WS-APPROVAL-STAMP TO BRCHAPP-STAMP
005890         WRITE BRCHAPP-RECORD
005900         GO TO 3200-EXIT
005910     END-IF.
005920     IF CHGENT-FOR-SITE
005930         MOVE PND-IMAGE(WS-FOUND-IDX) TO SITEAPP-IMAGE
005940         MOVE WS-APPROVAL-STAMP TO SITEAPP-STAMP
005950         WRITE SITEAPP-RECORD
005960         GO TO 3200-EXIT
005970     END-IF.
005980     IF CHGENT-FOR-CALENDAR
005990         MOVE PND-IMAGE(WS-FOUND-IDX) TO CALAPP-IMAGE
006000         MOVE WS-APPROVAL-STAMP TO CALAPP-STAMP
006010         WRITE CALAPP-RECORD
006020         GO TO 3200-EXIT
006030     END-IF.
006040     IF CHGENT-FOR-FLAGDEF
006050         MOVE PND-IMAGE(WS-FOUND-IDX) TO FLAGAPP-IMAGE
006060         MOVE WS-APPROVAL-STAMP TO FLAGAPP-STAMP
006070         WRITE FLAGAPP-RECORD
006080         GO TO 3200-EXIT
006090     END-IF.
006100     IF CHGENT-FOR-PARMFIL
006110         MOVE PND-IMAGE(WS-FOUND-IDX) TO PARMAPP-IMAGE
006120         MOVE WS-APPROVAL-STAMP TO PARMAPP-STAMP
006130         WRITE PARMAPP-RECORD
006140         GO TO 3200-EXIT
006150     END-IF.
006160     MOVE PND-IMAGE(WS-FOUND-IDX) TO RGNAPP-IMAGE.
006170     MOVE WS-APPROVAL-STAMP TO RGNAPP-STAMP.
006180     WRITE RGNAPP-RECORD.
006190 3200-EXIT.
006200     EXIT.
006210*================================================================
006220 3300-LOG-DECISION.
006230*================================================================
006240     MOVE WS-RUN-DATE TO CHGLOG-DECISION-DATE.
006250     MOVE PND-DECISION(WS-FOUND-IDX) TO CHGLOG-DECISION.
006260     MOVE PND-CHANGE-ID(WS-FOUND-IDX) TO CHGLOG-CHANGE-ID.
006270     MOVE PND-TARGET(WS-FOUND-IDX) TO CHGLOG-TARGET.
006280     MOVE PND-MAKER-ID(WS-FOUND-IDX) TO CHGLOG-MAKER-ID.
006290     MOVE PND-ENTRY-DATE(WS-FOUND-IDX) TO CHGLOG-ENTRY-DATE.
006300     MOVE CHGAPR-CHECKER-ID TO CHGLOG-CHECKER-ID.
006310     MOVE CHGAPR-NOTE TO CHGLOG-NOTE.
006320     MOVE PND-IMAGE(WS-FOUND-IDX) TO CHGLOG-IMAGE.
006330     WRITE CHGLOG-RECORD.
006340 3300-EXIT.
006350     EXIT.
006360*================================================================
006370 3500-FIND-CHANGE.
006380*================================================================
006390*    SETS WS-FOUND-IDX TO THE TABLE ROW FOR WS-FIND-ID, OR
006400*    ZERO.
006410     MOVE 0 TO WS-FOUND-IDX.
006420     PERFORM 3550-MATCH-CHANGE THRU 3550-EXIT
006430         VARYING WS-PND-IDX FROM 1 BY 1
006440         UNTIL WS-PND-IDX > WS-PND-COUNT
006450             OR WS-FOUND-IDX > 0.
006460 3500-EXIT.
006470     EXIT.
006480*================================================================
006490 3550-MATCH-CHANGE.
006500*================================================================
006510     IF PND-CHANGE-ID(WS-PND-IDX) = WS-FIND-ID
006520         MOVE WS-PND-IDX TO WS-FOUND-IDX
006530     END-IF.
006540 3550-EXIT.
006550     EXIT.
006560*================================================================
006570 4000-TAKE-ENTRIES.
006580*================================================================
006590     MOVE 'NEW CHANGES TAKEN' TO WS-SEC-TEXT.
006600     WRITE CHGRPT-RECORD FROM WS-SECTION-LINE.
006610     OPEN INPUT MAKER-ENTRY-FILE.
006620     PERFORM 4050-READ-ENTRY THRU 4050-EXIT.
006630     PERFORM 4100-TAKE-ONE-ENTRY THRU 4100-EXIT
006640         UNTIL WS-ENT-EOF.
006650     CLOSE MAKER-ENTRY-FILE.
006660 4000-EXIT.
006670     EXIT.
006680*================================================================
006690 4050-READ-ENTRY.
006700*================================================================
006710     READ MAKER-ENTRY-FILE
006720         AT END
006730             SET WS-ENT-EOF TO TRUE
006740     END-READ.
006750 4050-EXIT.
006760     EXIT.
006770*================================================================
006780 4100-TAKE-ONE-ENTRY.
006790*================================================================
006800     MOVE 'ENTRY' TO WS-RFL-KIND.
006810     MOVE CHGENT-RECORD TO WS-RFL-TEXT.
006820     IF NOT (CHGENT-FOR-BRANCH OR CHGENT-FOR-SITE
006830         OR CHGENT-FOR-CALENDAR OR CHGENT-FOR-FLAGDEF
006840         OR CHGENT-FOR-PARMFIL OR CHGENT-FOR-REGION)
006850         MOVE 'TARGET NOT BRCH SITE CAL FLAG PARM RGN'
006860             TO WS-RFL-REASON
006870         PERFORM 7900-WRITE-REFUSED THRU 7900-EXIT
006880         GO TO 4100-NEXT
006890     END-IF.
006900     IF CHGENT-MAKER-ID = SPACES
006910         MOVE 'NO MAKER ID' TO WS-RFL-REASON
006920         PERFORM 7900-WRITE-REFUSED THRU 7900-EXIT
006930         GO TO 4100-NEXT
006940     END-IF.
006950     PERFORM 4200-CHECK-ACTION THRU 4200-EXIT.
006960     IF NOT WS-ACTION-IS-VALID
006970         MOVE 'ACTION NOT VALID FOR TARGET' TO WS-RFL-REASON
006980         PERFORM 7900-WRITE-REFUSED THRU 7900-EXIT
006990         GO TO 4100-NEXT
007000     END-IF.
007010     PERFORM 4300-FIND-SAME-ENTRY THRU 4300-EXIT.
007020     IF WS-FOUND-IDX > 0
007030         MOVE 'SAME CHANGE ALREADY PENDING' TO WS-RFL-REASON
007040         PERFORM 7900-WRITE-REFUSED THRU 7900-EXIT
007050         GO TO 4100-NEXT
007060     END-IF.
007070     IF WS-PND-COUNT >= WS-MAX-PENDING
007080         MOVE 'PENDING FILE FULL' TO WS-RFL-REASON
007090         PERFORM 7900-WRITE-REFUSED THRU 7900-EXIT
007100         GO TO 4100-NEXT
007110     END-IF.
007120     ADD 1 TO WS-LAST-ID.
007130     ADD 1 TO WS-PND-COUNT.
007140     MOVE WS-LAST-ID TO PND-CHANGE-ID(WS-PND-COUNT).
007150     MOVE CHGENT-TARGET TO PND-TARGET(WS-PND-COUNT).
007160     MOVE CHGENT-MAKER-ID TO PND-MAKER-ID(WS-PND-COUNT).
007170     MOVE WS-RUN-DATE TO PND-ENTRY-DATE(WS-PND-COUNT).
007180     MOVE CHGENT-IMAGE TO PND-IMAGE(WS-PND-COUNT).
007190     MOVE 'N' TO PND-DECISION(WS-PND-COUNT).
007200     MOVE SPACES TO PND-CHECKER-ID(WS-PND-COUNT).
007210     ADD 1 TO WS-TAKEN-COUNT.
007220     MOVE WS-PND-COUNT TO WS-PND-IDX.
007230     MOVE 'TAKEN - AWAITS CHECKER' TO WS-CHL-STATUS.
007240     PERFORM 7800-WRITE-CHANGE-LINE THRU 7800-EXIT.
007250 4100-NEXT.
007260     PERFORM 4050-READ-ENTRY THRU 4050-EXIT.
007270 4100-EXIT.
007280     EXIT.
007290*================================================================
007300 4200-CHECK-ACTION.
007310*================================================================
007320*    THE FIRST BYTE OF THE IMAGE IS THE MAINTENANCE PROGRAM'S
007330*    ACTION CODE - A CHECKER SHOULD NEVER BE ASKED TO APPROVE
007340*    SOMETHING ITS PROGRAM WILL ONLY REJECT.
007350     MOVE 'N' TO WS-ACTION-SWITCH.
007360     IF CHGENT-FOR-BRANCH
007370         IF CHGENT-IMAGE(1:1) = 'A' OR 'D' OR 'C'
007380             MOVE 'Y' TO WS-ACTION-SWITCH
007390         END-IF
007400     END-IF.
007410     IF CHGENT-FOR-SITE
007420         IF CHGENT-IMAGE(1:1) = 'A' OR 'D' OR 'C' OR 'R' OR 'T'
007430             MOVE 'Y' TO WS-ACTION-SWITCH
007440         END-IF
007450     END-IF.
007460     IF CHGENT-FOR-CALENDAR
007470         IF CHGENT-IMAGE(1:1) = 'A' OR 'D' OR 'R'
007480             MOVE 'Y' TO WS-ACTION-SWITCH
007490         END-IF
007500     END-IF.
007510     IF CHGENT-FOR-FLAGDEF
007520         IF CHGENT-IMAGE(1:1) = 'A' OR 'D'
007530             MOVE 'Y' TO WS-ACTION-SWITCH
007540         END-IF
007550     END-IF.
007560     IF CHGENT-FOR-PARMFIL
007570         IF CHGENT-IMAGE(1:1) = 'S' OR 'D'
007580             MOVE 'Y' TO WS-ACTION-SWITCH
007590         END-IF
007600     END-IF.
007610     IF CHGENT-FOR-REGION
007620         IF CHGENT-IMAGE(1:1) = 'A' OR 'C' OR 'B' OR 'D' OR 'R'
007630             MOVE 'Y' TO WS-ACTION-SWITCH
007640         END-IF
007650     END-IF.
007660 4200-EXIT.
007670     EXIT.
007680*================================================================
007690 4300-FIND-SAME-ENTRY.
007700*================================================================
007710*    AN ENTRY FILE SUBMITTED TWICE MUST NOT PUT THE SAME CHANGE
007720*    ON THE PENDING FILE TWICE FOR SOMEONE TO APPROVE TWICE.
007730     MOVE 0 TO WS-FOUND-IDX.
007740     PERFORM 4350-MATCH-SAME-ENTRY THRU 4350-EXIT
007750         VARYING WS-PND-IDX FROM 1 BY 1
007760         UNTIL WS-PND-IDX > WS-PND-COUNT
007770             OR WS-FOUND-IDX > 0.
007780 4300-EXIT.
007790     EXIT.
007800*================================================================
007810 4350-MATCH-SAME-ENTRY.
007820*================================================================
007830     IF PND-TARGET(WS-PND-IDX) = CHGENT-TARGET
007840         AND PND-IMAGE(WS-PND-IDX) = CHGENT-IMAGE
007850         AND (PND-DECISION(WS-PND-IDX) = SPACE
007860             OR PND-DECISION(WS-PND-IDX) = 'N')
007870         MOVE WS-PND-IDX TO WS-FOUND-IDX
007880     END-IF.
007890 4350-EXIT.
007900     EXIT.
007910*================================================================
007920 5000-WRITE-PENDING.
007930*================================================================
007940     MOVE SPACES TO CHGPND-RECORD.
007950     MOVE 'H' TO CHGPND-REC-TYPE.
007960     MOVE WS-LAST-ID TO CHGPND-LAST-ID.
007970     WRITE CHGPNDO-RECORD FROM CHGPND-RECORD.
007980     PERFORM 5100-WRITE-ONE-PENDING THRU 5100-EXIT
007990         VARYING WS-PND-IDX FROM 1 BY 1
008000         UNTIL WS-PND-IDX > WS-PND-COUNT.
008010 5000-EXIT.
008020     EXIT.
008030*================================================================
008040 5100-WRITE-ONE-PENDING.
008050*================================================================
008060     IF PND-DECISION(WS-PND-IDX) = 'A'
008070         OR PND-DECISION(WS-PND-IDX) = 'R'
008080         GO TO 5100-EXIT
008090     END-IF.
008100     MOVE SPACES TO CHGPND-RECORD.
008110     MOVE 'C' TO CHGPND-REC-TYPE.
008120     MOVE PND-CHANGE-ID(WS-PND-IDX) TO CHGPND-CHANGE-ID.
008130     MOVE PND-TARGET(WS-PND-IDX) TO CHGPND-TARGET.
008140     MOVE PND-MAKER-ID(WS-PND-IDX) TO CHGPND-MAKER-ID.
008150     MOVE PND-ENTRY-DATE(WS-PND-IDX) TO CHGPND-ENTRY-DATE.
008160     MOVE PND-IMAGE(WS-PND-IDX) TO CHGPND-IMAGE.
008170     WRITE CHGPNDO-RECORD FROM CHGPND-RECORD.
008180 5100-EXIT.
008190     EXIT.
008200*================================================================
008210 6000-LIST-PENDING.
008220*================================================================
008230*    THE AGING LIST - EVERY CHANGE STILL WAITING FOR A CHECKER,
008240*    OLDEST FIRST, WITH ITS AGE IN BUSINESS DAYS.
008250     MOVE 'PENDING CHANGES' TO WS-SEC-TEXT.
008260     WRITE CHGRPT-RECORD FROM WS-SECTION-LINE.
008270     PERFORM 6100-LIST-ONE-PENDING THRU 6100-EXIT
008280         VARYING WS-PND-IDX FROM 1 BY 1
008290         UNTIL WS-PND-IDX > WS-PND-COUNT.
008300     MOVE WS-APPROVED-COUNT TO WS-TOT-APPROVED.
008310     MOVE WS-REJECTED-COUNT TO WS-TOT-REJECTED.
008320     MOVE WS-TAKEN-COUNT TO WS-TOT-TAKEN.
008330     MOVE WS-PENDING-COUNT TO WS-TOT-PENDING.
008340     MOVE WS-AGED-COUNT TO WS-TOT-AGED.
008350     MOVE WS-REFUSED-COUNT TO WS-TOT-REFUSED.
008360     WRITE CHGRPT-RECORD FROM WS-TOTAL-LINE.
008370 6000-EXIT.
008380     EXIT.
008390*================================================================
008400 6100-LIST-ONE-PENDING.
008410*================================================================
008420     IF PND-DECISION(WS-PND-IDX) = 'A'
008430         OR PND-DECISION(WS-PND-IDX) = 'R'
008440         GO TO 6100-EXIT
008450     END-IF.
008460     ADD 1 TO WS-PENDING-COUNT.
008470     COMPUTE WS-ENTRY-INT =
008480         FUNCTION INTEGER-OF-DATE (PND-ENTRY-DATE(WS-PND-IDX)).
008490     PERFORM 6500-COUNT-BUSINESS-AGE THRU 6500-EXIT.
008500     MOVE WS-AGE-DAYS TO WS-AGE-DAYS-D.
008510     MOVE SPACES TO WS-CHL-STATUS.
008520     STRING 'AGE ' WS-AGE-DAYS-D DELIMITED BY SIZE
008530         INTO WS-CHL-STATUS.
008540     IF WS-AGE-DAYS > WS-AGE-LIMIT
008550         MOVE '*AGED*' TO WS-CHL-STATUS(11:6)
008560         ADD 1 TO WS-AGED-COUNT
008570     END-IF.
008580     PERFORM 7800-WRITE-CHANGE-LINE THRU 7800-EXIT.
008590 6100-EXIT.
008600     EXIT.
008610*================================================================
008620 6500-COUNT-BUSINESS-AGE.
008630*================================================================
008640*    COUNTS THE BUSINESS DAYS AFTER THE ENTRY DATE UP TO AND
008650*    INCLUDING TODAY INTO WS-AGE-DAYS.
008660     MOVE 0 TO WS-AGE-DAYS.
008670     COMPUTE WS-AGE-INT = WS-ENTRY-INT + 1.
008680     PERFORM 6550-COUNT-ONE-AGE-DAY THRU 6550-EXIT
008690         UNTIL WS-AGE-INT > WS-TODAY-INT.
008700 6500-EXIT.
008710     EXIT.
008720*================================================================
008730 6550-COUNT-ONE-AGE-DAY.
008740*================================================================
008750     COMPUTE WS-CAL-DATE =
008760         FUNCTION DATE-OF-INTEGER (WS-AGE-INT).
008770     PERFORM 6600-CHECK-BUSINESS-DAY THRU 6600-EXIT.
008780     IF WS-IS-BUSINESS-DAY
008790         ADD 1 TO WS-AGE-DAYS
008800     END-IF.
008810     ADD 1 TO WS-AGE-INT.
008820 6550-EXIT.
008830     EXIT.
008840*================================================================
008850 6600-CHECK-BUSINESS-DAY.
008860*================================================================
008870*    WS-CAL-DATE IN, WS-BUSINESS-SWITCH OUT. NO CALENDAR FILE
008880*    MEANS EVERY DAY IS A BUSINESS DAY.
008890     MOVE 'Y' TO WS-BUSINESS-SWITCH.
008900     IF CAL-NO-FILE
008910         GO TO 6600-EXIT
008920     END-IF.
008930     COMPUTE WS-CAL-INT =
008940         FUNCTION INTEGER-OF-DATE (WS-CAL-DATE).
008950     DIVIDE WS-CAL-INT BY 7
008960         GIVING WS-CAL-QUOTIENT
008970         REMAINDER WS-CAL-DOW.
008980     IF WS-CAL-DOW = 0
008990         MOVE 7 TO WS-CAL-DOW
009000     END-IF.
009010     IF CAL-DOW-FLAG(WS-CAL-DOW) NOT = 'Y'
009020         MOVE 'N' TO WS-BUSINESS-SWITCH
009030         GO TO 6600-EXIT
009040     END-IF.
009050     PERFORM 6650-MATCH-CAL-HOLIDAY THRU 6650-EXIT
009060         VARYING WS-CAL-HOL-IDX FROM 1 BY 1
009070         UNTIL WS-CAL-HOL-IDX > CAL-HOLIDAY-COUNT
009080             OR NOT WS-IS-BUSINESS-DAY.
009090 6600-EXIT.
009100     EXIT.
009110*================================================================
009120 6650-MATCH-CAL-HOLIDAY.
009130*================================================================
009140     IF CAL-HOLIDAY(WS-CAL-HOL-IDX) = WS-CAL-DATE
009150         MOVE 'N' TO WS-BUSINESS-SWITCH
009160     END-IF.
009170 6650-EXIT.
009180     EXIT.
009190*================================================================
009200 7800-WRITE-CHANGE-LINE.
009210*================================================================
009220*    WS-PND-IDX AND WS-CHL-STATUS IN.
009230     MOVE PND-CHANGE-ID(WS-PND-IDX) TO WS-CHL-ID.
009240     MOVE PND-TARGET(WS-PND-IDX) TO WS-CHL-TARGET.
009250     MOVE PND-MAKER-ID(WS-PND-IDX) TO WS-CHL-MAKER.
009260     MOVE PND-ENTRY-DATE(WS-PND-IDX) TO WS-CHL-ENTRY-DATE.
009270     MOVE PND-IMAGE(WS-PND-IDX) TO WS-CHL-IMAGE.
009280     WRITE CHGRPT-RECORD FROM WS-CHANGE-LINE.
009290 7800-EXIT.
009300     EXIT.
009310*================================================================
009320 7900-WRITE-REFUSED.
009330*================================================================
009340*    WS-RFL-KIND, WS-RFL-TEXT AND WS-RFL-REASON IN.
009350     ADD 1 TO WS-REFUSED-COUNT.
009360     WRITE CHGRPT-RECORD FROM WS-REFUSED-LINE.
009370     DISPLAY WS-RFL-KIND " REFUSED - " WS-RFL-REASON.
009380 7900-EXIT.
009390     EXIT.
009400*================================================================
009410 8000-TERMINATE.
009420*================================================================
009430     CLOSE CHANGE-REPORT-FILE.
009440     CLOSE PENDING-OUT.
009450     CLOSE BRCH-APPROVED-FILE.
009460     CLOSE SITE-APPROVED-FILE.
009470     CLOSE CAL-APPROVED-FILE.
009480     CLOSE FLAG-APPROVED-FILE.
009490     CLOSE PARM-APPROVED-FILE.
009500     CLOSE RGN-APPROVED-FILE.
009510     IF NOT WS-RUN-IS-VALID
009520         DISPLAY "NOTHING APPROVED OR TAKEN - PENDING FILE "
009530                 "CARRIED FORWARD UNCHANGED"
009540         MOVE 8 TO RETURN-CODE
009550         GO TO 8000-EXIT
009560     END-IF.
009570     CLOSE CHANGE-LOG-FILE.
009580     DISPLAY "CHANGES APPROVED = " WS-TOT-APPROVED.
009590     DISPLAY "CHANGES REJECTED = " WS-TOT-REJECTED.
009600     DISPLAY "CHANGES TAKEN    = " WS-TOT-TAKEN.
009610     DISPLAY "CHANGES PENDING  = " WS-TOT-PENDING.
009620     DISPLAY "PENDING AND AGED = " WS-TOT-AGED.
009630     DISPLAY "CARDS/ENTRIES REFUSED = " WS-TOT-REFUSED.
009640     IF WS-REFUSED-COUNT > 0 OR WS-AGED-COUNT > 0
009650         MOVE 4 TO RETURN-CODE
009660     ELSE
009670         MOVE 0 TO RETURN-CODE
009680     END-IF.
009690 8000-EXIT.
009700     EXIT.
009710*================================================================
009720 8500-CARRY-PENDING-FORWARD.
009730*================================================================
009740*    A REJECTED RUN STILL CATALOGS A NEW PENDING GENERATION, SO
009750*    IT MUST BE THE OLD ONE RECORD FOR RECORD.
009760     MOVE 'N' TO WS-PND-EOF-SWITCH.
009770     OPEN INPUT PENDING-IN.
009780     PERFORM 8550-COPY-ONE-PENDING THRU 8550-EXIT
009790         UNTIL WS-PND-EOF.
009800     CLOSE PENDING-IN.
009810 8500-EXIT.
009820     EXIT.
009830*================================================================
009840 8550-COPY-ONE-PENDING.
009850*================================================================
009860     READ PENDING-IN
009870         AT END
009880             SET WS-PND-EOF TO TRUE
009890     END-READ.
009900     IF NOT WS-PND-EOF
009910         WRITE CHGPNDO-RECORD FROM CHGPND-RECORD
009920     END-IF.
009930 8550-EXIT.
009940     EXIT.
009950*================================================================
009960 9999-EXIT.
009970     STOP RUN.
