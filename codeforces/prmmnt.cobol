000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     PRMMNT.
000030 AUTHOR.         S. KOVALENKO.
000040 INSTALLATION.   RECONCILIATION BATCH.
000050 DATE-WRITTEN.   OCT 2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 SK  ORIGINAL VERSION. MAINTENANCE PROGRAM FOR THE
000110*                SHARED RUNTIME PARAMETER FILE (PARMFIL) PRMLOAD
000120*                SERVES, WHICH UNTIL NOW WAS EDITED BY HAND -
000130*                THE SAME READ-APPLY-REWRITE CYCLE CALMNT RUNS
000140*                FOR THE CALENDAR. SET ('S') REPLACES A
000150*                KEYWORD'S VALUE IN PLACE OR, FOR A NEW KEYWORD,
000160*                ADDS A KEYWORD=VALUE LINE AT THE END; DELETE
000170*                ('D') TAKES A KEYWORD'S LINE OFF. COMMENT LINES
000180*                AND THE ORDER OF THE FILE ARE KEPT.
000190*                TRANSACTIONS COME ONLY FROM THE APPROVAL RUN
000200*                (CHGAPV) AND ONE WITHOUT ITS APPROVAL STAMP, OR
000210*                WHOSE CHECKER IS ITS MAKER, IS REJECTED. A
000220*                TRANSACTION THAT CANNOT APPLY IS REPORTED AND
000230*                COUNTED; ANY SUCH REJECT ENDS THE RUN RC 4. A
000240*                PARMFIL PRMLOAD WOULD REFUSE REJECTS THE RUN RC
000250*                8 AND THE JOB LEAVES THE LIVE FILE AS IT WAS.
000260*================================================================
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.    IBM-370.
000300 OBJECT-COMPUTER.    IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT OPTIONAL PARM-IN ASSIGN TO PARMFIL
000340            ORGANIZATION IS LINE SEQUENTIAL.
000350     SELECT PARM-TRANS-FILE ASSIGN TO PARMTRN
000360            ORGANIZATION IS LINE SEQUENTIAL.
000370     SELECT PARM-OUT ASSIGN TO PARMFILO
000380            ORGANIZATION IS LINE SEQUENTIAL.
000390*
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  PARM-IN
000430     RECORD CONTAINS 80 CHARACTERS.
000440 01  PARM-RECORD                 PIC X(80).
000450*
000460 FD  PARM-TRANS-FILE
000470     RECORD CONTAINS 56 CHARACTERS.
000480 01  PARMTRN-RECORD.
000490     05  PARMTRN-ACTION          PIC X(01).
000500         88  PARMTRN-SET                    VALUE 'S'.
000510         88  PARMTRN-DELETE                 VALUE 'D'.
000520     05  PARMTRN-KEYWORD         PIC X(16).
000530     05  PARMTRN-VALUE           PIC X(16).
000540*    APPROVAL STAMP - PUT ON BY CHGAPV WHEN THE CHECKER APPROVED.
000550     05  PARMTRN-CHANGE-ID       PIC 9(07).
000560     05  PARMTRN-MAKER-ID        PIC X(08).
000570     05  PARMTRN-CHECKER-ID      PIC X(08).
000580*
000590 FD  PARM-OUT
000600     RECORD CONTAINS 80 CHARACTERS.
000610 01  PARMFILO-RECORD             PIC X(80).
000620*
000630 WORKING-STORAGE SECTION.
000640*----------------------------------------------------------------
000650* CONSTANTS
000660*----------------------------------------------------------------
000670*    THE KEYWORD CEILING MATCHES THE 20-ENTRY TABLE IN
000680*    PARMREC.CPY - PRMLOAD REFUSES A FILE WITH MORE. THE LINE
000690*    CEILING LEAVES ROOM FOR COMMENTS AROUND THEM.
000700 77  WS-MAX-KEYWORDS             PIC 9(03)  VALUE 20.
000710 77  WS-MAX-LINES                PIC 9(03)  VALUE 200.
000720*----------------------------------------------------------------
000730* SWITCHES
000740*----------------------------------------------------------------
000750 01  WS-SWITCHES.
000760     05  WS-PARM-EOF-SWITCH      PIC X(01)  VALUE 'N'.
000770         88  WS-PARM-EOF                    VALUE 'Y'.
000780     05  WS-TRANS-EOF-SWITCH     PIC X(01)  VALUE 'N'.
000790         88  WS-TRANS-EOF                   VALUE 'Y'.
000800     05  WS-VALID-RUN-SWITCH     PIC X(01)  VALUE 'Y'.
000810         88  WS-RUN-IS-VALID                VALUE 'Y'.
000820*----------------------------------------------------------------
000830* PARAMETER FILE TABLE - EVERY LINE, IN FILE ORDER. LINE-KEY IS
000840* THE KEYWORD PRMLOAD WOULD TAKE FROM IT, SPACES FOR A BLANK OR
000850* COMMENT LINE. A DELETED KEYWORD'S LINE IS MARKED, NOT SHIFTED.
000860*----------------------------------------------------------------
000870 01  WS-LINE-COUNT               PIC 9(03).
000880 01  WS-KEYWORD-COUNT            PIC 9(03).
000890 01  WS-LINE-TABLE.
000900     05  WS-LINE-ENTRY           OCCURS 200 TIMES.
000910         10  LINE-TEXT           PIC X(80).
000920         10  LINE-KEY            PIC X(16).
000930         10  LINE-DELETED        PIC X(01).
000940 01  WS-LINE-IDX                 PIC 9(03).
000950 01  WS-FOUND-IDX                PIC 9(03).
000960 01  WS-EQUALS-COUNT             PIC 9(02)  COMP.
000970 01  WS-KEY-LEN                  PIC 9(02)  COMP.
000980 01  WS-KEY-WORK                 PIC X(16).
000990 01  WS-VALUE-WORK               PIC X(16).
001000*----------------------------------------------------------------
001010* RUN COUNTERS
001020*----------------------------------------------------------------
001030 01  WS-SET-COUNT                PIC 9(05)  COMP.
001040 01  WS-DELETE-COUNT             PIC 9(05)  COMP.
001050 01  WS-REJECT-COUNT             PIC 9(05)  COMP.
001060 01  WS-SET-COUNT-D              PIC 9(05).
001070 01  WS-DELETE-COUNT-D           PIC 9(05).
001080 01  WS-REJECT-COUNT-D           PIC 9(05).
001090*
001100 PROCEDURE DIVISION.
001110*================================================================
001120 0000-MAINLINE.
001130*================================================================
001140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001150     IF WS-RUN-IS-VALID
001160         PERFORM 3000-APPLY-TRANSACTIONS THRU 3000-EXIT
001170         PERFORM 7000-WRITE-NEW-PARMFIL THRU 7000-EXIT
001180     END-IF.
001190     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001200     GO TO 9999-EXIT.
001210*================================================================
001220 1000-INITIALIZE.
001230*================================================================
001240     OPEN INPUT  PARM-IN.
001250     OPEN INPUT  PARM-TRANS-FILE.
001260     OPEN OUTPUT PARM-OUT.
001270     MOVE 0 TO WS-LINE-COUNT.
001280     MOVE 0 TO WS-KEYWORD-COUNT.
001290     MOVE 0 TO WS-SET-COUNT.
001300     MOVE 0 TO WS-DELETE-COUNT.
001310     MOVE 0 TO WS-REJECT-COUNT.
001320     PERFORM 1100-LOAD-ONE-LINE THRU 1100-EXIT
001330         UNTIL WS-PARM-EOF OR NOT WS-RUN-IS-VALID.
001340 1000-EXIT.
001350     EXIT.
001360*================================================================
001370 1100-LOAD-ONE-LINE.
001380*================================================================
001390*    THE SAME EDITS PRMLOAD MAKES - A FILE PRMLOAD WOULD REFUSE
001400*    IS NOT ONE TO BUILD ON.
001410     READ PARM-IN
001420         AT END
001430             SET WS-PARM-EOF TO TRUE
001440     END-READ.
001450     IF WS-PARM-EOF
001460         GO TO 1100-EXIT
001470     END-IF.
001480     IF WS-LINE-COUNT >= WS-MAX-LINES
001490         DISPLAY "PARMFIL EXCEEDS " WS-MAX-LINES
001500                 " LINES - RUN REJECTED"
001510         MOVE 'N' TO WS-VALID-RUN-SWITCH
001520         GO TO 1100-EXIT
001530     END-IF.
001540     ADD 1 TO WS-LINE-COUNT.
001550     MOVE PARM-RECORD TO LINE-TEXT(WS-LINE-COUNT).
001560     MOVE SPACES TO LINE-KEY(WS-LINE-COUNT).
001570     MOVE 'N' TO LINE-DELETED(WS-LINE-COUNT).
001580     IF PARM-RECORD = SPACES OR PARM-RECORD(1:1) = '*'
001590         GO TO 1100-EXIT
001600     END-IF.
001610     MOVE 0 TO WS-EQUALS-COUNT.
001620     INSPECT PARM-RECORD TALLYING WS-EQUALS-COUNT
001630         FOR ALL '='.
001640     MOVE SPACES TO WS-KEY-WORK.
001650     MOVE SPACES TO WS-VALUE-WORK.
001660     IF WS-EQUALS-COUNT > 0
001670         UNSTRING PARM-RECORD DELIMITED BY '='
001680             INTO WS-KEY-WORK WS-VALUE-WORK
001690     END-IF.
001700     IF WS-KEY-WORK = SPACES
001710         DISPLAY "PARMFIL LINE '" PARM-RECORD(1:32)
001720                 "' IS NOT KEYWORD=VALUE - RUN REJECTED"
001730         MOVE 'N' TO WS-VALID-RUN-SWITCH
001740         GO TO 1100-EXIT
001750     END-IF.
001760     IF WS-KEYWORD-COUNT >= WS-MAX-KEYWORDS
001770         DISPLAY "PARMFIL EXCEEDS " WS-MAX-KEYWORDS
001780                 " PARAMETERS - RUN REJECTED"
001790         MOVE 'N' TO WS-VALID-RUN-SWITCH
001800         GO TO 1100-EXIT
001810     END-IF.
001820     ADD 1 TO WS-KEYWORD-COUNT.
001830     MOVE WS-KEY-WORK TO LINE-KEY(WS-LINE-COUNT).
001840 1100-EXIT.
001850     EXIT.
001860*================================================================
001870 2000-READ-TRANSACTION.
001880*================================================================
001890     READ PARM-TRANS-FILE
001900         AT END
001910             SET WS-TRANS-EOF TO TRUE
001920     END-READ.
001930 2000-EXIT.
001940     EXIT.
001950*================================================================
001960 3000-APPLY-TRANSACTIONS.
001970*================================================================
001980     PERFORM 2000-READ-TRANSACTION THRU 2000-EXIT.
001990     PERFORM 3100-APPLY-ONE THRU 3100-EXIT
002000         UNTIL WS-TRANS-EOF OR NOT WS-RUN-IS-VALID.
002010 3000-EXIT.
002020     EXIT.
002030*================================================================
002040 3100-APPLY-ONE.
002050*================================================================
002060     IF PARMTRN-CHANGE-ID NOT NUMERIC
002070         OR PARMTRN-MAKER-ID = SPACES
002080         OR PARMTRN-CHECKER-ID = SPACES
002090         OR PARMTRN-CHECKER-ID = PARMTRN-MAKER-ID
002100         DISPLAY "TRANSACTION NOT APPROVED BY A SECOND ID "
002110                 "(CHANGE " PARMTRN-CHANGE-ID ") - REJECTED"
002120         ADD 1 TO WS-REJECT-COUNT
002130         GO TO 3100-NEXT
002140     END-IF.
002150*    A KEYWORD IS ONE WORD STARTING IN COLUMN 1 WITH NO '=' IN
002160*    IT, OR PRMLOAD WOULD READ THE NEW LINE DIFFERENTLY.
002170     MOVE 0 TO WS-EQUALS-COUNT.
002180     INSPECT PARMTRN-KEYWORD TALLYING WS-EQUALS-COUNT
002190         FOR ALL '='.
002200     MOVE 0 TO WS-KEY-LEN.
002210     INSPECT PARMTRN-KEYWORD TALLYING WS-KEY-LEN
002220         FOR CHARACTERS BEFORE INITIAL SPACE.
002230     MOVE SPACES TO WS-KEY-WORK.
002240     IF WS-KEY-LEN > 0
002250         MOVE PARMTRN-KEYWORD(1:WS-KEY-LEN) TO WS-KEY-WORK
002260     END-IF.
002270     IF WS-KEY-LEN = 0
002280         OR WS-KEY-WORK NOT = PARMTRN-KEYWORD
002290         OR PARMTRN-KEYWORD(1:1) = '*'
002300         OR WS-EQUALS-COUNT > 0
002310         DISPLAY "KEYWORD '" PARMTRN-KEYWORD
002320                 "' INVALID - REJECTED"
002330         ADD 1 TO WS-REJECT-COUNT
002340         GO TO 3100-NEXT
002350     END-IF.
002360     PERFORM 3500-FIND-KEYWORD THRU 3500-EXIT.
002370     IF PARMTRN-SET
002380         PERFORM 3200-APPLY-SET THRU 3200-EXIT
002390         GO TO 3100-NEXT
002400     END-IF.
002410     IF PARMTRN-DELETE
002420         PERFORM 3300-APPLY-DELETE THRU 3300-EXIT
002430         GO TO 3100-NEXT
002440     END-IF.
002450     DISPLAY "UNKNOWN ACTION '" PARMTRN-ACTION
002460             "' FOR KEYWORD " PARMTRN-KEYWORD
002470             " - REJECTED".
002480     ADD 1 TO WS-REJECT-COUNT.
002490 3100-NEXT.
002500     PERFORM 2000-READ-TRANSACTION THRU 2000-EXIT.
002510 3100-EXIT.
002520     EXIT.
002530*================================================================
002540 3200-APPLY-SET.
002550*================================================================
002560     MOVE 0 TO WS-EQUALS-COUNT.
002570     INSPECT PARMTRN-VALUE TALLYING WS-EQUALS-COUNT
002580         FOR ALL '='.
002590     IF PARMTRN-VALUE = SPACES OR WS-EQUALS-COUNT > 0
002600         DISPLAY "VALUE '" PARMTRN-VALUE "' FOR KEYWORD "
002610                 PARMTRN-KEYWORD " INVALID - SET REJECTED"
002620         ADD 1 TO WS-REJECT-COUNT
002630         GO TO 3200-EXIT
002640     END-IF.
002650     IF WS-FOUND-IDX = 0
002660         PERFORM 3250-ADD-LINE THRU 3250-EXIT
002670         GO TO 3200-EXIT
002680     END-IF.
002690     MOVE SPACES TO LINE-TEXT(WS-FOUND-IDX).
002700     STRING PARMTRN-KEYWORD DELIMITED BY SPACE
002710            '=' DELIMITED BY SIZE
002720            PARMTRN-VALUE DELIMITED BY SIZE
002730         INTO LINE-TEXT(WS-FOUND-IDX).
002740     ADD 1 TO WS-SET-COUNT.
002750 3200-EXIT.
002760     EXIT.
002770*================================================================
002780 3250-ADD-LINE.
002790*================================================================
002800     IF WS-KEYWORD-COUNT >= WS-MAX-KEYWORDS
002810         DISPLAY "PARMFIL FULL AT " WS-MAX-KEYWORDS
002820                 " PARAMETERS - SET OF " PARMTRN-KEYWORD
002830                 " REJECTED"
002840         ADD 1 TO WS-REJECT-COUNT
002850         GO TO 3250-EXIT
002860     END-IF.
002870     IF WS-LINE-COUNT >= WS-MAX-LINES
002880         DISPLAY "PARMFIL FULL AT " WS-MAX-LINES
002890                 " LINES - SET OF " PARMTRN-KEYWORD " REJECTED"
002900         ADD 1 TO WS-REJECT-COUNT
002910         GO TO 3250-EXIT
002920     END-IF.
002930     ADD 1 TO WS-LINE-COUNT.
002940     ADD 1 TO WS-KEYWORD-COUNT.
002950     MOVE SPACES TO LINE-TEXT(WS-LINE-COUNT).
002960     STRING PARMTRN-KEYWORD DELIMITED BY SPACE
002970            '=' DELIMITED BY SIZE
002980            PARMTRN-VALUE DELIMITED BY SIZE
002990         INTO LINE-TEXT(WS-LINE-COUNT).
003000     MOVE PARMTRN-KEYWORD TO LINE-KEY(WS-LINE-COUNT).
003010     MOVE 'N' TO LINE-DELETED(WS-LINE-COUNT).
003020     ADD 1 TO WS-SET-COUNT.
003030 3250-EXIT.
003040     EXIT.
003050*================================================================
003060 3300-APPLY-DELETE.
003070*================================================================
003080     IF WS-FOUND-IDX = 0
003090         DISPLAY "KEYWORD " PARMTRN-KEYWORD
003100                 " NOT ON PARMFIL - DELETE REJECTED"
003110         ADD 1 TO WS-REJECT-COUNT
003120         GO TO 3300-EXIT
003130     END-IF.
003140     MOVE 'Y' TO LINE-DELETED(WS-FOUND-IDX).
003150     SUBTRACT 1 FROM WS-KEYWORD-COUNT.
003160     ADD 1 TO WS-DELETE-COUNT.
003170 3300-EXIT.
003180     EXIT.
003190*================================================================
003200 3500-FIND-KEYWORD.
003210*================================================================
003220*    THE FIRST LIVE LINE FOR THE KEYWORD - THE ONE PRMLOAD'S
003230*    CALLERS FIND FIRST.
003240     MOVE 0 TO WS-FOUND-IDX.
003250     PERFORM 3550-MATCH-KEYWORD THRU 3550-EXIT
003260         VARYING WS-LINE-IDX FROM 1 BY 1
003270         UNTIL WS-LINE-IDX > WS-LINE-COUNT
003280             OR WS-FOUND-IDX > 0.
003290 3500-EXIT.
003300     EXIT.
003310*================================================================
003320 3550-MATCH-KEYWORD.
003330*================================================================
003340     IF LINE-KEY(WS-LINE-IDX) = PARMTRN-KEYWORD
003350         AND LINE-DELETED(WS-LINE-IDX) = 'N'
003360         MOVE WS-LINE-IDX TO WS-FOUND-IDX
003370     END-IF.
003380 3550-EXIT.
003390     EXIT.
003400*================================================================
003410 7000-WRITE-NEW-PARMFIL.
003420*================================================================
003430     PERFORM 7100-WRITE-ONE-LINE THRU 7100-EXIT
003440         VARYING WS-LINE-IDX FROM 1 BY 1
003450         UNTIL WS-LINE-IDX > WS-LINE-COUNT.
003460     MOVE WS-SET-COUNT TO WS-SET-COUNT-D.
003470     MOVE WS-DELETE-COUNT TO WS-DELETE-COUNT-D.
003480     MOVE WS-REJECT-COUNT TO WS-REJECT-COUNT-D.
003490     DISPLAY "KEYWORDS SET     = " WS-SET-COUNT-D.
003500     DISPLAY "KEYWORDS DELETED = " WS-DELETE-COUNT-D.
003510     DISPLAY "TRANS REJECTED   = " WS-REJECT-COUNT-D.
003520 7000-EXIT.
003530     EXIT.
003540*================================================================
003550 7100-WRITE-ONE-LINE.
003560*================================================================
003570     IF LINE-DELETED(WS-LINE-IDX) = 'N'
003580         WRITE PARMFILO-RECORD FROM LINE-TEXT(WS-LINE-IDX)
003590     END-IF.
003600 7100-EXIT.
003610     EXIT.
003620*================================================================
003630 8000-TERMINATE.
003640*================================================================
003650     CLOSE PARM-IN.
003660     CLOSE PARM-TRANS-FILE.
003670     CLOSE PARM-OUT.
003680     IF NOT WS-RUN-IS-VALID
003690         MOVE 8 TO RETURN-CODE
003700     ELSE
003710         IF WS-REJECT-COUNT > 0
003720             MOVE 4 TO RETURN-CODE
003730         ELSE
003740             MOVE 0 TO RETURN-CODE
003750         END-IF
003760     END-IF.
003770 8000-EXIT.
003780     EXIT.
003790*================================================================
003800 9999-EXIT.
003810     STOP RUN.
