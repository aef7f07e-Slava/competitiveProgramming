000400*                14 WAS RENAMED IN JULY, AND EVERY PRE-JULY
000410*                NIGHT HAD BEEN DECODING WITH THE WRONG
000420*                COMPLIANCE LABEL.
000430* 2026-10-15 SK  FLAGDEF RECORD WIDENED 31 TO 32 FOR A PER-FLAG
000440*                ACTION CODE (COL 32: P PAYMENT HOLD, L LENDING
000450*                FREEZE, N NOTIFY ONLY, SPACE NONE), SERVED IN
000460*                FLG-ACTION WITH THE REST OF THE DEFINITION IN
000470*                FORCE. ANY OTHER CODE COMES BACK FLG-BAD-FILE; A
000480*                31-BYTE RECORD READS AS NONE.
000490*================================================================
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.    IBM-370.
000530 OBJECT-COMPUTER.    IBM-370.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT FLAG-DEF-FILE ASSIGN TO FLAGDEF
000570            ORGANIZATION IS LINE SEQUENTIAL
000580            FILE STATUS IS WS-FLAG-STATUS.
000590*
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  FLAG-DEF-FILE
000630     RECORD CONTAINS 32 CHARACTERS.
000640 01  FLAGDEF-RECORD.
000650     05  FLAGDEF-BIT-POS         PIC 9(02).
000660     05  FLAGDEF-NAME            PIC X(20).
000670     05  FLAGDEF-STATUS          PIC X(01).
000680     05  FLAGDEF-EFF-DATE        PIC 9(08).
000690     05  FLAGDEF-ACTION          PIC X(01).
000700*
000710 WORKING-STORAGE SECTION.
000720*----------------------------------------------------------------
000730* WORK FIELDS
000740*----------------------------------------------------------------
000750 01  WS-FLAG-STATUS              PIC X(02).
000760 01  WS-EOF-SWITCH               PIC X(01).
000770     88  WS-END-OF-FILE                     VALUE 'Y'.
000780 01  WS-SEEN-TABLE.
000790     05  WS-SEEN                 PIC X(01)  OCCURS 30 TIMES.
000800*    LATEST EFFECTIVE DATE TAKEN SO FAR FOR EACH POSITION, SO
000810*    AN OLDER DEFINITION READ LATER DOES NOT WIN.
000820 01  WS-BEST-DATE-TABLE.
000830     05  WS-BEST-DATE            PIC 9(08)  OCCURS 30 TIMES.
000840 01  WS-SLOT                     PIC 9(02)  COMP.
000850 01  WS-CLEAR-IDX                PIC 9(02)  COMP.
000860 01  WS-MISSING-POS              PIC 9(02).
000870 01  WS-AS-OF                    PIC 9(08).
000880*
000890 LINKAGE SECTION.
000900     COPY FLAGTAB.
000910*
000920 PROCEDURE DIVISION USING FLG-BLOCK.
000930*================================================================
000940 0000-MAINLINE.
000950*================================================================
000960     MOVE 'Y' TO FLG-STATUS.
000970     MOVE SPACES TO FLG-ERROR-TEXT.
000980     IF FLG-AS-OF-DATE NUMERIC AND FLG-AS-OF-DATE > 0
000990         MOVE FLG-AS-OF-DATE TO WS-AS-OF
001000     ELSE
001010         ACCEPT WS-AS-OF FROM DATE YYYYMMDD
001020     END-IF.
001030     MOVE 'N' TO WS-EOF-SWITCH.
001040     PERFORM 1000-CLEAR-SLOT THRU 1000-EXIT
001050         VARYING WS-CLEAR-IDX FROM 1 BY 1
001060         UNTIL WS-CLEAR-IDX > 30.
001070     OPEN INPUT FLAG-DEF-FILE.
001080     IF WS-FLAG-STATUS NOT = '00'
001090         MOVE 'E' TO FLG-STATUS
001100         MOVE 'FLAG DEFINITION FILE NOT AVAILABLE'
001110             TO FLG-ERROR-TEXT
001120         GOBACK
001130     END-IF.
001140     PERFORM 2000-READ-FLAGDEF THRU 2000-EXIT.
001150     PERFORM 3000-TAKE-FLAGDEF THRU 3000-EXIT
001160         UNTIL WS-END-OF-FILE OR FLG-BAD-FILE.
001170     CLOSE FLAG-DEF-FILE.
001180     IF NOT FLG-BAD-FILE
001190         PERFORM 4000-CHECK-COMPLETE THRU 4000-EXIT
001200             VARYING WS-CLEAR-IDX FROM 1 BY 1
001210             UNTIL WS-CLEAR-IDX > 30 OR FLG-BAD-FILE
001220     END-IF.
001230     GOBACK.
001240*================================================================
001250 1000-CLEAR-SLOT.
001260*================================================================
001270     MOVE 'N' TO WS-SEEN(WS-CLEAR-IDX).
001280     MOVE SPACES TO FLG-NAME(WS-CLEAR-IDX).
001290     MOVE 'A' TO FLG-FLAG-STATUS(WS-CLEAR-IDX).
001300     MOVE 0 TO FLG-EFF-DATE(WS-CLEAR-IDX).
001310     MOVE SPACE TO FLG-ACTION(WS-CLEAR-IDX).
001320     MOVE 0 TO WS-BEST-DATE(WS-CLEAR-IDX).
001330 1000-EXIT.
001340     EXIT.
001350*================================================================
001360 2000-READ-FLAGDEF.
001370*================================================================
001380     READ FLAG-DEF-FILE
001390         AT END
001400             SET WS-END-OF-FILE TO TRUE
001410     END-READ.
001420 2000-EXIT.
001430     EXIT.
001440*================================================================
001450 3000-TAKE-FLAGDEF.
001460*================================================================
001470     IF FLAGDEF-BIT-POS NOT NUMERIC
001480         OR FLAGDEF-BIT-POS > 29
001490         MOVE 'E' TO FLG-STATUS
001500         MOVE 'BIT POSITION NOT 00-29' TO FLG-ERROR-TEXT
001510         GO TO 3000-EXIT
001520     END-IF.
001530     IF FLAGDEF-NAME = SPACES
001540         MOVE 'E' TO FLG-STATUS
001550         MOVE 'FLAG NAME MISSING' TO FLG-ERROR-TEXT
001560         GO TO 3000-EXIT
001570     END-IF.
001580     IF FLAGDEF-STATUS NOT = 'A' AND FLAGDEF-STATUS NOT = 'R'
001590         MOVE 'E' TO FLG-STATUS
001600         MOVE 'STATUS NOT A OR R' TO FLG-ERROR-TEXT
001610         GO TO 3000-EXIT
001620     END-IF.
001630     IF FLAGDEF-EFF-DATE NOT NUMERIC
001640         MOVE 'E' TO FLG-STATUS
001650         MOVE 'EFFECTIVE DATE NOT NUMERIC' TO FLG-ERROR-TEXT
001660         GO TO 3000-EXIT
001670     END-IF.
001680*    A RECORD WRITTEN BEFORE THE ACTION CODE EXISTED ENDS AT
001690*    THE EFFECTIVE DATE AND READS AS ACTION NONE.
001700     IF FLAGDEF-ACTION NOT = 'P' AND FLAGDEF-ACTION NOT = 'L'
001710         AND FLAGDEF-ACTION NOT = 'N'
001720         AND FLAGDEF-ACTION NOT = SPACE
001730         MOVE 'E' TO FLG-STATUS
001740         MOVE 'ACTION NOT P, L, N OR SPACE' TO FLG-ERROR-TEXT
001750         GO TO 3000-EXIT
001760     END-IF.
001770     COMPUTE WS-SLOT = FLAGDEF-BIT-POS + 1.
001780*    ONLY DEFINITIONS ALREADY IN FORCE ON THE AS-OF DATE
001790*    COMPETE; AMONG THOSE, THE LATEST EFFECTIVE DATE WINS AND
001800*    A TIE ON THE SAME POSITION IS A DAMAGED LEGEND.
001810     IF FLAGDEF-EFF-DATE > WS-AS-OF
001820         GO TO 3000-NEXT
001830     END-IF.
001840     IF WS-SEEN(WS-SLOT) = 'Y'
001850         AND FLAGDEF-EFF-DATE = WS-BEST-DATE(WS-SLOT)
001860         MOVE 'E' TO FLG-STATUS
001870         STRING 'BIT POSITION ' DELIMITED BY SIZE
001880                FLAGDEF-BIT-POS DELIMITED BY SIZE
001890                ' DEFINED TWICE' DELIMITED BY SIZE
001900             INTO FLG-ERROR-TEXT
001910         GO TO 3000-EXIT
001920     END-IF.
001930     IF WS-SEEN(WS-SLOT) = 'Y'
001940         AND FLAGDEF-EFF-DATE < WS-BEST-DATE(WS-SLOT)
001950         GO TO 3000-NEXT
001960     END-IF.
001970     MOVE 'Y' TO WS-SEEN(WS-SLOT).
001980     MOVE FLAGDEF-EFF-DATE TO WS-BEST-DATE(WS-SLOT).
001990     MOVE FLAGDEF-NAME TO FLG-NAME(WS-SLOT).
002000     MOVE FLAGDEF-STATUS TO FLG-FLAG-STATUS(WS-SLOT).
002010     MOVE FLAGDEF-EFF-DATE TO FLG-EFF-DATE(WS-SLOT).
002020     MOVE FLAGDEF-ACTION TO FLG-ACTION(WS-SLOT).
002030 3000-NEXT.
002040     PERFORM 2000-READ-FLAGDEF THRU 2000-EXIT.
002050 3000-EXIT.
002060     EXIT.
002070*================================================================
002080 4000-CHECK-COMPLETE.
002090*================================================================
002100     IF WS-SEEN(WS-CLEAR-IDX) NOT = 'Y'
002110         MOVE 'E' TO FLG-STATUS
002120         COMPUTE WS-MISSING-POS = WS-CLEAR-IDX - 1
002130         STRING 'BIT POSITION ' DELIMITED BY SIZE
002140                WS-MISSING-POS DELIMITED BY SIZE
002150                ' NOT IN FORCE ' DELIMITED BY SIZE
002160                WS-AS-OF DELIMITED BY SIZE
002170             INTO FLG-ERROR-TEXT
002180     END-IF.
002190 4000-EXIT.
002200     EXIT.
