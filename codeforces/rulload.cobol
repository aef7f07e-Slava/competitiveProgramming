000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     RULLOAD.
000030 AUTHOR.         S. KOVALENKO.
000040 INSTALLATION.   RECONCILIATION BATCH.
000050 DATE-WRITTEN.   OCT 2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 SK  ORIGINAL VERSION. LOADS THE FLAG-COMBINATION
000110*                RULES FROM THE FLAG RULE FILE (FLAGRUL) INTO THE
000120*                RUL-BLOCK TABLE (RULTAB.CPY) AS THEY STOOD ON
000130*                THE CALLER'S RUL-AS-OF-DATE, THE SAME WAY
000140*                FLGLOAD SERVES THE LEGEND: FOR EACH RULE ID THE
000150*                RECORD WITH THE LATEST EFFECTIVE DATE ON OR
000160*                BEFORE THE DATE WINS. EACH RECORD CARRIES RULE
000170*                ID, TYPE (F FORBIDDEN, R REQUIRED), BIT A, BIT
000180*                B, ACTIVE/RETIRED STATUS, EFFECTIVE DATE AND A
000190*                DESCRIPTION. A MISSING FILE MEANS NO RULES; A
000200*                FIELD THAT DOES NOT EDIT CLEAN, OR TWO RECORDS
000210*                FOR ONE RULE ON ONE DATE, COMES BACK
000220*                RUL-BAD-FILE AND THE CALLER MUST REJECT ITS RUN.
000230*================================================================
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.    IBM-370.
000270 OBJECT-COMPUTER.    IBM-370.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT OPTIONAL RULE-FILE ASSIGN TO FLAGRUL
000310            ORGANIZATION IS LINE SEQUENTIAL
000320            FILE STATUS IS WS-RULE-STATUS.
000330*
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  RULE-FILE
000370     RECORD CONTAINS 50 CHARACTERS.
000380 01  FLAGRUL-RECORD.
000390     05  FLAGRUL-ID              PIC X(06).
000400     05  FLAGRUL-TYPE            PIC X(01).
000410     05  FLAGRUL-BIT-A           PIC 9(02).
000420     05  FLAGRUL-BIT-B           PIC 9(02).
000430     05  FLAGRUL-STATUS          PIC X(01).
000440     05  FLAGRUL-EFF-DATE        PIC 9(08).
000450     05  FLAGRUL-TEXT            PIC X(30).
000460*
000470 WORKING-STORAGE SECTION.
000480*----------------------------------------------------------------
000490* WORK FIELDS
000500*----------------------------------------------------------------
000510 01  WS-RULE-STATUS              PIC X(02).
000520 01  WS-EOF-SWITCH               PIC X(01).
000530     88  WS-END-OF-FILE                     VALUE 'Y'.
000540 01  WS-RULE-IDX                 PIC 9(03)  COMP.
000550 01  WS-FOUND-IDX                PIC 9(03)  COMP.
000560 01  WS-AS-OF                    PIC 9(08).
000570*
000580 LINKAGE SECTION.
000590     COPY RULTAB.
000600*
000610 PROCEDURE DIVISION USING RUL-BLOCK.
000620*================================================================
000630 0000-MAINLINE.
000640*================================================================
000650     MOVE 'Y' TO RUL-STATUS.
000660     MOVE SPACES TO RUL-ERROR-TEXT.
000670     MOVE 0 TO RUL-COUNT.
000680     IF RUL-AS-OF-DATE NUMERIC AND RUL-AS-OF-DATE > 0
000690         MOVE RUL-AS-OF-DATE TO WS-AS-OF
000700     ELSE
000710         ACCEPT WS-AS-OF FROM DATE YYYYMMDD
000720     END-IF.
000730     MOVE 'N' TO WS-EOF-SWITCH.
000740     OPEN INPUT RULE-FILE.
000750     IF WS-RULE-STATUS NOT = '00' AND WS-RULE-STATUS NOT = '05'
000760         MOVE 'N' TO RUL-STATUS
000770         GOBACK
000780     END-IF.
000790     PERFORM 2000-READ-RULE THRU 2000-EXIT.
000800     IF WS-END-OF-FILE
000810*        AN OPTIONAL FILE THAT WAS NOT PRESENT READS AS AN
000820*        IMMEDIATELY EMPTY FILE - NO RULES EITHER WAY.
000830         MOVE 'N' TO RUL-STATUS
000840     END-IF.
000850     PERFORM 3000-TAKE-RULE THRU 3000-EXIT
000860         UNTIL WS-END-OF-FILE OR RUL-BAD-FILE.
000870     CLOSE RULE-FILE.
000880     GOBACK.
000890*================================================================
000900 2000-READ-RULE.
000910*================================================================
000920     READ RULE-FILE
000930         AT END
000940             SET WS-END-OF-FILE TO TRUE
000950     END-READ.
000960 2000-EXIT.
000970     EXIT.
000980*================================================================
000990 3000-TAKE-RULE.
001000*================================================================
001010     IF FLAGRUL-ID = SPACES
001020         MOVE 'E' TO RUL-STATUS
001030         MOVE 'RULE RECORD WITH NO RULE ID' TO RUL-ERROR-TEXT
001040         GO TO 3000-EXIT
001050     END-IF.
001060     IF FLAGRUL-TYPE NOT = 'F' AND FLAGRUL-TYPE NOT = 'R'
001070         MOVE 'E' TO RUL-STATUS
001080         STRING 'TYPE NOT F OR R FOR RULE ' DELIMITED BY SIZE
001090                FLAGRUL-ID DELIMITED BY SIZE
001100             INTO RUL-ERROR-TEXT
001110         GO TO 3000-EXIT
001120     END-IF.
001130     IF FLAGRUL-BIT-A NOT NUMERIC OR FLAGRUL-BIT-A > 29
001140         OR FLAGRUL-BIT-B NOT NUMERIC OR FLAGRUL-BIT-B > 29
001150         OR FLAGRUL-BIT-A = FLAGRUL-BIT-B
001160         MOVE 'E' TO RUL-STATUS
001170         STRING 'BITS NOT TWO OF 00-29 FOR RULE '
001180                    DELIMITED BY SIZE
001190                FLAGRUL-ID DELIMITED BY SIZE
001200             INTO RUL-ERROR-TEXT
001210         GO TO 3000-EXIT
001220     END-IF.
001230     IF FLAGRUL-STATUS NOT = 'A' AND FLAGRUL-STATUS NOT = 'R'
001240         MOVE 'E' TO RUL-STATUS
001250         STRING 'STATUS NOT A OR R FOR RULE ' DELIMITED BY SIZE
001260                FLAGRUL-ID DELIMITED BY SIZE
001270             INTO RUL-ERROR-TEXT
001280         GO TO 3000-EXIT
001290     END-IF.
001300     IF FLAGRUL-EFF-DATE NOT NUMERIC
001310         MOVE 'E' TO RUL-STATUS
001320         STRING 'EFFECTIVE DATE NOT NUMERIC FOR RULE '
001330                    DELIMITED BY SIZE
001340                FLAGRUL-ID DELIMITED BY SIZE
001350             INTO RUL-ERROR-TEXT
001360         GO TO 3000-EXIT
001370     END-IF.
001380*    ONLY RECORDS ALREADY IN FORCE ON THE AS-OF DATE COMPETE;
001390*    AMONG THOSE, THE LATEST EFFECTIVE DATE WINS AND A TIE ON
001400*    THE SAME RULE IS A DAMAGED FILE.
001410     IF FLAGRUL-EFF-DATE > WS-AS-OF
001420         GO TO 3000-NEXT
001430     END-IF.
001440     MOVE 0 TO WS-FOUND-IDX.
001450     PERFORM 3100-MATCH-RULE THRU 3100-EXIT
001460         VARYING WS-RULE-IDX FROM 1 BY 1
001470         UNTIL WS-RULE-IDX > RUL-COUNT OR WS-FOUND-IDX > 0.
001480     IF WS-FOUND-IDX > 0
001490         IF FLAGRUL-EFF-DATE = RUL-EFF-DATE(WS-FOUND-IDX)
001500             MOVE 'E' TO RUL-STATUS
001510             STRING 'RULE ' DELIMITED BY SIZE
001520                    FLAGRUL-ID DELIMITED BY SIZE
001530                    ' DEFINED TWICE ON ONE DATE'
001540                        DELIMITED BY SIZE
001550                 INTO RUL-ERROR-TEXT
001560             GO TO 3000-EXIT
001570         END-IF
001580         IF FLAGRUL-EFF-DATE < RUL-EFF-DATE(WS-FOUND-IDX)
001590             GO TO 3000-NEXT
001600         END-IF
001610     ELSE
001620         IF RUL-COUNT >= 100
001630             MOVE 'E' TO RUL-STATUS
001640             MOVE 'MORE THAN 100 RULES' TO RUL-ERROR-TEXT
001650             GO TO 3000-EXIT
001660         END-IF
001670         ADD 1 TO RUL-COUNT
001680         MOVE RUL-COUNT TO WS-FOUND-IDX
001690     END-IF.
001700     MOVE FLAGRUL-ID TO RUL-ID(WS-FOUND-IDX).
001710     MOVE FLAGRUL-TYPE TO RUL-TYPE(WS-FOUND-IDX).
001720     MOVE FLAGRUL-BIT-A TO RUL-BIT-A(WS-FOUND-IDX).
001730     MOVE FLAGRUL-BIT-B TO RUL-BIT-B(WS-FOUND-IDX).
001740     MOVE FLAGRUL-STATUS TO RUL-RULE-STATUS(WS-FOUND-IDX).
001750     MOVE FLAGRUL-EFF-DATE TO RUL-EFF-DATE(WS-FOUND-IDX).
001760     MOVE FLAGRUL-TEXT TO RUL-TEXT(WS-FOUND-IDX).
001770 3000-NEXT.
001780     PERFORM 2000-READ-RULE THRU 2000-EXIT.
001790 3000-EXIT.
001800     EXIT.
001810*================================================================
001820 3100-MATCH-RULE.
001830*================================================================
001840     IF RUL-ID(WS-RULE-IDX) = FLAGRUL-ID
001850         MOVE WS-RULE-IDX TO WS-FOUND-IDX
001860     END-IF.
001870 3100-EXIT.
001880     EXIT.
