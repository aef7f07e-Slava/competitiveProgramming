000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     RATLOAD.
000030 AUTHOR.         S. KOVALENKO.
000040 INSTALLATION.   RECONCILIATION BATCH.
000050 DATE-WRITTEN.   OCT 2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 SK  ORIGINAL VERSION. LOADS THE DAY'S EXCHANGE
000110*                RATES FROM THE RATE FILE (RATFIL) INTO THE
000120*                RATE-BLOCK (RATETAB.CPY) FOR ADD153A, THE SAME
000130*                WAY CALLOAD SERVES THE CALENDAR. ONE RECORD
000140*                PER FOREIGN BOOKING CURRENCY - THE CODE, THE
000150*                DATE THE RATE WAS STRUCK FOR AND THE RATE
000160*                (BASE UNITS PER FOREIGN UNIT, SIX DECIMAL
000170*                PLACES). A MISSING FILE IS NOT AN ERROR HERE -
000180*                THE ADDER SENDS EACH FOREIGN-CURRENCY BRANCH'S
000190*                PAIRS TO SUSPENSE FOR WANT OF A RATE - BUT A
000200*                MALFORMED FILE COMES BACK RATE-BAD-FILE AND
000210*                THE CALLER MUST REJECT ITS RUN RATHER THAN
000220*                POST AT A RATE NOBODY MEANT.
000230* 2026-10-15 SK  A RATE FILE THAT IS PRESENT BUT WILL NOT OPEN
000240*                (ANY STATUS OTHER THAN '00' OR '05') NOW COMES
000250*                BACK RATE-BAD-FILE WITH THE OPEN STATUS IN
000260*                RATE-ERROR-TEXT, AS PRDLOAD AND THE OTHER LOADERS
000270*                DO; ONLY A MISSING OR EMPTY FILE IS RATE-NO-FILE.
000280*================================================================
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.    IBM-370.
000320 OBJECT-COMPUTER.    IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT OPTIONAL RATE-FILE ASSIGN TO RATFIL
000360            ORGANIZATION IS LINE SEQUENTIAL
000370            FILE STATUS IS WS-RATE-STATUS.
000380*
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  RATE-FILE
000420     RECORD CONTAINS 30 CHARACTERS.
000430 01  RATFIL-RECORD.
000440     05  RATFIL-CURRENCY         PIC X(03).
000450     05  RATFIL-DATE             PIC 9(08).
000460     05  RATFIL-RATE             PIC 9(04)V9(06).
000470     05  FILLER                  PIC X(09).
000480*
000490 WORKING-STORAGE SECTION.
000500*----------------------------------------------------------------
000510* WORK FIELDS
000520*----------------------------------------------------------------
000530 01  WS-RATE-STATUS              PIC X(02).
000540 01  WS-EOF-SWITCH               PIC X(01).
000550     88  WS-END-OF-FILE                     VALUE 'Y'.
000560 01  WS-RATE-IDX                 PIC 9(02).
000570 01  WS-DUP-SWITCH               PIC X(01).
000580     88  WS-DUP-FOUND                       VALUE 'Y'.
000590*
000600 LINKAGE SECTION.
000610     COPY RATETAB.
000620*
000630 PROCEDURE DIVISION USING RATE-BLOCK.
000640*================================================================
000650 0000-MAINLINE.
000660*================================================================
000670     MOVE 'Y' TO RATE-STATUS.
000680     MOVE SPACES TO RATE-ERROR-TEXT.
000690     MOVE 0 TO RATE-COUNT.
000700     MOVE 'N' TO WS-EOF-SWITCH.
000710     OPEN INPUT RATE-FILE.
000720*    A MISSING FILE OPENS '05' AND READS EMPTY BELOW. A FILE
000730*    THAT IS THERE BUT WILL NOT OPEN IS NOT 'NO RATES' - THE
000740*    ADDER WOULD SUSPEND EVERY FOREIGN PAIR FOR NO GOOD REASON.
000750     IF WS-RATE-STATUS NOT = '00' AND WS-RATE-STATUS NOT = '05'
000760         MOVE 'E' TO RATE-STATUS
000770         STRING 'RATE FILE OPEN STATUS '
000780                WS-RATE-STATUS
000790                DELIMITED BY SIZE INTO RATE-ERROR-TEXT
000800         GOBACK
000810     END-IF.
000820     PERFORM 2000-READ-RATE THRU 2000-EXIT.
000830     IF WS-END-OF-FILE
000840*        AN OPTIONAL FILE THAT WAS NOT PRESENT READS AS AN
000850*        IMMEDIATELY EMPTY FILE - NO RATES EITHER WAY.
000860         MOVE 'N' TO RATE-STATUS
000870     END-IF.
000880     PERFORM 3000-TAKE-RATE THRU 3000-EXIT
000890         UNTIL WS-END-OF-FILE OR RATE-BAD-FILE.
000900     CLOSE RATE-FILE.
000910     GOBACK.
000920*================================================================
000930 2000-READ-RATE.
000940*================================================================
000950     READ RATE-FILE
000960         AT END
000970             SET WS-END-OF-FILE TO TRUE
000980     END-READ.
000990 2000-EXIT.
001000     EXIT.
001010*================================================================
001020 3000-TAKE-RATE.
001030*================================================================
001040     IF RATFIL-CURRENCY = SPACES
001050         MOVE 'E' TO RATE-STATUS
001060         MOVE 'RATE RECORD WITH NO CURRENCY CODE'
001070             TO RATE-ERROR-TEXT
001080         GO TO 3000-EXIT
001090     END-IF.
001100     IF RATFIL-DATE NOT NUMERIC
001110         MOVE 'E' TO RATE-STATUS
001120         STRING 'RATE DATE NOT NUMERIC FOR '
001130                RATFIL-CURRENCY
001140                DELIMITED BY SIZE INTO RATE-ERROR-TEXT
001150         GO TO 3000-EXIT
001160     END-IF.
001170     IF RATFIL-RATE NOT NUMERIC OR RATFIL-RATE = 0
001180         MOVE 'E' TO RATE-STATUS
001190         STRING 'RATE NOT NUMERIC OR ZERO FOR '
001200                RATFIL-CURRENCY
001210                DELIMITED BY SIZE INTO RATE-ERROR-TEXT
001220         GO TO 3000-EXIT
001230     END-IF.
001240     MOVE 'N' TO WS-DUP-SWITCH.
001250     PERFORM 3100-CHECK-DUPLICATE THRU 3100-EXIT
001260         VARYING WS-RATE-IDX FROM 1 BY 1
001270         UNTIL WS-RATE-IDX > RATE-COUNT OR WS-DUP-FOUND.
001280     IF WS-DUP-FOUND
001290         MOVE 'E' TO RATE-STATUS
001300         STRING 'MORE THAN ONE RATE FOR '
001310                RATFIL-CURRENCY
001320                DELIMITED BY SIZE INTO RATE-ERROR-TEXT
001330         GO TO 3000-EXIT
001340     END-IF.
001350     IF RATE-COUNT >= 50
001360         MOVE 'E' TO RATE-STATUS
001370         MOVE 'MORE THAN 50 RATES' TO RATE-ERROR-TEXT
001380         GO TO 3000-EXIT
001390     END-IF.
001400     ADD 1 TO RATE-COUNT.
001410     MOVE RATFIL-CURRENCY TO RATE-CURRENCY(RATE-COUNT).
001420     MOVE RATFIL-DATE TO RATE-DATE(RATE-COUNT).
001430     MOVE RATFIL-RATE TO RATE-VALUE(RATE-COUNT).
001440     PERFORM 2000-READ-RATE THRU 2000-EXIT.
001450 3000-EXIT.
001460     EXIT.
001470*================================================================
001480 3100-CHECK-DUPLICATE.
001490*================================================================
001500     IF RATE-CURRENCY(WS-RATE-IDX) = RATFIL-CURRENCY
001510         SET WS-DUP-FOUND TO TRUE
001520     END-IF.
001530 3100-EXIT.
001540     EXIT.
