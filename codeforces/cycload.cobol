000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CYCLOAD.
000030 AUTHOR.         S. KOVALENKO.
000040 INSTALLATION.   RECONCILIATION BATCH.
000050 DATE-WRITTEN.   OCT 2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 SK  ORIGINAL VERSION. LOADS THE RUN-CYCLE CARD
000110*                (RUNCYC) RUNCHK WRITES AT THE FRONT OF THE
000120*                STREAM INTO THE CYC-BLOCK (CYCTAB.CPY), THE
000130*                SAME WAY CALLOAD SERVES THE CALENDAR. A
000140*                MISSING OR EMPTY CARD IS NOT AN ERROR - THE
000150*                RUN IS THEN CYCLE 1 AND CLOSES ITS DATE, WHICH
000160*                IS WHAT EVERY STEP ASSUMED BEFORE A DATE COULD
000170*                RUN IN MORE THAN ONE CYCLE - BUT A CARD WITH A
000180*                BAD DATE, CYCLE OR LAST-CYCLE FLAG COMES BACK
000190*                CYC-BAD-FILE AND THE CALLER DECIDES WHETHER TO
000200*                REJECT ITS RUN.
000210* 2026-10-15 SK  THE CARD NOW ALSO CARRIES THE STEP A RESUMED RUN
000220*                (THE DLYRSUM JOB) RESTARTED FROM, RETURNED IN
000230*                CYC-RESUME-FROM - SPACES ON AN UNINTERRUPTED RUN,
000240*                AND ON A CARD WRITTEN BEFORE THE FIELD EXISTED.
000250*================================================================
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.    IBM-370.
000290 OBJECT-COMPUTER.    IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT OPTIONAL CYCLE-FILE ASSIGN TO RUNCYC
000330            ORGANIZATION IS LINE SEQUENTIAL
000340            FILE STATUS IS WS-CYC-STATUS.
000350*
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  CYCLE-FILE
000390     RECORD CONTAINS 20 CHARACTERS.
000400     COPY RUNCYC.
000410*
000420 WORKING-STORAGE SECTION.
000430*----------------------------------------------------------------
000440* WORK FIELDS
000450*----------------------------------------------------------------
000460 01  WS-CYC-STATUS               PIC X(02).
000470*
000480 LINKAGE SECTION.
000490     COPY CYCTAB.
000500*
000510 PROCEDURE DIVISION USING CYC-BLOCK.
000520*================================================================
000530 0000-MAINLINE.
000540*================================================================
000550     MOVE 'N' TO CYC-STATUS.
000560     MOVE SPACES TO CYC-ERROR-TEXT.
000570     MOVE 0 TO CYC-RUN-DATE.
000580     MOVE '1' TO CYC-NUMBER.
000590     MOVE 'Y' TO CYC-LAST.
000600     MOVE SPACES TO CYC-RESUME-FROM.
000610     OPEN INPUT CYCLE-FILE.
000620     IF WS-CYC-STATUS NOT = '00' AND WS-CYC-STATUS NOT = '05'
000630         GOBACK
000640     END-IF.
000650     READ CYCLE-FILE
000660         AT END
000670*            AN OPTIONAL CARD THAT WAS NOT PRESENT READS AS AN
000680*            IMMEDIATELY EMPTY FILE - ONE CYCLE EITHER WAY.
000690             CLOSE CYCLE-FILE
000700             GOBACK
000710     END-READ.
000720     CLOSE CYCLE-FILE.
000730     PERFORM 1000-EDIT-CARD THRU 1000-EXIT.
000740     GOBACK.
000750*================================================================
000760 1000-EDIT-CARD.
000770*================================================================
000780     IF RCYC-RUN-DATE NOT NUMERIC
000790         MOVE 'E' TO CYC-STATUS
000800         MOVE 'RUN-CYCLE DATE NOT NUMERIC' TO CYC-ERROR-TEXT
000810         GO TO 1000-EXIT
000820     END-IF.
000830     IF RCYC-CYCLE < '1' OR RCYC-CYCLE > '8'
000840         MOVE 'E' TO CYC-STATUS
000850         MOVE 'RUN-CYCLE NUMBER NOT 1 TO 8' TO CYC-ERROR-TEXT
000860         GO TO 1000-EXIT
000870     END-IF.
000880     IF RCYC-LAST NOT = 'Y' AND RCYC-LAST NOT = 'N'
000890         MOVE 'E' TO CYC-STATUS
000900         MOVE 'LAST-CYCLE FLAG NOT Y OR N' TO CYC-ERROR-TEXT
000910         GO TO 1000-EXIT
000920     END-IF.
000930     MOVE 'Y' TO CYC-STATUS.
000940     MOVE RCYC-RUN-DATE TO CYC-RUN-DATE.
000950     MOVE RCYC-CYCLE TO CYC-NUMBER.
000960     MOVE RCYC-LAST TO CYC-LAST.
000970     MOVE RCYC-RESUME-FROM TO CYC-RESUME-FROM.
000980 1000-EXIT.
000990     EXIT.
