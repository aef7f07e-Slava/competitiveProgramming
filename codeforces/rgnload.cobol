000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     RGNLOAD.
000030 AUTHOR.         S. KOVALENKO.
000040 INSTALLATION.   RECONCILIATION BATCH.
000050 DATE-WRITTEN.   OCT 2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 SK  ORIGINAL VERSION. LOADS THE REGION MASTER
000110*                (RGNMST) INTO THE REG-BLOCK (RGNTAB.CPY) FOR
000120*                BRCHMNT, SITEMNT, DST153E AND RGNRUP, THE SAME
000130*                WAY CALLOAD SERVES THE CALENDAR. A MISSING FILE
000140*                COMES BACK REG-NO-FILE WITH NO REGIONS; A
000150*                MALFORMED ONE (BLANK OR REPEATED CODE, STATUS
000160*                NOT A OR I, A BOX CORNER NOT NUMERIC OR A
000170*                MINIMUM PAST ITS MAXIMUM, MORE THAN 100
000180*                REGIONS) COMES BACK REG-BAD-FILE AND THE
000190*                CALLER MUST REJECT ITS RUN RATHER THAN VALIDATE
000200*                AGAINST HALF A MASTER.
000210*================================================================
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER.    IBM-370.
000250 OBJECT-COMPUTER.    IBM-370.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT OPTIONAL REGION-MASTER-FILE ASSIGN TO RGNMST
000290            ORGANIZATION IS LINE SEQUENTIAL
000300            FILE STATUS IS WS-RGN-STATUS.
000310*
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  REGION-MASTER-FILE
000350     RECORD CONTAINS 92 CHARACTERS.
000360     COPY RGNMST.
000370*
000380 WORKING-STORAGE SECTION.
000390*----------------------------------------------------------------
000400* WORK FIELDS
000410*----------------------------------------------------------------
000420 01  WS-RGN-STATUS               PIC X(02).
000430 01  WS-EOF-SWITCH               PIC X(01).
000440     88  WS-END-OF-FILE                     VALUE 'Y'.
000450 01  WS-REG-IDX                  PIC 9(03)  COMP.
000460 01  WS-REG-FOUND-IDX            PIC 9(03)  COMP.
000470*
000480 LINKAGE SECTION.
000490     COPY RGNTAB.
000500*
000510 PROCEDURE DIVISION USING REG-BLOCK.
000520*================================================================
000530 0000-MAINLINE.
000540*================================================================
000550     MOVE 'Y' TO REG-STATUS.
000560     MOVE SPACES TO REG-ERROR-TEXT.
000570     MOVE 'N' TO WS-EOF-SWITCH.
000580     MOVE 0 TO REG-COUNT.
000590     OPEN INPUT REGION-MASTER-FILE.
000600     IF WS-RGN-STATUS NOT = '00' AND WS-RGN-STATUS NOT = '05'
000610         MOVE 'N' TO REG-STATUS
000620         GOBACK
000630     END-IF.
000640     PERFORM 2000-READ-REGION THRU 2000-EXIT.
000650     IF WS-END-OF-FILE
000660*        AN OPTIONAL FILE THAT WAS NOT PRESENT READS AS AN
000670*        IMMEDIATELY EMPTY FILE - NO REGION IS ON THE MASTER
000680*        EITHER WAY.
000690         MOVE 'N' TO REG-STATUS
000700     END-IF.
000710     PERFORM 3000-TAKE-REGION THRU 3000-EXIT
000720         UNTIL WS-END-OF-FILE OR REG-BAD-FILE.
000730     CLOSE REGION-MASTER-FILE.
000740     GOBACK.
000750*================================================================
000760 2000-READ-REGION.
000770*================================================================
000780     READ REGION-MASTER-FILE
000790         AT END
000800             SET WS-END-OF-FILE TO TRUE
000810     END-READ.
000820 2000-EXIT.
000830     EXIT.
000840*================================================================
000850 3000-TAKE-REGION.
000860*================================================================
000870     IF RGNMST-CODE = SPACES
000880         MOVE 'E' TO REG-STATUS
000890         MOVE 'REGION RECORD WITH BLANK CODE'
000900             TO REG-ERROR-TEXT
000910         GO TO 3000-EXIT
000920     END-IF.
000930     IF NOT RGNMST-ACTIVE AND NOT RGNMST-INACTIVE
000940         MOVE 'E' TO REG-STATUS
000950         STRING 'REGION ' RGNMST-CODE ' STATUS NOT A OR I'
000960             DELIMITED BY SIZE INTO REG-ERROR-TEXT
000970         GO TO 3000-EXIT
000980     END-IF.
000990     IF RGNMST-MIN-X NOT NUMERIC OR RGNMST-MIN-Y NOT NUMERIC
001000         OR RGNMST-MAX-X NOT NUMERIC
001010         OR RGNMST-MAX-Y NOT NUMERIC
001020         MOVE 'E' TO REG-STATUS
001030         STRING 'REGION ' RGNMST-CODE ' BOX NOT NUMERIC'
001040             DELIMITED BY SIZE INTO REG-ERROR-TEXT
001050         GO TO 3000-EXIT
001060     END-IF.
001070     IF RGNMST-MIN-X > RGNMST-MAX-X
001080         OR RGNMST-MIN-Y > RGNMST-MAX-Y
001090         MOVE 'E' TO REG-STATUS
001100         STRING 'REGION ' RGNMST-CODE ' BOX MINIMUM PAST MAXIMUM'
001110             DELIMITED BY SIZE INTO REG-ERROR-TEXT
001120         GO TO 3000-EXIT
001130     END-IF.
001140     MOVE 0 TO WS-REG-FOUND-IDX.
001150     PERFORM 3100-MATCH-REGION THRU 3100-EXIT
001160         VARYING WS-REG-IDX FROM 1 BY 1
001170         UNTIL WS-REG-IDX > REG-COUNT
001180             OR WS-REG-FOUND-IDX > 0.
001190     IF WS-REG-FOUND-IDX > 0
001200         MOVE 'E' TO REG-STATUS
001210         STRING 'REGION ' RGNMST-CODE ' ON THE MASTER TWICE'
001220             DELIMITED BY SIZE INTO REG-ERROR-TEXT
001230         GO TO 3000-EXIT
001240     END-IF.
001250     IF REG-COUNT >= 100
001260         MOVE 'E' TO REG-STATUS
001270         MOVE 'MORE THAN 100 REGIONS' TO REG-ERROR-TEXT
001280         GO TO 3000-EXIT
001290     END-IF.
001300     ADD 1 TO REG-COUNT.
001310     MOVE RGNMST-CODE TO REG-CODE(REG-COUNT).
001320     MOVE RGNMST-NAME TO REG-NAME(REG-COUNT).
001330     MOVE RGNMST-MANAGER TO REG-MANAGER(REG-COUNT).
001340     MOVE RGNMST-STATUS TO REG-REGION-STATUS(REG-COUNT).
001350     MOVE RGNMST-MIN-X TO REG-MIN-X(REG-COUNT).
001360     MOVE RGNMST-MIN-Y TO REG-MIN-Y(REG-COUNT).
001370     MOVE RGNMST-MAX-X TO REG-MAX-X(REG-COUNT).
001380     MOVE RGNMST-MAX-Y TO REG-MAX-Y(REG-COUNT).
001390     PERFORM 2000-READ-REGION THRU 2000-EXIT.
001400 3000-EXIT.
001410     EXIT.
001420*================================================================
001430 3100-MATCH-REGION.
001440*================================================================
001450     IF REG-CODE(WS-REG-IDX) = RGNMST-CODE
001460         MOVE WS-REG-IDX TO WS-REG-FOUND-IDX
001470     END-IF.
001480 3100-EXIT.
001490     EXIT.
