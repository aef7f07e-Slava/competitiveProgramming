000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     PRDLOAD.
000030 AUTHOR.         S. KOVALENKO.
000040 INSTALLATION.   RECONCILIATION BATCH.
000050 DATE-WRITTEN.   OCT 2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 SK  ORIGINAL VERSION. LOADS THE CLOSED MONTHS FROM
000110*                THE PERIOD CONTROL FILE (PRDCTL) INTO THE
000120*                PRD-BLOCK (PRDTAB.CPY) FOR ADD153A, SUSPRES,
000130*                ADDSTMT AND PRDCLS, THE SAME WAY CALLOAD
000140*                SERVES THE CALENDAR. EVERY RECORD IS PROVEN -
000150*                AN 'M' RECORD PER CLOSED MONTH, MONTHS IN
000160*                ASCENDING ORDER, EACH FOLLOWED BY ITS FROZEN
000170*                'B' BRANCH RECORDS WITH NUMERIC FIGURES. A
000180*                MISSING FILE IS NOT AN ERROR - NO MONTH HAS
000190*                BEEN CLOSED YET - BUT A MALFORMED FILE COMES
000200*                BACK PRD-BAD-FILE AND THE CALLER MUST REJECT
000210*                ITS RUN RATHER THAN GUESS WHICH MONTHS ARE
000220*                CLOSED.
000230* 2026-10-15 SK  A PERIOD CONTROL FILE THAT WILL NOT OPEN (ANY
000240*                STATUS BUT 00 OR 05) NOW COMES BACK PRD-BAD-FILE,
000250*                NAMING THE STATUS, INSTEAD OF PRD-NO-FILE - IT
000260*                USED TO READ AS NO MONTH CLOSED AND UNLOCK EVERY
000270*                CLOSED MONTH.
000280*================================================================
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.    IBM-370.
000320 OBJECT-COMPUTER.    IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT OPTIONAL PERIOD-CONTROL-FILE ASSIGN TO PRDCTL
000360            ORGANIZATION IS LINE SEQUENTIAL
000370            FILE STATUS IS WS-PRD-STATUS.
000380*
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  PERIOD-CONTROL-FILE
000420     RECORD CONTAINS 100 CHARACTERS.
000430     COPY PRDCTL.
000440*
000450 WORKING-STORAGE SECTION.
000460*----------------------------------------------------------------
000470* WORK FIELDS
000480*----------------------------------------------------------------
000490 01  WS-PRD-STATUS               PIC X(02).
000500 01  WS-EOF-SWITCH               PIC X(01).
000510     88  WS-END-OF-FILE                     VALUE 'Y'.
000520 01  WS-MONTH-WORK               PIC 9(06).
000530 01  WS-MONTH-WORK-X REDEFINES WS-MONTH-WORK.
000540     05  WS-MW-YYYY              PIC 9(04).
000550     05  WS-MW-MM                PIC 9(02).
000560*
000570 LINKAGE SECTION.
000580     COPY PRDTAB.
000590*
000600 PROCEDURE DIVISION USING PRD-BLOCK.
000610*================================================================
000620 0000-MAINLINE.
000630*================================================================
000640     MOVE 'Y' TO PRD-STATUS.
000650     MOVE SPACES TO PRD-ERROR-TEXT.
000660     MOVE 'N' TO WS-EOF-SWITCH.
000670     MOVE 0 TO PRD-COUNT.
000680     MOVE 0 TO PRD-LATEST-MONTH.
000690     OPEN INPUT PERIOD-CONTROL-FILE.
000700*    A MISSING FILE OPENS '05' AND READS EMPTY BELOW. A FILE
000710*    THAT IS THERE BUT WILL NOT OPEN IS NOT 'NOTHING CLOSED' -
000720*    THE CALLER CANNOT TELL WHICH MONTHS ARE LOCKED.
000730     IF WS-PRD-STATUS NOT = '00' AND WS-PRD-STATUS NOT = '05'
000740         MOVE 'E' TO PRD-STATUS
000750         STRING 'PERIOD CONTROL FILE OPEN STATUS '
000760                WS-PRD-STATUS
000770                DELIMITED BY SIZE INTO PRD-ERROR-TEXT
000780         GOBACK
000790     END-IF.
000800     PERFORM 2000-READ-CONTROL THRU 2000-EXIT.
000810     IF WS-END-OF-FILE
000820*        AN OPTIONAL FILE THAT WAS NOT PRESENT READS AS AN
000830*        IMMEDIATELY EMPTY FILE - NOTHING IS CLOSED EITHER WAY.
000840         MOVE 'N' TO PRD-STATUS
000850     END-IF.
000860     PERFORM 3000-TAKE-CONTROL THRU 3000-EXIT
000870         UNTIL WS-END-OF-FILE OR PRD-BAD-FILE.
000880     CLOSE PERIOD-CONTROL-FILE.
000890     GOBACK.
000900*================================================================
000910 2000-READ-CONTROL.
000920*================================================================
000930     READ PERIOD-CONTROL-FILE
000940         AT END
000950             SET WS-END-OF-FILE TO TRUE
000960     END-READ.
000970 2000-EXIT.
000980     EXIT.
000990*================================================================
001000 3000-TAKE-CONTROL.
001010*================================================================
001020     IF PRDC-IS-MONTH
001030         PERFORM 3100-TAKE-MONTH THRU 3100-EXIT
001040         GO TO 3000-NEXT
001050     END-IF.
001060     IF PRDC-IS-BRANCH
001070         PERFORM 3200-TAKE-BRANCH THRU 3200-EXIT
001080         GO TO 3000-NEXT
001090     END-IF.
001100     MOVE 'E' TO PRD-STATUS.
001110     MOVE 'RECORD TYPE NOT M OR B' TO PRD-ERROR-TEXT.
001120     GO TO 3000-EXIT.
001130 3000-NEXT.
001140     PERFORM 2000-READ-CONTROL THRU 2000-EXIT.
001150 3000-EXIT.
001160     EXIT.
001170*================================================================
001180 3100-TAKE-MONTH.
001190*================================================================
001200     IF PRDC-MONTH NOT NUMERIC
001210         MOVE 'E' TO PRD-STATUS
001220         MOVE 'CLOSED MONTH NOT NUMERIC' TO PRD-ERROR-TEXT
001230         GO TO 3100-EXIT
001240     END-IF.
001250     MOVE PRDC-MONTH TO WS-MONTH-WORK.
001260     IF WS-MW-MM < 1 OR WS-MW-MM > 12
001270         MOVE 'E' TO PRD-STATUS
001280         MOVE 'CLOSED MONTH NOT A VALID YYYYMM'
001290             TO PRD-ERROR-TEXT
001300         GO TO 3100-EXIT
001310     END-IF.
001320     IF PRDC-CLOSE-DATE NOT NUMERIC
001330         OR PRDC-BRANCH-COUNT NOT NUMERIC
001340         OR PRDC-UNDATED-COUNT NOT NUMERIC
001350         OR PRDC-DUP-COUNT NOT NUMERIC
001360         MOVE 'E' TO PRD-STATUS
001370         MOVE 'MONTH RECORD FIGURES NOT NUMERIC'
001380             TO PRD-ERROR-TEXT
001390         GO TO 3100-EXIT
001400     END-IF.
001410*    THE CLOSE RUN ONLY EVER CLOSES THE MONTH AFTER THE LATEST
001420*    ONE, SO THE MONTHS CLIMB - A REPEAT OR A STEP BACK IS A
001430*    HAND-EDITED OR MIXED-UP FILE.
001440     IF PRDC-MONTH NOT > PRD-LATEST-MONTH
001450         MOVE 'E' TO PRD-STATUS
001460         MOVE 'CLOSED MONTHS NOT IN ASCENDING ORDER'
001470             TO PRD-ERROR-TEXT
001480         GO TO 3100-EXIT
001490     END-IF.
001500     IF PRD-COUNT >= 240
001510         MOVE 'E' TO PRD-STATUS
001520         MOVE 'MORE THAN 240 CLOSED MONTHS' TO PRD-ERROR-TEXT
001530         GO TO 3100-EXIT
001540     END-IF.
001550     ADD 1 TO PRD-COUNT.
001560     MOVE PRDC-MONTH TO PRD-MONTH(PRD-COUNT).
001570     MOVE PRDC-CLOSE-DATE TO PRD-CLOSE-DATE(PRD-COUNT).
001580     MOVE PRDC-MONTH TO PRD-LATEST-MONTH.
001590 3100-EXIT.
001600     EXIT.
001610*================================================================
001620 3200-TAKE-BRANCH.
001630*================================================================
001640*    A FROZEN BRANCH RECORD BELONGS TO THE MONTH RECORD IT
001650*    FOLLOWS.
001660     IF PRD-COUNT = 0
001670         OR PRDC-MONTH NOT = PRD-LATEST-MONTH
001680         MOVE 'E' TO PRD-STATUS
001690         MOVE 'BRANCH RECORD NOT UNDER ITS MONTH'
001700             TO PRD-ERROR-TEXT
001710         GO TO 3200-EXIT
001720     END-IF.
001730     IF PRDC-RECORDS NOT NUMERIC
001740         OR PRDC-BASE-NET NOT NUMERIC
001750         OR PRDC-OWN-NET NOT NUMERIC
001760         OR PRDC-OPEN-COUNT NOT NUMERIC
001770         MOVE 'E' TO PRD-STATUS
001780         MOVE 'BRANCH RECORD FIGURES NOT NUMERIC'
001790             TO PRD-ERROR-TEXT
001800     END-IF.
001810 3200-EXIT.
001820     EXIT.
