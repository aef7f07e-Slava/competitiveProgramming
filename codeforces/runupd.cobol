000260*                JOURNALING ITS START.
000270*                RUNCHK READS THE RESULT AT THE FRONT OF THE
000280*                NEXT STREAM AND THE ADDRRUN RESTART.
000290* 2026-10-15 SK  THE BRANCH LEDGER POSTING (LEDGPST) TAKES THE
000300*                SPARE TENTH STEP SLOT. RECORDS WRITTEN BEFORE
000310*                THE CHANGE CARRY SPACES THERE, WHICH NO READER
000320*                MATCHES.
000330* 2026-10-15 SK  CUTOFF CYCLES. ONE RECORD PER BUSINESS DATE AND
000340*                CYCLE - THE CYCLE AND WHETHER IT CLOSED THE DATE
000350*                COME FROM THE RUN-CYCLE CARD (RUNCYC, THROUGH
000360*                CYCLOAD), ONLY THAT CYCLE'S JOURNAL ENTRIES ARE
000370*                GRADED, AND A RERUN REPLACES ONLY ITS OWN
000380*                CYCLE'S RECORD. A JOURNAL ENTRY OR RECORD WITH
000390*                NO CYCLE IS CYCLE 1. A BAD CARD IS DISPLAYED
000400*                AND THE ONE-CYCLE DEFAULTS USED - THIS STEP
000410*                RUNS EVEN AFTER AN ABEND AND MUST STILL LEAVE
000420*                A RECORD. THE INTAKE GRADES DIRTY WHEN IT
000430*                FLAGGED A BRANCH SENDING IN TWO CYCLES.
000440* 2026-10-15 SK  RESUMED RUNS. THE DLYRSUM JOB FINISHES A FAILED
000450*                CYCLE FROM ITS FIRST FAILED OR BYPASSED STEP
000460*                UNDER THE SAME DATE AND CYCLE, SO THIS STEP STILL
000470*                WRITES ONE RECORD FOR THE CYCLE - THE STEPS THE
000480*                RESUME SKIPPED KEEP THE DISPOSITIONS THEIR
000490*                EARLIER JOURNAL ENTRIES EARNED, THE RERUN STEPS
000500*                TAKE THEIR NEW ONES. THE RECORD (WIDENED 120 TO
000510*                128) NOW CARRIES THE STEP THE RESUME RESTARTED
000520*                FROM, OFF THE RUN-CYCLE CARD; A LATER PLAIN RERUN
000530*                OF THE CYCLE KEEPS THE MARK.
000540*================================================================
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER.    IBM-370.
000580 OBJECT-COMPUTER.    IBM-370.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT OPTIONAL RUN-CONTROL-IN ASSIGN TO RUNCTL
000620            ORGANIZATION IS LINE SEQUENTIAL
000630            FILE STATUS IS WS-RCTL-STATUS.
000640     SELECT JOURNAL-FILE ASSIGN TO JRNLOG
000650            ORGANIZATION IS LINE SEQUENTIAL.
000660     SELECT RUN-CONTROL-OUT ASSIGN TO RUNCTLO
000670            ORGANIZATION IS LINE SEQUENTIAL.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  RUN-CONTROL-IN
000720     RECORD CONTAINS 128 CHARACTERS.
000730     COPY RUNCTL.
000740*
000750 FD  JOURNAL-FILE
000760     RECORD CONTAINS 160 CHARACTERS.
000770     COPY JRNLREC.
000780*
000790 FD  RUN-CONTROL-OUT
000800     RECORD CONTAINS 128 CHARACTERS.
000810 01  RUNCTLO-RECORD              PIC X(128).
000820*
000830 WORKING-STORAGE SECTION.
000840*----------------------------------------------------------------
000850* SWITCHES
000860*----------------------------------------------------------------
000870 01  WS-RCTL-STATUS              PIC X(02).
000880 01  WS-SWITCHES.
000890     05  WS-EOF-SWITCH           PIC X(01)  VALUE 'N'.
000900         88  WS-END-OF-FILE                 VALUE 'Y'.
000910*----------------------------------------------------------------
000920* THE STEPS OF THE NIGHTLY STREAM, IN STREAM ORDER - THE
000930* PROGRAM LIST THE NEW RECORD IS BUILT OVER
000940*----------------------------------------------------------------
000950 01  WS-STREAM-PROGRAMS.
000960     05  FILLER   PIC X(08)  VALUE 'FEEDINT'.
000970     05  FILLER   PIC X(08)  VALUE 'FEEDCHK'.
000980     05  FILLER   PIC X(08)  VALUE 'ADD153A'.
000990     05  FILLER   PIC X(08)  VALUE 'ADDVER'.
001000     05  FILLER   PIC X(08)  VALUE 'BIN153B'.
001010     05  FILLER   PIC X(08)  VALUE 'BINCMP'.
001020     05  FILLER   PIC X(08)  VALUE 'DST153E'.
001030     05  FILLER   PIC X(08)  VALUE 'EODDRV'.
001040     05  FILLER   PIC X(08)  VALUE 'RECBAL'.
001050     05  FILLER   PIC X(08)  VALUE 'LEDGPST'.
001060 01  WS-STREAM-TABLE REDEFINES WS-STREAM-PROGRAMS.
001070     05  WS-STREAM-PROGRAM       PIC X(08)  OCCURS 10 TIMES.
001080*----------------------------------------------------------------
001090* TONIGHT'S RECORD UNDER CONSTRUCTION
001100*----------------------------------------------------------------
001110 01  WS-NEW-RECORD.
001120     05  WS-NEW-DATE                 PIC 9(08).
001130     05  WS-NEW-STEP                 OCCURS 10 TIMES.
001140         10  WS-NEW-PROGRAM          PIC X(08).
001150         10  WS-NEW-STATUS           PIC X(01).
001160         10  WS-NEW-RC               PIC 9(02).
001170     05  WS-NEW-CYCLE                PIC X(01).
001180     05  WS-NEW-LAST                 PIC X(01).
001190     05  WS-NEW-RESUMED-FROM         PIC X(08).
001200 01  WS-STEP-IDX                 PIC 9(02)  COMP.
001210 01  WS-FOUND-IDX                PIC 9(02)  COMP.
001220*----------------------------------------------------------------
001230* CONTROL COUNTS
001240*----------------------------------------------------------------
001250 01  WS-KEPT-COUNT               PIC 9(05)  COMP.
001260 01  WS-KEPT-COUNT-D             PIC 9(05).
001270*----------------------------------------------------------------
001280* WORK FIELDS
001290*----------------------------------------------------------------
001300 01  WS-RUN-DATE                 PIC 9(08).
001310 01  WS-ENTRY-CYCLE              PIC X(01).
001320*----------------------------------------------------------------
001330* RUN CYCLE - LOADED FROM RUNCYC BY CYCLOAD
001340*----------------------------------------------------------------
001350     COPY CYCTAB.
001360*
001370 PROCEDURE DIVISION.
001380*================================================================
001390 0000-MAINLINE.
001400*================================================================
001410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001420     PERFORM 3000-DERIVE-FROM-JOURNAL THRU 3000-EXIT.
001430     PERFORM 7000-REWRITE-MASTER THRU 7000-EXIT.
001440     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001450     GO TO 9999-EXIT.
001460*================================================================
001470 1000-INITIALIZE.
001480*================================================================
001490     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001500     CALL 'CYCLOAD' USING CYC-BLOCK.
001510     IF CYC-BAD-FILE
001520         DISPLAY "RUN-CYCLE CARD BAD: " CYC-ERROR-TEXT
001530         DISPLAY "RECORDING AS CYCLE " CYC-NUMBER
001540     END-IF.
001550     MOVE 0 TO WS-KEPT-COUNT.
001560     MOVE SPACES TO WS-NEW-RECORD.
001570     MOVE WS-RUN-DATE TO WS-NEW-DATE.
001580     MOVE CYC-NUMBER TO WS-NEW-CYCLE.
001590     MOVE CYC-LAST TO WS-NEW-LAST.
001600     MOVE CYC-RESUME-FROM TO WS-NEW-RESUMED-FROM.
001610     PERFORM 1100-CLEAR-ONE-STEP THRU 1100-EXIT
001620         VARYING WS-STEP-IDX FROM 1 BY 1
001630         UNTIL WS-STEP-IDX > 10.
001640 1000-EXIT.
001650     EXIT.
001660*================================================================
001670 1100-CLEAR-ONE-STEP.
001680*================================================================
001690*    EVERY STEP STARTS AS 'B' (NO ENTRY) - A JOURNAL ENTRY
001700*    TONIGHT UPGRADES IT.
001710     MOVE WS-STREAM-PROGRAM(WS-STEP-IDX)
001720         TO WS-NEW-PROGRAM(WS-STEP-IDX).
001730     MOVE 'B' TO WS-NEW-STATUS(WS-STEP-IDX).
001740     MOVE 99 TO WS-NEW-RC(WS-STEP-IDX).
001750 1100-EXIT.
001760     EXIT.
001770*================================================================
001780 3000-DERIVE-FROM-JOURNAL.
001790*================================================================
001800*    THE LAST ENTRY FOR THE RUN DATE WINS PER PROGRAM - A
001810*    RERUN'S ENTRY SUPERSEDES THE RUN IT REPLACES, THE SAME
001820*    RULE ADDVER APPLIES.
001830     OPEN INPUT JOURNAL-FILE.
001840     PERFORM 3100-TAKE-JOURNAL-ENTRY THRU 3100-EXIT
001850         UNTIL WS-END-OF-FILE.
001860     CLOSE JOURNAL-FILE.
001870 3000-EXIT.
001880     EXIT.
001890*================================================================
001900 3100-TAKE-JOURNAL-ENTRY.
001910*================================================================
001920     READ JOURNAL-FILE
001930         AT END
001940             SET WS-END-OF-FILE TO TRUE
001950     END-READ.
001960     IF WS-END-OF-FILE
001970         GO TO 3100-EXIT
001980     END-IF.
001990     IF JRNL-RUN-DATE NOT NUMERIC
002000         OR JRNL-RUN-DATE NOT = WS-RUN-DATE
002010         GO TO 3100-EXIT
002020     END-IF.
002030     MOVE JRNL-CYCLE TO WS-ENTRY-CYCLE.
002040     IF WS-ENTRY-CYCLE = SPACE
002050         MOVE '1' TO WS-ENTRY-CYCLE
002060     END-IF.
002070     IF WS-ENTRY-CYCLE NOT = CYC-NUMBER
002080         GO TO 3100-EXIT
002090     END-IF.
002100     MOVE 0 TO WS-FOUND-IDX.
002110     PERFORM 3200-MATCH-PROGRAM THRU 3200-EXIT
002120         VARYING WS-STEP-IDX FROM 1 BY 1
002130         UNTIL WS-STEP-IDX > 10
002140             OR WS-FOUND-IDX > 0.
002150     IF WS-FOUND-IDX = 0
002160         GO TO 3100-EXIT
002170     END-IF.
002180     PERFORM 3300-GRADE-ENTRY THRU 3300-EXIT.
002190 3100-EXIT.
002200     EXIT.
002210*================================================================
002220 3200-MATCH-PROGRAM.
002230*================================================================
002240     IF WS-STREAM-PROGRAM(WS-STEP-IDX) = JRNL-PROGRAM-ID
002250         MOVE WS-STEP-IDX TO WS-FOUND-IDX
002260     END-IF.
002270 3200-EXIT.
002280     EXIT.
002290*================================================================
002300 3300-GRADE-ENTRY.
002310*================================================================
002320*    'REJECTED' ON THE RESULT SUMMARY IS THE WRITERS' SHARED
002330*    FAILURE CONVENTION. A DIRTY RUN SHOWS ITS REJECT COUNT ON
002340*    THE INPUT SUMMARY - EXC= FOR THE ADDER (FIXED POSITIONS
002350*    BEHIND THE PAIR COUNT), REJECTED= FOR THE ENCODER.
002360*    A START ENTRY WITH NO FINISH BEHIND IT IS AN ABEND - THE
002370*    FINISH ENTRY, WHEN THERE IS ONE, READS LATER AND
002380*    OVERRIDES THIS.
002390     IF JRNL-RESULT-SUMMARY(1:11) = 'RUN STARTED'
002400         MOVE 'F' TO WS-NEW-STATUS(WS-FOUND-IDX)
002410         MOVE 08 TO WS-NEW-RC(WS-FOUND-IDX)
002420         GO TO 3300-EXIT
002430     END-IF.
002440     IF JRNL-RESULT-SUMMARY(1:8) = 'REJECTED'
002450         MOVE 'F' TO WS-NEW-STATUS(WS-FOUND-IDX)
002460         MOVE 08 TO WS-NEW-RC(WS-FOUND-IDX)
002470         GO TO 3300-EXIT
002480     END-IF.
002490     MOVE 'C' TO WS-NEW-STATUS(WS-FOUND-IDX).
002500     MOVE 00 TO WS-NEW-RC(WS-FOUND-IDX).
002510     IF JRNL-PROGRAM-ID = 'ADD153A'
002520         AND JRNL-INPUT-SUMMARY(24:5) = ' EXC='
002530         AND JRNL-INPUT-SUMMARY(29:5) NUMERIC
002540         AND JRNL-INPUT-SUMMARY(29:5) NOT = '00000'
002550         MOVE 'D' TO WS-NEW-STATUS(WS-FOUND-IDX)
002560         MOVE 04 TO WS-NEW-RC(WS-FOUND-IDX)
002570     END-IF.
002580     IF JRNL-PROGRAM-ID = 'BIN153B'
002590         AND JRNL-INPUT-SUMMARY(1:9) = 'ACCOUNTS='
002600         AND JRNL-INPUT-SUMMARY(27:5) NUMERIC
002610         AND JRNL-INPUT-SUMMARY(27:5) NOT = '00000'
002620         MOVE 'D' TO WS-NEW-STATUS(WS-FOUND-IDX)
002630         MOVE 04 TO WS-NEW-RC(WS-FOUND-IDX)
002640     END-IF.
002650     IF JRNL-PROGRAM-ID = 'FEEDINT'
002660         AND JRNL-RESULT-SUMMARY(35:9) = ' BOTHCYC='
002670         AND JRNL-RESULT-SUMMARY(44:3) NUMERIC
002680         AND JRNL-RESULT-SUMMARY(44:3) NOT = '000'
002690         MOVE 'D' TO WS-NEW-STATUS(WS-FOUND-IDX)
002700         MOVE 04 TO WS-NEW-RC(WS-FOUND-IDX)
002710     END-IF.
002720 3300-EXIT.
002730     EXIT.
002740*================================================================
002750 7000-REWRITE-MASTER.
002760*================================================================
002770     OPEN OUTPUT RUN-CONTROL-OUT.
002780     OPEN INPUT RUN-CONTROL-IN.
002790     MOVE 'N' TO WS-EOF-SWITCH.
002800     IF WS-RCTL-STATUS = '00' OR WS-RCTL-STATUS = '05'
002810         PERFORM 7100-COPY-ONE-RECORD THRU 7100-EXIT
002820             UNTIL WS-END-OF-FILE
002830     END-IF.
002840     CLOSE RUN-CONTROL-IN.
002850     WRITE RUNCTLO-RECORD FROM WS-NEW-RECORD.
002860     CLOSE RUN-CONTROL-OUT.
002870 7000-EXIT.
002880     EXIT.
002890*================================================================
002900 7100-COPY-ONE-RECORD.
002910*================================================================
002920*    EVERY PRIOR DATE'S RECORD IS KEPT, AND TONIGHT'S OTHER
002930*    CYCLES; A RECORD ALREADY ON FILE FOR THIS CYCLE (A RERUN)
002940*    IS DROPPED AND REPLACED BY THE ONE JUST DERIVED.
002950     READ RUN-CONTROL-IN
002960         AT END
002970             SET WS-END-OF-FILE TO TRUE
002980     END-READ.
002990     IF WS-END-OF-FILE
003000         GO TO 7100-EXIT
003010     END-IF.
003020     IF RCTL-RUN-DATE NOT NUMERIC
003030         OR RCTL-RUN-DATE NOT = WS-RUN-DATE
003040         GO TO 7100-KEEP
003050     END-IF.
003060     MOVE RCTL-CYCLE TO WS-ENTRY-CYCLE.
003070     IF WS-ENTRY-CYCLE = SPACE
003080         MOVE '1' TO WS-ENTRY-CYCLE
003090     END-IF.
003100     IF WS-ENTRY-CYCLE NOT = CYC-NUMBER
003110         GO TO 7100-KEEP
003120     END-IF.
003130*    A CYCLE THAT WAS RESUMED STAYS MARKED RESUMED THROUGH ANY
003140*    LATER RERUN OF IT THAT DOES NOT RESUME IT AGAIN.
003150     IF WS-NEW-RESUMED-FROM = SPACES
003160         MOVE RCTL-RESUMED-FROM TO WS-NEW-RESUMED-FROM
003170     END-IF.
003180     GO TO 7100-EXIT.
003190 7100-KEEP.
003200     WRITE RUNCTLO-RECORD FROM RUNCTL-RECORD.
003210     ADD 1 TO WS-KEPT-COUNT.
003220 7100-EXIT.
003230     EXIT.
003240*================================================================
003250 8000-TERMINATE.
003260*================================================================
003270     MOVE WS-KEPT-COUNT TO WS-KEPT-COUNT-D.
003280     DISPLAY "RUN-CONTROL RECORDS KEPT = " WS-KEPT-COUNT-D
003290             " PLUS TONIGHT'S".
003300     IF WS-NEW-RESUMED-FROM NOT = SPACES
003310         DISPLAY "TONIGHT'S RECORD IS A RESUMED RUN - RESUMED "
003320                 "FROM " WS-NEW-RESUMED-FROM
003330     END-IF.
003340     MOVE 0 TO RETURN-CODE.
003350 8000-EXIT.
003360     EXIT.
003370*================================================================
003380 9999-EXIT.
003390     STOP RUN.
