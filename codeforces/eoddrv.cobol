000600*                ('RUN STARTED' RESULT ENTRY) SO THE TIMING
000610*                REPORT (JRNTIME) CAN CHARGE THIS STEP ITS
000620*                ELAPSED TIME.
000630* 2026-10-15 SK  CUTOFF CYCLES. THE RUN-CYCLE CARD (RUNCYC,
000640*                THROUGH CYCLOAD) NAMES THE CYCLE THIS REPORT
000650*                COVERS. STEP DISPOSITIONS ARE NOW DERIVED FROM
000660*                THAT CYCLE'S JOURNAL ENTRIES ONLY, FEEDINT GRADES
000670*                DIRTY WHEN A BRANCH SENT IN TWO CYCLES (AS RUNUPD
000680*                GRADES IT), AND THE EOD RECORD CARRIES THE CYCLE
000690*                (EOD-CYCLE). EODRPT 164 TO 166.
000700* 2026-10-15 SK  THE RUN-CYCLE CARD IS NOW READ BEFORE THE STATUS
000710*                PASS, WHICH WAS MATCHING THE JOURNAL AGAINST A
000720*                CYCLE NOT YET LOADED. A BAD CARD (CYCLOAD STATUS
000730*                E) NOW REJECTS THE RUN RC 8, THE SAME AS A BAD
000740*                PARAMETER FILE, INSTEAD OF RUNNING AS CYCLE 1.
000750*================================================================
000760 ENVIRONMENT DIVISION.
000770 CONFIGURATION SECTION.
000780 SOURCE-COMPUTER.    IBM-370.
000790 OBJECT-COMPUTER.    IBM-370.
000800 INPUT-OUTPUT SECTION.
000810 FILE-CONTROL.
000820     SELECT ADD-REPORT-FILE ASSIGN TO ADDRPT
000830            ORGANIZATION IS LINE SEQUENTIAL.
000840     SELECT DST-REPORT-FILE ASSIGN TO DSTRPT
000850            ORGANIZATION IS LINE SEQUENTIAL.
000860     SELECT EOD-REPORT-FILE ASSIGN TO EODRPT
000870            ORGANIZATION IS LINE SEQUENTIAL.
000880     SELECT JOURNAL-FILE ASSIGN TO JRNLOG
000890            ORGANIZATION IS LINE SEQUENTIAL.
000900*
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  ADD-REPORT-FILE
000940     RECORD CONTAINS 96 CHARACTERS.
000950     COPY ADDRPT.
000960*
000970 FD  DST-REPORT-FILE
000980     RECORD CONTAINS 134 CHARACTERS.
000990     COPY DSTRPT.
001000*
001010 FD  EOD-REPORT-FILE
001020     RECORD CONTAINS 166 CHARACTERS.
001030     COPY EODRPT.
001040*
001050 FD  JOURNAL-FILE
001060     RECORD CONTAINS 160 CHARACTERS.
001070     COPY JRNLREC.
001080*
001090 WORKING-STORAGE SECTION.
001100*----------------------------------------------------------------
001110* SWITCHES
001120*----------------------------------------------------------------
001130 01  WS-SWITCHES.
001140     05  WS-ADD-EOF-SWITCH        PIC X(01)  VALUE 'N'.
001150         88  WS-ADD-REPORT-EOF               VALUE 'Y'.
001160     05  WS-DST-EOF-SWITCH        PIC X(01)  VALUE 'N'.
001170         88  WS-DST-REPORT-EOF                VALUE 'Y'.
001180     05  WS-ENCODE-OVFL-SWITCH    PIC X(01)  VALUE 'N'.
001190         88  WS-ENCODE-OVERFLOW              VALUE 'Y'.
001200     05  WS-CYCLE-ERROR-SWITCH    PIC X(01)  VALUE 'N'.
001210         88  WS-CYCLE-ERROR                  VALUE 'Y'.
001220*----------------------------------------------------------------
001230* PIPELINE WORK FIELDS
001240*----------------------------------------------------------------
001250 01  WS-ADD-DAILY-TOTAL           PIC S9(11)V99.
001260 01  WS-ENCODE-VALUE              PIC 9(10).
001270 01  WS-ENCODE-WIDTH              PIC 9(02)  COMP  VALUE 30.
001280 01  WS-ADD-BITMASK               PIC X(30).
001290 01  WS-BIT-TABLE.
001300     05  WS-BIT-VALUE             PIC X(01)  OCCURS 30 TIMES.
001310 01  WS-DST-FARTHEST-I            PIC 9(05).
001320 01  WS-DST-FARTHEST-I-NAME       PIC X(20).
001330 01  WS-DST-FARTHEST-J            PIC 9(05).
001340 01  WS-DST-FARTHEST-J-NAME       PIC X(20).
001350 01  WS-DST-FARTHEST-DIST         PIC 9(10)V9(10).
001360*----------------------------------------------------------------
001370* STEP DISPOSITIONS FOR THE EOD RECORD - ONE ROW PER NIGHTLY
001380* STEP AHEAD OF THIS ONE, DERIVED FROM THE RUN JOURNAL. THE
001390* SAME GRADING THE RUN-CONTROL UPDATER (RUNUPD) APPLIES:
001400* 'C' CLEAN, 'D' DIRTY, 'F' REJECTED, 'B' NO ENTRY.
001410*----------------------------------------------------------------
001420 01  WS-STEP-PROGRAMS.
001430     05  FILLER   PIC X(08)  VALUE 'FEEDINT'.
001440     05  FILLER   PIC X(08)  VALUE 'FEEDCHK'.
001450     05  FILLER   PIC X(08)  VALUE 'ADD153A'.
001460     05  FILLER   PIC X(08)  VALUE 'ADDVER'.
001470     05  FILLER   PIC X(08)  VALUE 'BIN153B'.
001480     05  FILLER   PIC X(08)  VALUE 'BINCMP'.
001490     05  FILLER   PIC X(08)  VALUE 'DST153E'.
001500 01  WS-STEP-TABLE REDEFINES WS-STEP-PROGRAMS.
001510     05  WS-STEP-PROGRAM         PIC X(08)  OCCURS 7 TIMES.
001520 01  WS-STEP-STATUS-TABLE.
001530     05  WS-STEP-STATUS          PIC X(01)  OCCURS 7 TIMES.
001540 01  WS-STEP-IDX                 PIC 9(02)  COMP.
001550 01  WS-STEP-FOUND-IDX           PIC 9(02)  COMP.
001560 01  WS-JRNL-EOF-SWITCH          PIC X(01)  VALUE 'N'.
001570     88  WS-JRNL-EOF                        VALUE 'Y'.
001580 01  WS-RUN-DATE                 PIC 9(08).
001590 01  WS-ENTRY-CYCLE              PIC X(01).
001600*----------------------------------------------------------------
001610* RUNTIME PARAMETER WORK FIELDS
001620*----------------------------------------------------------------
001630     COPY PARMREC.
001640 01  WS-PARM-KEY                 PIC X(16).
001650 01  WS-ENCODE-WIDTH-D           PIC 9(02).
001660 01  WS-DAILY-TOTAL-D            PIC -(11)9.99.
001670 01  WS-PARM-SWITCHES.
001680     05  WS-PARM-FOUND-SWITCH    PIC X(01).
001690         88  WS-PARM-FOUND                  VALUE 'Y'.
001700     05  WS-PARM-ERROR-SWITCH    PIC X(01)  VALUE 'N'.
001710         88  WS-PARM-ERROR                  VALUE 'Y'.
001720 01  WS-PARM-NUM                 PIC 9(05).
001730 01  WS-PARM-LEN                 PIC 9(02)  COMP.
001740 01  WS-PARM-IDX                 PIC 9(02)  COMP.
001750 01  WS-PARM-FOUND-IDX           PIC 9(02)  COMP.
001760*----------------------------------------------------------------
001770* RUN CYCLE - LOADED FROM RUNCYC BY CYCLOAD
001780*----------------------------------------------------------------
001790     COPY CYCTAB.
001800*
001810 PROCEDURE DIVISION.
001820*================================================================
001830 0000-MAINLINE.
001840*================================================================
001850     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001860     IF WS-CYCLE-ERROR OR WS-PARM-ERROR
001870         MOVE 8 TO RETURN-CODE
001880         GO TO 9999-EXIT
001890     END-IF.
001900     PERFORM 2000-GET-ADD-DAILY-TOTAL THRU 2000-EXIT.
001910     PERFORM 3000-ENCODE-DAILY-TOTAL THRU 3000-EXIT.
001920     PERFORM 4000-GET-DST-RESULT THRU 4000-EXIT.
001930     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001940     GO TO 9999-EXIT.
001950*================================================================
001960 0500-JOURNAL-START.
001970*================================================================
001980*    THE JOURNAL IS ALREADY OPEN EXTEND - THE START ENTRY GOES
001990*    OUT BEFORE THE PIPELINE RUNS SO JRNTIME CAN CHARGE THIS
002000*    STEP ITS ELAPSED TIME.
002010     MOVE SPACES TO JRNL-RECORD.
002020     ACCEPT JRNL-RUN-DATE FROM DATE YYYYMMDD.
002030     ACCEPT JRNL-RUN-TIME FROM TIME.
002040     MOVE 'EODDRV' TO JRNL-PROGRAM-ID.
002050     MOVE CYC-NUMBER TO JRNL-CYCLE.
002060     MOVE 'RUN STARTED' TO JRNL-RESULT-SUMMARY.
002070     WRITE JRNL-RECORD.
002080 0500-EXIT.
002090     EXIT.
002100*================================================================
002110 1000-INITIALIZE.
002120*================================================================
002130*    THE CYCLE IS LOADED FIRST - THE STATUS PASS GRADES ONLY
002140*    THIS CYCLE'S JOURNAL ENTRIES.
002150     CALL 'CYCLOAD' USING CYC-BLOCK.
002160     IF CYC-BAD-FILE
002170         DISPLAY "RUN-CYCLE CARD BAD: " CYC-ERROR-TEXT
002180         DISPLAY "RUN REJECTED"
002190         SET WS-CYCLE-ERROR TO TRUE
002200         GO TO 1000-EXIT
002210     END-IF.
002220     PERFORM 1020-LOAD-PARMS THRU 1020-EXIT.
002230     IF WS-PARM-ERROR
002240         GO TO 1000-EXIT
002250     END-IF.
002260*    THE STATUS PASS READS THE JOURNAL BEFORE IT IS REOPENED
002270*    EXTEND FOR THIS RUN'S OWN ENTRY.
002280     PERFORM 5000-DERIVE-STEP-STATUS THRU 5000-EXIT.
002290     OPEN OUTPUT EOD-REPORT-FILE.
002300     OPEN EXTEND JOURNAL-FILE.
002310     PERFORM 0500-JOURNAL-START THRU 0500-EXIT.
002320     MOVE 0 TO WS-ADD-DAILY-TOTAL.
002330     MOVE SPACES TO WS-ADD-BITMASK.
002340     MOVE 0 TO WS-DST-FARTHEST-I WS-DST-FARTHEST-J
002350                  WS-DST-FARTHEST-DIST.
002360     MOVE SPACES TO WS-DST-FARTHEST-I-NAME
002370                    WS-DST-FARTHEST-J-NAME.
002380 1000-EXIT.
002390     EXIT.
002400*================================================================
002410 1020-LOAD-PARMS.
002420*================================================================
002430     CALL 'PRMLOAD' USING PRM-BLOCK.
002440     IF PRM-BAD-FILE
002450         DISPLAY "PARAMETER FILE MALFORMED AT: " PRM-ERROR-TEXT
002460         DISPLAY "RUN REJECTED"
002470         SET WS-PARM-ERROR TO TRUE
002480         GO TO 1020-EXIT
002490     END-IF.
002500     MOVE 'ENCODE-WIDTH' TO WS-PARM-KEY.
002510     PERFORM 1030-FETCH-PARM THRU 1030-EXIT.
002520     IF WS-PARM-FOUND AND NOT WS-PARM-ERROR
002530         IF WS-PARM-NUM = 0 OR WS-PARM-NUM > 30
002540             DISPLAY "PARAMETER ENCODE-WIDTH INVALID - "
002550                     "RUN REJECTED"
002560             SET WS-PARM-ERROR TO TRUE
002570         ELSE
002580             MOVE WS-PARM-NUM TO WS-ENCODE-WIDTH
002590         END-IF
002600     END-IF.
002610 1020-EXIT.
002620     EXIT.
002630*================================================================
002640 1030-FETCH-PARM.
002650*================================================================
002660*    LOOKS WS-PARM-KEY UP IN THE LOADED TABLE. WHEN PRESENT THE
002670*    VALUE MUST BE AN UNSIGNED WHOLE NUMBER OF UP TO FIVE
002680*    DIGITS OR THE RUN IS REJECTED NAMING THE PARAMETER.
002690     MOVE 'N' TO WS-PARM-FOUND-SWITCH.
002700     MOVE 0 TO WS-PARM-FOUND-IDX.
002710     PERFORM 1035-MATCH-PARM THRU 1035-EXIT
002720         VARYING WS-PARM-IDX FROM 1 BY 1
002730         UNTIL WS-PARM-IDX > PRM-COUNT
002740             OR WS-PARM-FOUND.
002750     IF NOT WS-PARM-FOUND
002760         GO TO 1030-EXIT
002770     END-IF.
002780     MOVE 0 TO WS-PARM-LEN.
002790     INSPECT PRM-VALUE(WS-PARM-FOUND-IDX)
002800         TALLYING WS-PARM-LEN
002810         FOR CHARACTERS BEFORE INITIAL SPACE.
002820     IF WS-PARM-LEN = 0 OR WS-PARM-LEN > 5
002830         OR PRM-VALUE(WS-PARM-FOUND-IDX)(1:WS-PARM-LEN)
002840             NOT NUMERIC
002850         DISPLAY "PARAMETER " WS-PARM-KEY
002860                 " INVALID - RUN REJECTED"
002870         SET WS-PARM-ERROR TO TRUE
002880     ELSE
002890         MOVE PRM-VALUE(WS-PARM-FOUND-IDX)(1:WS-PARM-LEN)
002900             TO WS-PARM-NUM
002910     END-IF.
002920 1030-EXIT.
002930     EXIT.
002940*================================================================
002950 1035-MATCH-PARM.
002960*================================================================
002970     IF PRM-KEYWORD(WS-PARM-IDX) = WS-PARM-KEY
002980         MOVE 'Y' TO WS-PARM-FOUND-SWITCH
002990         MOVE WS-PARM-IDX TO WS-PARM-FOUND-IDX
003000     END-IF.
003010 1035-EXIT.
003020     EXIT.
003030*================================================================
003040 2000-GET-ADD-DAILY-TOTAL.
003050*================================================================
003060     OPEN INPUT ADD-REPORT-FILE.
003070     PERFORM 2010-READ-ADD-REPORT THRU 2010-EXIT.
003080     PERFORM 2020-CHECK-ADD-RECORD THRU 2020-EXIT
003090         UNTIL WS-ADD-REPORT-EOF.
003100     CLOSE ADD-REPORT-FILE.
003110 2000-EXIT.
003120     EXIT.
003130*================================================================
003140 2010-READ-ADD-REPORT.
003150*================================================================
003160     READ ADD-REPORT-FILE
003170         AT END
003180             SET WS-ADD-REPORT-EOF TO TRUE
003190     END-READ.
003200 2010-EXIT.
003210     EXIT.
003220*================================================================
003230 2020-CHECK-ADD-RECORD.
003240*================================================================
003250*    THE TRAILER IS THE ONLY LINE WHOSE FIRST 21 BYTES ARE THE
003260*    LITERAL BELOW - DETAIL LINES LEAD WITH THE BRANCH CODE AND
003270*    SEQUENCE COLUMNS, AND BRANCH SUBTOTAL LINES LEAD WITH
003280*    'BRANCH SUBTOTAL', SO NEITHER EVER MATCHES IT.
003290     IF RPTTOT-LABEL = 'CONTROL TOTALS'
003300         MOVE RPTTOT-BALANCE TO WS-ADD-DAILY-TOTAL
003310     END-IF.
003320     PERFORM 2010-READ-ADD-REPORT THRU 2010-EXIT.
003330 2020-EXIT.
003340     EXIT.
003350*================================================================
003360 3000-ENCODE-DAILY-TOTAL.
003370*================================================================
003380*    THE ENCODER ONLY UNDERSTANDS UNSIGNED WHOLE NUMBERS, SO THE
003390*    DAILY TOTAL IS FED IN AS ITS ABSOLUTE, TRUNCATED-TO-WHOLE
003400*    VALUE. THE SIGN AND CENTS STILL APPEAR IN EOD-ADD-DAILY-
003410*    TOTAL ITSELF FOR ANYONE BALANCING BACK TO ADDRPT.
003420*    WS-ENCODE-VALUE IS ONE DIGIT NARROWER THAN WS-ADD-DAILY-
003430*    TOTAL, SO A BALANCE OF TEN BILLION OR MORE WOULD OVERFLOW
003440*    IT - ON SIZE ERROR FLAGS THAT RATHER THAN SILENTLY
003450*    ENCODING A TRUNCATED VALUE.
003460     IF WS-ADD-DAILY-TOTAL < 0
003470         COMPUTE WS-ENCODE-VALUE = 0 - WS-ADD-DAILY-TOTAL
003480             ON SIZE ERROR
003490                 SET WS-ENCODE-OVERFLOW TO TRUE
003500         END-COMPUTE
003510     ELSE
003520         COMPUTE WS-ENCODE-VALUE = WS-ADD-DAILY-TOTAL
003530             ON SIZE ERROR
003540                 SET WS-ENCODE-OVERFLOW TO TRUE
003550         END-COMPUTE
003560     END-IF.
003570     IF WS-ENCODE-OVERFLOW
003580         MOVE 'BALANCE EXCEEDS ENCODER RANGE' TO WS-ADD-BITMASK
003590     ELSE
003600         CALL 'BITENCS' USING WS-ENCODE-VALUE, WS-ENCODE-WIDTH,
003610             WS-ADD-BITMASK, WS-BIT-TABLE
003620     END-IF.
003630 3000-EXIT.
003640     EXIT.
003650*================================================================
003660 4000-GET-DST-RESULT.
003670*================================================================
003680     OPEN INPUT DST-REPORT-FILE.
003690     PERFORM 4010-READ-DST-REPORT THRU 4010-EXIT.
003700     PERFORM 4020-CHECK-DST-RECORD THRU 4020-EXIT
003710         UNTIL WS-DST-REPORT-EOF.
003720     CLOSE DST-REPORT-FILE.
003730 4000-EXIT.
003740     EXIT.
003750*================================================================
003760 4010-READ-DST-REPORT.
003770*================================================================
003780     READ DST-REPORT-FILE
003790         AT END
003800             SET WS-DST-REPORT-EOF TO TRUE
003810     END-READ.
003820 4010-EXIT.
003830     EXIT.
003840*================================================================
003850 4020-CHECK-DST-RECORD.
003860*================================================================
003870*    DSTRPT CARRIES TWO ROWS PER RUN - FARTHEST THEN CLOSEST - SO
003880*    THE LAST FARTHEST ROW SEEN BY THE TIME WE HIT END OF FILE IS
003890*    THAT NIGHT'S MOST RECENT FARTHEST-PAIR RESULT.
003900     IF DSTRPT-PAIR-LABEL = 'FARTHEST'
003910         MOVE DSTRPT-SITE-I TO WS-DST-FARTHEST-I
003920         MOVE DSTRPT-SITE-I-NAME TO WS-DST-FARTHEST-I-NAME
003930         MOVE DSTRPT-SITE-J TO WS-DST-FARTHEST-J
003940         MOVE DSTRPT-SITE-J-NAME TO WS-DST-FARTHEST-J-NAME
003950         MOVE DSTRPT-DISTANCE TO WS-DST-FARTHEST-DIST
003960     END-IF.
003970     PERFORM 4010-READ-DST-REPORT THRU 4010-EXIT.
003980 4020-EXIT.
003990     EXIT.
004000*================================================================
004010 5000-DERIVE-STEP-STATUS.
004020*================================================================
004030*    THE LAST ENTRY FOR THE RUN DATE WINS PER PROGRAM - THE
004040*    SAME RULE ADDVER AND RUNUPD APPLY.
004050     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004060     PERFORM 5050-CLEAR-ONE-STATUS THRU 5050-EXIT
004070         VARYING WS-STEP-IDX FROM 1 BY 1
004080         UNTIL WS-STEP-IDX > 7.
004090     OPEN INPUT JOURNAL-FILE.
004100     PERFORM 5100-TAKE-JOURNAL-ENTRY THRU 5100-EXIT
004110         UNTIL WS-JRNL-EOF.
004120     CLOSE JOURNAL-FILE.
004130 5000-EXIT.
004140     EXIT.
004150*================================================================
004160 5050-CLEAR-ONE-STATUS.
004170*================================================================
004180     MOVE 'B' TO WS-STEP-STATUS(WS-STEP-IDX).
004190 5050-EXIT.
004200     EXIT.
004210*================================================================
004220 5100-TAKE-JOURNAL-ENTRY.
004230*================================================================
004240     READ JOURNAL-FILE
004250         AT END
004260             SET WS-JRNL-EOF TO TRUE
004270     END-READ.
004280     IF WS-JRNL-EOF
004290         GO TO 5100-EXIT
004300     END-IF.
004310     IF JRNL-RUN-DATE NOT NUMERIC
004320         OR JRNL-RUN-DATE NOT = WS-RUN-DATE
004330         GO TO 5100-EXIT
004340     END-IF.
004350*    ONLY THIS CYCLE'S ENTRIES GRADE ITS STEPS - AN EARLIER
004360*    CYCLE RAN ITS OWN FEED. NO CYCLE IS CYCLE 1.
004370     MOVE JRNL-CYCLE TO WS-ENTRY-CYCLE.
004380     IF WS-ENTRY-CYCLE = SPACE
004390         MOVE '1' TO WS-ENTRY-CYCLE
004400     END-IF.
004410     IF WS-ENTRY-CYCLE NOT = CYC-NUMBER
004420         GO TO 5100-EXIT
004430     END-IF.
004440     MOVE 0 TO WS-STEP-FOUND-IDX.
004450     PERFORM 5150-MATCH-STEP THRU 5150-EXIT
004460         VARYING WS-STEP-IDX FROM 1 BY 1
004470         UNTIL WS-STEP-IDX > 7
004480             OR WS-STEP-FOUND-IDX > 0.
004490     IF WS-STEP-FOUND-IDX = 0
004500         GO TO 5100-EXIT
004510     END-IF.
004520     PERFORM 5200-GRADE-ENTRY THRU 5200-EXIT.
004530 5100-EXIT.
004540     EXIT.
004550*================================================================
004560 5150-MATCH-STEP.
004570*================================================================
004580     IF WS-STEP-PROGRAM(WS-STEP-IDX) = JRNL-PROGRAM-ID
004590         MOVE WS-STEP-IDX TO WS-STEP-FOUND-IDX
004600     END-IF.
004610 5150-EXIT.
004620     EXIT.
004630*================================================================
004640 5200-GRADE-ENTRY.
004650*================================================================
004660*    'REJECTED' ON THE RESULT SUMMARY IS THE WRITERS' SHARED
004670*    FAILURE CONVENTION; A DIRTY RUN SHOWS ITS REJECT COUNT ON
004680*    THE INPUT SUMMARY (EXC= FOR THE ADDER, REJECTED= FOR THE
004690*    ENCODER), OR FOR THE INTAKE ITS COUNT OF BRANCHES THAT
004700*    SENT IN TWO CYCLES OF THE DATE (BOTHCYC= ON THE RESULT
004710*    SUMMARY) - THE SAME GRADING RUNUPD APPLIES.
004720*    A START ENTRY WITH NO FINISH BEHIND IT IS AN ABEND - THE
004730*    FINISH ENTRY, WHEN THERE IS ONE, READS LATER AND
004740*    OVERRIDES THIS.
004750     IF JRNL-RESULT-SUMMARY(1:11) = 'RUN STARTED'
004760         MOVE 'F' TO WS-STEP-STATUS(WS-STEP-FOUND-IDX)
004770         GO TO 5200-EXIT
004780     END-IF.
004790     IF JRNL-RESULT-SUMMARY(1:8) = 'REJECTED'
004800         MOVE 'F' TO WS-STEP-STATUS(WS-STEP-FOUND-IDX)
004810         GO TO 5200-EXIT
004820     END-IF.
004830     MOVE 'C' TO WS-STEP-STATUS(WS-STEP-FOUND-IDX).
004840     IF JRNL-PROGRAM-ID = 'ADD153A'
004850         AND JRNL-INPUT-SUMMARY(24:5) = ' EXC='
004860         AND JRNL-INPUT-SUMMARY(29:5) NUMERIC
004870         AND JRNL-INPUT-SUMMARY(29:5) NOT = '00000'
004880         MOVE 'D' TO WS-STEP-STATUS(WS-STEP-FOUND-IDX)
004890     END-IF.
004900     IF JRNL-PROGRAM-ID = 'BIN153B'
004910         AND JRNL-INPUT-SUMMARY(1:9) = 'ACCOUNTS='
004920         AND JRNL-INPUT-SUMMARY(27:5) NUMERIC
004930         AND JRNL-INPUT-SUMMARY(27:5) NOT = '00000'
004940         MOVE 'D' TO WS-STEP-STATUS(WS-STEP-FOUND-IDX)
004950     END-IF.
004960     IF JRNL-PROGRAM-ID = 'FEEDINT'
004970         AND JRNL-RESULT-SUMMARY(35:9) = ' BOTHCYC='
004980         AND JRNL-RESULT-SUMMARY(44:3) NUMERIC
004990         AND JRNL-RESULT-SUMMARY(44:3) NOT = '000'
005000         MOVE 'D' TO WS-STEP-STATUS(WS-STEP-FOUND-IDX)
005010     END-IF.
005020 5200-EXIT.
005030     EXIT.
005040*================================================================
005050 8000-TERMINATE.
005060*================================================================
005070     PERFORM 8100-WRITE-EOD-RECORD THRU 8100-EXIT.
005080     PERFORM 8200-WRITE-JOURNAL THRU 8200-EXIT.
005090     CLOSE EOD-REPORT-FILE.
005100     CLOSE JOURNAL-FILE.
005110     MOVE 0 TO RETURN-CODE.
005120 8000-EXIT.
005130     EXIT.
005140*================================================================
005150 8100-WRITE-EOD-RECORD.
005160*================================================================
005170     MOVE SPACES TO EOD-REPORT-RECORD.
005180     ACCEPT EOD-RUN-DATE FROM DATE YYYYMMDD.
005190     ACCEPT EOD-RUN-TIME FROM TIME.
005200*    THE OLD ONE-PLACE FIELD KEEPS ITS OFFSET FOR OLD READERS
005210*    (TRUNCATED); THE FULL TWO-PLACE TOTAL RIDES AT THE END.
005220     MOVE WS-ADD-DAILY-TOTAL TO EOD-ADD-DAILY-TOTAL.
005230     MOVE WS-ADD-DAILY-TOTAL TO EOD-ADD-TOTAL-2DP.
005240     MOVE WS-ADD-BITMASK TO EOD-ADD-BITMASK.
005250     MOVE WS-DST-FARTHEST-I TO EOD-DST-FARTHEST-I.
005260     MOVE WS-DST-FARTHEST-I-NAME TO EOD-DST-FARTHEST-I-NAME.
005270     MOVE WS-DST-FARTHEST-J TO EOD-DST-FARTHEST-J.
005280     MOVE WS-DST-FARTHEST-J-NAME TO EOD-DST-FARTHEST-J-NAME.
005290     MOVE WS-DST-FARTHEST-DIST TO EOD-DST-FARTHEST-DIST.
005300     MOVE WS-STEP-STATUS(1) TO EOD-STA-FEEDINT.
005310     MOVE WS-STEP-STATUS(2) TO EOD-STA-FEEDCHK.
005320     MOVE WS-STEP-STATUS(3) TO EOD-STA-ADD153A.
005330     MOVE WS-STEP-STATUS(4) TO EOD-STA-ADDVER.
005340     MOVE WS-STEP-STATUS(5) TO EOD-STA-BIN153B.
005350     MOVE WS-STEP-STATUS(6) TO EOD-STA-BINCMP.
005360     MOVE WS-STEP-STATUS(7) TO EOD-STA-DST153E.
005370     MOVE CYC-NUMBER TO EOD-CYCLE.
005380     WRITE EOD-REPORT-RECORD.
005390 8100-EXIT.
005400     EXIT.
005410*================================================================
005420 8200-WRITE-JOURNAL.
005430*================================================================
005440     MOVE SPACES TO JRNL-RECORD.
005450     ACCEPT JRNL-RUN-DATE FROM DATE YYYYMMDD.
005460     ACCEPT JRNL-RUN-TIME FROM TIME.
005470     MOVE 'EODDRV' TO JRNL-PROGRAM-ID.
005480     MOVE CYC-NUMBER TO JRNL-CYCLE.
005490     MOVE WS-ADD-DAILY-TOTAL TO WS-DAILY-TOTAL-D.
005500     STRING 'DAILY TOTAL=' DELIMITED BY SIZE
005510            WS-DAILY-TOTAL-D DELIMITED BY SIZE
005520         INTO JRNL-INPUT-SUMMARY.
005530     MOVE 'EOD RECORD WRITTEN' TO JRNL-RESULT-SUMMARY.
005540     MOVE SPACES TO JRNL-PARM-SUMMARY.
005550     MOVE WS-ENCODE-WIDTH TO WS-ENCODE-WIDTH-D.
005560     STRING 'ENCWIDTH=' DELIMITED BY SIZE
005570            WS-ENCODE-WIDTH-D DELIMITED BY SIZE
005580         INTO JRNL-PARM-SUMMARY.
005590     WRITE JRNL-RECORD.
005600 8200-EXIT.
005610     EXIT.
005620*================================================================
005630 9999-EXIT.
005640*================================================================
005650     STOP RUN.
