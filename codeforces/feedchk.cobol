000430*                ('RUN STARTED' RESULT ENTRY) SO THE TIMING
000440*                REPORT (JRNTIME) CAN CHARGE THE STEP ITS
000450*                ELAPSED TIME.
000460* 2026-10-15 SK  JOURNAL ENTRIES NOW CARRY THE CUTOFF CYCLE FROM
000470*                THE RUN-CYCLE CARD (RUNCYC, THROUGH CYCLOAD), SO
000480*                A DATE RUN IN A MIDDAY AND A NIGHTLY CYCLE KEEPS
000490*                THE TWO RUNS APART. A BAD CARD HAS ALREADY
000500*                STOPPED THE STREAM AT THE INTAKE; HERE IT
000510*                JOURNALS AS CYCLE 1.
000520* 2026-10-15 SK  A BAD RUN-CYCLE CARD (CYCLOAD STATUS E) NOW
000530*                REJECTS THE RUN RC 8 BEFORE EITHER FEED IS
000540*                CHECKED, THE SAME AS A BAD CALENDAR, INSTEAD OF
000550*                CHECKING AS CYCLE 1.
000560*================================================================
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER.    IBM-370.
000600 OBJECT-COMPUTER.    IBM-370.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT ADD-INPUT-FILE ASSIGN TO ADDIN
000640            ORGANIZATION IS LINE SEQUENTIAL.
000650     SELECT DST-INPUT-FILE ASSIGN TO DSTIN
000660            ORGANIZATION IS LINE SEQUENTIAL.
000670     SELECT JOURNAL-FILE ASSIGN TO JRNLOG
000680            ORGANIZATION IS LINE SEQUENTIAL.
000690*
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  ADD-INPUT-FILE
000730     RECORD CONTAINS 29 CHARACTERS.
000740 01  ADD-FEED-RECORD             PIC X(29).
000750*
000760 FD  DST-INPUT-FILE
000770     RECORD CONTAINS 29 CHARACTERS.
000780 01  DST-FEED-RECORD             PIC X(29).
000790*
000800 FD  JOURNAL-FILE
000810     RECORD CONTAINS 160 CHARACTERS.
000820     COPY JRNLREC.
000830*
000840 WORKING-STORAGE SECTION.
000850*----------------------------------------------------------------
000860* SWITCHES
000870*----------------------------------------------------------------
000880 01  WS-SWITCHES.
000890     05  WS-EOF-SWITCH           PIC X(01).
000900         88  WS-END-OF-FILE                 VALUE 'Y'.
000910     05  WS-FEED-ERROR-SWITCH    PIC X(01)  VALUE 'N'.
000920         88  WS-FEED-ERROR                  VALUE 'Y'.
000930     05  WS-TRAILER-SWITCH       PIC X(01).
000940         88  WS-TRAILER-SEEN                VALUE 'Y'.
000950*----------------------------------------------------------------
000960* FEED WORK FIELDS - WS-FEED-NAME LABELS THE SYSOUT MESSAGES
000970* AND WS-FEED-RECORD CARRIES THE CURRENT RECORD OF WHICHEVER
000980* FEED IS BEING CHECKED.
000990*----------------------------------------------------------------
001000 01  WS-FEED-NAME                PIC X(05).
001010 01  WS-FEED-RECORD              PIC X(29).
001020     COPY FEEDCTL.
001030*----------------------------------------------------------------
001040* DETAIL ACCUMULATORS
001050*----------------------------------------------------------------
001060 01  WS-DETAIL-COUNT             PIC 9(07).
001070 01  WS-HASH-TOTAL               PIC 9(13).
001080 01  WS-HASH-WORK                PIC 9(14).
001090 01  WS-FIELD-A                  PIC 9(12).
001100 01  WS-FIELD-B                  PIC 9(12).
001110 01  WS-FIELD-A-POS              PIC 9(02)  COMP.
001120 01  WS-FIELD-B-POS              PIC 9(02)  COMP.
001130*    THE NUMERIC FIELDS ARE 12 DIGITS ON ADDIN (TWO-DECIMAL
001140*    AMOUNTS) AND 11 ON DSTIN (WHOLE-UNIT COORDINATES).
001150 01  WS-FIELD-LEN                PIC 9(02)  COMP.
001160 01  WS-RUN-DATE                 PIC 9(08).
001170 01  WS-RUN-TIME                 PIC 9(08).
001180*----------------------------------------------------------------
001190* PROCESSING CALENDAR - LOADED FROM CALFIL BY CALLOAD. DAY 1
001200* OF THE INTEGER DATE SCALE (1601-01-01) WAS A MONDAY, SO THE
001210* REMAINDER OF THE INTEGER DATE BY 7 GIVES THE WEEKDAY
001220* (1 = MONDAY, 0 STANDS FOR 7 = SUNDAY).
001230*----------------------------------------------------------------
001240     COPY CALTAB.
001250 01  WS-CAL-DATE                 PIC 9(08).
001260 01  WS-CAL-INT                  PIC 9(08)  COMP.
001270 01  WS-CAL-QUOTIENT             PIC 9(08)  COMP.
001280 01  WS-CAL-DOW                  PIC 9(01).
001290 01  WS-CAL-HOL-IDX              PIC 9(03).
001300 01  WS-BUSINESS-SWITCH          PIC X(01).
001310     88  WS-IS-BUSINESS-DAY                 VALUE 'Y'.
001320 01  WS-HDR-INT                  PIC 9(08)  COMP.
001330 01  WS-RUN-INT                  PIC 9(08)  COMP.
001340 01  WS-CHK-INT                  PIC 9(08)  COMP.
001350*----------------------------------------------------------------
001360* RUN CYCLE - LOADED FROM RUNCYC BY CYCLOAD
001370*----------------------------------------------------------------
001380     COPY CYCTAB.
001390*
001400 PROCEDURE DIVISION.
001410*================================================================
001420 0000-MAINLINE.
001430*================================================================
001440     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001450     CALL 'CYCLOAD' USING CYC-BLOCK.
001460     PERFORM 0500-JOURNAL-START THRU 0500-EXIT.
001470     IF CYC-BAD-FILE
001480         DISPLAY "RUN-CYCLE CARD BAD: " CYC-ERROR-TEXT
001490         DISPLAY "RUN REJECTED"
001500         SET WS-FEED-ERROR TO TRUE
001510         GO TO 0000-TERMINATE
001520     END-IF.
001530     CALL 'CALLOAD' USING CAL-BLOCK.
001540     IF CAL-BAD-FILE
001550         DISPLAY "CALENDAR FILE BAD: " CAL-ERROR-TEXT
001560         DISPLAY "RUN REJECTED"
001570         SET WS-FEED-ERROR TO TRUE
001580         GO TO 0000-TERMINATE
001590     END-IF.
001600     PERFORM 2000-CHECK-ADD-FEED THRU 2000-EXIT.
001610     PERFORM 3000-CHECK-DST-FEED THRU 3000-EXIT.
001620 0000-TERMINATE.
001630     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001640     GO TO 9999-EXIT.
001650*================================================================
001660 0500-JOURNAL-START.
001670*================================================================
001680*    START AND FINISH BOTH JOURNAL, SO THE TIMING REPORT
001690*    (JRNTIME) CAN CHARGE THE FEED EDIT ITS ELAPSED TIME AND A
001700*    START WITH NO FINISH READS AS AN ABEND.
001710     OPEN EXTEND JOURNAL-FILE.
001720     MOVE SPACES TO JRNL-RECORD.
001730     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001740     ACCEPT WS-RUN-TIME FROM TIME.
001750     MOVE WS-RUN-DATE TO JRNL-RUN-DATE.
001760     MOVE WS-RUN-TIME TO JRNL-RUN-TIME.
001770     MOVE 'FEEDCHK' TO JRNL-PROGRAM-ID.
001780     MOVE CYC-NUMBER TO JRNL-CYCLE.
001790     MOVE 'RUN STARTED' TO JRNL-RESULT-SUMMARY.
001800     WRITE JRNL-RECORD.
001810     CLOSE JOURNAL-FILE.
001820 0500-EXIT.
001830     EXIT.
001840*================================================================
001850 2000-CHECK-ADD-FEED.
001860*================================================================
001870*    ADDIN DETAIL - BRANCH(3) THEN TWO 12-DIGIT AMOUNTS EACH
001880*    WITH A TRAILING SIGN BYTE.
001890     MOVE 'ADDIN' TO WS-FEED-NAME.
001900     MOVE 4  TO WS-FIELD-A-POS.
001910     MOVE 17 TO WS-FIELD-B-POS.
001920     MOVE 12 TO WS-FIELD-LEN.
001930     PERFORM 4000-RESET-FEED THRU 4000-EXIT.
001940     OPEN INPUT ADD-INPUT-FILE.
001950     PERFORM 2100-READ-ADD THRU 2100-EXIT.
001960     PERFORM 4100-CHECK-HEADER THRU 4100-EXIT.
001970     IF NOT WS-END-OF-FILE
001980         PERFORM 2100-READ-ADD THRU 2100-EXIT
001990     END-IF.
002000     PERFORM 2200-CHECK-ADD-RECORD THRU 2200-EXIT
002010         UNTIL WS-END-OF-FILE.
002020     PERFORM 4400-CHECK-FEED-END THRU 4400-EXIT.
002030     CLOSE ADD-INPUT-FILE.
002040 2000-EXIT.
002050     EXIT.
002060*================================================================
002070 2100-READ-ADD.
002080*================================================================
002090     READ ADD-INPUT-FILE
002100         AT END
002110             SET WS-END-OF-FILE TO TRUE
002120         NOT AT END
002130             MOVE SPACES TO WS-FEED-RECORD
002140             MOVE ADD-FEED-RECORD TO WS-FEED-RECORD
002150     END-READ.
002160 2100-EXIT.
002170     EXIT.
002180*================================================================
002190 2200-CHECK-ADD-RECORD.
002200*================================================================
002210     PERFORM 4200-CHECK-ONE-RECORD THRU 4200-EXIT.
002220     PERFORM 2100-READ-ADD THRU 2100-EXIT.
002230 2200-EXIT.
002240     EXIT.
002250*================================================================
002260 3000-CHECK-DST-FEED.
002270*================================================================
002280*    DSTIN DETAIL - SITE ID(5) THEN TWO 11-DIGIT COORDINATES
002290*    EACH WITH A TRAILING SIGN BYTE.
002300     MOVE 'DSTIN' TO WS-FEED-NAME.
002310     MOVE 6  TO WS-FIELD-A-POS.
002320     MOVE 18 TO WS-FIELD-B-POS.
002330     MOVE 11 TO WS-FIELD-LEN.
002340     PERFORM 4000-RESET-FEED THRU 4000-EXIT.
002350     OPEN INPUT DST-INPUT-FILE.
002360     PERFORM 3100-READ-DST THRU 3100-EXIT.
002370     PERFORM 4100-CHECK-HEADER THRU 4100-EXIT.
002380     IF NOT WS-END-OF-FILE
002390         PERFORM 3100-READ-DST THRU 3100-EXIT
002400     END-IF.
002410     PERFORM 3200-CHECK-DST-RECORD THRU 3200-EXIT
002420         UNTIL WS-END-OF-FILE.
002430     PERFORM 4400-CHECK-FEED-END THRU 4400-EXIT.
002440     CLOSE DST-INPUT-FILE.
002450 3000-EXIT.
002460     EXIT.
002470*================================================================
002480 3100-READ-DST.
002490*================================================================
002500     READ DST-INPUT-FILE
002510         AT END
002520             SET WS-END-OF-FILE TO TRUE
002530         NOT AT END
002540             MOVE SPACES TO WS-FEED-RECORD
002550             MOVE DST-FEED-RECORD TO WS-FEED-RECORD
002560     END-READ.
002570 3100-EXIT.
002580     EXIT.
002590*================================================================
002600 3200-CHECK-DST-RECORD.
002610*================================================================
002620     PERFORM 4200-CHECK-ONE-RECORD THRU 4200-EXIT.
002630     PERFORM 3100-READ-DST THRU 3100-EXIT.
002640 3200-EXIT.
002650     EXIT.
002660*================================================================
002670 4000-RESET-FEED.
002680*================================================================
002690     MOVE 'N' TO WS-EOF-SWITCH.
002700     MOVE 'N' TO WS-TRAILER-SWITCH.
002710     MOVE 0 TO WS-DETAIL-COUNT.
002720     MOVE 0 TO WS-HASH-TOTAL.
002730 4000-EXIT.
002740     EXIT.
002750*================================================================
002760 4100-CHECK-HEADER.
002770*================================================================
002780     IF WS-END-OF-FILE
002790         DISPLAY WS-FEED-NAME " IS EMPTY - NO HEADER RECORD"
002800         SET WS-FEED-ERROR TO TRUE
002810         GO TO 4100-EXIT
002820     END-IF.
002830     MOVE WS-FEED-RECORD TO FEED-CONTROL-RECORD.
002840     IF NOT FEED-IS-HEADER
002850         DISPLAY WS-FEED-NAME " DOES NOT START WITH A HEADER "
002860                 "RECORD"
002870         SET WS-FEED-ERROR TO TRUE
002880         GO TO 4100-EXIT
002890     END-IF.
002900     IF FEED-HDR-DATE NOT NUMERIC
002910         DISPLAY WS-FEED-NAME " HEADER BUSINESS DATE IS NOT "
002920                 "NUMERIC"
002930         SET WS-FEED-ERROR TO TRUE
002940         GO TO 4100-EXIT
002950     END-IF.
002960     IF FEED-HDR-DATE = WS-RUN-DATE
002970         GO TO 4100-EXIT
002980     END-IF.
002990     IF FEED-HDR-DATE > WS-RUN-DATE
003000         DISPLAY WS-FEED-NAME " HEADER BUSINESS DATE IS PAST "
003010                 "RUN DATE " WS-RUN-DATE
003020         SET WS-FEED-ERROR TO TRUE
003030         GO TO 4100-EXIT
003040     END-IF.
003050*    AN OLDER HEADER DATE IS LEGITIMATE ONLY WHEN NO BUSINESS
003060*    DAY HAS PASSED SINCE IT - THE SATURDAY-DATED FEED THAT
003070*    ARRIVES MONDAY AFTER A HOLIDAY WEEKEND.
003080     PERFORM 4150-CHECK-STALE-HEADER THRU 4150-EXIT.
003090 4100-EXIT.
003100     EXIT.
003110*================================================================
003120 4150-CHECK-STALE-HEADER.
003130*================================================================
003140     COMPUTE WS-HDR-INT =
003150         FUNCTION INTEGER-OF-DATE (FEED-HDR-DATE).
003160     COMPUTE WS-RUN-INT =
003170         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
003180     MOVE WS-HDR-INT TO WS-CHK-INT.
003190     PERFORM 4160-CHECK-ONE-STALE-DAY THRU 4160-EXIT
003200         UNTIL WS-CHK-INT >= WS-RUN-INT
003210             OR WS-FEED-ERROR.
003220 4150-EXIT.
003230     EXIT.
003240*================================================================
003250 4160-CHECK-ONE-STALE-DAY.
003260*================================================================
003270     COMPUTE WS-CAL-DATE =
003280         FUNCTION DATE-OF-INTEGER (WS-CHK-INT).
003290     PERFORM 6000-CHECK-BUSINESS-DAY THRU 6000-EXIT.
003300     IF WS-IS-BUSINESS-DAY
003310         DISPLAY WS-FEED-NAME " HEADER BUSINESS DATE "
003320                 FEED-HDR-DATE " IS STALE - BUSINESS DAY "
003330                 WS-CAL-DATE " HAS PASSED SINCE IT"
003340         SET WS-FEED-ERROR TO TRUE
003350     END-IF.
003360     ADD 1 TO WS-CHK-INT.
003370 4160-EXIT.
003380     EXIT.
003390*================================================================
003400 4200-CHECK-ONE-RECORD.
003410*================================================================
003420     MOVE WS-FEED-RECORD TO FEED-CONTROL-RECORD.
003430     IF WS-TRAILER-SEEN
003440         DISPLAY WS-FEED-NAME " HAS RECORDS AFTER THE TRAILER"
003450         SET WS-FEED-ERROR TO TRUE
003460         GO TO 4200-EXIT
003470     END-IF.
003480     IF FEED-IS-HEADER
003490         DISPLAY WS-FEED-NAME " HAS A SECOND HEADER RECORD"
003500         SET WS-FEED-ERROR TO TRUE
003510         GO TO 4200-EXIT
003520     END-IF.
003530     IF FEED-IS-TRAILER
003540         PERFORM 4300-CHECK-TRAILER THRU 4300-EXIT
003550         GO TO 4200-EXIT
003560     END-IF.
003570     ADD 1 TO WS-DETAIL-COUNT.
003580     IF WS-FEED-RECORD(WS-FIELD-A-POS:WS-FIELD-LEN)
003590             NOT NUMERIC
003600         OR WS-FEED-RECORD(WS-FIELD-B-POS:WS-FIELD-LEN)
003610             NOT NUMERIC
003620         DISPLAY WS-FEED-NAME " DETAIL " WS-DETAIL-COUNT
003630                 " HAS NON-NUMERIC FIELDS - HASH NOT PROVABLE"
003640         SET WS-FEED-ERROR TO TRUE
003650         GO TO 4200-EXIT
003660     END-IF.
003670     MOVE WS-FEED-RECORD(WS-FIELD-A-POS:WS-FIELD-LEN)
003680         TO WS-FIELD-A.
003690     MOVE WS-FEED-RECORD(WS-FIELD-B-POS:WS-FIELD-LEN)
003700         TO WS-FIELD-B.
003710*    THE HASH KEEPS ONLY THE LOW-ORDER 13 DIGITS - OVERFLOW
003720*    WRAPS RATHER THAN ABENDING, AND THE FEED PRODUCER WRAPS
003730*    THE SAME WAY.
003740     COMPUTE WS-HASH-WORK =
003750         WS-HASH-TOTAL + WS-FIELD-A + WS-FIELD-B.
003760     MOVE WS-HASH-WORK TO WS-HASH-TOTAL.
003770 4200-EXIT.
003780     EXIT.
003790*================================================================
003800 4300-CHECK-TRAILER.
003810*================================================================
003820     SET WS-TRAILER-SEEN TO TRUE.
003830     IF FEED-TRL-COUNT NOT NUMERIC
003840         OR FEED-TRL-HASH NOT NUMERIC
003850         DISPLAY WS-FEED-NAME " TRAILER IS NOT NUMERIC"
003860         SET WS-FEED-ERROR TO TRUE
003870         GO TO 4300-EXIT
003880     END-IF.
003890     IF FEED-TRL-COUNT NOT = WS-DETAIL-COUNT
003900         DISPLAY WS-FEED-NAME " TRAILER COUNT " FEED-TRL-COUNT
003910                 " DOES NOT MATCH DETAILS " WS-DETAIL-COUNT
003920         SET WS-FEED-ERROR TO TRUE
003930     END-IF.
003940     IF FEED-TRL-HASH NOT = WS-HASH-TOTAL
003950         DISPLAY WS-FEED-NAME " TRAILER HASH " FEED-TRL-HASH
003960                 " DOES NOT MATCH DETAILS " WS-HASH-TOTAL
003970         SET WS-FEED-ERROR TO TRUE
003980     END-IF.
003990 4300-EXIT.
004000     EXIT.
004010*================================================================
004020 4400-CHECK-FEED-END.
004030*================================================================
004040     IF NOT WS-TRAILER-SEEN
004050         DISPLAY WS-FEED-NAME " HAS NO TRAILER RECORD"
004060         SET WS-FEED-ERROR TO TRUE
004070     ELSE
004080         IF NOT WS-FEED-ERROR
004090             DISPLAY WS-FEED-NAME " VERIFIED - DETAILS="
004100                     WS-DETAIL-COUNT " HASH=" WS-HASH-TOTAL
004110         END-IF
004120     END-IF.
004130 4400-EXIT.
004140     EXIT.
004150*================================================================
004160 6000-CHECK-BUSINESS-DAY.
004170*================================================================
004180*    WS-CAL-DATE IN, WS-BUSINESS-SWITCH OUT. NO CALENDAR FILE
004190*    MEANS EVERY DAY IS A BUSINESS DAY.
004200     MOVE 'Y' TO WS-BUSINESS-SWITCH.
004210     IF CAL-NO-FILE
004220         GO TO 6000-EXIT
004230     END-IF.
004240     COMPUTE WS-CAL-INT =
004250         FUNCTION INTEGER-OF-DATE (WS-CAL-DATE).
004260     DIVIDE WS-CAL-INT BY 7
004270         GIVING WS-CAL-QUOTIENT
004280         REMAINDER WS-CAL-DOW.
004290     IF WS-CAL-DOW = 0
004300         MOVE 7 TO WS-CAL-DOW
004310     END-IF.
004320     IF CAL-DOW-FLAG(WS-CAL-DOW) NOT = 'Y'
004330         MOVE 'N' TO WS-BUSINESS-SWITCH
004340         GO TO 6000-EXIT
004350     END-IF.
004360     PERFORM 6100-MATCH-HOLIDAY THRU 6100-EXIT
004370         VARYING WS-CAL-HOL-IDX FROM 1 BY 1
004380         UNTIL WS-CAL-HOL-IDX > CAL-HOLIDAY-COUNT
004390             OR NOT WS-IS-BUSINESS-DAY.
004400 6000-EXIT.
004410     EXIT.
004420*================================================================
004430 6100-MATCH-HOLIDAY.
004440*================================================================
004450     IF CAL-HOLIDAY(WS-CAL-HOL-IDX) = WS-CAL-DATE
004460         MOVE 'N' TO WS-BUSINESS-SWITCH
004470     END-IF.
004480 6100-EXIT.
004490     EXIT.
004500*================================================================
004510 8000-TERMINATE.
004520*================================================================
004530     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
004540     IF WS-FEED-ERROR
004550         MOVE 8 TO RETURN-CODE
004560     ELSE
004570         MOVE 0 TO RETURN-CODE
004580     END-IF.
004590 8000-EXIT.
004600     EXIT.
004610*================================================================
004620 8100-WRITE-JOURNAL.
004630*================================================================
004640     OPEN EXTEND JOURNAL-FILE.
004650     MOVE SPACES TO JRNL-RECORD.
004660     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004670     ACCEPT WS-RUN-TIME FROM TIME.
004680     MOVE WS-RUN-DATE TO JRNL-RUN-DATE.
004690     MOVE WS-RUN-TIME TO JRNL-RUN-TIME.
004700     MOVE 'FEEDCHK' TO JRNL-PROGRAM-ID.
004710     MOVE CYC-NUMBER TO JRNL-CYCLE.
004720     MOVE 'FEEDS CHECKED=ADDIN+DSTIN' TO JRNL-INPUT-SUMMARY.
004730     IF WS-FEED-ERROR
004740         MOVE 'REJECTED - SEE SYSOUT FOR REASON'
004750             TO JRNL-RESULT-SUMMARY
004760     ELSE
004770         MOVE 'FEEDS VERIFIED CLEAN' TO JRNL-RESULT-SUMMARY
004780     END-IF.
004790     MOVE SPACES TO JRNL-PARM-SUMMARY.
004800     WRITE JRNL-RECORD.
004810     CLOSE JOURNAL-FILE.
004820 8100-EXIT.
004830     EXIT.
004840*================================================================
004850 9999-EXIT.
004860     STOP RUN.
