000380*                (29-BYTE PAIR, 12-DIGIT AMOUNT FIELDS IN THE
000390*                RESUBMIT HASH), SUSPENSE RECORDS 73 TO 75,
000400*                RESUBMIT FEED RECORDS 27 TO 29.
000410* 2026-10-15 SK  PERIOD CLOSE. THE CLOSED MONTHS ARE LOADED FROM
000420*                THE PERIOD CONTROL FILE (PRDCTL, THROUGH
000430*                PRDLOAD). A CORRECTION THAT CLEARS AN ITEM
000440*                REJECTED IN A CLOSED MONTH STILL POSTS TODAY, IN
000450*                THE OPEN PERIOD, AND IS CALLED OUT AND COUNTED SO
000460*                THE DESK CAN TELL FINANCE WHERE IT WENT. A RUN
000470*                DATE INSIDE A CLOSED MONTH (ONLY A MIXED-UP
000480*                CONTROL FILE CAN DO THAT) OR A MALFORMED CONTROL
000490*                FILE REJECTS THE RUN RC 8.
000500* 2026-10-15 SK  A RUN WHOSE DATE TONIGHT'S STREAM HAS ALREADY
000510*                CLOSED - THE RUN-CONTROL FILE (RUNCTL) SHOWS THE
000520*                DATE'S CLOSING CYCLE RAN LEDGPST CLEAN OR DIRTY -
000530*                IS REJECTED RC 8 BEFORE ANY ENTRY IS CLEARED. THE
000540*                ADDER WOULD REFUSE THE PASS, AND THE LEDGER WOULD
000550*                NEVER TAKE IT UP UNDER THAT DATE.
000560*================================================================
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER.    IBM-370.
000600 OBJECT-COMPUTER.    IBM-370.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT SUSPENSE-IN-FILE ASSIGN TO ADDSUSP
000640            ORGANIZATION IS LINE SEQUENTIAL.
000650     SELECT CORRECTION-FILE ASSIGN TO ADDCORR
000660            ORGANIZATION IS LINE SEQUENTIAL.
000670     SELECT SUSPENSE-OUT-FILE ASSIGN TO ADDSUSPO
000680            ORGANIZATION IS LINE SEQUENTIAL.
000690     SELECT RESUBMIT-FILE ASSIGN TO ADDRSB
000700            ORGANIZATION IS LINE SEQUENTIAL.
000710     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
000720            ORGANIZATION IS LINE SEQUENTIAL
000730            FILE STATUS IS WS-RCTL-STATUS.
000740*
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  SUSPENSE-IN-FILE
000780     RECORD CONTAINS 75 CHARACTERS.
000790     COPY ADDSUSP.
000800*
000810 FD  CORRECTION-FILE
000820     RECORD CONTAINS 44 CHARACTERS.
000830 01  ADDCORR-RECORD.
000840     05  CORR-REJECT-DATE        PIC 9(08).
000850     05  CORR-SEQ                PIC 9(07).
000860     05  CORR-PAIR               PIC X(29).
000870*
000880 FD  SUSPENSE-OUT-FILE
000890     RECORD CONTAINS 75 CHARACTERS.
000900 01  SUSPO-RECORD                PIC X(75).
000910*
000920 FD  RESUBMIT-FILE
000930     RECORD CONTAINS 29 CHARACTERS.
000940 01  ADDRSB-RECORD               PIC X(29).
000950*
000960 FD  RUN-CONTROL-FILE
000970     RECORD CONTAINS 128 CHARACTERS.
000980     COPY RUNCTL.
000990*
001000 WORKING-STORAGE SECTION.
001010*----------------------------------------------------------------
001020* CONSTANTS
001030*----------------------------------------------------------------
001040*    ONE RESUBMISSION RUN HANDLES UP TO 500 CORRECTION CARDS -
001050*    THE DESK WORKS A FEW DOZEN A WEEK.
001060 77  WS-MAX-CORRECTIONS          PIC 9(03)  VALUE 500.
001070*----------------------------------------------------------------
001080* SWITCHES
001090*----------------------------------------------------------------
001100 01  WS-SWITCHES.
001110     05  WS-CORR-EOF-SWITCH      PIC X(01)  VALUE 'N'.
001120         88  WS-CORR-EOF                    VALUE 'Y'.
001130     05  WS-SUSP-EOF-SWITCH      PIC X(01)  VALUE 'N'.
001140         88  WS-SUSP-EOF                    VALUE 'Y'.
001150     05  WS-VALID-RUN-SWITCH     PIC X(01)  VALUE 'Y'.
001160         88  WS-RUN-IS-VALID                VALUE 'Y'.
001170     05  WS-RCTL-EOF-SWITCH      PIC X(01)  VALUE 'N'.
001180         88  WS-RCTL-EOF                    VALUE 'Y'.
001190     05  WS-DATE-SHUT-SWITCH     PIC X(01)  VALUE 'N'.
001200         88  WS-DATE-IS-CLOSED              VALUE 'Y'.
001210*----------------------------------------------------------------
001220* CORRECTION TABLE
001230*----------------------------------------------------------------
001240 01  WS-CORR-COUNT               PIC 9(03)  COMP.
001250 01  WS-CORRECTION-TABLE.
001260     05  WS-CORRECTION           OCCURS 500 TIMES.
001270         10  WC-REJECT-DATE      PIC 9(08).
001280         10  WC-SEQ              PIC 9(07).
001290         10  WC-PAIR             PIC X(29).
001300         10  WC-USED-SWITCH      PIC X(01).
001310             88  WC-USED                    VALUE 'Y'.
001320         10  WC-MATCH-COUNT      PIC 9(03)  COMP.
001330 01  WS-CORR-IDX                 PIC 9(03)  COMP.
001340 01  WS-FOUND-IDX                PIC 9(03)  COMP.
001350*----------------------------------------------------------------
001360* RESUBMIT FEED CONTROL FIELDS
001370*----------------------------------------------------------------
001380     COPY FEEDCTL.
001390 01  WS-RESUB-COUNT              PIC 9(07).
001400 01  WS-HASH-TOTAL               PIC 9(13).
001410 01  WS-HASH-WORK                PIC 9(14).
001420 01  WS-FIELD-A                  PIC 9(12).
001430 01  WS-FIELD-B                  PIC 9(12).
001440*----------------------------------------------------------------
001450* RUN COUNTERS AND WORK FIELDS
001460*----------------------------------------------------------------
001470 01  WS-RUN-DATE                 PIC 9(08).
001480 01  WS-CLEARED-COUNT            PIC 9(05)  COMP.
001490 01  WS-UNMATCHED-COUNT          PIC 9(05)  COMP.
001500 01  WS-LATE-CLEAR-COUNT         PIC 9(05)  COMP.
001510 01  WS-LATE-CLEAR-COUNT-D       PIC 9(05).
001520 01  WS-CLEARED-COUNT-D          PIC 9(05).
001530 01  WS-UNMATCHED-COUNT-D        PIC 9(05).
001540*----------------------------------------------------------------
001550* CLOSED PERIODS - LOADED FROM PRDCTL BY PRDLOAD
001560*----------------------------------------------------------------
001570     COPY PRDTAB.
001580 01  WS-PRD-IDX                  PIC 9(03)  COMP.
001590 01  WS-PRD-FOUND-IDX            PIC 9(03)  COMP.
001600 01  WS-CHECK-MONTH              PIC 9(06).
001610*----------------------------------------------------------------
001620* RUN-CONTROL RECORDS - HAS TONIGHT'S STREAM ALREADY CLOSED TODAY
001630*----------------------------------------------------------------
001640 01  WS-RCTL-STATUS              PIC X(02).
001650 01  WS-STEP-IDX                 PIC 9(02)  COMP.
001660*
001670 PROCEDURE DIVISION.
001680*================================================================
001690 0000-MAINLINE.
001700*================================================================
001710     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001720     IF WS-RUN-IS-VALID
001730         PERFORM 3000-APPLY-SUSPENSE THRU 3000-EXIT
001740         PERFORM 7000-FINISH-RESUBMIT THRU 7000-EXIT
001750         PERFORM 7500-REPORT-UNUSED THRU 7500-EXIT
001760     END-IF.
001770     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001780     GO TO 9999-EXIT.
001790*================================================================
001800 1000-INITIALIZE.
001810*================================================================
001820     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001830     MOVE 0 TO WS-LATE-CLEAR-COUNT.
001840     PERFORM 1050-CHECK-PERIOD THRU 1050-EXIT.
001850     IF WS-RUN-IS-VALID
001860         PERFORM 1060-CHECK-DATE-CLOSED THRU 1060-EXIT
001870     END-IF.
001880     IF NOT WS-RUN-IS-VALID
001890         GO TO 1000-EXIT
001900     END-IF.
001910     MOVE 0 TO WS-CORR-COUNT.
001920     MOVE 0 TO WS-CLEARED-COUNT.
001930     MOVE 0 TO WS-UNMATCHED-COUNT.
001940     MOVE 0 TO WS-RESUB-COUNT.
001950     MOVE 0 TO WS-HASH-TOTAL.
001960     OPEN INPUT  CORRECTION-FILE.
001970     PERFORM 1100-LOAD-ONE-CORRECTION THRU 1100-EXIT
001980         UNTIL WS-CORR-EOF OR NOT WS-RUN-IS-VALID.
001990     CLOSE CORRECTION-FILE.
002000     IF NOT WS-RUN-IS-VALID
002010         GO TO 1000-EXIT
002020     END-IF.
002030     PERFORM 2500-COUNT-MATCHES THRU 2500-EXIT.
002040     MOVE 'N' TO WS-SUSP-EOF-SWITCH.
002050     OPEN INPUT  SUSPENSE-IN-FILE.
002060     OPEN OUTPUT SUSPENSE-OUT-FILE.
002070     OPEN OUTPUT RESUBMIT-FILE.
002080     PERFORM 1200-WRITE-RESUB-HEADER THRU 1200-EXIT.
002090 1000-EXIT.
002100     EXIT.
002110*================================================================
002120 1050-CHECK-PERIOD.
002130*================================================================
002140*    THE RESUBMIT PASS POSTS UNDER TODAY'S DATE (THE HDR BELOW),
002150*    WHICH MUST BE IN THE OPEN PERIOD - THE CLOSE RUN NEVER
002160*    CLOSES A MONTH BEFORE IT HAS ENDED, SO ONLY A MIXED-UP
002170*    CONTROL FILE CAN PUT TODAY IN A CLOSED MONTH, AND THEN THE
002180*    ADDER WOULD REFUSE THE PASS ANYWAY. A MALFORMED CONTROL
002190*    FILE IS A RUN REJECT LIKE EVERY OTHER PRDLOAD CALLER.
002200     CALL 'PRDLOAD' USING PRD-BLOCK.
002210     IF PRD-BAD-FILE
002220         DISPLAY "PERIOD CONTROL FILE MALFORMED - "
002230                 PRD-ERROR-TEXT
002240         DISPLAY "RUN REJECTED"
002250         MOVE 'N' TO WS-VALID-RUN-SWITCH
002260         GO TO 1050-EXIT
002270     END-IF.
002280     MOVE WS-RUN-DATE(1:6) TO WS-CHECK-MONTH.
002290     PERFORM 3600-FIND-CLOSED-MONTH THRU 3600-EXIT.
002300     IF WS-PRD-FOUND-IDX > 0
002310         DISPLAY "RUN DATE " WS-RUN-DATE " FALLS IN CLOSED "
002320                 "PERIOD " WS-CHECK-MONTH
002330                 " - NO OPEN PERIOD TO POST INTO. RUN REJECTED"
002340         MOVE 'N' TO WS-VALID-RUN-SWITCH
002350     END-IF.
002360 1050-EXIT.
002370     EXIT.
002380*================================================================
002390 1060-CHECK-DATE-CLOSED.
002400*================================================================
002410*    THE PASS REACHES THE BRANCH LEDGER THROUGH THE LEDGER POSTING
002420*    (LEDGPST) OF ITS DATE'S CLOSING CYCLE. ONCE TONIGHT'S STREAM
002430*    HAS RUN THAT POSTING, TODAY IS SHUT ON THE LEDGER AND THE
002440*    ADDER REFUSES THE PASS - SO NOTHING IS CLEARED HERE EITHER,
002450*    AND THE DESK RUNS THE CORRECTIONS ON THE NEXT BUSINESS DATE.
002460*    A RUN-CONTROL RECORD WRITTEN BEFORE CUTOFF CYCLES (LAST-CYCLE
002470*    SPACE) IS A CYCLE 1 THAT CLOSED ITS DATE.
002480     OPEN INPUT RUN-CONTROL-FILE.
002490     IF WS-RCTL-STATUS NOT = '00' AND WS-RCTL-STATUS NOT = '05'
002500         GO TO 1060-EXIT
002510     END-IF.
002520     PERFORM 1070-READ-RUN-CONTROL THRU 1070-EXIT
002530         UNTIL WS-RCTL-EOF.
002540     CLOSE RUN-CONTROL-FILE.
002550     IF WS-DATE-IS-CLOSED
002560         DISPLAY "RUN DATE " WS-RUN-DATE
002570                 " IS CLOSED - ITS NIGHTLY CYCLE HAS POSTED"
002580                 " THE LEDGER. RUN REJECTED"
002590         MOVE 'N' TO WS-VALID-RUN-SWITCH
002600     END-IF.
002610 1060-EXIT.
002620     EXIT.
002630*================================================================
002640 1070-READ-RUN-CONTROL.
002650*================================================================
002660     READ RUN-CONTROL-FILE
002670         AT END
002680             SET WS-RCTL-EOF TO TRUE
002690     END-READ.
002700     IF WS-RCTL-EOF
002710         GO TO 1070-EXIT
002720     END-IF.
002730     IF RCTL-RUN-DATE NOT NUMERIC
002740         OR RCTL-RUN-DATE NOT = WS-RUN-DATE
002750         GO TO 1070-EXIT
002760     END-IF.
002770     IF RCTL-LAST-CYCLE NOT = 'Y' AND RCTL-LAST-CYCLE NOT = SPACE
002780         GO TO 1070-EXIT
002790     END-IF.
002800     PERFORM 1080-CHECK-LEDGER-STEP THRU 1080-EXIT
002810         VARYING WS-STEP-IDX FROM 1 BY 1
002820         UNTIL WS-STEP-IDX > 10.
002830 1070-EXIT.
002840     EXIT.
002850*================================================================
002860 1080-CHECK-LEDGER-STEP.
002870*================================================================
002880     IF RCTL-PROGRAM(WS-STEP-IDX) = 'LEDGPST'
002890         AND (RCTL-RAN-CLEAN(WS-STEP-IDX)
002900              OR RCTL-RAN-DIRTY(WS-STEP-IDX))
002910         SET WS-DATE-IS-CLOSED TO TRUE
002920     END-IF.
002930 1080-EXIT.
002940     EXIT.
002950*================================================================
002960 1100-LOAD-ONE-CORRECTION.
002970*================================================================
002980     READ CORRECTION-FILE
002990         AT END
003000             SET WS-CORR-EOF TO TRUE
003010     END-READ.
003020     IF WS-CORR-EOF
003030         GO TO 1100-EXIT
003040     END-IF.
003050     IF CORR-REJECT-DATE NOT NUMERIC OR CORR-SEQ NOT NUMERIC
003060         DISPLAY "NON-NUMERIC KEY ON CORRECTION CARD - "
003070                 "CARD IGNORED"
003080         ADD 1 TO WS-UNMATCHED-COUNT
003090         GO TO 1100-EXIT
003100     END-IF.
003110*    A CORRECTION WHOSE AMOUNTS ARE STILL NOT NUMERIC WOULD
003120*    ONLY REJECT AGAIN IN THE ADDER - AND COULD NOT JOIN THE
003130*    RESUBMIT FEED'S HASH TOTAL - SO IT IS REFUSED HERE AND
003140*    THE ENTRY STAYS OPEN FOR A CORRECT CARD.
003150     IF CORR-PAIR(4:12) NOT NUMERIC
003160         OR CORR-PAIR(17:12) NOT NUMERIC
003170         DISPLAY "CORRECTED PAIR FOR " CORR-REJECT-DATE
003180                 " SEQ " CORR-SEQ
003190                 " STILL NON-NUMERIC - CARD IGNORED"
003200         ADD 1 TO WS-UNMATCHED-COUNT
003210         GO TO 1100-EXIT
003220     END-IF.
003230     IF WS-CORR-COUNT >= WS-MAX-CORRECTIONS
003240         DISPLAY "MORE THAN " WS-MAX-CORRECTIONS
003250                 " CORRECTION CARDS - RUN REJECTED"
003260         MOVE 'N' TO WS-VALID-RUN-SWITCH
003270         GO TO 1100-EXIT
003280     END-IF.
003290     ADD 1 TO WS-CORR-COUNT.
003300     MOVE CORR-REJECT-DATE TO WC-REJECT-DATE(WS-CORR-COUNT).
003310     MOVE CORR-SEQ TO WC-SEQ(WS-CORR-COUNT).
003320     MOVE CORR-PAIR TO WC-PAIR(WS-CORR-COUNT).
003330     MOVE 'N' TO WC-USED-SWITCH(WS-CORR-COUNT).
003340     MOVE 0 TO WC-MATCH-COUNT(WS-CORR-COUNT).
003350 1100-EXIT.
003360     EXIT.
003370*================================================================
003380 1200-WRITE-RESUB-HEADER.
003390*================================================================
003400     MOVE SPACES TO FEED-CONTROL-RECORD.
003410     MOVE 'HDR' TO FEED-REC-TYPE.
003420     MOVE WS-RUN-DATE TO FEED-HDR-DATE.
003430     MOVE 'SUSPRES' TO FEED-HDR-SOURCE.
003440     WRITE ADDRSB-RECORD FROM FEED-CONTROL-RECORD.
003450 1200-EXIT.
003460     EXIT.
003470*================================================================
003480 2000-READ-SUSPENSE.
003490*================================================================
003500     READ SUSPENSE-IN-FILE
003510         AT END
003520             SET WS-SUSP-EOF TO TRUE
003530     END-READ.
003540 2000-EXIT.
003550     EXIT.
003560*================================================================
003570 2500-COUNT-MATCHES.
003580*================================================================
003590*    FIRST PASS - COUNT HOW MANY OPEN ENTRIES EACH CORRECTION
003600*    KEY MATCHES, SO THE APPLY PASS CAN REFUSE A CARD WHOSE
003610*    KEY IS AMBIGUOUS INSTEAD OF CLEARING WHICHEVER ENTRY
003620*    HAPPENS TO COME FIRST.
003630     OPEN INPUT SUSPENSE-IN-FILE.
003640     PERFORM 2000-READ-SUSPENSE THRU 2000-EXIT.
003650     PERFORM 2550-COUNT-ONE-MATCH THRU 2550-EXIT
003660         UNTIL WS-SUSP-EOF.
003670     CLOSE SUSPENSE-IN-FILE.
003680 2500-EXIT.
003690     EXIT.
003700*================================================================
003710 2550-COUNT-ONE-MATCH.
003720*================================================================
003730     IF SUSP-OPEN
003740         PERFORM 3500-FIND-CORRECTION THRU 3500-EXIT
003750         IF WS-FOUND-IDX > 0
003760             ADD 1 TO WC-MATCH-COUNT(WS-FOUND-IDX)
003770         END-IF
003780     END-IF.
003790     PERFORM 2000-READ-SUSPENSE THRU 2000-EXIT.
003800 2550-EXIT.
003810     EXIT.
003820*================================================================
003830 3000-APPLY-SUSPENSE.
003840*================================================================
003850     PERFORM 2000-READ-SUSPENSE THRU 2000-EXIT.
003860     PERFORM 3100-APPLY-ONE-ENTRY THRU 3100-EXIT
003870         UNTIL WS-SUSP-EOF.
003880 3000-EXIT.
003890     EXIT.
003900*================================================================
003910 3100-APPLY-ONE-ENTRY.
003920*================================================================
003930     PERFORM 3500-FIND-CORRECTION THRU 3500-EXIT.
003940     IF WS-FOUND-IDX > 0 AND SUSP-OPEN
003950         IF WC-MATCH-COUNT(WS-FOUND-IDX) > 1
003960             DISPLAY "CORRECTION FOR "
003970                     WC-REJECT-DATE(WS-FOUND-IDX)
003980                     " SEQ " WC-SEQ(WS-FOUND-IDX)
003990                     " MATCHES MORE THAN ONE OPEN SUSPENSE "
004000                     "ENTRY - NOT APPLIED"
004010             MOVE 'Y' TO WC-USED-SWITCH(WS-FOUND-IDX)
004020             ADD 1 TO WS-UNMATCHED-COUNT
004030         ELSE
004040             MOVE 'C' TO SUSP-STATUS
004050             MOVE WS-RUN-DATE TO SUSP-CLEARED-DATE
004060             PERFORM 3300-CHECK-LATE-CLEAR THRU 3300-EXIT
004070             MOVE 'Y' TO WC-USED-SWITCH(WS-FOUND-IDX)
004080             ADD 1 TO WS-CLEARED-COUNT
004090             PERFORM 3200-WRITE-RESUB-DETAIL THRU 3200-EXIT
004100         END-IF
004110     END-IF.
004120     WRITE SUSPO-RECORD FROM SUSP-RECORD.
004130     PERFORM 2000-READ-SUSPENSE THRU 2000-EXIT.
004140 3100-EXIT.
004150     EXIT.
004160*================================================================
004170 3200-WRITE-RESUB-DETAIL.
004180*================================================================
004190     WRITE ADDRSB-RECORD FROM WC-PAIR(WS-FOUND-IDX).
004200     ADD 1 TO WS-RESUB-COUNT.
004210*    THE HASH KEEPS ONLY THE LOW-ORDER 13 DIGITS, THE SAME WAY
004220*    FEEDCHK AND THE FEED PRODUCERS WRAP IT. THE AMOUNTS WERE
004230*    PROVEN NUMERIC WHEN THE CARD LOADED.
004240     MOVE WC-PAIR(WS-FOUND-IDX)(4:12) TO WS-FIELD-A.
004250     MOVE WC-PAIR(WS-FOUND-IDX)(17:12) TO WS-FIELD-B.
004260     COMPUTE WS-HASH-WORK =
004270         WS-HASH-TOTAL + WS-FIELD-A + WS-FIELD-B.
004280     MOVE WS-HASH-WORK TO WS-HASH-TOTAL.
004290 3200-EXIT.
004300     EXIT.
004310*================================================================
004320 3300-CHECK-LATE-CLEAR.
004330*================================================================
004340*    AN ITEM REJECTED IN A MONTH ALREADY CLOSED STAYS ON THAT
004350*    MONTH'S FROZEN STATEMENT AS OPEN AT CLOSE - ITS CORRECTED
004360*    PAIR POSTS TODAY, IN THE OPEN PERIOD, AND IS CALLED OUT SO
004370*    THE DESK CAN TELL FINANCE WHERE IT WENT.
004380     MOVE SUSP-REJECT-DATE(1:6) TO WS-CHECK-MONTH.
004390     PERFORM 3600-FIND-CLOSED-MONTH THRU 3600-EXIT.
004400     IF WS-PRD-FOUND-IDX > 0
004410         DISPLAY "ENTRY " SUSP-REJECT-DATE " SEQ " SUSP-SEQ
004420                 " REJECTED IN CLOSED PERIOD " WS-CHECK-MONTH
004430                 " - POSTS TO OPEN PERIOD " WS-RUN-DATE(1:6)
004440         ADD 1 TO WS-LATE-CLEAR-COUNT
004450     END-IF.
004460 3300-EXIT.
004470     EXIT.
004480*================================================================
004490 3500-FIND-CORRECTION.
004500*================================================================
004510     MOVE 0 TO WS-FOUND-IDX.
004520     IF SUSP-REJECT-DATE NOT NUMERIC
004530         OR SUSP-SEQ NOT NUMERIC
004540         GO TO 3500-EXIT
004550     END-IF.
004560     PERFORM 3550-MATCH-CORRECTION THRU 3550-EXIT
004570         VARYING WS-CORR-IDX FROM 1 BY 1
004580         UNTIL WS-CORR-IDX > WS-CORR-COUNT
004590             OR WS-FOUND-IDX > 0.
004600 3500-EXIT.
004610     EXIT.
004620*================================================================
004630 3550-MATCH-CORRECTION.
004640*================================================================
004650     IF NOT WC-USED(WS-CORR-IDX)
004660         AND WC-REJECT-DATE(WS-CORR-IDX) = SUSP-REJECT-DATE
004670         AND WC-SEQ(WS-CORR-IDX) = SUSP-SEQ
004680         MOVE WS-CORR-IDX TO WS-FOUND-IDX
004690     END-IF.
004700 3550-EXIT.
004710     EXIT.
004720*================================================================
004730 3600-FIND-CLOSED-MONTH.
004740*================================================================
004750     MOVE 0 TO WS-PRD-FOUND-IDX.
004760     PERFORM 3650-MATCH-CLOSED-MONTH THRU 3650-EXIT
004770         VARYING WS-PRD-IDX FROM 1 BY 1
004780         UNTIL WS-PRD-IDX > PRD-COUNT
004790             OR WS-PRD-FOUND-IDX > 0.
004800 3600-EXIT.
004810     EXIT.
004820*================================================================
004830 3650-MATCH-CLOSED-MONTH.
004840*================================================================
004850     IF PRD-MONTH(WS-PRD-IDX) = WS-CHECK-MONTH
004860         MOVE WS-PRD-IDX TO WS-PRD-FOUND-IDX
004870     END-IF.
004880 3650-EXIT.
004890     EXIT.
004900*================================================================
004910 7000-FINISH-RESUBMIT.
004920*================================================================
004930     MOVE SPACES TO FEED-CONTROL-RECORD.
004940     MOVE 'TRL' TO FEED-REC-TYPE.
004950     MOVE WS-RESUB-COUNT TO FEED-TRL-COUNT.
004960     MOVE WS-HASH-TOTAL TO FEED-TRL-HASH.
004970     WRITE ADDRSB-RECORD FROM FEED-CONTROL-RECORD.
004980 7000-EXIT.
004990     EXIT.
005000*================================================================
005010 7500-REPORT-UNUSED.
005020*================================================================
005030     PERFORM 7550-REPORT-ONE-UNUSED THRU 7550-EXIT
005040         VARYING WS-CORR-IDX FROM 1 BY 1
005050         UNTIL WS-CORR-IDX > WS-CORR-COUNT.
005060     MOVE WS-CLEARED-COUNT TO WS-CLEARED-COUNT-D.
005070     MOVE WS-UNMATCHED-COUNT TO WS-UNMATCHED-COUNT-D.
005080     DISPLAY "SUSPENSE ENTRIES CLEARED = " WS-CLEARED-COUNT-D.
005090     DISPLAY "CORRECTIONS UNMATCHED    = "
005100             WS-UNMATCHED-COUNT-D.
005110     MOVE WS-LATE-CLEAR-COUNT TO WS-LATE-CLEAR-COUNT-D.
005120     DISPLAY "CLEARED FROM CLOSED MTHS = "
005130             WS-LATE-CLEAR-COUNT-D.
005140 7500-EXIT.
005150     EXIT.
005160*================================================================
005170 7550-REPORT-ONE-UNUSED.
005180*================================================================
005190     IF NOT WC-USED(WS-CORR-IDX)
005200         DISPLAY "CORRECTION FOR " WC-REJECT-DATE(WS-CORR-IDX)
005210                 " SEQ " WC-SEQ(WS-CORR-IDX)
005220                 " MATCHES NO OPEN SUSPENSE ENTRY"
005230         ADD 1 TO WS-UNMATCHED-COUNT
005240     END-IF.
005250 7550-EXIT.
005260     EXIT.
005270*================================================================
005280 8000-TERMINATE.
005290*================================================================
005300     IF WS-RUN-IS-VALID
005310         CLOSE SUSPENSE-IN-FILE
005320         CLOSE SUSPENSE-OUT-FILE
005330         CLOSE RESUBMIT-FILE
005340     END-IF.
005350     IF NOT WS-RUN-IS-VALID
005360         MOVE 8 TO RETURN-CODE
005370     ELSE
005380         IF WS-UNMATCHED-COUNT > 0
005390             MOVE 4 TO RETURN-CODE
005400         ELSE
005410             MOVE 0 TO RETURN-CODE
005420         END-IF
005430     END-IF.
005440 8000-EXIT.
005450     EXIT.
005460*================================================================
005470 9999-EXIT.
005480     STOP RUN.
