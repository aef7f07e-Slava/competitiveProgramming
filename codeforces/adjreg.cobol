000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     ADJREG.
000030 AUTHOR.         S. KOVALENKO.
000040 INSTALLATION.   RECONCILIATION BATCH.
000050 DATE-WRITTEN.   OCT 2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 SK  ORIGINAL VERSION. REGISTER LEG OF THE
000110*                ADJUSTMENT CYCLE (ADJCYCL). RUNS BEHIND THE
000120*                ADDER PASS OVER ADJEDIT'S ADJUSTMENT FEED AND
000130*                LINKS EVERY LEG THAT PASS POSTED TO THE
000140*                ORIGINAL IT ADJUSTS. THE PENDING LEGS (ADJPEND)
000150*                CARRY EACH LEG'S RECORD NUMBER ON THE FEED; A
000160*                LEG THE ADDER REJECTED SHOWS ON ITS EXCEPTION
000170*                REPORT (ADDEXC) UNDER THAT NUMBER AND IS
000180*                REPORTED NOT POSTED, AND EVERY OTHER LEG TAKES
000190*                THE NEXT DETAIL LINE OF THE PASS'S ADDRPT -
000200*                WHOSE DATE LINE MUST SAY ADJUST - FOR ITS
000210*                POSTED DATE, SEQUENCE AND BASE-CURRENCY SUM.
000220*                THE REGISTER (ADJREG) IS CARRIED FORWARD ONE
000230*                GENERATION WITH THE NEW LEGS ADDED, AND THE
000240*                REGISTER REPORT (ADJRPT) LISTS THE PASS'S LEGS
000250*                BESIDE THEIR ORIGINALS. IF THE ADDRPT AND THE
000260*                PENDING LEGS DO NOT AGREE THE REGISTER IS
000270*                CARRIED FORWARD UNCHANGED AND THE RUN ENDS
000280*                RC 8; A LEG NOT POSTED ENDS IT RC 4.
000290* 2026-10-15 SK  A POSTED REVERSAL LEG MUST CARRY EXACTLY MINUS
000300*                ITS ORIGINAL'S BASE-CURRENCY SUM
000310*                (ADJREG-ORIG-SUM); ANY OTHER SUM IS A MISMATCH,
000320*                THE REGISTER IS CARRIED FORWARD UNCHANGED AND THE
000330*                RUN ENDS RC 8.
000340* 2026-10-15 SK  A LEG THE PASS REJECTED TO SUSPENSE IS NOW
000350*                REGISTERED TOO, ADJREG-STATUS 'S', UNDER ITS FEED
000360*                RECORD NUMBER WITH A ZERO SUM, SO ADJEDIT SEES A
000370*                REVERSAL WAITING ON SUSPENSE AND REFUSES A SECOND
000380*                REVERSAL OF THE SAME ORIGINAL. POSTED LEGS CARRY
000390*                STATUS 'P'.
000400*================================================================
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.    IBM-370.
000440 OBJECT-COMPUTER.    IBM-370.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT PENDING-FILE ASSIGN TO ADJPEND
000480            ORGANIZATION IS LINE SEQUENTIAL.
000490     SELECT ADD-EXCEPTION-FILE ASSIGN TO ADDEXC
000500            ORGANIZATION IS LINE SEQUENTIAL.
000510     SELECT ADD-REPORT-FILE ASSIGN TO ADDRPT
000520            ORGANIZATION IS LINE SEQUENTIAL.
000530     SELECT OPTIONAL REGISTER-IN ASSIGN TO ADJREG
000540            ORGANIZATION IS LINE SEQUENTIAL
000550            FILE STATUS IS WS-REGI-STATUS.
000560     SELECT REGISTER-OUT ASSIGN TO ADJREGO
000570            ORGANIZATION IS LINE SEQUENTIAL.
000580     SELECT REGISTER-REPORT-FILE ASSIGN TO ADJRPT
000590            ORGANIZATION IS LINE SEQUENTIAL.
000600*
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  PENDING-FILE
000640     RECORD CONTAINS 80 CHARACTERS.
000650 01  ADJPEND-RECORD              PIC X(80).
000660*
000670 FD  ADD-EXCEPTION-FILE
000680     RECORD CONTAINS 64 CHARACTERS.
000690 01  ADD-EXCEPTION-RECORD.
000700     05  ADDEXC-BRANCH           PIC X(03).
000710     05  FILLER                  PIC X(01).
000720     05  ADDEXC-SEQ              PIC 9(07).
000730     05  FILLER                  PIC X(53).
000740*
000750 FD  ADD-REPORT-FILE
000760     RECORD CONTAINS 96 CHARACTERS.
000770     COPY ADDRPT.
000780*
000790 FD  REGISTER-IN
000800     RECORD CONTAINS 80 CHARACTERS.
000810 01  ADJREGI-RECORD              PIC X(80).
000820*
000830 FD  REGISTER-OUT
000840     RECORD CONTAINS 80 CHARACTERS.
000850 01  ADJREGO-RECORD              PIC X(80).
000860*
000870 FD  REGISTER-REPORT-FILE
000880     RECORD CONTAINS 120 CHARACTERS.
000890 01  ADJ-REPORT-RECORD           PIC X(120).
000900*
000910 WORKING-STORAGE SECTION.
000920*----------------------------------------------------------------
000930* CONSTANTS
000940*----------------------------------------------------------------
000950*    AN ADJUSTMENT PASS CARRIES AT MOST TWO LEGS FOR EACH OF
000960*    ADJEDIT'S 500 CARDS.
000970 77  WS-MAX-LEGS                 PIC 9(04)  VALUE 1000.
000980*----------------------------------------------------------------
000990* SWITCHES
001000*----------------------------------------------------------------
001010 01  WS-SWITCHES.
001020     05  WS-PEND-EOF-SWITCH      PIC X(01)  VALUE 'N'.
001030         88  WS-PEND-EOF                    VALUE 'Y'.
001040     05  WS-EXC-EOF-SWITCH       PIC X(01)  VALUE 'N'.
001050         88  WS-EXC-EOF                     VALUE 'Y'.
001060     05  WS-RPT-EOF-SWITCH       PIC X(01)  VALUE 'N'.
001070         88  WS-RPT-EOF                     VALUE 'Y'.
001080     05  WS-REG-EOF-SWITCH       PIC X(01)  VALUE 'N'.
001090         88  WS-REG-EOF                     VALUE 'Y'.
001100     05  WS-VALID-RUN-SWITCH     PIC X(01)  VALUE 'Y'.
001110         88  WS-RUN-IS-VALID                VALUE 'Y'.
001120     05  WS-DETAIL-FOUND-SWITCH  PIC X(01)  VALUE 'N'.
001130         88  WS-DETAIL-FOUND                VALUE 'Y'.
001140 01  WS-REGI-STATUS              PIC X(02).
001150*----------------------------------------------------------------
001160* THE PASS'S LEGS - PENDING AS ADJEDIT WROTE THEM, THEN
001170* COMPLETED FROM ADDRPT OR MARKED NOT POSTED.
001180*----------------------------------------------------------------
001190 01  WS-LEG-COUNT                PIC 9(04)  COMP.
001200 01  WS-LEG-TABLE.
001210     05  WS-LEG                  OCCURS 1000 TIMES.
001220         10  LEG-RECORD          PIC X(80).
001230         10  LEG-FEED-SEQ        PIC 9(07).
001240         10  LEG-POSTED-SWITCH   PIC X(01).
001250             88  LEG-POSTED                 VALUE 'Y'.
001260 01  WS-LEG-IDX                  PIC 9(04)  COMP.
001270 01  WS-FOUND-IDX                PIC 9(04)  COMP.
001280     COPY ADJREG.
001290*----------------------------------------------------------------
001300* ADDRPT STATE FOR THE PASS
001310*----------------------------------------------------------------
001320 01  WS-PASS-DATE                PIC 9(08).
001330 01  WS-PASS-SEQ                 PIC 9(07).
001340 01  WS-PASS-SUM                 PIC S9(10)V99.
001350*----------------------------------------------------------------
001360* RUN COUNTERS AND WORK FIELDS
001370*----------------------------------------------------------------
001380 01  WS-RUN-DATE                 PIC 9(08).
001390 01  WS-REJECT-TEXT              PIC X(50).
001400 01  WS-CARRIED-COUNT            PIC 9(07)  COMP.
001410 01  WS-POSTED-COUNT             PIC 9(05)  COMP.
001420 01  WS-UNPOSTED-COUNT           PIC 9(05)  COMP.
001430 01  WS-REV-TOTAL                PIC S9(11)V99.
001440 01  WS-REP-TOTAL                PIC S9(11)V99.
001450 01  WS-CARRIED-COUNT-D          PIC 9(07).
001460 01  WS-POSTED-COUNT-D           PIC 9(05).
001470 01  WS-UNPOSTED-COUNT-D         PIC 9(05).
001480*----------------------------------------------------------------
001490* REPORT LINE LAYOUTS
001500*----------------------------------------------------------------
001510 01  WS-HEADER-LINE.
001520     05  FILLER                  PIC X(24)
001530         VALUE 'ADJUSTMENT REGISTER FOR '.
001540     05  WS-HDR-DATE             PIC 9(08).
001550     05  FILLER                  PIC X(88)  VALUE SPACES.
001560 01  WS-COLUMN-LINE.
001570     05  FILLER                  PIC X(30)
001580         VALUE 'POSTED   SEQ    LEG         BR'.
001590     05  FILLER                  PIC X(17)
001600         VALUE '         AMOUNT  '.
001610     05  FILLER                  PIC X(29)
001620         VALUE 'ORIGINAL BR  ORIG SEQ SOURCE '.
001630     05  FILLER                  PIC X(15)
001640         VALUE '    ORIG AMOUNT'.
001650     05  FILLER                  PIC X(29)
001660         VALUE ' STATUS'.
001670 01  WS-DETAIL-LINE.
001680     05  WS-DTL-ADJ-DATE         PIC X(08).
001690     05  FILLER                  PIC X(01)  VALUE SPACE.
001700     05  WS-DTL-ADJ-SEQ          PIC ZZZZZZ9.
001710     05  FILLER                  PIC X(01)  VALUE SPACE.
001720     05  WS-DTL-LEG              PIC X(11).
001730     05  FILLER                  PIC X(01)  VALUE SPACE.
001740     05  WS-DTL-BRANCH           PIC X(03).
001750     05  FILLER                  PIC X(01)  VALUE SPACE.
001760     05  WS-DTL-SUM              PIC -(10)9.99.
001770     05  FILLER                  PIC X(02)  VALUE SPACES.
001780     05  WS-DTL-ORIG-DATE        PIC 9(08).
001790     05  FILLER                  PIC X(01)  VALUE SPACE.
001800     05  WS-DTL-ORIG-BRANCH      PIC X(03).
001810     05  FILLER                  PIC X(01)  VALUE SPACE.
001820     05  WS-DTL-ORIG-SEQ         PIC ZZZZZZZ9.
001830     05  FILLER                  PIC X(01)  VALUE SPACE.
001840     05  WS-DTL-ORIG-SOURCE      PIC X(08).
001850     05  FILLER                  PIC X(01)  VALUE SPACE.
001860     05  WS-DTL-ORIG-SUM         PIC -(10)9.99.
001870     05  FILLER                  PIC X(01)  VALUE SPACE.
001880     05  WS-DTL-STATUS           PIC X(28).
001890 01  WS-TOTAL-LINE.
001900     05  FILLER                  PIC X(14)
001910         VALUE 'LEGS POSTED = '.
001920     05  WS-TOT-POSTED           PIC ZZZZ9.
001930     05  FILLER                  PIC X(15)
001940         VALUE '  NOT POSTED = '.
001950     05  WS-TOT-UNPOSTED         PIC ZZZZ9.
001960     05  FILLER                  PIC X(13)
001970         VALUE '  REVERSED = '.
001980     05  WS-TOT-REVERSED         PIC -(11)9.99.
001990     05  FILLER                  PIC X(13)
002000         VALUE '  REPLACED = '.
002010     05  WS-TOT-REPLACED         PIC -(11)9.99.
002020     05  FILLER                  PIC X(25)  VALUE SPACES.
002030 01  WS-REFUSED-LINE.
002040     05  FILLER                  PIC X(41)
002050         VALUE 'NOTHING REGISTERED - REGISTER CARRIED FWD'.
002060     05  FILLER                  PIC X(03)  VALUE ' - '.
002070     05  WS-REF-TEXT             PIC X(50).
002080     05  FILLER                  PIC X(26)  VALUE SPACES.
002090*
002100 PROCEDURE DIVISION.
002110*================================================================
002120 0000-MAINLINE.
002130*================================================================
002140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002150     IF WS-RUN-IS-VALID
002160         PERFORM 2000-LOAD-PENDING THRU 2000-EXIT
002170     END-IF.
002180     IF WS-RUN-IS-VALID
002190         PERFORM 3000-MARK-REJECTED THRU 3000-EXIT
002200     END-IF.
002210     IF WS-RUN-IS-VALID
002220         PERFORM 4000-MATCH-POSTINGS THRU 4000-EXIT
002230     END-IF.
002240     PERFORM 7000-WRITE-REGISTER THRU 7000-EXIT.
002250     PERFORM 7500-WRITE-REPORT THRU 7500-EXIT.
002260     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002270     GO TO 9999-EXIT.
002280*================================================================
002290 1000-INITIALIZE.
002300*================================================================
002310     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002320     MOVE 0 TO WS-LEG-COUNT.
002330     MOVE 0 TO WS-CARRIED-COUNT.
002340     MOVE 0 TO WS-POSTED-COUNT.
002350     MOVE 0 TO WS-UNPOSTED-COUNT.
002360     MOVE 0 TO WS-REV-TOTAL.
002370     MOVE 0 TO WS-REP-TOTAL.
002380     MOVE 0 TO WS-PASS-DATE.
002390     MOVE SPACES TO WS-REJECT-TEXT.
002400*    NO REGISTER YET IS THE FIRST ADJUSTMENT PASS.
002410     OPEN INPUT REGISTER-IN.
002420     IF WS-REGI-STATUS NOT = '00' AND WS-REGI-STATUS NOT = '05'
002430         DISPLAY "ADJUSTMENT REGISTER CANNOT BE OPENED - STATUS "
002440                 WS-REGI-STATUS " - RUN REJECTED"
002450         MOVE 'REGISTER UNREADABLE' TO WS-REJECT-TEXT
002460         MOVE 'N' TO WS-VALID-RUN-SWITCH
002470     END-IF.
002480 1000-EXIT.
002490     EXIT.
002500*================================================================
002510 2000-LOAD-PENDING.
002520*================================================================
002530     OPEN INPUT PENDING-FILE.
002540     PERFORM 2100-TAKE-PENDING-LEG THRU 2100-EXIT
002550         UNTIL WS-PEND-EOF OR NOT WS-RUN-IS-VALID.
002560     CLOSE PENDING-FILE.
002570 2000-EXIT.
002580     EXIT.
002590*================================================================
002600 2100-TAKE-PENDING-LEG.
002610*================================================================
002620     READ PENDING-FILE INTO ADJREG-RECORD
002630         AT END
002640             SET WS-PEND-EOF TO TRUE
002650     END-READ.
002660     IF WS-PEND-EOF
002670         GO TO 2100-EXIT
002680     END-IF.
002690     IF WS-LEG-COUNT >= WS-MAX-LEGS
002700         DISPLAY "MORE THAN " WS-MAX-LEGS
002710                 " PENDING LEGS - RUN REJECTED"
002720         MOVE 'TOO MANY PENDING LEGS' TO WS-REJECT-TEXT
002730         MOVE 'N' TO WS-VALID-RUN-SWITCH
002740         GO TO 2100-EXIT
002750     END-IF.
002760     ADD 1 TO WS-LEG-COUNT.
002770     MOVE ADJREG-RECORD TO LEG-RECORD(WS-LEG-COUNT).
002780     MOVE ADJREG-ADJ-SEQ TO LEG-FEED-SEQ(WS-LEG-COUNT).
002790     MOVE 'Y' TO LEG-POSTED-SWITCH(WS-LEG-COUNT).
002800 2100-EXIT.
002810     EXIT.
002820*================================================================
002830 3000-MARK-REJECTED.
002840*================================================================
002850*    THE ADDER QUOTES A REJECTED PAIR BY ITS RECORD NUMBER ON
002860*    THE FEED - THE SAME NUMBER ADJEDIT GAVE THE PENDING LEG.
002870*    AN EXCEPTION NO LEG ACCOUNTS FOR MEANS THE ADDRPT AND THE
002880*    PENDING LEGS ARE NOT FROM THE SAME PASS.
002890     OPEN INPUT ADD-EXCEPTION-FILE.
002900     PERFORM 3100-TAKE-EXCEPTION THRU 3100-EXIT
002910         UNTIL WS-EXC-EOF OR NOT WS-RUN-IS-VALID.
002920     CLOSE ADD-EXCEPTION-FILE.
002930 3000-EXIT.
002940     EXIT.
002950*================================================================
002960 3100-TAKE-EXCEPTION.
002970*================================================================
002980     READ ADD-EXCEPTION-FILE
002990         AT END
003000             SET WS-EXC-EOF TO TRUE
003010     END-READ.
003020     IF WS-EXC-EOF
003030         GO TO 3100-EXIT
003040     END-IF.
003050     MOVE 0 TO WS-FOUND-IDX.
003060     IF ADDEXC-SEQ NUMERIC
003070         PERFORM 3200-MATCH-FEED-SEQ THRU 3200-EXIT
003080             VARYING WS-LEG-IDX FROM 1 BY 1
003090             UNTIL WS-LEG-IDX > WS-LEG-COUNT
003100                 OR WS-FOUND-IDX > 0
003110     END-IF.
003120     IF WS-FOUND-IDX = 0
003130         DISPLAY "EXCEPTION FOR " ADDEXC-BRANCH
003140                 " SEQ " ADDEXC-SEQ
003150                 " MATCHES NO PENDING LEG - RUN REJECTED"
003160         MOVE 'ADDEXC DOES NOT MATCH PENDING LEGS'
003170             TO WS-REJECT-TEXT
003180         MOVE 'N' TO WS-VALID-RUN-SWITCH
003190         GO TO 3100-EXIT
003200     END-IF.
003210     MOVE 'N' TO LEG-POSTED-SWITCH(WS-FOUND-IDX).
003220 3100-EXIT.
003230     EXIT.
003240*================================================================
003250 3200-MATCH-FEED-SEQ.
003260*================================================================
003270     IF LEG-FEED-SEQ(WS-LEG-IDX) = ADDEXC-SEQ
003280         MOVE WS-LEG-IDX TO WS-FOUND-IDX
003290     END-IF.
003300 3200-EXIT.
003310     EXIT.
003320*================================================================
003330 4000-MATCH-POSTINGS.
003340*================================================================
003350*    THE ADDER POSTS IN FEED ORDER, SO THE POSTED LEGS AND THE
003360*    PASS'S DETAIL LINES PAIR OFF ONE FOR ONE, IN ORDER.
003370     OPEN INPUT ADD-REPORT-FILE.
003380     PERFORM 4100-READ-REPORT THRU 4100-EXIT.
003390     IF WS-RPT-EOF OR RPTDTE-LABEL NOT = 'REPORT DATE '
003400         OR RPTDTE-SOURCE NOT = 'ADJUST'
003410         OR RPTDTE-DATE NOT NUMERIC
003420         DISPLAY "ADDRPT IS NOT AN ADJUSTMENT PASS - RUN REJECTED"
003430         MOVE 'ADDRPT IS NOT AN ADJUSTMENT PASS' TO WS-REJECT-TEXT
003440         MOVE 'N' TO WS-VALID-RUN-SWITCH
003450         GO TO 4000-CLOSE
003460     END-IF.
003470     MOVE RPTDTE-DATE TO WS-PASS-DATE.
003480     PERFORM 4200-MATCH-ONE-LEG THRU 4200-EXIT
003490         VARYING WS-LEG-IDX FROM 1 BY 1
003500         UNTIL WS-LEG-IDX > WS-LEG-COUNT
003510             OR NOT WS-RUN-IS-VALID.
003520     IF NOT WS-RUN-IS-VALID
003530         GO TO 4000-CLOSE
003540     END-IF.
003550     PERFORM 4300-NEXT-DETAIL THRU 4300-EXIT.
003560     IF WS-DETAIL-FOUND
003570         DISPLAY "ADDRPT HAS MORE POSTINGS THAN PENDING LEGS"
003580                 " - RUN REJECTED"
003590         MOVE 'ADDRPT DOES NOT MATCH PENDING LEGS'
003600             TO WS-REJECT-TEXT
003610         MOVE 'N' TO WS-VALID-RUN-SWITCH
003620     END-IF.
003630 4000-CLOSE.
003640     CLOSE ADD-REPORT-FILE.
003650 4000-EXIT.
003660     EXIT.
003670*================================================================
003680 4100-READ-REPORT.
003690*================================================================
003700     READ ADD-REPORT-FILE
003710         AT END
003720             SET WS-RPT-EOF TO TRUE
003730     END-READ.
003740 4100-EXIT.
003750     EXIT.
003760*================================================================
003770 4200-MATCH-ONE-LEG.
003780*================================================================
003790     IF NOT LEG-POSTED(WS-LEG-IDX)
003800*        A LEG ON SUSPENSE IS REGISTERED UNDER ITS FEED RECORD
003810*        NUMBER SO ADJEDIT STILL SEES THE ORIGINAL AS TAKEN.
003820         MOVE LEG-RECORD(WS-LEG-IDX) TO ADJREG-RECORD
003830         MOVE WS-PASS-DATE TO ADJREG-ADJ-DATE
003840         MOVE 0 TO ADJREG-SUM
003850         MOVE 'S' TO ADJREG-STATUS
003860         MOVE ADJREG-RECORD TO LEG-RECORD(WS-LEG-IDX)
003870         ADD 1 TO WS-UNPOSTED-COUNT
003880         GO TO 4200-EXIT
003890     END-IF.
003900     MOVE LEG-RECORD(WS-LEG-IDX) TO ADJREG-RECORD.
003910     PERFORM 4300-NEXT-DETAIL THRU 4300-EXIT.
003920     IF NOT WS-DETAIL-FOUND OR RPT-BRANCH NOT = ADJREG-BRANCH
003930         DISPLAY "NO ADDRPT POSTING FOR " ADJREG-BRANCH
003940                 " FEED RECORD " ADJREG-ADJ-SEQ
003950                 " - RUN REJECTED"
003960         MOVE 'ADDRPT DOES NOT MATCH PENDING LEGS'
003970             TO WS-REJECT-TEXT
003980         MOVE 'N' TO WS-VALID-RUN-SWITCH
003990         GO TO 4200-EXIT
004000     END-IF.
004010     COMPUTE WS-PASS-SEQ = FUNCTION NUMVAL (RPT-SEQ).
004020     COMPUTE WS-PASS-SUM = FUNCTION NUMVAL (RPT-SUM).
004030*    A REVERSAL MUST BACK ITS ORIGINAL OUT EXACTLY - ANY OTHER
004040*    POSTED SUM MEANS THE PASS DID NOT POST WHAT ADJEDIT PROVED.
004050     IF ADJREG-REVERSAL
004060         AND WS-PASS-SUM + ADJREG-ORIG-SUM NOT = 0
004070         DISPLAY "REVERSAL FOR " ADJREG-BRANCH
004080                 " FEED RECORD " ADJREG-ADJ-SEQ
004090                 " DOES NOT BACK OUT ITS ORIGINAL - RUN REJECTED"
004100         MOVE 'REVERSAL SUM NOT MINUS ORIGINAL SUM'
004110             TO WS-REJECT-TEXT
004120         MOVE 'N' TO WS-VALID-RUN-SWITCH
004130         GO TO 4200-EXIT
004140     END-IF.
004150     MOVE WS-PASS-DATE TO ADJREG-ADJ-DATE.
004160     MOVE WS-PASS-SEQ TO ADJREG-ADJ-SEQ.
004170     MOVE WS-PASS-SUM TO ADJREG-SUM.
004180     MOVE 'P' TO ADJREG-STATUS.
004190     MOVE ADJREG-RECORD TO LEG-RECORD(WS-LEG-IDX).
004200     ADD 1 TO WS-POSTED-COUNT.
004210     IF ADJREG-REVERSAL
004220         ADD WS-PASS-SUM TO WS-REV-TOTAL
004230     ELSE
004240         ADD WS-PASS-SUM TO WS-REP-TOTAL
004250     END-IF.
004260 4200-EXIT.
004270     EXIT.
004280*================================================================
004290 4300-NEXT-DETAIL.
004300*================================================================
004310*    SUBTOTAL AND CONTROL-TOTAL LINES ARE PASSED BY; THE NEXT
004320*    LINE WITH A NUMERIC SEQUENCE IS A POSTING.
004330     MOVE 'N' TO WS-DETAIL-FOUND-SWITCH.
004340     PERFORM 4310-TRY-ONE-LINE THRU 4310-EXIT
004350         UNTIL WS-RPT-EOF OR WS-DETAIL-FOUND.
004360 4300-EXIT.
004370     EXIT.
004380*================================================================
004390 4310-TRY-ONE-LINE.
004400*================================================================
004410     PERFORM 4100-READ-REPORT THRU 4100-EXIT.
004420     IF WS-RPT-EOF
004430         GO TO 4310-EXIT
004440     END-IF.
004450     IF RPTDTE-LABEL = 'REPORT DATE '
004460         OR RPTTOT-LABEL = 'CONTROL TOTALS'
004470         OR RPTSUB-LABEL(1:15) = 'BRANCH SUBTOTAL'
004480         GO TO 4310-EXIT
004490     END-IF.
004500     IF RPT-SEQ(7:1) NUMERIC
004510         SET WS-DETAIL-FOUND TO TRUE
004520     END-IF.
004530 4310-EXIT.
004540     EXIT.
004550*================================================================
004560 7000-WRITE-REGISTER.
004570*================================================================
004580*    THE OLD REGISTER IS ALWAYS CARRIED FORWARD; THE PASS'S
004590*    LEGS ARE ADDED ONLY WHEN EVERYTHING AGREED.
004600     OPEN OUTPUT REGISTER-OUT.
004610     IF WS-REGI-STATUS = '00' OR WS-REGI-STATUS = '05'
004620         PERFORM 7100-COPY-ONE-RECORD THRU 7100-EXIT
004630             UNTIL WS-REG-EOF
004640         CLOSE REGISTER-IN
004650     END-IF.
004660     IF WS-RUN-IS-VALID
004670         PERFORM 7200-WRITE-ONE-LEG THRU 7200-EXIT
004680             VARYING WS-LEG-IDX FROM 1 BY 1
004690             UNTIL WS-LEG-IDX > WS-LEG-COUNT
004700     END-IF.
004710     CLOSE REGISTER-OUT.
004720 7000-EXIT.
004730     EXIT.
004740*================================================================
004750 7100-COPY-ONE-RECORD.
004760*================================================================
004770     READ REGISTER-IN
004780         AT END
004790             SET WS-REG-EOF TO TRUE
004800     END-READ.
004810     IF NOT WS-REG-EOF
004820         WRITE ADJREGO-RECORD FROM ADJREGI-RECORD
004830         ADD 1 TO WS-CARRIED-COUNT
004840     END-IF.
004850 7100-EXIT.
004860     EXIT.
004870*================================================================
004880 7200-WRITE-ONE-LEG.
004890*================================================================
004900*    POSTED AND SUSPENDED LEGS ALIKE - ADJREG-STATUS TELLS THEM
004910*    APART.
004920     WRITE ADJREGO-RECORD FROM LEG-RECORD(WS-LEG-IDX).
004930 7200-EXIT.
004940     EXIT.
004950*================================================================
004960 7500-WRITE-REPORT.
004970*================================================================
004980     OPEN OUTPUT REGISTER-REPORT-FILE.
004990     MOVE WS-RUN-DATE TO WS-HDR-DATE.
005000     IF WS-PASS-DATE NOT = 0
005010         MOVE WS-PASS-DATE TO WS-HDR-DATE
005020     END-IF.
005030     WRITE ADJ-REPORT-RECORD FROM WS-HEADER-LINE.
005040     IF NOT WS-RUN-IS-VALID
005050         MOVE WS-REJECT-TEXT TO WS-REF-TEXT
005060         WRITE ADJ-REPORT-RECORD FROM WS-REFUSED-LINE
005070         CLOSE REGISTER-REPORT-FILE
005080         GO TO 7500-EXIT
005090     END-IF.
005100     WRITE ADJ-REPORT-RECORD FROM WS-COLUMN-LINE.
005110     PERFORM 7600-WRITE-ONE-REPORT-LINE THRU 7600-EXIT
005120         VARYING WS-LEG-IDX FROM 1 BY 1
005130         UNTIL WS-LEG-IDX > WS-LEG-COUNT.
005140     MOVE WS-POSTED-COUNT TO WS-TOT-POSTED.
005150     MOVE WS-UNPOSTED-COUNT TO WS-TOT-UNPOSTED.
005160     MOVE WS-REV-TOTAL TO WS-TOT-REVERSED.
005170     MOVE WS-REP-TOTAL TO WS-TOT-REPLACED.
005180     WRITE ADJ-REPORT-RECORD FROM WS-TOTAL-LINE.
005190     CLOSE REGISTER-REPORT-FILE.
005200 7500-EXIT.
005210     EXIT.
005220*================================================================
005230 7600-WRITE-ONE-REPORT-LINE.
005240*================================================================
005250*    A LEG THAT DID NOT POST SHOWS ITS FEED RECORD NUMBER AND A
005260*    ZERO AMOUNT - THE PAIR IS ON SUSPENSE UNDER THAT NUMBER.
005270     MOVE LEG-RECORD(WS-LEG-IDX) TO ADJREG-RECORD.
005280     IF LEG-POSTED(WS-LEG-IDX)
005290         MOVE ADJREG-ADJ-DATE TO WS-DTL-ADJ-DATE
005300         MOVE ADJREG-SUM TO WS-DTL-SUM
005310         MOVE 'POSTED' TO WS-DTL-STATUS
005320     ELSE
005330         MOVE SPACES TO WS-DTL-ADJ-DATE
005340         MOVE 0 TO WS-DTL-SUM
005350         MOVE 'NOT POSTED - SEE SUSPENSE' TO WS-DTL-STATUS
005360     END-IF.
005370     MOVE ADJREG-ADJ-SEQ TO WS-DTL-ADJ-SEQ.
005380     IF ADJREG-REVERSAL
005390         MOVE 'REVERSAL' TO WS-DTL-LEG
005400     ELSE
005410         MOVE 'REPLACEMENT' TO WS-DTL-LEG
005420     END-IF.
005430     MOVE ADJREG-BRANCH TO WS-DTL-BRANCH.
005440     MOVE ADJREG-ORIG-DATE TO WS-DTL-ORIG-DATE.
005450     MOVE ADJREG-ORIG-BRANCH TO WS-DTL-ORIG-BRANCH.
005460     MOVE ADJREG-ORIG-SEQ TO WS-DTL-ORIG-SEQ.
005470     MOVE ADJREG-ORIG-SOURCE TO WS-DTL-ORIG-SOURCE.
005480     MOVE ADJREG-ORIG-SUM TO WS-DTL-ORIG-SUM.
005490     WRITE ADJ-REPORT-RECORD FROM WS-DETAIL-LINE.
005500 7600-EXIT.
005510     EXIT.
005520*================================================================
005530 8000-TERMINATE.
005540*================================================================
005550     MOVE WS-CARRIED-COUNT TO WS-CARRIED-COUNT-D.
005560     MOVE WS-POSTED-COUNT TO WS-POSTED-COUNT-D.
005570     MOVE WS-UNPOSTED-COUNT TO WS-UNPOSTED-COUNT-D.
005580     DISPLAY "REGISTER LEGS CARRIED    = " WS-CARRIED-COUNT-D.
005590     DISPLAY "ADJUSTMENT LEGS POSTED   = " WS-POSTED-COUNT-D.
005600     DISPLAY "ADJUSTMENT LEGS REJECTED = " WS-UNPOSTED-COUNT-D.
005610     IF NOT WS-RUN-IS-VALID
005620         MOVE 8 TO RETURN-CODE
005630     ELSE
005640         IF WS-UNPOSTED-COUNT > 0
005650             MOVE 4 TO RETURN-CODE
005660         ELSE
005670             MOVE 0 TO RETURN-CODE
005680         END-IF
005690     END-IF.
005700 8000-EXIT.
005710     EXIT.
005720*================================================================
005730 9999-EXIT.
005740     STOP RUN.
