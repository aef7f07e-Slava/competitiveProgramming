000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     ACCTINQ.
000030 AUTHOR.         S. KOVALENKO.
000040 INSTALLATION.   RECONCILIATION BATCH.
000050 DATE-WRITTEN.   OCT 2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 SK  ORIGINAL VERSION. ON-REQUEST POINT-IN-TIME
000110*                ACCOUNT FLAG INQUIRY FOR COMPLIANCE - "WHICH
000120*                FLAGS DID ACCOUNT X CARRY ON THE 12TH, AND SINCE
000130*                WHEN" IN ONE SUBMIT, WITHOUT PULLING OLD BINOUT
000140*                GENERATIONS AND DIFFING THEM BY HAND. READS THE
000150*                ACCOUNT FLAG STATUS MASTER BIN153B KEEPS
000160*                (ACCTSTS.CPY) AND REPLAYS THE ACCOUNT'S HISTORY
000170*                RECORDS UP TO THE AS-OF DATE, THEN PRINTS EVERY
000180*                FLAG SET THAT DAY, NAMED UNDER THE FLAGDEF
000190*                LEGEND IN FORCE THAT DAY (THROUGH FLGLOAD), WITH
000200*                THE DATE IT WAS SET AND HOW MANY DAYS IT HAD
000210*                BEEN SET. THE SYSIN CARD IS THE ACCOUNT (COLS
000220*                1-10) AND AN OPTIONAL AS-OF DATE (COLS 11-18,
000230*                YYYYMMDD, BLANK FOR TODAY). A BAD CARD, AN
000240*                ACCOUNT NOT ON THE MASTER, OR ONE NOT YET
000250*                ENCODED BY THE AS-OF DATE REJECTS THE INQUIRY
000260*                RC 8; NO LEGEND IN FORCE ON THE DATE STOPS IT
000270*                RC 12, THE SAME HARD STOP THE ENCODER TAKES.
000280*================================================================
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.    IBM-370.
000320 OBJECT-COMPUTER.    IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT STATUS-MASTER-FILE ASSIGN TO STSMST
000360            ORGANIZATION IS LINE SEQUENTIAL
000370            FILE STATUS IS WS-STS-STATUS.
000380     SELECT INQUIRY-REPORT-FILE ASSIGN TO INQRPT
000390            ORGANIZATION IS LINE SEQUENTIAL.
000400*
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  STATUS-MASTER-FILE
000440     RECORD CONTAINS 320 CHARACTERS.
000450     COPY ACCTSTS.
000460*
000470 FD  INQUIRY-REPORT-FILE
000480     RECORD CONTAINS 80 CHARACTERS.
000490 01  INQ-REPORT-RECORD           PIC X(80).
000500*
000510 WORKING-STORAGE SECTION.
000520*----------------------------------------------------------------
000530* SWITCHES
000540*----------------------------------------------------------------
000550 01  WS-SWITCHES.
000560     05  WS-VALID-INPUT-SWITCH   PIC X(01)  VALUE 'Y'.
000570         88  WS-INPUT-IS-VALID              VALUE 'Y'.
000580     05  WS-STS-EOF-SWITCH       PIC X(01)  VALUE 'N'.
000590         88  WS-STS-EOF                     VALUE 'Y'.
000600     05  WS-ON-MASTER-SWITCH     PIC X(01)  VALUE 'N'.
000610         88  WS-ON-MASTER                   VALUE 'Y'.
000620     05  WS-FLAG-ERROR-SWITCH    PIC X(01)  VALUE 'N'.
000630         88  WS-FLAG-ERROR                  VALUE 'Y'.
000640*----------------------------------------------------------------
000650* OPERATOR INPUT
000660*----------------------------------------------------------------
000670 01  STR                         PIC X(18).
000680 01  WS-ACCOUNT                  PIC X(10).
000690 01  WS-AS-OF-DATE               PIC 9(08).
000700 01  WS-AS-OF-PARTS REDEFINES WS-AS-OF-DATE.
000710     05  WS-AS-OF-YYYY           PIC 9(04).
000720     05  WS-AS-OF-MM             PIC 9(02).
000730     05  WS-AS-OF-DD             PIC 9(02).
000740 01  WS-TODAY                    PIC 9(08).
000750*----------------------------------------------------------------
000760* THE ACCOUNT'S STATE AS OF THE DATE - REBUILT FROM ITS HISTORY
000770* RECORDS, OLDEST FIRST, STOPPING AT THE AS-OF DATE
000780*----------------------------------------------------------------
000790 01  WS-STS-STATUS               PIC X(02).
000800 01  WS-FIRST-SEEN               PIC 9(08).
000810 01  WS-STATE-COUNT              PIC 9(05)  COMP.
000820 01  WS-STATE-VALUE              PIC 9(10).
000830 01  WS-STATE-CHANGE-DATE        PIC 9(08).
000840 01  WS-STATE-CHANGE-TYPE        PIC X(01).
000850     88  WS-STATE-DROPPED                   VALUE 'D'.
000860 01  WS-STATE-BITS               PIC X(30).
000870 01  WS-STATE-SINCE-TABLE.
000880     05  WS-STATE-SINCE          PIC 9(08)  OCCURS 30 TIMES.
000890 01  WS-LEGEND-IDX               PIC 9(02)  COMP.
000900 01  WS-FLAGS-SET                PIC 9(02)  COMP.
000910 01  WS-DAYS-SET                 PIC 9(05).
000920*----------------------------------------------------------------
000930* NAMED-FLAG LEGEND - LOADED AS OF THE INQUIRY DATE
000940*----------------------------------------------------------------
000950     COPY FLAGTAB.
000960*----------------------------------------------------------------
000970* REPORT LINE LAYOUTS
000980*----------------------------------------------------------------
000990 01  WS-HEADER-LINE.
001000     05  FILLER                  PIC X(20)
001010         VALUE 'FLAGS OF ACCOUNT    '.
001020     05  WS-HDR-ACCOUNT          PIC X(10).
001030     05  FILLER                  PIC X(07)  VALUE ' AS OF '.
001040     05  WS-HDR-AS-OF            PIC 9(08).
001050     05  FILLER                  PIC X(35)  VALUE SPACES.
001060 01  WS-STATE-LINE.
001070     05  FILLER                  PIC X(13)
001080         VALUE 'STATUS VALUE '.
001090     05  WS-STA-VALUE            PIC 9(10).
001100     05  FILLER                  PIC X(14)
001110         VALUE ' LAST CHANGED '.
001120     05  WS-STA-CHANGED          PIC 9(08).
001130     05  FILLER                  PIC X(12)
001140         VALUE ' FIRST SEEN '.
001150     05  WS-STA-FIRST-SEEN       PIC 9(08).
001160     05  FILLER                  PIC X(15)  VALUE SPACES.
001170 01  WS-DROPPED-LINE.
001180     05  FILLER                  PIC X(30)
001190         VALUE 'ACCOUNT DROPPED FROM BININ ON '.
001200     05  WS-DRP-DATE             PIC 9(08).
001210     05  FILLER                  PIC X(42)
001220         VALUE ' - NO FLAGS CARRIED'.
001230 01  WS-FLAG-LINE.
001240     05  FILLER                  PIC X(04)  VALUE 'BIT '.
001250     05  WS-FLG-BIT-POS          PIC 9(02).
001260     05  FILLER                  PIC X(01)  VALUE SPACE.
001270     05  WS-FLG-NAME             PIC X(20).
001280     05  FILLER                  PIC X(11)  VALUE ' SET SINCE '.
001290     05  WS-FLG-SINCE            PIC 9(08).
001300     05  FILLER                  PIC X(06)  VALUE ' DAYS='.
001310     05  WS-FLG-DAYS             PIC ZZZZ9.
001320     05  FILLER                  PIC X(01)  VALUE SPACE.
001330     05  WS-FLG-MARK             PIC X(09).
001340     05  FILLER                  PIC X(13)  VALUE SPACES.
001350 01  WS-TOTAL-LINE.
001360     05  FILLER                  PIC X(12)
001370         VALUE 'FLAGS SET = '.
001380     05  WS-TOT-FLAGS            PIC Z9.
001390     05  FILLER                  PIC X(66)  VALUE SPACES.
001400*
001410 PROCEDURE DIVISION.
001420*================================================================
001430 0000-MAINLINE.
001440*================================================================
001450     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001460     IF WS-INPUT-IS-VALID
001470         PERFORM 7000-WRITE-REPORT THRU 7000-EXIT
001480     END-IF.
001490     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001500     GO TO 9999-EXIT.
001510*================================================================
001520 1000-INITIALIZE.
001530*================================================================
001540     MOVE SPACES TO STR.
001550     ACCEPT STR.
001560     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001570     IF STR(1:10) = SPACES
001580         DISPLAY "ACCOUNT MISSING FROM COLS 1-10 - "
001590                 "INQUIRY REJECTED"
001600         MOVE 'N' TO WS-VALID-INPUT-SWITCH
001610         GO TO 1000-EXIT
001620     END-IF.
001630     MOVE STR(1:10) TO WS-ACCOUNT.
001640     IF STR(11:8) = SPACES
001650         MOVE WS-TODAY TO WS-AS-OF-DATE
001660     ELSE
001670         PERFORM 1050-EDIT-AS-OF THRU 1050-EXIT
001680     END-IF.
001690     IF NOT WS-INPUT-IS-VALID
001700         GO TO 1000-EXIT
001710     END-IF.
001720*    THE FLAGS ARE NAMED AS THEY WERE NAMED THAT DAY.
001730     MOVE WS-AS-OF-DATE TO FLG-AS-OF-DATE.
001740     CALL 'FLGLOAD' USING FLG-BLOCK.
001750     IF FLG-BAD-FILE
001760         DISPLAY "FLAG DEFINITION FILE BAD: " FLG-ERROR-TEXT
001770         DISPLAY "INQUIRY STOPPED"
001780         SET WS-FLAG-ERROR TO TRUE
001790         MOVE 'N' TO WS-VALID-INPUT-SWITCH
001800         GO TO 1000-EXIT
001810     END-IF.
001820     PERFORM 1300-REPLAY-HISTORY THRU 1300-EXIT.
001830 1000-EXIT.
001840     EXIT.
001850*================================================================
001860 1050-EDIT-AS-OF.
001870*================================================================
001880     IF STR(11:8) NOT NUMERIC
001890         DISPLAY "AS-OF DATE MUST BE YYYYMMDD OR BLANK - "
001900                 "INQUIRY REJECTED"
001910         MOVE 'N' TO WS-VALID-INPUT-SWITCH
001920         GO TO 1050-EXIT
001930     END-IF.
001940     MOVE STR(11:8) TO WS-AS-OF-DATE.
001950     IF WS-AS-OF-MM < 1 OR WS-AS-OF-MM > 12
001960         OR WS-AS-OF-DD < 1 OR WS-AS-OF-DD > 31
001970         DISPLAY "AS-OF DATE " WS-AS-OF-DATE
001980                 " IS NOT A DATE - INQUIRY REJECTED"
001990         MOVE 'N' TO WS-VALID-INPUT-SWITCH
002000         GO TO 1050-EXIT
002010     END-IF.
002020     IF WS-AS-OF-DATE > WS-TODAY
002030         DISPLAY "AS-OF DATE " WS-AS-OF-DATE
002040                 " IS IN THE FUTURE - INQUIRY REJECTED"
002050         MOVE 'N' TO WS-VALID-INPUT-SWITCH
002060     END-IF.
002070 1050-EXIT.
002080     EXIT.
002090*================================================================
002100 1300-REPLAY-HISTORY.
002110*================================================================
002120     MOVE 0 TO WS-STATE-COUNT.
002130     MOVE 0 TO WS-STATE-VALUE.
002140     MOVE 0 TO WS-STATE-CHANGE-DATE.
002150     MOVE SPACE TO WS-STATE-CHANGE-TYPE.
002160     MOVE ALL '0' TO WS-STATE-BITS.
002170     MOVE ZEROS TO WS-STATE-SINCE-TABLE.
002180     MOVE 0 TO WS-FIRST-SEEN.
002190     OPEN INPUT STATUS-MASTER-FILE.
002200     IF WS-STS-STATUS NOT = '00'
002210         DISPLAY "STATUS MASTER (STSMST) NOT AVAILABLE - "
002220                 "INQUIRY REJECTED"
002230         MOVE 'N' TO WS-VALID-INPUT-SWITCH
002240         CLOSE STATUS-MASTER-FILE
002250         GO TO 1300-EXIT
002260     END-IF.
002270     PERFORM 1350-READ-ONE-STATUS THRU 1350-EXIT
002280         UNTIL WS-STS-EOF.
002290     CLOSE STATUS-MASTER-FILE.
002300     IF NOT WS-ON-MASTER
002310         DISPLAY "ACCOUNT " WS-ACCOUNT
002320                 " NOT ON THE STATUS MASTER - INQUIRY REJECTED"
002330         MOVE 'N' TO WS-VALID-INPUT-SWITCH
002340         GO TO 1300-EXIT
002350     END-IF.
002360     IF WS-STATE-COUNT = 0
002370         DISPLAY "ACCOUNT " WS-ACCOUNT
002380                 " NOT YET ENCODED AS OF " WS-AS-OF-DATE
002390                 " - INQUIRY REJECTED"
002400         MOVE 'N' TO WS-VALID-INPUT-SWITCH
002410     END-IF.
002420 1300-EXIT.
002430     EXIT.
002440*================================================================
002450 1350-READ-ONE-STATUS.
002460*================================================================
002470*    THE HISTORY RECORDS ARE OLDEST FIRST, SO APPLYING EVERY ONE
002480*    DATED ON OR BEFORE THE AS-OF DATE LEAVES THE STATE AS IT
002490*    STOOD AT THE CLOSE OF THAT DAY'S LAST CYCLE.
002500     READ STATUS-MASTER-FILE
002510         AT END
002520             SET WS-STS-EOF TO TRUE
002530     END-READ.
002540     IF WS-STS-EOF
002550         GO TO 1350-EXIT
002560     END-IF.
002570     IF ASTS-IS-ACCOUNT
002580         IF ASTS-ACCOUNT = WS-ACCOUNT
002590             SET WS-ON-MASTER TO TRUE
002600             MOVE ASTS-FIRST-SEEN TO WS-FIRST-SEEN
002610         END-IF
002620         GO TO 1350-EXIT
002630     END-IF.
002640     IF NOT ASTH-IS-HISTORY
002650         OR ASTH-ACCOUNT NOT = WS-ACCOUNT
002660         GO TO 1350-EXIT
002670     END-IF.
002680     IF ASTH-CHANGE-DATE > WS-AS-OF-DATE
002690         GO TO 1350-EXIT
002700     END-IF.
002710     ADD 1 TO WS-STATE-COUNT.
002720     MOVE ASTH-NEW-VALUE TO WS-STATE-VALUE.
002730     MOVE ASTH-CHANGE-DATE TO WS-STATE-CHANGE-DATE.
002740     MOVE ASTH-CHANGE-TYPE TO WS-STATE-CHANGE-TYPE.
002750     PERFORM 1400-APPLY-ONE-FLAG THRU 1400-EXIT
002760         VARYING WS-LEGEND-IDX FROM 1 BY 1
002770         UNTIL WS-LEGEND-IDX > 30.
002780     MOVE ASTH-NEW-BITS TO WS-STATE-BITS.
002790 1350-EXIT.
002800     EXIT.
002810*================================================================
002820 1400-APPLY-ONE-FLAG.
002830*================================================================
002840*    A FLAG THAT COMES UP SET WHEN IT WAS NOT IS DATED BY THIS
002850*    CHANGE; ONE STILL SET KEEPS ITS DATE; A CLEARED ONE LOSES IT.
002860     IF ASTH-NEW-BITS(WS-LEGEND-IDX:1) = '1'
002870         IF WS-STATE-BITS(WS-LEGEND-IDX:1) NOT = '1'
002880             MOVE ASTH-CHANGE-DATE
002890                 TO WS-STATE-SINCE(WS-LEGEND-IDX)
002900         END-IF
002910     ELSE
002920         MOVE 0 TO WS-STATE-SINCE(WS-LEGEND-IDX)
002930     END-IF.
002940 1400-EXIT.
002950     EXIT.
002960*================================================================
002970 7000-WRITE-REPORT.
002980*================================================================
002990     OPEN OUTPUT INQUIRY-REPORT-FILE.
003000     MOVE WS-ACCOUNT TO WS-HDR-ACCOUNT.
003010     MOVE WS-AS-OF-DATE TO WS-HDR-AS-OF.
003020     WRITE INQ-REPORT-RECORD FROM WS-HEADER-LINE.
003030     MOVE WS-STATE-VALUE TO WS-STA-VALUE.
003040     MOVE WS-STATE-CHANGE-DATE TO WS-STA-CHANGED.
003050     MOVE WS-FIRST-SEEN TO WS-STA-FIRST-SEEN.
003060     WRITE INQ-REPORT-RECORD FROM WS-STATE-LINE.
003070     IF WS-STATE-DROPPED
003080         MOVE WS-STATE-CHANGE-DATE TO WS-DRP-DATE
003090         WRITE INQ-REPORT-RECORD FROM WS-DROPPED-LINE
003100     END-IF.
003110     MOVE 0 TO WS-FLAGS-SET.
003120     PERFORM 7100-WRITE-ONE-FLAG THRU 7100-EXIT
003130         VARYING WS-LEGEND-IDX FROM 1 BY 1
003140         UNTIL WS-LEGEND-IDX > 30.
003150     MOVE WS-FLAGS-SET TO WS-TOT-FLAGS.
003160     WRITE INQ-REPORT-RECORD FROM WS-TOTAL-LINE.
003170     CLOSE INQUIRY-REPORT-FILE.
003180 7000-EXIT.
003190     EXIT.
003200*================================================================
003210 7100-WRITE-ONE-FLAG.
003220*================================================================
003230     IF WS-STATE-BITS(WS-LEGEND-IDX:1) NOT = '1'
003240         GO TO 7100-EXIT
003250     END-IF.
003260     ADD 1 TO WS-FLAGS-SET.
003270     COMPUTE WS-FLG-BIT-POS = WS-LEGEND-IDX - 1.
003280     MOVE FLG-NAME(WS-LEGEND-IDX) TO WS-FLG-NAME.
003290     MOVE WS-STATE-SINCE(WS-LEGEND-IDX) TO WS-FLG-SINCE.
003300     COMPUTE WS-DAYS-SET =
003310         FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE)
003320         - FUNCTION INTEGER-OF-DATE
003330             (WS-STATE-SINCE(WS-LEGEND-IDX)).
003340     MOVE WS-DAYS-SET TO WS-FLG-DAYS.
003350     MOVE SPACES TO WS-FLG-MARK.
003360     IF FLG-FLAG-RETIRED(WS-LEGEND-IDX)
003370         MOVE '*RETIRED*' TO WS-FLG-MARK
003380     END-IF.
003390     WRITE INQ-REPORT-RECORD FROM WS-FLAG-LINE.
003400 7100-EXIT.
003410     EXIT.
003420*================================================================
003430 8000-TERMINATE.
003440*================================================================
003450     IF WS-FLAG-ERROR
003460         MOVE 12 TO RETURN-CODE
003470         GO TO 8000-EXIT
003480     END-IF.
003490     IF WS-INPUT-IS-VALID
003500         MOVE 0 TO RETURN-CODE
003510     ELSE
003520         MOVE 8 TO RETURN-CODE
003530     END-IF.
003540 8000-EXIT.
003550     EXIT.
003560*================================================================
003570 9999-EXIT.
003580     STOP RUN.
