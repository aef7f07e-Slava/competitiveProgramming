000400*                STEP STATUSES TOO (164 BYTES). THE DATE AND
000410*                BITMASK FIELDS THIS PROGRAM READS KEPT THEIR
000420*                OFFSETS.
000430* 2026-10-15 SK  END-OF-DAY RECORD WIDENED 164 TO 166 FOR THE
000440*                CUTOFF-CYCLE FIELD. LAYOUT CHANGE ONLY.
000450*================================================================
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.    IBM-370.
000490 OBJECT-COMPUTER.    IBM-370.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT OPTIONAL EOD-REPORT-FILE ASSIGN TO EODRPT
000530            ORGANIZATION IS LINE SEQUENTIAL.
000540     SELECT DEC-REPORT-FILE ASSIGN TO DECRPT
000550            ORGANIZATION IS LINE SEQUENTIAL.
000560*
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  EOD-REPORT-FILE
000600     RECORD CONTAINS 166 CHARACTERS.
000610     COPY EODRPT.
000620*
000630 FD  DEC-REPORT-FILE
000640     RECORD CONTAINS 80 CHARACTERS.
000650 01  DEC-REPORT-RECORD.
000660     05  DECRPT-DATE             PIC 9(08).
000670     05  FILLER                  PIC X(01).
000680     05  DECRPT-BITS             PIC X(30).
000690     05  FILLER                  PIC X(07).
000700     05  DECRPT-VALUE            PIC Z(09)9.
000710     05  FILLER                  PIC X(24).
000720 01  DEC-REPORT-FLAG-LINE REDEFINES DEC-REPORT-RECORD.
000730     05  FILLER                  PIC X(02).
000740     05  DECFLG-LABEL            PIC X(10).
000750     05  DECFLG-NAME             PIC X(20).
000760     05  FILLER                  PIC X(01).
000770     05  DECFLG-MARK             PIC X(09).
000780     05  FILLER                  PIC X(38).
000790*
000800 WORKING-STORAGE SECTION.
000810*----------------------------------------------------------------
000820* SWITCHES
000830*----------------------------------------------------------------
000840 01  WS-SWITCHES.
000850     05  WS-EOF-SWITCH           PIC X(01)  VALUE 'N'.
000860         88  WS-END-OF-FILE                 VALUE 'Y'.
000870     05  WS-FLAG-ERROR-SWITCH    PIC X(01)  VALUE 'N'.
000880         88  WS-FLAG-ERROR                  VALUE 'Y'.
000890     05  WS-FILE-MODE-SWITCH     PIC X(01)  VALUE 'N'.
000900         88  WS-FILE-MODE                   VALUE 'Y'.
000910*----------------------------------------------------------------
000920* OPERATOR INPUT
000930*----------------------------------------------------------------
000940 01  STR                         PIC X(30).
000950*----------------------------------------------------------------
000960* DECODER WORK FIELDS
000970*----------------------------------------------------------------
000980 01  WS-BITS                     PIC X(30).
000990 01  WS-VALUE                    PIC 9(10).
001000 01  WS-BIT-TABLE.
001010     05  WS-BIT-VALUE            PIC X(01)  OCCURS 30 TIMES.
001020 01  WS-DECODE-STATUS            PIC X(01).
001030 01  WS-LEGEND-IDX               PIC 9(02)  COMP.
001040 01  WS-NIGHT-COUNT              PIC 9(05)  COMP.
001050 01  WS-NIGHT-COUNT-D            PIC 9(05).
001060*    AS-OF DATE OF THE LEGEND CURRENTLY LOADED - ZERO IS THE
001070*    INITIAL TODAY'S-LEGEND LOAD, SO THE FIRST FILE RECORD
001080*    ALWAYS TRIGGERS A DATED RELOAD.
001090 01  WS-LEGEND-DATE              PIC 9(08).
001100*----------------------------------------------------------------
001110* NAMED-FLAG LEGEND - LOADED FROM FLAGDEF BY FLGLOAD, THE SAME
001120* LEGEND THE ENCODER USES
001130*----------------------------------------------------------------
001140     COPY FLAGTAB.
001150*
001160 PROCEDURE DIVISION.
001170*================================================================
001180 0000-MAINLINE.
001190*================================================================
001200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001210     IF WS-FLAG-ERROR
001220         MOVE 12 TO RETURN-CODE
001230         GO TO 9999-EXIT
001240     END-IF.
001250     IF WS-FILE-MODE
001260         PERFORM 3000-DECODE-FILE THRU 3000-EXIT
001270     ELSE
001280         PERFORM 5000-DECODE-KEYED THRU 5000-EXIT
001290     END-IF.
001300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001310     GO TO 9999-EXIT.
001320*================================================================
001330 1000-INITIALIZE.
001340*================================================================
001350     MOVE 0 TO FLG-AS-OF-DATE.
001360     MOVE 0 TO WS-LEGEND-DATE.
001370     CALL 'FLGLOAD' USING FLG-BLOCK.
001380     IF FLG-BAD-FILE
001390         DISPLAY "FLAG DEFINITION FILE BAD: " FLG-ERROR-TEXT
001400         DISPLAY "RUN STOPPED - NOTHING DECODED"
001410         SET WS-FLAG-ERROR TO TRUE
001420         GO TO 1000-EXIT
001430     END-IF.
001440     MOVE 0 TO WS-NIGHT-COUNT.
001450     OPEN INPUT EOD-REPORT-FILE.
001460     PERFORM 2000-READ-EOD-REPORT THRU 2000-EXIT.
001470     IF NOT WS-END-OF-FILE
001480         SET WS-FILE-MODE TO TRUE
001490         OPEN OUTPUT DEC-REPORT-FILE
001500     END-IF.
001510 1000-EXIT.
001520     EXIT.
001530*================================================================
001540 2000-READ-EOD-REPORT.
001550*================================================================
001560     READ EOD-REPORT-FILE
001570         AT END
001580             SET WS-END-OF-FILE TO TRUE
001590     END-READ.
001600 2000-EXIT.
001610     EXIT.
001620*================================================================
001630 3000-DECODE-FILE.
001640*================================================================
001650     PERFORM 3100-DECODE-ONE-NIGHT THRU 3100-EXIT
001660         UNTIL WS-END-OF-FILE.
001670 3000-EXIT.
001680     EXIT.
001690*================================================================
001700 3100-DECODE-ONE-NIGHT.
001710*================================================================
001720*    EACH NIGHT DECODES UNDER THE LEGEND IN FORCE ON ITS OWN
001730*    RUN DATE - THE LEGEND IS ONLY RELOADED WHEN THE DATE
001740*    ACTUALLY CHANGES, SO A SINGLE-GENERATION FILE LOADS ONCE.
001750     IF EOD-RUN-DATE NUMERIC
001760         AND EOD-RUN-DATE NOT = WS-LEGEND-DATE
001770         PERFORM 3150-RELOAD-LEGEND THRU 3150-EXIT
001780         IF WS-FLAG-ERROR
001790             GO TO 3100-EXIT
001800         END-IF
001810     END-IF.
001820     MOVE EOD-ADD-BITMASK TO WS-BITS.
001830     CALL 'BITDECS' USING WS-BITS, WS-VALUE, WS-BIT-TABLE,
001840         WS-DECODE-STATUS.
001850     MOVE SPACES TO DEC-REPORT-RECORD.
001860     IF EOD-RUN-DATE NUMERIC
001870         MOVE EOD-RUN-DATE TO DECRPT-DATE
001880     ELSE
001890         MOVE 0 TO DECRPT-DATE
001900     END-IF.
001910     MOVE EOD-ADD-BITMASK TO DECRPT-BITS.
001920     IF WS-DECODE-STATUS = 'Y'
001930         MOVE ' VALUE=' TO DEC-REPORT-RECORD(40:7)
001940         MOVE WS-VALUE TO DECRPT-VALUE
001950         WRITE DEC-REPORT-RECORD
001960         PERFORM 3200-WRITE-FLAG-LINE THRU 3200-EXIT
001970             VARYING WS-LEGEND-IDX FROM 1 BY 1
001980             UNTIL WS-LEGEND-IDX > 30
001990     ELSE
002000         MOVE ' UNDECODABLE' TO DEC-REPORT-RECORD(40:12)
002010         WRITE DEC-REPORT-RECORD
002020     END-IF.
002030     ADD 1 TO WS-NIGHT-COUNT.
002040     PERFORM 2000-READ-EOD-REPORT THRU 2000-EXIT.
002050 3100-EXIT.
002060     EXIT.
002070*================================================================
002080 3150-RELOAD-LEGEND.
002090*================================================================
002100     MOVE EOD-RUN-DATE TO FLG-AS-OF-DATE.
002110     CALL 'FLGLOAD' USING FLG-BLOCK.
002120     IF FLG-BAD-FILE
002130         DISPLAY "FLAG DEFINITION FILE BAD AS OF "
002140                 EOD-RUN-DATE ": " FLG-ERROR-TEXT
002150         DISPLAY "RUN STOPPED AT THAT NIGHT"
002160         SET WS-FLAG-ERROR TO TRUE
002170         SET WS-END-OF-FILE TO TRUE
002180     ELSE
002190         MOVE EOD-RUN-DATE TO WS-LEGEND-DATE
002200     END-IF.
002210 3150-EXIT.
002220     EXIT.
002230*================================================================
002240 3200-WRITE-FLAG-LINE.
002250*================================================================
002260     IF WS-BIT-VALUE(WS-LEGEND-IDX) = '1'
002270         MOVE SPACES TO DEC-REPORT-RECORD
002280         MOVE 'FLAG SET: ' TO DECFLG-LABEL
002290         MOVE FLG-NAME(WS-LEGEND-IDX) TO DECFLG-NAME
002300         IF FLG-FLAG-RETIRED(WS-LEGEND-IDX)
002310             MOVE '*RETIRED*' TO DECFLG-MARK
002320         END-IF
002330         WRITE DEC-REPORT-RECORD
002340     END-IF.
002350 3200-EXIT.
002360     EXIT.
002370*================================================================
002380 5000-DECODE-KEYED.
002390*================================================================
002400     ACCEPT STR.
002410     MOVE STR TO WS-BITS.
002420     CALL 'BITDECS' USING WS-BITS, WS-VALUE, WS-BIT-TABLE,
002430         WS-DECODE-STATUS.
002440     IF WS-DECODE-STATUS NOT = 'Y'
002450         DISPLAY "NOT A DECODABLE BIT STRING: " WS-BITS
002460         GO TO 5000-EXIT
002470     END-IF.
002480     DISPLAY "BITS  = " WS-BITS.
002490     DISPLAY "VALUE = " WS-VALUE.
002500     PERFORM 5100-DISPLAY-FLAG THRU 5100-EXIT
002510         VARYING WS-LEGEND-IDX FROM 1 BY 1
002520         UNTIL WS-LEGEND-IDX > 30.
002530 5000-EXIT.
002540     EXIT.
002550*================================================================
002560 5100-DISPLAY-FLAG.
002570*================================================================
002580     IF WS-BIT-VALUE(WS-LEGEND-IDX) = '1'
002590         IF FLG-FLAG-RETIRED(WS-LEGEND-IDX)
002600             DISPLAY "FLAG SET: " FLG-NAME(WS-LEGEND-IDX)
002610                     " *RETIRED*"
002620         ELSE
002630             DISPLAY "FLAG SET: " FLG-NAME(WS-LEGEND-IDX)
002640         END-IF
002650     END-IF.
002660 5100-EXIT.
002670     EXIT.
002680*================================================================
002690 8000-TERMINATE.
002700*================================================================
002710     CLOSE EOD-REPORT-FILE.
002720     IF WS-FILE-MODE
002730         CLOSE DEC-REPORT-FILE
002740         MOVE WS-NIGHT-COUNT TO WS-NIGHT-COUNT-D
002750         DISPLAY "NIGHTS DECODED = " WS-NIGHT-COUNT-D
002760     END-IF.
002770     IF WS-FLAG-ERROR
002780         MOVE 12 TO RETURN-CODE
002790     ELSE
002800         MOVE 0 TO RETURN-CODE
002810     END-IF.
002820 8000-EXIT.
002830     EXIT.
002840*================================================================
002850 9999-EXIT.
002860     STOP RUN.
