   750*                REPORT (JRNTIME) CAN CHARGE THE ENCODER ITS
   760*                ELAPSED TIME AND A START WITH NO FINISH READS
   770*                AS AN ABEND ON THE RUN-CONTROL RECORD.
   780* 2026-10-15 SK  JOURNAL ENTRIES NOW CARRY THE CUTOFF CYCLE FROM
   790*                THE RUN-CYCLE CARD (RUNCYC, THROUGH CYCLOAD), SO
   800*                A DATE RUN IN A MIDDAY AND A NIGHTLY CYCLE KEEPS
   810*                THE TWO RUNS APART.
   820* 2026-10-15 SK  NOW KEEPS THE ACCOUNT FLAG STATUS MASTER
   830*                (ACCTSTS.CPY) - READS THE PRIOR GENERATION
   840*                (STSMST) AND WRITES THE NEXT (STSMSTO) WITH EACH
   850*                ACCOUNT'S CURRENT VALUE, THE DATE EACH SET FLAG
   860*                WAS FIRST SET, AND A DATED HISTORY RECORD FOR
   870*                EVERY NEW, CHANGED, DROPPED OR RETURNING ACCOUNT,
   880*                SO ACCTINQ CAN SAY WHICH FLAGS AN ACCOUNT CARRIED
   890*                ON ANY DATE. A DAMAGED OR OVERFULL MASTER REJECTS
   900*                THE RUN RC 8; EVERY STOPPED RUN CARRIES THE
   910*                MASTER FORWARD UNCHANGED. AN ACCOUNT THE FULL
   920*                MASTER CANNOT TAKE IS STILL ENCODED BUT ENDS THE
   930*                RUN RC 4.
   940* 2026-10-15 SK  NOW TESTS EVERY ENCODED ACCOUNT AGAINST THE
   950*                FLAG-COMBINATION RULES IN FORCE ON THE RUN DATE
   960*                (FLAGRUL, THROUGH RULLOAD) - A FORBIDDEN PAIR
   970*                BOTH SET, OR A FLAG SET WITHOUT THE FLAG IT
   980*                REQUIRES - AND LISTS EACH VIOLATION ON A NEW
   990*                EXCEPTION REPORT (BINRUL) NAMING THE ACCOUNT, THE
  1000*                RULE AND BOTH FLAGS. ANY VIOLATION ENDS THE RUN
  1010*                RC 4, THE SAME AS A REJECTED ACCOUNT; A DAMAGED
  1020*                RULE FILE REJECTS THE RUN RC 8. NO RULE FILE
  1030*                MEANS NOTHING IS CHECKED.
  1040* 2026-10-15 SK  A BAD RUN-CYCLE CARD (CYCLOAD STATUS E) NOW
  1050*                REJECTS THE RUN RC 8 BEFORE ANY ACCOUNT IS
  1060*                ENCODED, CARRYING THE STATUS MASTER FORWARD
  1070*                UNCHANGED AS A BAD PARAMETER FILE DOES. THE CARD
  1080*                IS NOW READ FIRST.
  1090*================================================================
  1100 ENVIRONMENT DIVISION.
  1110 CONFIGURATION SECTION.
  1120 SOURCE-COMPUTER.    IBM-370.
  1130 OBJECT-COMPUTER.    IBM-370.
  1140 INPUT-OUTPUT SECTION.
  1150 FILE-CONTROL.
  1160     SELECT BIN-INPUT-FILE ASSIGN TO BININ
  1170            ORGANIZATION IS LINE SEQUENTIAL.
  1180     SELECT BIN-OUTPUT-FILE ASSIGN TO BINOUT
  1190            ORGANIZATION IS LINE SEQUENTIAL.
  1200     SELECT BIN-SUMMARY-FILE ASSIGN TO BINSUM
  1210            ORGANIZATION IS LINE SEQUENTIAL.
  1220     SELECT JOURNAL-FILE ASSIGN TO JRNLOG
  1230            ORGANIZATION IS LINE SEQUENTIAL.
  1240     SELECT OPTIONAL STATUS-MASTER-IN ASSIGN TO STSMST
  1250            ORGANIZATION IS LINE SEQUENTIAL
  1260            FILE STATUS IS WS-STS-STATUS.
  1270     SELECT STATUS-MASTER-OUT ASSIGN TO STSMSTO
  1280            ORGANIZATION IS LINE SEQUENTIAL.
  1290     SELECT RULE-EXCEPTION-FILE ASSIGN TO BINRUL
  1300            ORGANIZATION IS LINE SEQUENTIAL.
  1310*
  1320 DATA DIVISION.
  1330 FILE SECTION.
  1340 FD  BIN-INPUT-FILE
  1350     RECORD CONTAINS 22 CHARACTERS.
  1360     COPY BINACCT.
  1370*
  1380 FD  BIN-OUTPUT-FILE
  1390     RECORD CONTAINS 45 CHARACTERS.
  1400 01  BIN-OUTPUT-RECORD.
  1410     05  BINOUT-ACCOUNT          PIC X(10).
  1420     05  FILLER                  PIC X(01).
  1430     05  BINOUT-BITS             PIC X(30).
  1440     05  FILLER                  PIC X(01).
  1450     05  BINOUT-FLAGS-SET        PIC ZZ9.
  1460 01  BIN-OUTPUT-FLAG-LINE REDEFINES BIN-OUTPUT-RECORD.
  1470     05  FILLER                  PIC X(02).
  1480     05  BINOUT-FLAG-LABEL       PIC X(10).
  1490     05  BINOUT-FLAG-NAME        PIC X(20).
  1500     05  FILLER                  PIC X(01).
  1510     05  BINOUT-FLAG-MARK        PIC X(09).
  1520     05  FILLER                  PIC X(03).
  1530*
  1540 FD  BIN-SUMMARY-FILE
  1550     RECORD CONTAINS 45 CHARACTERS.
  1560 01  BIN-SUMMARY-RECORD.
  1570     05  BINSUM-BIT-LABEL        PIC X(04).
  1580     05  BINSUM-BIT-POS          PIC 9(02).
  1590     05  FILLER                  PIC X(01).
  1600     05  BINSUM-FLAG-NAME        PIC X(20).
  1610     05  FILLER                  PIC X(01).
  1620     05  BINSUM-COUNT            PIC ZZZZZZ9.
  1630     05  FILLER                  PIC X(01).
  1640     05  BINSUM-FLAG-MARK        PIC X(09).
  1650 01  BIN-SUMMARY-TOTALS REDEFINES BIN-SUMMARY-RECORD.
  1660     05  BINSUMT-LABEL           PIC X(18).
  1670     05  BINSUMT-ACCOUNTS        PIC ZZZZZZ9.
  1680     05  FILLER                  PIC X(10).
  1690     05  BINSUMT-REJECTS         PIC ZZZZZZ9.
  1700     05  FILLER                  PIC X(03).
  1710*
  1720 FD  JOURNAL-FILE
  1730     RECORD CONTAINS 160 CHARACTERS.
  1740     COPY JRNLREC.
  1750*
  1760 FD  STATUS-MASTER-IN
  1770     RECORD CONTAINS 320 CHARACTERS.
  1780     COPY ACCTSTS.
  1790*
  1800 FD  STATUS-MASTER-OUT
  1810     RECORD CONTAINS 320 CHARACTERS.
  1820 01  STSMSTO-RECORD              PIC X(320).
  1830*
  1840 FD  RULE-EXCEPTION-FILE
  1850     RECORD CONTAINS 80 CHARACTERS.
  1860 01  BINRUL-RECORD.
  1870     05  BINRUL-ACCOUNT          PIC X(10).
  1880     05  FILLER                  PIC X(01).
  1890     05  BINRUL-RULE-ID          PIC X(06).
  1900     05  FILLER                  PIC X(01).
  1910     05  BINRUL-TYPE             PIC X(09).
  1920     05  FILLER                  PIC X(01).
  1930     05  BINRUL-FLAG-A           PIC X(20).
  1940     05  FILLER                  PIC X(01).
  1950     05  BINRUL-CONNECTOR        PIC X(07).
  1960     05  FILLER                  PIC X(01).
  1970     05  BINRUL-FLAG-B           PIC X(20).
  1980     05  FILLER                  PIC X(03).
  1990 01  BINRUL-RULE-LINE REDEFINES BINRUL-RECORD.
  2000     05  BINRULR-LABEL           PIC X(11).
  2010     05  BINRULR-RULE-ID         PIC X(06).
  2020     05  FILLER                  PIC X(01).
  2030     05  BINRULR-TYPE            PIC X(09).
  2040     05  FILLER                  PIC X(01).
  2050     05  BINRULR-BIT-A           PIC 9(02).
  2060     05  FILLER                  PIC X(01).
  2070     05  BINRULR-CONNECTOR       PIC X(07).
  2080     05  FILLER                  PIC X(01).
  2090     05  BINRULR-BIT-B           PIC 9(02).
  2100     05  FILLER                  PIC X(01).
  2110     05  BINRULR-TEXT            PIC X(30).
  2120     05  FILLER                  PIC X(08).
  2130 01  BINRUL-TOTALS REDEFINES BINRUL-RECORD.
  2140     05  BINRULT-LABEL           PIC X(30).
  2150     05  BINRULT-ACCOUNTS        PIC ZZZZZZ9.
  2160     05  FILLER                  PIC X(02).
  2170     05  BINRULT-LABEL-2         PIC X(11).
  2180     05  BINRULT-VIOLATIONS      PIC ZZZZZZ9.
  2190     05  FILLER                  PIC X(23).
  2200*
  2210 WORKING-STORAGE SECTION.
  2220*----------------------------------------------------------------
  2230* CONSTANTS
  2240*----------------------------------------------------------------
  2250*    DEFAULT ONLY - OVERRIDDEN BY A MAX-WIDTH RECORD ON THE
  2260*    RUNTIME PARAMETER FILE, BUT NEVER ALLOWED ABOVE 30.
  2270 77  WS-MAX-WIDTH                PIC 9(02)  VALUE 30.
  2280*    THE STATUS MASTER TABLE OCCURS 5000 - THE SAME CEILING AS
  2290*    THE TRANSITION REPORT'S ACCOUNT TABLES.
  2300 77  WS-MAX-ACCOUNTS             PIC 9(05)  VALUE 5000.
  2310*----------------------------------------------------------------
  2320* SWITCHES
  2330*----------------------------------------------------------------
  2340 01  WS-SWITCHES.
  2350     05  WS-EOF-SWITCH           PIC X(01)  VALUE 'N'.
  2360         88  WS-END-OF-FILE                 VALUE 'Y'.
  2370     05  WS-VALID-INPUT-SWITCH   PIC X(01)  VALUE 'Y'.
  2380         88  WS-INPUT-IS-VALID              VALUE 'Y'.
  2390     05  WS-STS-EOF-SWITCH       PIC X(01)  VALUE 'N'.
  2400         88  WS-STS-EOF                     VALUE 'Y'.
  2410     05  WS-STS-ERROR-SWITCH     PIC X(01)  VALUE 'N'.
  2420         88  WS-STS-ERROR                   VALUE 'Y'.
  2430     05  WS-RULE-ERROR-SWITCH    PIC X(01)  VALUE 'N'.
  2440         88  WS-RULE-ERROR                  VALUE 'Y'.
  2450     05  WS-CYCLE-ERROR-SWITCH   PIC X(01)  VALUE 'N'.
  2460         88  WS-CYCLE-ERROR                 VALUE 'Y'.
  2470*----------------------------------------------------------------
  2480* WORK FIELDS
  2490*----------------------------------------------------------------
  2500 01  A                           PIC 9(10).
  2510 01  WS-WIDTH                    PIC 9(02)  COMP.
  2520 01  WS-FLAGS-THIS-ACCT          PIC 9(02)  COMP.
  2530*----------------------------------------------------------------
  2540* RUN COUNTERS
  2550*----------------------------------------------------------------
  2560 01  WS-ACCOUNT-COUNT            PIC 9(07)  COMP.
  2570 01  WS-ACCOUNT-COUNT-D          PIC 9(07).
  2580 01  WS-REJECT-COUNT             PIC 9(05)  COMP.
  2590 01  WS-REJECT-COUNT-D           PIC 9(05).
  2600 01  WS-UNTRACKED-COUNT          PIC 9(05)  COMP.
  2610 01  WS-CHANGE-COUNT             PIC 9(05)  COMP.
  2620 01  WS-CHANGE-COUNT-D           PIC 9(05).
  2630 01  WS-VIOLATION-COUNT          PIC 9(05)  COMP.
  2640 01  WS-VIOLATION-COUNT-D        PIC 9(05).
  2650*----------------------------------------------------------------
  2660* JOURNAL WORK FIELDS
  2670*----------------------------------------------------------------
  2680 01  WS-RESULT-STRING            PIC X(30).
  2690 01  WS-RUN-DATE                 PIC 9(08).
  2700 01  WS-RUN-TIME                 PIC 9(08).
  2710*----------------------------------------------------------------
  2720* NAMED-FLAG LEGEND WORK FIELDS - LOADED FROM FLAGDEF BY
  2730* FLGLOAD AT INITIALIZATION
  2740*----------------------------------------------------------------
  2750     COPY FLAGTAB.
  2760 01  WS-BIT-TABLE.
  2770     05  WS-BIT-VALUE            PIC X(01)  OCCURS 30 TIMES.
  2780 01  WS-FLAG-COUNT-TABLE.
  2790     05  WS-FLAG-COUNT           PIC 9(07)  COMP  OCCURS 30 TIMES.
  2800 01  WS-LEGEND-IDX               PIC 9(02)  COMP.
  2810*----------------------------------------------------------------
  2820* RUNTIME PARAMETER WORK FIELDS
  2830*----------------------------------------------------------------
  2840     COPY PARMREC.
  2850 01  WS-PARM-KEY                 PIC X(16).
  2860 01  WS-PARM-SWITCHES.
  2870     05  WS-PARM-FOUND-SWITCH    PIC X(01).
  2880         88  WS-PARM-FOUND                  VALUE 'Y'.
  2890     05  WS-PARM-ERROR-SWITCH    PIC X(01)  VALUE 'N'.
  2900         88  WS-PARM-ERROR                  VALUE 'Y'.
  2910 01  WS-PARM-NUM                 PIC 9(05).
  2920 01  WS-PARM-LEN                 PIC 9(02)  COMP.
  2930 01  WS-PARM-IDX                 PIC 9(02)  COMP.
  2940 01  WS-PARM-FOUND-IDX           PIC 9(02)  COMP.
  2950 01  WS-FLAG-ERROR-SWITCH        PIC X(01)  VALUE 'N'.
  2960     88  WS-FLAG-ERROR                      VALUE 'Y'.
  2970*----------------------------------------------------------------
  2980* ACCOUNT STATUS MASTER - THE ACCOUNT RECORDS OF THE PRIOR
  2990* GENERATION, UPDATED IN PLACE AS BININ IS ENCODED AND WRITTEN
  3000* BACK OUT AT END OF RUN. STS-SEEN MARKS AN ACCOUNT ON TONIGHT'S
  3010* BININ, SO ONE THAT IS MISSING CAN BE DROPPED.
  3020*----------------------------------------------------------------
  3030 01  WS-STS-STATUS               PIC X(02).
  3040 01  WS-STS-COUNT                PIC 9(05)  COMP.
  3050 01  WS-STS-TABLE.
  3060     05  WS-STS-ENTRY            OCCURS 5000 TIMES.
  3070         10  STS-ACCOUNT         PIC X(10).
  3080         10  STS-STATUS          PIC X(01).
  3090             88  STS-DROPPED                VALUE 'D'.
  3100         10  STS-VALUE           PIC 9(10).
  3110         10  STS-BITS            PIC X(30).
  3120         10  STS-FIRST-SEEN      PIC 9(08).
  3130         10  STS-LAST-CHANGE     PIC 9(08).
  3140         10  STS-SET-DATES.
  3150             15  STS-SET-DATE    PIC 9(08)  OCCURS 30 TIMES.
  3160         10  STS-SEEN-SWITCH     PIC X(01).
  3170             88  STS-SEEN                   VALUE 'Y'.
  3180 01  WS-STS-IDX                  PIC 9(05)  COMP.
  3190 01  WS-STS-FOUND-IDX            PIC 9(05)  COMP.
  3200 01  WS-STS-DATE                 PIC 9(08).
  3210 01  WS-HIST-COUNT               PIC 9(07)  COMP.
  3220 01  WS-CHANGE-TYPE              PIC X(01).
  3230 01  WS-OLD-VALUE                PIC 9(10).
  3240 01  WS-OLD-BITS                 PIC X(30).
  3250 01  WS-ZERO-BITS                PIC X(30)  VALUE ALL '0'.
  3260*----------------------------------------------------------------
  3270* FLAG-COMBINATION RULES - LOADED FROM FLAGRUL BY RULLOAD AS OF
  3280* THE RUN DATE. EVERY ENCODED ACCOUNT IS TESTED AGAINST EACH
  3290* ACTIVE RULE.
  3300*----------------------------------------------------------------
  3310     COPY RULTAB.
  3320 01  WS-RULE-IDX                 PIC 9(03)  COMP.
  3330 01  WS-RULE-A-SLOT              PIC 9(02)  COMP.
  3340 01  WS-RULE-B-SLOT              PIC 9(02)  COMP.
  3350*----------------------------------------------------------------
  3360* RUN CYCLE - LOADED FROM RUNCYC BY CYCLOAD
  3370*----------------------------------------------------------------
  3380     COPY CYCTAB.
  3390*
  3400 PROCEDURE DIVISION.
  3410*================================================================
  3420 0000-MAINLINE.
  3430*================================================================
  3440     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
  3450*    A RUN STOPPED BEFORE ENCODING STILL CUTS THE NEXT STATUS
  3460*    MASTER GENERATION - AS AN UNCHANGED COPY, SO NO HISTORY IS
  3470*    LOST WHEN THE STEP IS RERUN.
  3480     IF WS-CYCLE-ERROR OR WS-PARM-ERROR OR WS-RULE-ERROR
  3490         OR WS-STS-ERROR
  3500         PERFORM 8500-CARRY-FORWARD THRU 8500-EXIT
  3510         MOVE 8 TO RETURN-CODE
  3520         GO TO 9999-EXIT
  3530     END-IF.
  3540     IF WS-FLAG-ERROR
  3550         PERFORM 8500-CARRY-FORWARD THRU 8500-EXIT
  3560         MOVE 12 TO RETURN-CODE
  3570         GO TO 9999-EXIT
  3580     END-IF.
  3590     PERFORM 3000-PROCESS-ACCOUNT THRU 3000-EXIT
  3600         UNTIL WS-END-OF-FILE.
  3610     PERFORM 8000-TERMINATE THRU 8000-EXIT.
  3620     GO TO 9999-EXIT.
  3630*================================================================
  3640 0500-JOURNAL-START.
  3650*================================================================
  3660*    THE JOURNAL IS ALREADY OPEN EXTEND - THE START ENTRY GOES
  3670*    OUT BEFORE THE FIRST ACCOUNT IS TOUCHED SO JRNTIME CAN
  3680*    CHARGE THIS STEP ITS ELAPSED TIME.
  3690     MOVE SPACES TO JRNL-RECORD.
  3700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
  3710     ACCEPT WS-RUN-TIME FROM TIME.
  3720     MOVE WS-RUN-DATE TO JRNL-RUN-DATE.
  3730     MOVE WS-RUN-TIME TO JRNL-RUN-TIME.
  3740     MOVE 'BIN153B' TO JRNL-PROGRAM-ID.
  3750     MOVE CYC-NUMBER TO JRNL-CYCLE.
  3760     MOVE 'RUN STARTED' TO JRNL-RESULT-SUMMARY.
  3770     WRITE JRNL-RECORD.
  3780 0500-EXIT.
  3790     EXIT.
  3800*================================================================
  3810 1000-INITIALIZE.
  3820*================================================================
  3830     CALL 'CYCLOAD' USING CYC-BLOCK.
  3840     IF CYC-BAD-FILE
  3850         DISPLAY "RUN-CYCLE CARD BAD: " CYC-ERROR-TEXT
  3860         DISPLAY "RUN REJECTED"
  3870         SET WS-CYCLE-ERROR TO TRUE
  3880         GO TO 1000-EXIT
  3890     END-IF.
  3900     PERFORM 1020-LOAD-PARMS THRU 1020-EXIT.
  3910     IF WS-PARM-ERROR
  3920         GO TO 1000-EXIT
  3930     END-IF.
  3940     PERFORM 1010-LOAD-FLAGS THRU 1010-EXIT.
  3950     IF WS-FLAG-ERROR
  3960         GO TO 1000-EXIT
  3970     END-IF.
  3980     PERFORM 1200-LOAD-RULES THRU 1200-EXIT.
  3990     IF WS-RULE-ERROR
  4000         GO TO 1000-EXIT
  4010     END-IF.
  4020     PERFORM 1100-LOAD-STATUS-MASTER THRU 1100-EXIT.
  4030     IF WS-STS-ERROR
  4040         GO TO 1000-EXIT
  4050     END-IF.
  4060     OPEN INPUT  BIN-INPUT-FILE.
  4070     OPEN OUTPUT BIN-OUTPUT-FILE.
  4080     OPEN OUTPUT BIN-SUMMARY-FILE.
  4090     OPEN OUTPUT RULE-EXCEPTION-FILE.
  4100     OPEN EXTEND JOURNAL-FILE.
  4110     PERFORM 0500-JOURNAL-START THRU 0500-EXIT.
  4120     MOVE 0 TO WS-ACCOUNT-COUNT.
  4130     MOVE 0 TO WS-REJECT-COUNT.
  4140     MOVE 0 TO WS-UNTRACKED-COUNT.
  4150     MOVE 0 TO WS-CHANGE-COUNT.
  4160     MOVE 0 TO WS-VIOLATION-COUNT.
  4170     MOVE SPACES TO WS-RESULT-STRING.
  4180     PERFORM 1250-WRITE-RULE-HEADER THRU 1250-EXIT.
  4190     PERFORM 1050-CLEAR-FLAG-COUNT THRU 1050-EXIT
  4200         VARYING WS-LEGEND-IDX FROM 1 BY 1
  4210         UNTIL WS-LEGEND-IDX > 30.
  4220     PERFORM 2000-READ-INPUT THRU 2000-EXIT.
  4230 1000-EXIT.
  4240     EXIT.
  4250*================================================================
  4260 1010-LOAD-FLAGS.
  4270*================================================================
  4280     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
  4290     MOVE WS-RUN-DATE TO FLG-AS-OF-DATE.
  4300     MOVE WS-RUN-DATE TO WS-STS-DATE.
  4310     CALL 'FLGLOAD' USING FLG-BLOCK.
  4320     IF FLG-BAD-FILE
  4330         DISPLAY "FLAG DEFINITION FILE BAD: " FLG-ERROR-TEXT
  4340         DISPLAY "RUN STOPPED - NO ACCOUNTS ENCODED"
  4350         SET WS-FLAG-ERROR TO TRUE
  4360     END-IF.
  4370 1010-EXIT.
  4380     EXIT.
  4390*================================================================
  4400 1020-LOAD-PARMS.
  4410*================================================================
  4420     CALL 'PRMLOAD' USING PRM-BLOCK.
  4430     IF PRM-BAD-FILE
  4440         DISPLAY "PARAMETER FILE MALFORMED AT: " PRM-ERROR-TEXT
  4450         DISPLAY "RUN REJECTED"
  4460         SET WS-PARM-ERROR TO TRUE
  4470         GO TO 1020-EXIT
  4480     END-IF.
  4490     MOVE 'MAX-WIDTH' TO WS-PARM-KEY.
  4500     PERFORM 1030-FETCH-PARM THRU 1030-EXIT.
  4510     IF WS-PARM-FOUND AND NOT WS-PARM-ERROR
  4520         IF WS-PARM-NUM = 0 OR WS-PARM-NUM > 30
  4530             DISPLAY "PARAMETER MAX-WIDTH INVALID - "
  4540                     "RUN REJECTED"
  4550             SET WS-PARM-ERROR TO TRUE
  4560         ELSE
  4570             MOVE WS-PARM-NUM TO WS-MAX-WIDTH
  4580         END-IF
  4590     END-IF.
  4600 1020-EXIT.
  4610     EXIT.
  4620*================================================================
  4630 1030-FETCH-PARM.
  4640*================================================================
  4650*    LOOKS WS-PARM-KEY UP IN THE LOADED TABLE. WHEN PRESENT THE
  4660*    VALUE MUST BE AN UNSIGNED WHOLE NUMBER OF UP TO FIVE
  4670*    DIGITS OR THE RUN IS REJECTED NAMING THE PARAMETER.
  4680     MOVE 'N' TO WS-PARM-FOUND-SWITCH.
  4690     MOVE 0 TO WS-PARM-FOUND-IDX.
  4700     PERFORM 1035-MATCH-PARM THRU 1035-EXIT
  4710         VARYING WS-PARM-IDX FROM 1 BY 1
  4720         UNTIL WS-PARM-IDX > PRM-COUNT
  4730             OR WS-PARM-FOUND.
  4740     IF NOT WS-PARM-FOUND
  4750         GO TO 1030-EXIT
  4760     END-IF.
  4770     MOVE 0 TO WS-PARM-LEN.
  4780     INSPECT PRM-VALUE(WS-PARM-FOUND-IDX)
  4790         TALLYING WS-PARM-LEN
  4800         FOR CHARACTERS BEFORE INITIAL SPACE.
  4810     IF WS-PARM-LEN = 0 OR WS-PARM-LEN > 5
  4820         OR PRM-VALUE(WS-PARM-FOUND-IDX)(1:WS-PARM-LEN)
  4830             NOT NUMERIC
  4840         DISPLAY "PARAMETER " WS-PARM-KEY
  4850                 " INVALID - RUN REJECTED"
  4860         SET WS-PARM-ERROR TO TRUE
  4870     ELSE
  4880         MOVE PRM-VALUE(WS-PARM-FOUND-IDX)(1:WS-PARM-LEN)
  4890             TO WS-PARM-NUM
  4900     END-IF.
  4910 1030-EXIT.
  4920     EXIT.
  4930*================================================================
  4940 1035-MATCH-PARM.
  4950*================================================================
  4960     IF PRM-KEYWORD(WS-PARM-IDX) = WS-PARM-KEY
  4970         MOVE 'Y' TO WS-PARM-FOUND-SWITCH
  4980         MOVE WS-PARM-IDX TO WS-PARM-FOUND-IDX
  4990     END-IF.
  5000 1035-EXIT.
  5010     EXIT.
  5020*================================================================
  5030 1050-CLEAR-FLAG-COUNT.
  5040*================================================================
  5050     MOVE '0' TO WS-BIT-VALUE(WS-LEGEND-IDX).
  5060     MOVE 0 TO WS-FLAG-COUNT(WS-LEGEND-IDX).
  5070 1050-EXIT.
  5080     EXIT.
  5090*================================================================
  5100 1100-LOAD-STATUS-MASTER.
  5110*================================================================
  5120*    ONE PASS OVER THE PRIOR GENERATION: THE ACCOUNT RECORDS
  5130*    LOAD THE TABLE, THE HISTORY RECORDS GO STRAIGHT ACROSS TO
  5140*    THE NEW GENERATION SO TONIGHT'S CHANGES APPEND AFTER THEM.
  5150*    A MISSING PRIOR GENERATION (THE FIRST NIGHT) READS AS AN
  5160*    EMPTY MASTER.
  5170     MOVE 0 TO WS-STS-COUNT.
  5180     MOVE 0 TO WS-HIST-COUNT.
  5190     MOVE 'N' TO WS-STS-EOF-SWITCH.
  5200     OPEN OUTPUT STATUS-MASTER-OUT.
  5210     OPEN INPUT STATUS-MASTER-IN.
  5220     IF WS-STS-STATUS NOT = '00' AND WS-STS-STATUS NOT = '05'
  5230         CLOSE STATUS-MASTER-IN
  5240         GO TO 1100-EXIT
  5250     END-IF.
  5260     PERFORM 1150-LOAD-ONE-STATUS THRU 1150-EXIT
  5270         UNTIL WS-STS-EOF OR WS-STS-ERROR.
  5280     CLOSE STATUS-MASTER-IN.
  5290     IF WS-STS-ERROR
  5300         CLOSE STATUS-MASTER-OUT
  5310     END-IF.
  5320 1100-EXIT.
  5330     EXIT.
  5340*================================================================
  5350 1150-LOAD-ONE-STATUS.
  5360*================================================================
  5370     READ STATUS-MASTER-IN
  5380         AT END
  5390             SET WS-STS-EOF TO TRUE
  5400     END-READ.
  5410     IF WS-STS-EOF
  5420         GO TO 1150-EXIT
  5430     END-IF.
  5440     IF ASTH-IS-HISTORY
  5450         WRITE STSMSTO-RECORD FROM ACCTSTS-HISTORY
  5460         ADD 1 TO WS-HIST-COUNT
  5470         GO TO 1150-EXIT
  5480     END-IF.
  5490     IF NOT ASTS-IS-ACCOUNT
  5500         OR ASTS-VALUE NOT NUMERIC
  5510         OR ASTS-SET-DATES NOT NUMERIC
  5520         DISPLAY "DAMAGED STATUS MASTER RECORD - RUN REJECTED"
  5530         SET WS-STS-ERROR TO TRUE
  5540         GO TO 1150-EXIT
  5550     END-IF.
  5560     IF WS-STS-COUNT >= WS-MAX-ACCOUNTS
  5570         DISPLAY "MORE THAN " WS-MAX-ACCOUNTS
  5580                 " ACCOUNTS ON THE STATUS MASTER - RUN REJECTED"
  5590         SET WS-STS-ERROR TO TRUE
  5600         GO TO 1150-EXIT
  5610     END-IF.
  5620     ADD 1 TO WS-STS-COUNT.
  5630     MOVE ASTS-ACCOUNT TO STS-ACCOUNT(WS-STS-COUNT).
  5640     MOVE ASTS-STATUS TO STS-STATUS(WS-STS-COUNT).
  5650     MOVE ASTS-VALUE TO STS-VALUE(WS-STS-COUNT).
  5660     MOVE ASTS-BITS TO STS-BITS(WS-STS-COUNT).
  5670     MOVE ASTS-FIRST-SEEN TO STS-FIRST-SEEN(WS-STS-COUNT).
  5680     MOVE ASTS-LAST-CHANGE TO STS-LAST-CHANGE(WS-STS-COUNT).
  5690     MOVE ASTS-SET-DATES TO STS-SET-DATES(WS-STS-COUNT).
  5700     MOVE 'N' TO STS-SEEN-SWITCH(WS-STS-COUNT).
  5710 1150-EXIT.
  5720     EXIT.
  5730*================================================================
  5740 1200-LOAD-RULES.
  5750*================================================================
  5760*    THE RULES IN FORCE ON THE RUN DATE, THE SAME DATE THE
  5770*    LEGEND IS TAKEN AS OF. NO RULE FILE MEANS NOTHING TO CHECK;
  5780*    A DAMAGED ONE REJECTS THE RUN RATHER THAN LET A BAD
  5790*    COMBINATION THROUGH UNREPORTED.
  5800     MOVE WS-RUN-DATE TO RUL-AS-OF-DATE.
  5810     CALL 'RULLOAD' USING RUL-BLOCK.
  5820     IF RUL-BAD-FILE
  5830         DISPLAY "FLAG RULE FILE BAD: " RUL-ERROR-TEXT
  5840         DISPLAY "RUN REJECTED"
  5850         SET WS-RULE-ERROR TO TRUE
  5860     END-IF.
  5870 1200-EXIT.
  5880     EXIT.
  5890*================================================================
  5900 1250-WRITE-RULE-HEADER.
  5910*================================================================
  5920     MOVE SPACES TO BINRUL-RECORD.
  5930     STRING 'FLAG RULE EXCEPTIONS - RUN DATE ' DELIMITED BY SIZE
  5940            WS-RUN-DATE DELIMITED BY SIZE
  5950         INTO BINRUL-RECORD.
  5960     WRITE BINRUL-RECORD.
  5970     MOVE SPACES TO BINRUL-RECORD.
  5980     IF NOT RUL-LOADED
  5990         MOVE 'NO FLAG RULE FILE - NO COMBINATIONS CHECKED'
  6000             TO BINRUL-RECORD
  6010         WRITE BINRUL-RECORD
  6020         GO TO 1250-EXIT
  6030     END-IF.
  6040     PERFORM 1260-WRITE-ONE-RULE THRU 1260-EXIT
  6050         VARYING WS-RULE-IDX FROM 1 BY 1
  6060         UNTIL WS-RULE-IDX > RUL-COUNT.
  6070 1250-EXIT.
  6080     EXIT.
  6090*================================================================
  6100 1260-WRITE-ONE-RULE.
  6110*================================================================
  6120*    LISTS THE ACTIVE RULES IN FORCE SO THE REPORT SAYS WHAT
  6130*    TONIGHT'S ACCOUNTS WERE TESTED AGAINST.
  6140     IF NOT RUL-RULE-ACTIVE(WS-RULE-IDX)
  6150         GO TO 1260-EXIT
  6160     END-IF.
  6170     MOVE SPACES TO BINRUL-RECORD.
  6180     MOVE 'RULE     : ' TO BINRULR-LABEL.
  6190     MOVE RUL-ID(WS-RULE-IDX) TO BINRULR-RULE-ID.
  6200     MOVE RUL-BIT-A(WS-RULE-IDX) TO BINRULR-BIT-A.
  6210     MOVE RUL-BIT-B(WS-RULE-IDX) TO BINRULR-BIT-B.
  6220     IF RUL-FORBIDDEN(WS-RULE-IDX)
  6230         MOVE 'FORBIDDEN' TO BINRULR-TYPE
  6240         MOVE 'WITH' TO BINRULR-CONNECTOR
  6250     ELSE
  6260         MOVE 'REQUIRED' TO BINRULR-TYPE
  6270         MOVE 'WITHOUT' TO BINRULR-CONNECTOR
  6280     END-IF.
  6290     MOVE RUL-TEXT(WS-RULE-IDX) TO BINRULR-TEXT.
  6300     WRITE BINRUL-RECORD.
  6310 1260-EXIT.
  6320     EXIT.
  6330*================================================================
  6340 2000-READ-INPUT.
  6350*================================================================
  6360     READ BIN-INPUT-FILE
  6370         AT END
  6380             SET WS-END-OF-FILE TO TRUE
  6390     END-READ.
  6400 2000-EXIT.
  6410     EXIT.
  6420*================================================================
  6430 3000-PROCESS-ACCOUNT.
  6440*================================================================
  6450     MOVE 'Y' TO WS-VALID-INPUT-SWITCH.
  6460     PERFORM 3050-EDIT-ACCOUNT THRU 3050-EXIT.
  6470     IF WS-INPUT-IS-VALID
  6480         CALL 'BITENCS' USING A, WS-WIDTH, WS-RESULT-STRING,
  6490             WS-BIT-TABLE
  6500         PERFORM 3100-TALLY-FLAGS THRU 3100-EXIT
  6510         PERFORM 3200-WRITE-ENCODED THRU 3200-EXIT
  6520         PERFORM 3300-UPDATE-STATUS THRU 3300-EXIT
  6530         PERFORM 3700-CHECK-RULES THRU 3700-EXIT
  6540         ADD 1 TO WS-ACCOUNT-COUNT
  6550     ELSE
  6560*        A REJECTED ACCOUNT IS STILL ON BININ - ITS STATUS STANDS
  6570*        AS LAST ENCODED RATHER THAN BEING DROPPED.
  6580         PERFORM 3350-FIND-STATUS THRU 3350-EXIT
  6590         IF WS-STS-FOUND-IDX > 0
  6600             MOVE 'Y' TO STS-SEEN-SWITCH(WS-STS-FOUND-IDX)
  6610         END-IF
  6620         ADD 1 TO WS-REJECT-COUNT
  6630     END-IF.
  6640     PERFORM 2000-READ-INPUT THRU 2000-EXIT.
  6650 3000-EXIT.
  6660     EXIT.
  6670*================================================================
  6680 3050-EDIT-ACCOUNT.
  6690*================================================================
  6700     IF BINACCT-VALUE NOT NUMERIC
  6710         DISPLAY "NON-NUMERIC VALUE - ACCOUNT REJECTED: "
  6720                 BINACCT-ACCOUNT
  6730         MOVE 'N' TO WS-VALID-INPUT-SWITCH
  6740         GO TO 3050-EXIT
  6750     END-IF.
  6760     IF BINACCT-WIDTH NOT NUMERIC
  6770         DISPLAY "NON-NUMERIC WIDTH - ACCOUNT REJECTED: "
  6780                 BINACCT-ACCOUNT
  6790         MOVE 'N' TO WS-VALID-INPUT-SWITCH
  6800         GO TO 3050-EXIT
  6810     END-IF.
  6820     MOVE BINACCT-VALUE TO A.
  6830     MOVE BINACCT-WIDTH TO WS-WIDTH.
  6840     IF WS-WIDTH = 0
  6850         MOVE 1 TO WS-WIDTH
  6860     END-IF.
  6870     IF WS-WIDTH > WS-MAX-WIDTH
  6880         DISPLAY "WIDTH EXCEEDS " WS-MAX-WIDTH
  6890                 " - ACCOUNT REJECTED: "
  6900                 BINACCT-ACCOUNT
  6910         MOVE 'N' TO WS-VALID-INPUT-SWITCH
  6920     END-IF.
  6930 3050-EXIT.
  6940     EXIT.
  6950*================================================================
  6960 3100-TALLY-FLAGS.
  6970*================================================================
  6980     MOVE 0 TO WS-FLAGS-THIS-ACCT.
  6990     PERFORM 3150-TALLY-ONE-FLAG THRU 3150-EXIT
  7000         VARYING WS-LEGEND-IDX FROM 1 BY 1
  7010         UNTIL WS-LEGEND-IDX > 30.
  7020 3100-EXIT.
  7030     EXIT.
  7040*================================================================
  7050 3150-TALLY-ONE-FLAG.
  7060*================================================================
  7070     IF WS-BIT-VALUE(WS-LEGEND-IDX) = '1'
  7080         ADD 1 TO WS-FLAG-COUNT(WS-LEGEND-IDX)
  7090         ADD 1 TO WS-FLAGS-THIS-ACCT
  7100     END-IF.
  7110 3150-EXIT.
  7120     EXIT.
  7130*================================================================
  7140 3200-WRITE-ENCODED.
  7150*================================================================
  7160     MOVE SPACES TO BIN-OUTPUT-RECORD.
  7170     MOVE BINACCT-ACCOUNT TO BINOUT-ACCOUNT.
  7180     MOVE WS-RESULT-STRING TO BINOUT-BITS.
  7190     MOVE WS-FLAGS-THIS-ACCT TO BINOUT-FLAGS-SET.
  7200     WRITE BIN-OUTPUT-RECORD.
  7210     PERFORM 3250-WRITE-FLAG-LINE THRU 3250-EXIT
  7220         VARYING WS-LEGEND-IDX FROM 1 BY 1
  7230         UNTIL WS-LEGEND-IDX > 30.
  7240 3200-EXIT.
  7250     EXIT.
  7260*================================================================
  7270 3250-WRITE-FLAG-LINE.
  7280*================================================================
  7290     IF WS-BIT-VALUE(WS-LEGEND-IDX) = '1'
  7300         MOVE SPACES TO BIN-OUTPUT-RECORD
  7310         MOVE 'FLAG SET: ' TO BINOUT-FLAG-LABEL
  7320         MOVE FLG-NAME(WS-LEGEND-IDX) TO BINOUT-FLAG-NAME
  7330         IF FLG-FLAG-RETIRED(WS-LEGEND-IDX)
  7340             MOVE '*RETIRED*' TO BINOUT-FLAG-MARK
  7350         END-IF
  7360         WRITE BIN-OUTPUT-RECORD
  7370     END-IF.
  7380 3250-EXIT.
  7390     EXIT.
  7400*================================================================
  7410 3300-UPDATE-STATUS.
  7420*================================================================
  7430*    A NEW ACCOUNT, A CHANGED VALUE OR A DROPPED ACCOUNT BACK ON
  7440*    BININ IS A CHANGE - IT UPDATES THE ACCOUNT ROW AND WRITES A
  7450*    HISTORY RECORD. AN UNCHANGED ACCOUNT IS JUST MARKED SEEN.
  7460     PERFORM 3350-FIND-STATUS THRU 3350-EXIT.
  7470     IF WS-STS-FOUND-IDX = 0
  7480         PERFORM 3450-ADD-STATUS THRU 3450-EXIT
  7490         GO TO 3300-EXIT
  7500     END-IF.
  7510     MOVE 'Y' TO STS-SEEN-SWITCH(WS-STS-FOUND-IDX).
  7520     MOVE STS-VALUE(WS-STS-FOUND-IDX) TO WS-OLD-VALUE.
  7530     MOVE STS-BITS(WS-STS-FOUND-IDX) TO WS-OLD-BITS.
  7540     IF STS-DROPPED(WS-STS-FOUND-IDX)
  7550         MOVE 'R' TO WS-CHANGE-TYPE
  7560     ELSE
  7570         IF WS-OLD-VALUE = A
  7580             AND WS-OLD-BITS = WS-BIT-TABLE
  7590             GO TO 3300-EXIT
  7600         END-IF
  7610         MOVE 'C' TO WS-CHANGE-TYPE
  7620     END-IF.
  7630     PERFORM 3500-APPLY-CHANGE THRU 3500-EXIT.
  7640 3300-EXIT.
  7650     EXIT.
  7660*================================================================
  7670 3350-FIND-STATUS.
  7680*================================================================
  7690     MOVE 0 TO WS-STS-FOUND-IDX.
  7700     PERFORM 3400-MATCH-STATUS THRU 3400-EXIT
  7710         VARYING WS-STS-IDX FROM 1 BY 1
  7720         UNTIL WS-STS-IDX > WS-STS-COUNT
  7730             OR WS-STS-FOUND-IDX > 0.
  7740 3350-EXIT.
  7750     EXIT.
  7760*================================================================
  7770 3400-MATCH-STATUS.
  7780*================================================================
  7790     IF STS-ACCOUNT(WS-STS-IDX) = BINACCT-ACCOUNT
  7800         MOVE WS-STS-IDX TO WS-STS-FOUND-IDX
  7810     END-IF.
  7820 3400-EXIT.
  7830     EXIT.
  7840*================================================================
  7850 3450-ADD-STATUS.
  7860*================================================================
  7870*    A FULL MASTER DOES NOT STOP THE ENCODE - THE ACCOUNT IS ON
  7880*    BINOUT AS USUAL BUT NOT TRACKED, AND THE RUN ENDS RC 4.
  7890     IF WS-STS-COUNT >= WS-MAX-ACCOUNTS
  7900         DISPLAY "STATUS MASTER FULL - ACCOUNT NOT TRACKED: "
  7910                 BINACCT-ACCOUNT
  7920         ADD 1 TO WS-UNTRACKED-COUNT
  7930         GO TO 3450-EXIT
  7940     END-IF.
  7950     ADD 1 TO WS-STS-COUNT.
  7960     MOVE WS-STS-COUNT TO WS-STS-FOUND-IDX.
  7970     MOVE BINACCT-ACCOUNT TO STS-ACCOUNT(WS-STS-FOUND-IDX).
  7980     MOVE WS-STS-DATE TO STS-FIRST-SEEN(WS-STS-FOUND-IDX).
  7990     MOVE 'Y' TO STS-SEEN-SWITCH(WS-STS-FOUND-IDX).
  8000     MOVE 0 TO WS-OLD-VALUE.
  8010     MOVE WS-ZERO-BITS TO WS-OLD-BITS.
  8020     MOVE 'N' TO WS-CHANGE-TYPE.
  8030     PERFORM 3500-APPLY-CHANGE THRU 3500-EXIT.
  8040 3450-EXIT.
  8050     EXIT.
  8060*================================================================
  8070 3500-APPLY-CHANGE.
  8080*================================================================
  8090     MOVE 'A' TO STS-STATUS(WS-STS-FOUND-IDX).
  8100     MOVE A TO STS-VALUE(WS-STS-FOUND-IDX).
  8110     MOVE WS-BIT-TABLE TO STS-BITS(WS-STS-FOUND-IDX).
  8120     MOVE WS-STS-DATE TO STS-LAST-CHANGE(WS-STS-FOUND-IDX).
  8130     PERFORM 3550-DATE-ONE-FLAG THRU 3550-EXIT
  8140         VARYING WS-LEGEND-IDX FROM 1 BY 1
  8150         UNTIL WS-LEGEND-IDX > 30.
  8160     PERFORM 3600-WRITE-HISTORY THRU 3600-EXIT.
  8170 3500-EXIT.
  8180     EXIT.
  8190*================================================================
  8200 3550-DATE-ONE-FLAG.
  8210*================================================================
  8220*    A FLAG SET TONIGHT THAT WAS NOT SET BEFORE IS DATED
  8230*    TONIGHT; ONE STILL SET KEEPS ITS DATE; A CLEARED ONE LOSES
  8240*    IT.
  8250     IF WS-BIT-VALUE(WS-LEGEND-IDX) = '1'
  8260         IF WS-OLD-BITS(WS-LEGEND-IDX:1) NOT = '1'
  8270             MOVE WS-STS-DATE
  8280                 TO STS-SET-DATE(WS-STS-FOUND-IDX, WS-LEGEND-IDX)
  8290         END-IF
  8300     ELSE
  8310         MOVE 0 TO STS-SET-DATE(WS-STS-FOUND-IDX, WS-LEGEND-IDX)
  8320     END-IF.
  8330 3550-EXIT.
  8340     EXIT.
  8350*================================================================
  8360 3600-WRITE-HISTORY.
  8370*================================================================
  8380     MOVE SPACES TO ACCTSTS-HISTORY.
  8390     MOVE 'H' TO ASTH-REC-TYPE.
  8400     MOVE STS-ACCOUNT(WS-STS-FOUND-IDX) TO ASTH-ACCOUNT.
  8410     MOVE WS-STS-DATE TO ASTH-CHANGE-DATE.
  8420     MOVE CYC-NUMBER TO ASTH-CYCLE.
  8430     MOVE WS-CHANGE-TYPE TO ASTH-CHANGE-TYPE.
  8440     MOVE WS-OLD-VALUE TO ASTH-OLD-VALUE.
  8450     MOVE STS-VALUE(WS-STS-FOUND-IDX) TO ASTH-NEW-VALUE.
  8460     MOVE WS-OLD-BITS TO ASTH-OLD-BITS.
  8470     MOVE STS-BITS(WS-STS-FOUND-IDX) TO ASTH-NEW-BITS.
  8480     WRITE STSMSTO-RECORD FROM ACCTSTS-HISTORY.
  8490     ADD 1 TO WS-CHANGE-COUNT.
  8500 3600-EXIT.
  8510     EXIT.
  8520*================================================================
  8530 3700-CHECK-RULES.
  8540*================================================================
  8550     IF NOT RUL-LOADED
  8560         GO TO 3700-EXIT
  8570     END-IF.
  8580     PERFORM 3750-CHECK-ONE-RULE THRU 3750-EXIT
  8590         VARYING WS-RULE-IDX FROM 1 BY 1
  8600         UNTIL WS-RULE-IDX > RUL-COUNT.
  8610 3700-EXIT.
  8620     EXIT.
  8630*================================================================
  8640 3750-CHECK-ONE-RULE.
  8650*================================================================
  8660*    FORBIDDEN - BIT A AND BIT B BOTH SET. REQUIRED - BIT A SET
  8670*    AND BIT B NOT. A RETIRED RULE IS NOT CHECKED.
  8680     IF NOT RUL-RULE-ACTIVE(WS-RULE-IDX)
  8690         GO TO 3750-EXIT
  8700     END-IF.
  8710     COMPUTE WS-RULE-A-SLOT = RUL-BIT-A(WS-RULE-IDX) + 1.
  8720     COMPUTE WS-RULE-B-SLOT = RUL-BIT-B(WS-RULE-IDX) + 1.
  8730     IF WS-BIT-VALUE(WS-RULE-A-SLOT) NOT = '1'
  8740         GO TO 3750-EXIT
  8750     END-IF.
  8760     MOVE SPACES TO BINRUL-RECORD.
  8770     IF RUL-FORBIDDEN(WS-RULE-IDX)
  8780         IF WS-BIT-VALUE(WS-RULE-B-SLOT) NOT = '1'
  8790             GO TO 3750-EXIT
  8800         END-IF
  8810         MOVE 'FORBIDDEN' TO BINRUL-TYPE
  8820         MOVE 'WITH' TO BINRUL-CONNECTOR
  8830     ELSE
  8840         IF WS-BIT-VALUE(WS-RULE-B-SLOT) = '1'
  8850             GO TO 3750-EXIT
  8860         END-IF
  8870         MOVE 'REQUIRED' TO BINRUL-TYPE
  8880         MOVE 'WITHOUT' TO BINRUL-CONNECTOR
  8890     END-IF.
  8900     MOVE BINACCT-ACCOUNT TO BINRUL-ACCOUNT.
  8910     MOVE RUL-ID(WS-RULE-IDX) TO BINRUL-RULE-ID.
  8920     MOVE FLG-NAME(WS-RULE-A-SLOT) TO BINRUL-FLAG-A.
  8930     MOVE FLG-NAME(WS-RULE-B-SLOT) TO BINRUL-FLAG-B.
  8940     WRITE BINRUL-RECORD.
  8950     ADD 1 TO WS-VIOLATION-COUNT.
  8960 3750-EXIT.
  8970     EXIT.
  8980*================================================================
  8990 8000-TERMINATE.
  9000*================================================================
  9010     PERFORM 8200-WRITE-SUMMARY THRU 8200-EXIT.
  9020     PERFORM 8300-WRITE-STATUS-MASTER THRU 8300-EXIT.
  9030     PERFORM 8150-WRITE-RULE-TOTALS THRU 8150-EXIT.
  9040     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
  9050     CLOSE BIN-INPUT-FILE.
  9060     CLOSE BIN-OUTPUT-FILE.
  9070     CLOSE BIN-SUMMARY-FILE.
  9080     CLOSE RULE-EXCEPTION-FILE.
  9090     CLOSE JOURNAL-FILE.
  9100*    A RULE VIOLATION IS AN UPSTREAM DATA PROBLEM ON AN ACCOUNT
  9110*    THAT STILL ENCODED - RC 4, THE SAME AS A REJECTED ACCOUNT.
  9120     IF WS-REJECT-COUNT > 0 OR WS-UNTRACKED-COUNT > 0
  9130         OR WS-VIOLATION-COUNT > 0
  9140         MOVE 4 TO RETURN-CODE
  9150     ELSE
  9160         MOVE 0 TO RETURN-CODE
  9170     END-IF.
  9180 8000-EXIT.
  9190     EXIT.
  9200*================================================================
  9210 8100-WRITE-JOURNAL.
  9220*================================================================
  9230     MOVE SPACES TO JRNL-RECORD.
  9240     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
  9250     ACCEPT WS-RUN-TIME FROM TIME.
  9260     MOVE WS-RUN-DATE TO JRNL-RUN-DATE.
  9270     MOVE WS-RUN-TIME TO JRNL-RUN-TIME.
  9280     MOVE 'BIN153B' TO JRNL-PROGRAM-ID.
  9290     MOVE CYC-NUMBER TO JRNL-CYCLE.
  9300     MOVE WS-ACCOUNT-COUNT TO WS-ACCOUNT-COUNT-D.
  9310     MOVE WS-REJECT-COUNT TO WS-REJECT-COUNT-D.
  9320     MOVE SPACES TO JRNL-INPUT-SUMMARY.
  9330     STRING 'ACCOUNTS=' DELIMITED BY SIZE
  9340            WS-ACCOUNT-COUNT-D DELIMITED BY SIZE
  9350            ' REJECTED=' DELIMITED BY SIZE
  9360            WS-REJECT-COUNT-D DELIMITED BY SIZE
  9370         INTO JRNL-INPUT-SUMMARY.
  9380     MOVE SPACES TO JRNL-RESULT-SUMMARY.
  9390     STRING 'LAST BITS=' DELIMITED BY SIZE
  9400            WS-RESULT-STRING DELIMITED BY SIZE
  9410         INTO JRNL-RESULT-SUMMARY.
  9420     MOVE SPACES TO JRNL-PARM-SUMMARY.
  9430     MOVE WS-CHANGE-COUNT TO WS-CHANGE-COUNT-D.
  9440     MOVE WS-VIOLATION-COUNT TO WS-VIOLATION-COUNT-D.
  9450     STRING 'MAXWIDTH=' DELIMITED BY SIZE
  9460            WS-MAX-WIDTH DELIMITED BY SIZE
  9470            ' STSCHG=' DELIMITED BY SIZE
  9480            WS-CHANGE-COUNT-D DELIMITED BY SIZE
  9490            ' RULVIOL=' DELIMITED BY SIZE
  9500            WS-VIOLATION-COUNT-D DELIMITED BY SIZE
  9510         INTO JRNL-PARM-SUMMARY.
  9520     WRITE JRNL-RECORD.
  9530 8100-EXIT.
  9540     EXIT.
  9550*================================================================
  9560 8150-WRITE-RULE-TOTALS.
  9570*================================================================
  9580     MOVE SPACES TO BINRUL-RECORD.
  9590     MOVE 'ACCOUNTS CHECKED AGAINST RULES' TO BINRULT-LABEL.
  9600     IF RUL-LOADED
  9610         MOVE WS-ACCOUNT-COUNT TO BINRULT-ACCOUNTS
  9620     ELSE
  9630         MOVE 0 TO BINRULT-ACCOUNTS
  9640     END-IF.
  9650     MOVE 'VIOLATIONS' TO BINRULT-LABEL-2.
  9660     MOVE WS-VIOLATION-COUNT TO BINRULT-VIOLATIONS.
  9670     WRITE BINRUL-RECORD.
  9680 8150-EXIT.
  9690     EXIT.
  9700*================================================================
  9710 8200-WRITE-SUMMARY.
  9720*================================================================
  9730     PERFORM 8250-WRITE-SUMMARY-LINE THRU 8250-EXIT
  9740         VARYING WS-LEGEND-IDX FROM 1 BY 1
  9750         UNTIL WS-LEGEND-IDX > 30.
  9760     MOVE SPACES TO BIN-SUMMARY-RECORD.
  9770     MOVE 'ACCOUNTS/REJECTS =' TO BINSUMT-LABEL.
  9780     MOVE WS-ACCOUNT-COUNT TO BINSUMT-ACCOUNTS.
  9790     MOVE WS-REJECT-COUNT TO BINSUMT-REJECTS.
  9800     WRITE BIN-SUMMARY-RECORD.
  9810 8200-EXIT.
  9820     EXIT.
  9830*================================================================
  9840 8250-WRITE-SUMMARY-LINE.
  9850*================================================================
  9860     MOVE SPACES TO BIN-SUMMARY-RECORD.
  9870     MOVE 'BIT ' TO BINSUM-BIT-LABEL.
  9880     COMPUTE BINSUM-BIT-POS = WS-LEGEND-IDX - 1.
  9890     MOVE FLG-NAME(WS-LEGEND-IDX) TO BINSUM-FLAG-NAME.
  9900     MOVE WS-FLAG-COUNT(WS-LEGEND-IDX) TO BINSUM-COUNT.
  9910     IF FLG-FLAG-RETIRED(WS-LEGEND-IDX)
  9920         MOVE '*RETIRED*' TO BINSUM-FLAG-MARK
  9930     END-IF.
  9940     WRITE BIN-SUMMARY-RECORD.
  9950 8250-EXIT.
  9960     EXIT.
  9970*================================================================
  9980 8300-WRITE-STATUS-MASTER.
  9990*================================================================
 10000*    AN ACCOUNT ON THE MASTER BUT NOT ON TONIGHT'S BININ IS
 10010*    DROPPED - EVERY FLAG LOST, THE SAME WAY BINCMP COUNTS IT -
 10020*    THEN EVERY ACCOUNT RECORD FOLLOWS THE HISTORY.
 10030     PERFORM 8350-DROP-ONE-ACCOUNT THRU 8350-EXIT
 10040         VARYING WS-STS-FOUND-IDX FROM 1 BY 1
 10050         UNTIL WS-STS-FOUND-IDX > WS-STS-COUNT.
 10060     PERFORM 8400-WRITE-ONE-ACCOUNT THRU 8400-EXIT
 10070         VARYING WS-STS-IDX FROM 1 BY 1
 10080         UNTIL WS-STS-IDX > WS-STS-COUNT.
 10090     CLOSE STATUS-MASTER-OUT.
 10100 8300-EXIT.
 10110     EXIT.
 10120*================================================================
 10130 8350-DROP-ONE-ACCOUNT.
 10140*================================================================
 10150     IF STS-SEEN(WS-STS-FOUND-IDX)
 10160         OR STS-DROPPED(WS-STS-FOUND-IDX)
 10170         GO TO 8350-EXIT
 10180     END-IF.
 10190     MOVE STS-VALUE(WS-STS-FOUND-IDX) TO WS-OLD-VALUE.
 10200     MOVE STS-BITS(WS-STS-FOUND-IDX) TO WS-OLD-BITS.
 10210     MOVE 'D' TO WS-CHANGE-TYPE.
 10220     MOVE 'D' TO STS-STATUS(WS-STS-FOUND-IDX).
 10230     MOVE 0 TO STS-VALUE(WS-STS-FOUND-IDX).
 10240     MOVE WS-ZERO-BITS TO STS-BITS(WS-STS-FOUND-IDX).
 10250     MOVE WS-STS-DATE TO STS-LAST-CHANGE(WS-STS-FOUND-IDX).
 10260     MOVE ZEROS TO STS-SET-DATES(WS-STS-FOUND-IDX).
 10270     PERFORM 3600-WRITE-HISTORY THRU 3600-EXIT.
 10280 8350-EXIT.
 10290     EXIT.
 10300*================================================================
 10310 8400-WRITE-ONE-ACCOUNT.
 10320*================================================================
 10330     MOVE SPACES TO ACCTSTS-ACCOUNT.
 10340     MOVE 'A' TO ASTS-REC-TYPE.
 10350     MOVE STS-ACCOUNT(WS-STS-IDX) TO ASTS-ACCOUNT.
 10360     MOVE STS-STATUS(WS-STS-IDX) TO ASTS-STATUS.
 10370     MOVE STS-VALUE(WS-STS-IDX) TO ASTS-VALUE.
 10380     MOVE STS-BITS(WS-STS-IDX) TO ASTS-BITS.
 10390     MOVE STS-FIRST-SEEN(WS-STS-IDX) TO ASTS-FIRST-SEEN.
 10400     MOVE STS-LAST-CHANGE(WS-STS-IDX) TO ASTS-LAST-CHANGE.
 10410     MOVE STS-SET-DATES(WS-STS-IDX) TO ASTS-SET-DATES.
 10420     WRITE STSMSTO-RECORD FROM ACCTSTS-ACCOUNT.
 10430 8400-EXIT.
 10440     EXIT.
 10450*================================================================
 10460 8500-CARRY-FORWARD.
 10470*================================================================
 10480*    COPIES THE PRIOR GENERATION ACROSS UNCHANGED.
 10490     MOVE 'N' TO WS-STS-EOF-SWITCH.
 10500     OPEN OUTPUT STATUS-MASTER-OUT.
 10510     OPEN INPUT STATUS-MASTER-IN.
 10520     IF WS-STS-STATUS = '00' OR WS-STS-STATUS = '05'
 10530         PERFORM 8550-COPY-ONE-STATUS THRU 8550-EXIT
 10540             UNTIL WS-STS-EOF
 10550     END-IF.
 10560     CLOSE STATUS-MASTER-IN.
 10570     CLOSE STATUS-MASTER-OUT.
 10580 8500-EXIT.
 10590     EXIT.
 10600*================================================================
 10610 8550-COPY-ONE-STATUS.
 10620*================================================================
 10630     READ STATUS-MASTER-IN
 10640         AT END
 10650             SET WS-STS-EOF TO TRUE
 10660     END-READ.
 10670     IF NOT WS-STS-EOF
 10680         WRITE STSMSTO-RECORD FROM ACCTSTS-ACCOUNT
 10690     END-IF.
 10700 8550-EXIT.
 10710     EXIT.
 10720*================================================================
 10730 9999-EXIT.
 10740*================================================================
 10750     STOP RUN.
