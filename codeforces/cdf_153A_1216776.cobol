  1400*                BEFORE THE STREAM EVER SAW THEM. ADDIN 27 TO
  1410*                29, ADDEXC 62 TO 64, ADDSUSP 73 TO 75, ADDRPT
  1420*                80 TO 96, ADDCKPT 68 TO 71.
  1430* 2026-10-15 SK  MULTI-CURRENCY BRANCHES. THE BRANCH MASTER NOW
  1440*                CARRIES EACH BRANCH'S BOOKING CURRENCY AND THE
  1450*                DAY'S EXCHANGE RATES ARE LOADED AT RUN TIME
  1460*                FROM THE RATE FILE (RATFIL, READ THROUGH
  1470*                RATLOAD). A FOREIGN-CURRENCY PAIR IS ADDED IN
  1480*                ITS OWN CURRENCY AND THE SUM CONVERTED TO THE
  1490*                BASE CURRENCY (PARMFIL BASE-CURRENCY, DEFAULT
  1500*                USD) BEFORE IT POSTS, SO EVERY BALANCE AND
  1510*                TOTAL IS IN BASE. DETAIL LINES SHOW THE BOOKED
  1520*                A AND B, THE CONVERTED SUM, THE CURRENCY AND
  1530*                THE UNCONVERTED SUM; THE BRANCH SUBTOTAL
  1540*                CARRIES THE CURRENCY AND THE RATE APPLIED. A
  1550*                BRANCH WHOSE CURRENCY HAS NO RATE ON THE FILE,
  1560*                OR ONLY ONE OLDER THAN RATE-MAX-AGE CALENDAR
  1570*                DAYS (PARMFIL, DEFAULT 0 - THE RATE MUST BE
  1580*                STRUCK FOR THE RUN DATE), HAS ITS PAIRS
  1590*                REJECTED TO ADDEXC AND ADDSUSP NAMING THE
  1600*                CURRENCY RATHER THAN POSTED UNCONVERTED. A
  1610*                MALFORMED RATE FILE REJECTS THE RUN RC 8.
  1620*                BRCHMST 27 TO 30.
  1630* 2026-10-15 SK  A THIRD FEED SOURCE - ADJUST, THE ADJUSTMENT
  1640*                FEED ADJEDIT BUILDS IN THE ADJCYCL JOB - NOW
  1650*                RIDES ON THE REPORT DATE LINE LIKE FEEDINT AND
  1660*                SUSPRES. ITS REVERSAL PAIRS CARRY NEGATIVE
  1670*                AMOUNTS AND POST LIKE ANY OTHER PAIR. NO LOGIC
  1680*                CHANGE.
  1690* 2026-10-15 SK  CUTOFF CYCLES. THE FEED HDR NOW CARRIES THE
  1700*                CYCLE OF THE DATE THE COMBINED FEED WAS BUILT
  1710*                FOR (FEED-HDR-CYCLE, STAMPED BY FEEDINT) AND IT
  1720*                RIDES ON THE REPORT DATE LINE (RPTDTE-CYCLE)
  1730*                NEXT TO THE SOURCE, SO THE STATEMENT AND THE
  1740*                LEDGER POSTING SUM A DATE'S CYCLES INSTEAD OF
  1750*                TAKING THE LATER ONE FOR A RERUN. THE JOURNAL
  1760*                ENTRIES CARRY THE CYCLE FROM THE RUN-CYCLE
  1770*                CARD (RUNCYC, THROUGH CYCLOAD) WHEN THE STEP
  1780*                HAS ONE - A SUSPCYCL OR ADJCYCL PASS HAS NO
  1790*                CARD AND JOURNALS WITH NO CYCLE, AS ITS FEED
  1800*                HDR HAS NONE.
  1810* 2026-10-15 SK  PERIOD CLOSE. THE CLOSED MONTHS ARE LOADED FROM
  1820*                THE PERIOD CONTROL FILE (PRDCTL, READ THROUGH
  1830*                PRDLOAD) AND A PASS WHOSE POSTING DATE - THE RUN
  1840*                DATE, OR ON AN ADDRRUN RESTART THE DATE LINE OF
  1850*                THE PARTIAL REPORT - FALLS IN A CLOSED MONTH, OR
  1860*                WHOSE NIGHTLY FEED HDR IS DATED IN ONE, IS
  1870*                REFUSED RC 8 BEFORE ANY PAIR POSTS, WITH A
  1880*                'REJECTED - PERIOD CLOSED' JOURNAL ENTRY. A
  1890*                SUSPRES OR ADJUST PASS POSTS UNDER ITS OWN PASS
  1900*                DATE, SO SUSPENSE CLEARED AFTER A CLOSE LANDS IN
  1910*                THE OPEN PERIOD. A MALFORMED CONTROL FILE REJECTS
  1920*                THE RUN RC 8.
  1930* 2026-10-15 SK  A BAD RUN-CYCLE CARD (CYCLOAD STATUS E) NOW
  1940*                REJECTS THE RUN RC 8 BEFORE ANY FILE IS OPENED,
  1950*                THE SAME AS A BAD PARAMETER FILE, INSTEAD OF
  1960*                POSTING AS CYCLE 1.
  1970* 2026-10-15 SK  A SUSPRES OR ADJUST PASS IS REFUSED RC 8, NOTHING
  1980*                POSTED, ONCE THE RUN-CONTROL FILE (RUNCTL) SHOWS
  1990*                THE POSTING DATE'S CLOSING CYCLE HAS RUN LEDGPST
  2000*                CLEAN OR DIRTY. THE LEDGER IS SHUT FOR THE DATE
  2010*                BY THEN AND WOULD NEVER TAKE THE PASS UP; IT IS
  2020*                RUN ON THE NEXT BUSINESS DATE INSTEAD. THE
  2030*                JOURNAL RESULT IS 'REJECTED - DATE CLOSED BY
  2040*                NIGHTLY CYCLE'.
  2050*================================================================
  2060 ENVIRONMENT DIVISION.
  2070 CONFIGURATION SECTION.
  2080 SOURCE-COMPUTER.    IBM-370.
  2090 OBJECT-COMPUTER.    IBM-370.
  2100 INPUT-OUTPUT SECTION.
  2110 FILE-CONTROL.
  2120     SELECT ADD-INPUT-FILE  ASSIGN TO ADDIN
  2130            ORGANIZATION IS LINE SEQUENTIAL.
  2140     SELECT ADD-SUSPENSE-FILE ASSIGN TO ADDSUSP
  2150            ORGANIZATION IS LINE SEQUENTIAL.
  2160     SELECT BRANCH-MASTER-FILE ASSIGN TO BRCHMST
  2170            ORGANIZATION IS LINE SEQUENTIAL.
  2180     SELECT OPTIONAL ADD-CHECKPOINT-FILE ASSIGN TO ADDCKPT
  2190            ORGANIZATION IS LINE SEQUENTIAL
  2200            FILE STATUS IS WS-CKPT-STATUS.
  2210     SELECT ADD-EXCEPTION-FILE ASSIGN TO ADDEXC
  2220            ORGANIZATION IS LINE SEQUENTIAL.
  2230     SELECT JOURNAL-FILE ASSIGN TO JRNLOG
  2240            ORGANIZATION IS LINE SEQUENTIAL.
  2250     SELECT ADD-REPORT-FILE ASSIGN TO ADDRPT
  2260            ORGANIZATION IS LINE SEQUENTIAL.
  2270     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
  2280            ORGANIZATION IS LINE SEQUENTIAL
  2290            FILE STATUS IS WS-RCTL-STATUS.
  2300*
  2310 DATA DIVISION.
  2320 FILE SECTION.
  2330 FD  ADD-INPUT-FILE
  2340     RECORD CONTAINS 29 CHARACTERS.
  2350     COPY AMTPAIR.
  2360*
  2370 FD  ADD-SUSPENSE-FILE
  2380     RECORD CONTAINS 75 CHARACTERS.
  2390     COPY ADDSUSP.
  2400*
  2410 FD  BRANCH-MASTER-FILE
  2420     RECORD CONTAINS 30 CHARACTERS.
  2430     COPY BRCHMST.
  2440*
  2450 FD  ADD-CHECKPOINT-FILE
  2460     RECORD CONTAINS 71 CHARACTERS.
  2470     COPY ADDCKPT.
  2480*
  2490 FD  ADD-EXCEPTION-FILE
  2500     RECORD CONTAINS 64 CHARACTERS.
  2510 01  ADD-EXCEPTION-RECORD.
  2520     05  ADDEXC-BRANCH           PIC X(03).
  2530     05  FILLER                  PIC X(01)  VALUE SPACE.
  2540     05  ADDEXC-SEQ              PIC 9(07).
  2550     05  FILLER                  PIC X(01)  VALUE SPACE.
  2560     05  ADDEXC-A                PIC -(10)9.99.
  2570     05  FILLER                  PIC X(01)  VALUE SPACE.
  2580     05  ADDEXC-B                PIC -(10)9.99.
  2590     05  FILLER                  PIC X(01)  VALUE SPACE.
  2600     05  ADDEXC-REASON           PIC X(22).
  2610 01  ADD-EXCEPTION-RAW REDEFINES ADD-EXCEPTION-RECORD.
  2620     05  FILLER                  PIC X(12).
  2630     05  ADDEXC-RAW-A            PIC X(14).
  2640     05  FILLER                  PIC X(01).
  2650     05  ADDEXC-RAW-B            PIC X(14).
  2660     05  FILLER                  PIC X(23).
  2670*
  2680 FD  JOURNAL-FILE
  2690     RECORD CONTAINS 160 CHARACTERS.
  2700     COPY JRNLREC.
  2710*
  2720 FD  ADD-REPORT-FILE
  2730     RECORD CONTAINS 96 CHARACTERS.
  2740     COPY ADDRPT.
  2750*
  2760 FD  RUN-CONTROL-FILE
  2770     RECORD CONTAINS 128 CHARACTERS.
  2780     COPY RUNCTL.
  2790*
  2800 WORKING-STORAGE SECTION.
  2810*----------------------------------------------------------------
  2820* CONSTANTS
  2830*----------------------------------------------------------------
  2840*    DEFAULT ONLY - OVERRIDDEN BY A CKPT-INTERVAL RECORD ON THE
  2850*    RUNTIME PARAMETER FILE.
  2860 77  WS-CKPT-INTERVAL            PIC 9(05)  VALUE 100.
  2870*----------------------------------------------------------------
  2880* SWITCHES
  2890*----------------------------------------------------------------
  2900 01  WS-SWITCHES.
  2910     05  WS-EOF-SWITCH           PIC X(01)  VALUE 'N'.
  2920         88  WS-END-OF-FILE                 VALUE 'Y'.
  2930     05  WS-RESTART-SWITCH       PIC X(01)  VALUE 'N'.
  2940         88  WS-IS-RESTART                  VALUE 'Y'.
  2950     05  WS-RESTART-ERR-SWITCH   PIC X(01)  VALUE 'N'.
  2960         88  WS-RESTART-ERROR               VALUE 'Y'.
  2970     05  WS-PARTIAL-EOF-SWITCH   PIC X(01)  VALUE 'N'.
  2980         88  WS-PARTIAL-EOF                 VALUE 'Y'.
  2990     05  WS-BMST-EOF-SWITCH      PIC X(01)  VALUE 'N'.
  3000         88  WS-BMST-EOF                    VALUE 'Y'.
  3010     05  WS-MASTER-ERR-SWITCH    PIC X(01)  VALUE 'N'.
  3020         88  WS-MASTER-ERROR                VALUE 'Y'.
  3030     05  WS-BRANCH-VALID-SWITCH  PIC X(01)  VALUE 'Y'.
  3040         88  WS-BRANCH-IS-VALID             VALUE 'Y'.
  3050     05  WS-RATE-ERR-SWITCH      PIC X(01)  VALUE 'N'.
  3060         88  WS-RATE-ERROR                  VALUE 'Y'.
  3070     05  WS-PERIOD-ERR-SWITCH    PIC X(01)  VALUE 'N'.
  3080         88  WS-PERIOD-ERROR                VALUE 'Y'.
  3090     05  WS-PERIOD-SHUT-SWITCH   PIC X(01)  VALUE 'N'.
  3100         88  WS-PERIOD-IS-CLOSED            VALUE 'Y'.
  3110     05  WS-CYCLE-ERR-SWITCH     PIC X(01)  VALUE 'N'.
  3120         88  WS-CYCLE-ERROR                 VALUE 'Y'.
  3130     05  WS-RCTL-EOF-SWITCH      PIC X(01)  VALUE 'N'.
  3140         88  WS-RCTL-EOF                    VALUE 'Y'.
  3150     05  WS-DATE-SHUT-SWITCH     PIC X(01)  VALUE 'N'.
  3160         88  WS-DATE-IS-CLOSED              VALUE 'Y'.
  3170*----------------------------------------------------------------
  3180* WORK FIELDS
  3190*----------------------------------------------------------------
  3200 01  A                           PIC S9(10)V99.
  3210 01  B                           PIC S9(10)V99.
  3220 01  C                           PIC -(10)9.99.
  3230*    THE PAIR'S SUM IN THE BRANCH'S OWN CURRENCY, AND THE SAME
  3240*    SUM CONVERTED TO BASE - THE FIGURE THAT ACTUALLY POSTS.
  3250 01  WS-ORIG-SUM                 PIC S9(10)V99.
  3260 01  WS-BASE-SUM                 PIC S9(10)V99.
  3270*----------------------------------------------------------------
  3280* JOURNAL WORK FIELDS
  3290*----------------------------------------------------------------
  3300 01  WS-RECORD-COUNT             PIC 9(07)  COMP.
  3310 01  WS-RECORD-COUNT-D           PIC 9(07).
  3320 01  WS-EXCEPTION-COUNT-D        PIC 9(05).
  3330 01  WS-EXCEPTION-COUNT          PIC 9(05)  COMP.
  3340 01  WS-LAST-RESULT              PIC -(10)9.99.
  3350 01  WS-INPUT-SEQ                PIC 9(07)  COMP.
  3360*----------------------------------------------------------------
  3370* CHECKPOINT/RESTART WORK FIELDS
  3380*----------------------------------------------------------------
  3390 01  WS-CKPT-STATUS              PIC X(02).
  3400*----------------------------------------------------------------
  3410* RUNTIME PARAMETER WORK FIELDS
  3420*----------------------------------------------------------------
  3430     COPY PARMREC.
  3440 01  WS-PARM-KEY                 PIC X(16).
  3450 01  WS-PARM-SWITCHES.
  3460     05  WS-PARM-FOUND-SWITCH    PIC X(01).
  3470         88  WS-PARM-FOUND                  VALUE 'Y'.
  3480     05  WS-PARM-ERROR-SWITCH    PIC X(01)  VALUE 'N'.
  3490         88  WS-PARM-ERROR                  VALUE 'Y'.
  3500 01  WS-PARM-NUM                 PIC 9(05).
  3510 01  WS-PARM-LEN                 PIC 9(02)  COMP.
  3520 01  WS-PARM-IDX                 PIC 9(02)  COMP.
  3530 01  WS-PARM-FOUND-IDX           PIC 9(02)  COMP.
  3540*    DEFAULTS ONLY - OVERRIDDEN BY BASE-CURRENCY AND
  3550*    RATE-MAX-AGE RECORDS ON THE RUNTIME PARAMETER FILE.
  3560 01  WS-BASE-CURRENCY            PIC X(03)  VALUE 'USD'.
  3570 01  WS-RATE-MAX-AGE             PIC 9(05)  VALUE 0.
  3580 01  WS-RESUME-SEQ               PIC 9(07)  COMP.
  3590 01  WS-CKPT-LAST-SEQ            PIC 9(07)  COMP.
  3600 01  WS-DERIVE-SUM               PIC S9(11)V99.
  3610 01  WS-CKPT-QUOTIENT            PIC 9(07).
  3620 01  WS-CKPT-REMAINDER           PIC 9(07).
  3630*----------------------------------------------------------------
  3640* CONTROL-TOTALS REPORT WORK FIELDS
  3650*----------------------------------------------------------------
  3660 01  WS-GRAND-TOTAL              PIC S9(11)V99.
  3670 01  WS-RUN-DATE                 PIC 9(08).
  3680 01  WS-RUN-TIME                 PIC 9(08).
  3690*----------------------------------------------------------------
  3700* BRANCH CONTROL-BREAK WORK FIELDS - WS-CUR-BRANCH HOLDS
  3710* LOW-VALUES UNTIL THE FIRST PAIR SETS THE FIRST BRANCH.
  3720*----------------------------------------------------------------
  3730*----------------------------------------------------------------
  3740* REPORT DATE LINE STATE - THE LINE IS WRITTEN AT THE FEED'S
  3750* HDR SO IT CAN CARRY THE FEED SOURCE FOR THE MONTH-END
  3760* STATEMENT.
  3770*----------------------------------------------------------------
  3780 01  WS-FEED-SOURCE              PIC X(08)  VALUE SPACES.
  3790 01  WS-FEED-CYCLE               PIC X(01)  VALUE SPACE.
  3800 01  WS-JRNL-CYCLE               PIC X(01)  VALUE SPACE.
  3810 01  WS-DATE-LINE-SWITCH         PIC X(01)  VALUE 'N'.
  3820     88  WS-DATE-LINE-WRITTEN               VALUE 'Y'.
  3830 01  WS-CUR-BRANCH               PIC X(03)  VALUE LOW-VALUES.
  3840 01  WS-BRANCH-COUNT             PIC 9(07)  COMP.
  3850 01  WS-BRANCH-TOTAL             PIC S9(11)V99.
  3860*----------------------------------------------------------------
  3870* BRANCH MASTER TABLE - LOADED FROM BRCHMST AT INITIALIZATION.
  3880* EVERY PAIR'S SOURCE BRANCH MUST RESOLVE TO AN ACTIVE ROW.
  3890* THE 500 CEILING MATCHES WS-MAX-BRANCHES IN BRCHMNT.
  3900*----------------------------------------------------------------
  3910 01  WS-BMST-COUNT               PIC 9(03).
  3920 01  WS-BMST-TABLE.
  3930     05  WS-BMST-ENTRY           OCCURS 500 TIMES.
  3940         10  BMST-CODE           PIC X(03).
  3950         10  BMST-NAME           PIC X(20).
  3960         10  BMST-STATUS         PIC X(01).
  3970         10  BMST-CURRENCY       PIC X(03).
  3980 01  WS-BMST-IDX                 PIC 9(03).
  3990 01  WS-BMST-FOUND-IDX           PIC 9(03).
  4000 01  WS-BMST-KEY                 PIC X(03).
  4010 01  WS-BRANCH-REASON            PIC X(22).
  4020*----------------------------------------------------------------
  4030* EXCHANGE RATES - LOADED FROM RATFIL THROUGH RATLOAD. A BASE-
  4040* CURRENCY BRANCH (BLANK OR THE BASE CODE ON THE MASTER) POSTS
  4050* AT A RATE OF ONE AND NEEDS NO ENTRY.
  4060*----------------------------------------------------------------
  4070     COPY RATETAB.
  4080 01  WS-RATE-IDX                 PIC 9(02).
  4090 01  WS-RATE-FOUND-IDX           PIC 9(02).
  4100 01  WS-PAIR-CURRENCY            PIC X(03).
  4110 01  WS-PAIR-RATE                PIC 9(04)V9(06).
  4120 01  WS-HOLD-CURRENCY            PIC X(03).
  4130 01  WS-HOLD-RATE                PIC 9(04)V9(06).
  4140 01  WS-HOLD-VALID-SWITCH        PIC X(01).
  4150 01  WS-RUN-INT                  PIC 9(07).
  4160 01  WS-RATE-INT                 PIC 9(07).
  4170*----------------------------------------------------------------
  4180* RUN CYCLE - LOADED FROM RUNCYC BY CYCLOAD. NO CARD (A PASS RUN
  4190* OUTSIDE THE STREAM) JOURNALS WITH NO CYCLE.
  4200*----------------------------------------------------------------
  4210     COPY CYCTAB.
  4220*----------------------------------------------------------------
  4230* CLOSED PERIODS - LOADED FROM PRDCTL BY PRDLOAD. NO PASS MAY
  4240* POST UNDER A DATE IN A MONTH ALREADY REPORTED TO FINANCE.
  4250*----------------------------------------------------------------
  4260     COPY PRDTAB.
  4270 01  WS-PRD-IDX                  PIC 9(03)  COMP.
  4280 01  WS-PRD-FOUND-IDX            PIC 9(03)  COMP.
  4290 01  WS-CHECK-MONTH              PIC 9(06).
  4300*    THE DATE THE PASS POSTS UNDER - THE RUN DATE ON A FRESH RUN,
  4310*    THE DATE LINE OF THE PARTIAL REPORT ON A RESTART.
  4320 01  WS-POST-DATE                PIC 9(08).
  4330 01  WS-PARTIAL-DATE             PIC 9(08).
  4340 01  WS-HDR-SOURCE               PIC X(08).
  4350 01  WS-HDR-DATE                 PIC X(08).
  4360*    THE JOURNAL RESULT OF A PASS REFUSED BEFORE ANY PAIR POSTS.
  4370 01  WS-REFUSAL-TEXT             PIC X(50).
  4380*----------------------------------------------------------------
  4390* RUN-CONTROL RECORDS - READ ONLY FOR A SUSPRES OR ADJUST PASS, TO
  4400* FIND WHETHER THE NIGHTLY STREAM HAS ALREADY CLOSED THE DATE.
  4410*----------------------------------------------------------------
  4420 01  WS-RCTL-STATUS              PIC X(02).
  4430 01  WS-STEP-IDX                 PIC 9(02)  COMP.
  4440*
  4450 PROCEDURE DIVISION.
  4460*================================================================
  4470 0000-MAINLINE.
  4480*================================================================
  4490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
  4500     IF WS-CYCLE-ERROR
  4510         MOVE 8 TO RETURN-CODE
  4520         GO TO 9999-EXIT
  4530     END-IF.
  4540     IF WS-PARM-ERROR
  4550         MOVE 8 TO RETURN-CODE
  4560         GO TO 9999-EXIT
  4570     END-IF.
  4580     IF WS-MASTER-ERROR
  4590         MOVE 8 TO RETURN-CODE
  4600         GO TO 9999-EXIT
  4610     END-IF.
  4620     IF WS-RATE-ERROR
  4630         MOVE 8 TO RETURN-CODE
  4640         GO TO 9999-EXIT
  4650     END-IF.
  4660     IF WS-PERIOD-ERROR
  4670         MOVE 8 TO RETURN-CODE
  4680         GO TO 9999-EXIT
  4690     END-IF.
  4700     IF WS-RESTART-ERROR
  4710         CLOSE ADD-INPUT-FILE
  4720         CLOSE ADD-SUSPENSE-FILE
  4730         CLOSE JOURNAL-FILE
  4740         MOVE 8 TO RETURN-CODE
  4750         GO TO 9999-EXIT
  4760     END-IF.
  4770     IF WS-PERIOD-IS-CLOSED
  4780         PERFORM 8300-WRITE-REFUSAL THRU 8300-EXIT
  4790         CLOSE ADD-INPUT-FILE
  4800         CLOSE ADD-EXCEPTION-FILE
  4810         CLOSE ADD-SUSPENSE-FILE
  4820         CLOSE ADD-REPORT-FILE
  4830         CLOSE JOURNAL-FILE
  4840         MOVE 8 TO RETURN-CODE
  4850         GO TO 9999-EXIT
  4860     END-IF.
  4870     PERFORM 3000-PROCESS-PAIR THRU 3000-EXIT
  4880         UNTIL WS-END-OF-FILE.
  4890     PERFORM 8000-TERMINATE THRU 8000-EXIT.
  4900     GO TO 9999-EXIT.
  4910*================================================================
  4920 0500-JOURNAL-START.
  4930*================================================================
  4940*    THE JOURNAL IS ALREADY OPEN EXTEND - THE START ENTRY GOES
  4950*    OUT BEFORE THE FIRST PAIR IS TOUCHED SO JRNTIME CAN
  4960*    CHARGE THIS STEP ITS ELAPSED TIME.
  4970     MOVE SPACES TO JRNL-RECORD.
  4980     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
  4990     ACCEPT WS-RUN-TIME FROM TIME.
  5000     MOVE WS-RUN-DATE TO JRNL-RUN-DATE.
  5010     MOVE WS-RUN-TIME TO JRNL-RUN-TIME.
  5020     MOVE 'ADD153A' TO JRNL-PROGRAM-ID.
  5030     MOVE WS-JRNL-CYCLE TO JRNL-CYCLE.
  5040     MOVE 'RUN STARTED' TO JRNL-RESULT-SUMMARY.
  5050     WRITE JRNL-RECORD.
  5060 0500-EXIT.
  5070     EXIT.
  5080*================================================================
  5090 1000-INITIALIZE.
  5100*================================================================
  5110     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
  5120     CALL 'CYCLOAD' USING CYC-BLOCK.
  5130     IF CYC-BAD-FILE
  5140         DISPLAY "RUN-CYCLE CARD BAD: " CYC-ERROR-TEXT
  5150         DISPLAY "RUN REJECTED"
  5160         SET WS-CYCLE-ERROR TO TRUE
  5170         GO TO 1000-EXIT
  5180     END-IF.
  5190     IF CYC-LOADED
  5200         MOVE CYC-NUMBER TO WS-JRNL-CYCLE
  5210     END-IF.
  5220     PERFORM 1020-LOAD-PARMS THRU 1020-EXIT.
  5230     IF WS-PARM-ERROR
  5240         GO TO 1000-EXIT
  5250     END-IF.
  5260     PERFORM 1040-LOAD-BRANCHES THRU 1040-EXIT.
  5270     IF WS-MASTER-ERROR
  5280         GO TO 1000-EXIT
  5290     END-IF.
  5300     PERFORM 1050-LOAD-RATES THRU 1050-EXIT.
  5310     IF WS-RATE-ERROR
  5320         GO TO 1000-EXIT
  5330     END-IF.
  5340     PERFORM 1070-LOAD-PERIODS THRU 1070-EXIT.
  5350     IF WS-PERIOD-ERROR
  5360         GO TO 1000-EXIT
  5370     END-IF.
  5380     OPEN INPUT  ADD-INPUT-FILE.
  5390     OPEN EXTEND ADD-SUSPENSE-FILE.
  5400     OPEN EXTEND JOURNAL-FILE.
  5410     PERFORM 0500-JOURNAL-START THRU 0500-EXIT.
  5420     MOVE 0 TO WS-RECORD-COUNT.
  5430     MOVE 0 TO WS-EXCEPTION-COUNT.
  5440     MOVE 0.0 TO WS-LAST-RESULT.
  5450     MOVE 0 TO WS-GRAND-TOTAL.
  5460     MOVE 0 TO WS-INPUT-SEQ.
  5470     MOVE 0 TO WS-RESUME-SEQ.
  5480     MOVE 0 TO WS-PARTIAL-DATE.
  5490     MOVE 0 TO WS-BRANCH-COUNT.
  5500     MOVE 0 TO WS-BRANCH-TOTAL.
  5510     PERFORM 1100-CHECK-RESTART THRU 1100-EXIT.
  5520     IF WS-IS-RESTART
  5530         PERFORM 1150-DERIVE-RESUME THRU 1150-EXIT
  5540     END-IF.
  5550     IF WS-RESTART-ERROR
  5560         GO TO 1000-EXIT
  5570     END-IF.
  5580     IF WS-IS-RESTART
  5590         OPEN EXTEND ADD-EXCEPTION-FILE
  5600         OPEN EXTEND ADD-REPORT-FILE
  5610*        A RESUMED RUN EXTENDS A REPORT THAT ALREADY LEADS
  5620*        WITH ITS DATE LINE.
  5630         SET WS-DATE-LINE-WRITTEN TO TRUE
  5640     ELSE
  5650         OPEN OUTPUT ADD-EXCEPTION-FILE
  5660         OPEN OUTPUT ADD-REPORT-FILE
  5670*        A FRESH REPORT LEADS WITH ITS RUN DATE AND THE
  5680*        FEED'S HDR SOURCE SO THE MONTH-END STATEMENT CAN
  5690*        TELL THE GENERATIONS APART - WRITTEN WHEN THE HDR
  5700*        ARRIVES (3020), SINCE THE SOURCE RIDES ON IT.
  5710         MOVE 'N' TO WS-DATE-LINE-SWITCH
  5720     END-IF.
  5730     PERFORM 2000-READ-INPUT THRU 2000-EXIT.
  5740     PERFORM 1080-CHECK-POSTING-PERIOD THRU 1080-EXIT.
  5750 1000-EXIT.
  5760     EXIT.
  5770*================================================================
  5780 1020-LOAD-PARMS.
  5790*================================================================
  5800     CALL 'PRMLOAD' USING PRM-BLOCK.
  5810     IF PRM-BAD-FILE
  5820         DISPLAY "PARAMETER FILE MALFORMED AT: " PRM-ERROR-TEXT
  5830         DISPLAY "RUN REJECTED"
  5840         SET WS-PARM-ERROR TO TRUE
  5850         GO TO 1020-EXIT
  5860     END-IF.
  5870     MOVE 'CKPT-INTERVAL' TO WS-PARM-KEY.
  5880     PERFORM 1030-FETCH-PARM THRU 1030-EXIT.
  5890     IF WS-PARM-FOUND AND NOT WS-PARM-ERROR
  5900         IF WS-PARM-NUM = 0
  5910             DISPLAY "PARAMETER CKPT-INTERVAL INVALID - "
  5920                     "RUN REJECTED"
  5930             SET WS-PARM-ERROR TO TRUE
  5940         ELSE
  5950             MOVE WS-PARM-NUM TO WS-CKPT-INTERVAL
  5960         END-IF
  5970     END-IF.
  5980     IF WS-PARM-ERROR
  5990         GO TO 1020-EXIT
  6000     END-IF.
  6010     MOVE 'RATE-MAX-AGE' TO WS-PARM-KEY.
  6020     PERFORM 1030-FETCH-PARM THRU 1030-EXIT.
  6030     IF WS-PARM-FOUND AND NOT WS-PARM-ERROR
  6040         MOVE WS-PARM-NUM TO WS-RATE-MAX-AGE
  6050     END-IF.
  6060     IF WS-PARM-ERROR
  6070         GO TO 1020-EXIT
  6080     END-IF.
  6090*    THE BASE CURRENCY IS A CODE, NOT A NUMBER, SO IT IS MATCHED
  6100*    HERE RATHER THAN THROUGH 1030-FETCH-PARM.
  6110     MOVE 'BASE-CURRENCY' TO WS-PARM-KEY.
  6120     MOVE 'N' TO WS-PARM-FOUND-SWITCH.
  6130     MOVE 0 TO WS-PARM-FOUND-IDX.
  6140     PERFORM 1035-MATCH-PARM THRU 1035-EXIT
  6150         VARYING WS-PARM-IDX FROM 1 BY 1
  6160         UNTIL WS-PARM-IDX > PRM-COUNT
  6170             OR WS-PARM-FOUND.
  6180     IF NOT WS-PARM-FOUND
  6190         GO TO 1020-EXIT
  6200     END-IF.
  6210     IF PRM-VALUE(WS-PARM-FOUND-IDX)(1:3) NOT ALPHABETIC
  6220         OR PRM-VALUE(WS-PARM-FOUND-IDX)(1:3) = SPACES
  6230         OR PRM-VALUE(WS-PARM-FOUND-IDX)(4:) NOT = SPACES
  6240         DISPLAY "PARAMETER BASE-CURRENCY INVALID - "
  6250                 "RUN REJECTED"
  6260         SET WS-PARM-ERROR TO TRUE
  6270     ELSE
  6280         MOVE PRM-VALUE(WS-PARM-FOUND-IDX)(1:3)
  6290             TO WS-BASE-CURRENCY
  6300     END-IF.
  6310 1020-EXIT.
  6320     EXIT.
  6330*================================================================
  6340 1030-FETCH-PARM.
  6350*================================================================
  6360*    LOOKS WS-PARM-KEY UP IN THE LOADED TABLE. WHEN PRESENT THE
  6370*    VALUE MUST BE AN UNSIGNED WHOLE NUMBER OF UP TO FIVE
  6380*    DIGITS OR THE RUN IS REJECTED NAMING THE PARAMETER.
  6390     MOVE 'N' TO WS-PARM-FOUND-SWITCH.
  6400     MOVE 0 TO WS-PARM-FOUND-IDX.
  6410     PERFORM 1035-MATCH-PARM THRU 1035-EXIT
  6420         VARYING WS-PARM-IDX FROM 1 BY 1
  6430         UNTIL WS-PARM-IDX > PRM-COUNT
  6440             OR WS-PARM-FOUND.
  6450     IF NOT WS-PARM-FOUND
  6460         GO TO 1030-EXIT
  6470     END-IF.
  6480     MOVE 0 TO WS-PARM-LEN.
  6490     INSPECT PRM-VALUE(WS-PARM-FOUND-IDX)
  6500         TALLYING WS-PARM-LEN
  6510         FOR CHARACTERS BEFORE INITIAL SPACE.
  6520     IF WS-PARM-LEN = 0 OR WS-PARM-LEN > 5
  6530         OR PRM-VALUE(WS-PARM-FOUND-IDX)(1:WS-PARM-LEN)
  6540             NOT NUMERIC
  6550         DISPLAY "PARAMETER " WS-PARM-KEY
  6560                 " INVALID - RUN REJECTED"
  6570         SET WS-PARM-ERROR TO TRUE
  6580     ELSE
  6590         MOVE PRM-VALUE(WS-PARM-FOUND-IDX)(1:WS-PARM-LEN)
  6600             TO WS-PARM-NUM
  6610     END-IF.
  6620 1030-EXIT.
  6630     EXIT.
  6640*================================================================
  6650 1035-MATCH-PARM.
  6660*================================================================
  6670     IF PRM-KEYWORD(WS-PARM-IDX) = WS-PARM-KEY
  6680         MOVE 'Y' TO WS-PARM-FOUND-SWITCH
  6690         MOVE WS-PARM-IDX TO WS-PARM-FOUND-IDX
  6700     END-IF.
  6710 1035-EXIT.
  6720     EXIT.
  6730*================================================================
  6740 1040-LOAD-BRANCHES.
  6750*================================================================
  6760     MOVE 0 TO WS-BMST-COUNT.
  6770     OPEN INPUT BRANCH-MASTER-FILE.
  6780     PERFORM 1045-READ-ONE-BRANCH THRU 1045-EXIT
  6790         UNTIL WS-BMST-EOF OR WS-MASTER-ERROR.
  6800     CLOSE BRANCH-MASTER-FILE.
  6810     IF NOT WS-MASTER-ERROR AND WS-BMST-COUNT = 0
  6820         DISPLAY "BRANCH MASTER IS EMPTY - RUN REJECTED"
  6830         SET WS-MASTER-ERROR TO TRUE
  6840     END-IF.
  6850 1040-EXIT.
  6860     EXIT.
  6870*================================================================
  6880 1045-READ-ONE-BRANCH.
  6890*================================================================
  6900     READ BRANCH-MASTER-FILE
  6910         AT END
  6920             SET WS-BMST-EOF TO TRUE
  6930     END-READ.
  6940     IF NOT WS-BMST-EOF
  6950         IF WS-BMST-COUNT >= 500
  6960             DISPLAY "BRANCH MASTER EXCEEDS TABLE CEILING "
  6970                     "OF 500 - RUN REJECTED"
  6980             SET WS-MASTER-ERROR TO TRUE
  6990         ELSE
  7000             ADD 1 TO WS-BMST-COUNT
  7010             MOVE BRCHMST-CODE TO BMST-CODE(WS-BMST-COUNT)
  7020             MOVE BRCHMST-NAME TO BMST-NAME(WS-BMST-COUNT)
  7030             MOVE BRCHMST-STATUS
  7040                 TO BMST-STATUS(WS-BMST-COUNT)
  7050             MOVE BRCHMST-CURRENCY
  7060                 TO BMST-CURRENCY(WS-BMST-COUNT)
  7070         END-IF
  7080     END-IF.
  7090 1045-EXIT.
  7100     EXIT.
  7110*================================================================
  7120 1050-LOAD-RATES.
  7130*================================================================
  7140*    NO RATE FILE AT ALL IS NOT A RUN REJECT - A NIGHT WITH NO
  7150*    FOREIGN-CURRENCY BRANCH NEEDS NO RATES, AND ON ONE THAT HAS
  7160*    THEM THEIR PAIRS GO TO SUSPENSE ONE BY ONE (3090-EDIT-RATE).
  7170*    A MALFORMED OR UNREADABLE FILE IS A RUN REJECT.
  7180     CALL 'RATLOAD' USING RATE-BLOCK.
  7190     IF RATE-BAD-FILE
  7200         DISPLAY "RATE FILE MALFORMED - " RATE-ERROR-TEXT
  7210         DISPLAY "RUN REJECTED"
  7220         SET WS-RATE-ERROR TO TRUE
  7230     END-IF.
  7240 1050-EXIT.
  7250     EXIT.
  7260*================================================================
  7270 1070-LOAD-PERIODS.
  7280*================================================================
  7290*    NO PERIOD CONTROL FILE MEANS NO MONTH HAS BEEN CLOSED YET.
  7300*    A MALFORMED ONE IS A RUN REJECT - BETTER NOT TO POST AT
  7310*    ALL THAN TO GUESS WHICH MONTHS FINANCE ALREADY HAS.
  7320     CALL 'PRDLOAD' USING PRD-BLOCK.
  7330     IF PRD-BAD-FILE
  7340         DISPLAY "PERIOD CONTROL FILE MALFORMED - "
  7350                 PRD-ERROR-TEXT
  7360         DISPLAY "RUN REJECTED"
  7370         SET WS-PERIOD-ERROR TO TRUE
  7380     END-IF.
  7390 1070-EXIT.
  7400     EXIT.
  7410*================================================================
  7420 1080-CHECK-POSTING-PERIOD.
  7430*================================================================
  7440*    A MONTH ON THE PERIOD CONTROL FILE HAS BEEN REPORTED TO
  7450*    FINANCE AND ITS STATEMENTS ARE FROZEN, SO NO PASS MAY POST
  7460*    INTO IT - NOT A RERUN OF A PAST NIGHT, NOT AN ADDRRUN
  7470*    RESTART OF A NIGHT IN IT. TWO DATES ARE PROVEN BEFORE THE
  7480*    FIRST PAIR IS TOUCHED: THE DATE THE PASS POSTS UNDER (THE
  7490*    RUN DATE, OR ON A RESTART THE PARTIAL REPORT'S DATE LINE
  7500*    THE RESUMED PAIRS WILL JOIN), AND FOR A NIGHTLY FEED THE
  7510*    BUSINESS DATE ON ITS HDR. A SUSPRES OR ADJUST PASS
  7520*    CARRIES ITS OWN RUN DATE ON THE HDR AND POSTS UNDER THE
  7530*    PASS DATE, SO A CLEARED ITEM FROM A CLOSED MONTH LANDS IN
  7540*    THE OPEN PERIOD. THE FIRST RECORD IS THE HDR ON A FRESH
  7550*    RUN AND A RESTART ALIKE (FEEDCHK PROVES IT).
  7560     MOVE SPACES TO WS-HDR-DATE.
  7570     MOVE WS-RUN-DATE TO WS-POST-DATE.
  7580     IF WS-IS-RESTART AND WS-PARTIAL-DATE NOT = 0
  7590         MOVE WS-PARTIAL-DATE TO WS-POST-DATE
  7600     END-IF.
  7610     MOVE WS-POST-DATE(1:6) TO WS-CHECK-MONTH.
  7620     PERFORM 1085-FIND-CLOSED-MONTH THRU 1085-EXIT.
  7630     IF WS-PRD-FOUND-IDX > 0
  7640         DISPLAY "POSTING DATE " WS-POST-DATE
  7650                 " FALLS IN PERIOD " WS-CHECK-MONTH
  7660                 " CLOSED ON " PRD-CLOSE-DATE(WS-PRD-FOUND-IDX)
  7670         DISPLAY "RUN REFUSED - NOTHING POSTED"
  7680         SET WS-PERIOD-IS-CLOSED TO TRUE
  7690         MOVE 'REJECTED - PERIOD CLOSED' TO WS-REFUSAL-TEXT
  7700         GO TO 1080-EXIT
  7710     END-IF.
  7720     IF WS-END-OF-FILE OR AMTPAIR-BRANCH NOT = 'HDR'
  7730         GO TO 1080-EXIT
  7740     END-IF.
  7750     MOVE AMTPAIR-RECORD(12:8) TO WS-HDR-SOURCE.
  7760     MOVE AMTPAIR-RECORD(4:8) TO WS-HDR-DATE.
  7770     IF WS-HDR-SOURCE = 'SUSPRES' OR WS-HDR-SOURCE = 'ADJUST'
  7780         PERFORM 1090-CHECK-DATE-CLOSED THRU 1090-EXIT
  7790         GO TO 1080-EXIT
  7800     END-IF.
  7810     IF WS-HDR-DATE NOT NUMERIC
  7820         GO TO 1080-EXIT
  7830     END-IF.
  7840     MOVE WS-HDR-DATE(1:6) TO WS-CHECK-MONTH.
  7850     PERFORM 1085-FIND-CLOSED-MONTH THRU 1085-EXIT.
  7860     IF WS-PRD-FOUND-IDX > 0
  7870         DISPLAY "FEED DATED " WS-HDR-DATE
  7880                 " BELONGS TO PERIOD " WS-CHECK-MONTH
  7890                 " CLOSED ON " PRD-CLOSE-DATE(WS-PRD-FOUND-IDX)
  7900         DISPLAY "RUN REFUSED - NOTHING POSTED"
  7910         SET WS-PERIOD-IS-CLOSED TO TRUE
  7920         MOVE 'REJECTED - PERIOD CLOSED' TO WS-REFUSAL-TEXT
  7930     END-IF.
  7940 1080-EXIT.
  7950     EXIT.
  7960*================================================================
  7970 1090-CHECK-DATE-CLOSED.
  7980*================================================================
  7990*    A SUSPRES OR ADJUST PASS IS PICKED UP BY THE LEDGER POSTING
  8000*    (LEDGPST) OF THE DATE'S CLOSING CYCLE. ONCE THAT CYCLE HAS
  8010*    POSTED THE LEDGER THE DATE IS SHUT THERE, AND A PASS POSTED
  8020*    UNDER IT NOW WOULD NEVER REACH THE LEDGER - SO IT IS REFUSED
  8030*    AND RUN AGAIN ON THE NEXT BUSINESS DATE. A RUN-CONTROL
  8040*    RECORD WRITTEN BEFORE CUTOFF CYCLES (LAST-CYCLE SPACE) IS A
  8050*    CYCLE 1 THAT CLOSED ITS DATE. NO RUN-CONTROL FILE MEANS THE
  8060*    STREAM HAS NEVER RUN.
  8070     OPEN INPUT RUN-CONTROL-FILE.
  8080     IF WS-RCTL-STATUS NOT = '00' AND WS-RCTL-STATUS NOT = '05'
  8090         GO TO 1090-EXIT
  8100     END-IF.
  8110     PERFORM 1095-READ-RUN-CONTROL THRU 1095-EXIT
  8120         UNTIL WS-RCTL-EOF.
  8130     CLOSE RUN-CONTROL-FILE.
  8140     IF WS-DATE-IS-CLOSED
  8150         DISPLAY "BUSINESS DATE " WS-POST-DATE
  8160                 " IS CLOSED - ITS NIGHTLY CYCLE HAS POSTED THE"
  8170                 " LEDGER"
  8180         DISPLAY "RUN REFUSED - NOTHING POSTED - RUN THE PASS ON"
  8190                 " THE NEXT BUSINESS DATE"
  8200         SET WS-PERIOD-IS-CLOSED TO TRUE
  8210         MOVE 'REJECTED - DATE CLOSED BY NIGHTLY CYCLE'
  8220             TO WS-REFUSAL-TEXT
  8230     END-IF.
  8240 1090-EXIT.
  8250     EXIT.
  8260*================================================================
  8270 1095-READ-RUN-CONTROL.
  8280*================================================================
  8290     READ RUN-CONTROL-FILE
  8300         AT END
  8310             SET WS-RCTL-EOF TO TRUE
  8320     END-READ.
  8330     IF WS-RCTL-EOF
  8340         GO TO 1095-EXIT
  8350     END-IF.
  8360     IF RCTL-RUN-DATE NOT NUMERIC
  8370         OR RCTL-RUN-DATE NOT = WS-POST-DATE
  8380         GO TO 1095-EXIT
  8390     END-IF.
  8400     IF RCTL-LAST-CYCLE NOT = 'Y' AND RCTL-LAST-CYCLE NOT = SPACE
  8410         GO TO 1095-EXIT
  8420     END-IF.
  8430     PERFORM 1097-CHECK-LEDGER-STEP THRU 1097-EXIT
  8440         VARYING WS-STEP-IDX FROM 1 BY 1
  8450         UNTIL WS-STEP-IDX > 10.
  8460 1095-EXIT.
  8470     EXIT.
  8480*================================================================
  8490 1097-CHECK-LEDGER-STEP.
  8500*================================================================
  8510     IF RCTL-PROGRAM(WS-STEP-IDX) = 'LEDGPST'
  8520         AND (RCTL-RAN-CLEAN(WS-STEP-IDX)
  8530              OR RCTL-RAN-DIRTY(WS-STEP-IDX))
  8540         SET WS-DATE-IS-CLOSED TO TRUE
  8550     END-IF.
  8560 1097-EXIT.
  8570     EXIT.
  8580*================================================================
  8590 1085-FIND-CLOSED-MONTH.
  8600*================================================================
  8610     MOVE 0 TO WS-PRD-FOUND-IDX.
  8620     PERFORM 1087-MATCH-CLOSED-MONTH THRU 1087-EXIT
  8630         VARYING WS-PRD-IDX FROM 1 BY 1
  8640         UNTIL WS-PRD-IDX > PRD-COUNT
  8650             OR WS-PRD-FOUND-IDX > 0.
  8660 1085-EXIT.
  8670     EXIT.
  8680*================================================================
  8690 1087-MATCH-CLOSED-MONTH.
  8700*================================================================
  8710     IF PRD-MONTH(WS-PRD-IDX) = WS-CHECK-MONTH
  8720         MOVE WS-PRD-IDX TO WS-PRD-FOUND-IDX
  8730     END-IF.
  8740 1087-EXIT.
  8750     EXIT.
  8760*================================================================
  8770 1060-WRITE-REPORT-DATE.
  8780*================================================================
  8790     MOVE SPACES TO ADD-REPORT-RECORD.
  8800     MOVE 'REPORT DATE ' TO RPTDTE-LABEL.
  8810     MOVE WS-RUN-DATE TO RPTDTE-DATE.
  8820     MOVE WS-FEED-SOURCE TO RPTDTE-SOURCE.
  8830     MOVE WS-FEED-CYCLE TO RPTDTE-CYCLE.
  8840     MOVE WS-BASE-CURRENCY TO RPTDTE-BASE-CURRENCY.
  8850     WRITE ADD-REPORT-RECORD.
  8860 1060-EXIT.
  8870     EXIT.
  8880*================================================================
  8890 3020-TAKE-FEED-HEADER.
  8900*================================================================
  8910*    THE FEED'S HDR NAMES ITS SOURCE (FEEDINT FOR THE NIGHTLY
  8920*    COMBINED FEED, SUSPRES FOR A RESUBMIT PASS, ADJUST FOR AN
  8930*    ADJUSTMENT PASS) AT BYTES 12-19 OF THE CONTROL RECORD AND
  8940*    THE STREAM'S CUTOFF CYCLE AT BYTE 20 (SPACE ON A PASS). THE
  8950*    FIRST HDR TRIGGERS THE REPORT DATE LINE SO THE SOURCE CAN
  8960*    RIDE ON IT - A FEED ALWAYS LEADS WITH ITS HDR (FEEDCHK
  8970*    PROVES IT FOR THE NIGHTLY FEED, SUSPRES AND ADJEDIT ALWAYS
  8980*    WRITE ONE).
  8990     IF NOT WS-DATE-LINE-WRITTEN
  9000         MOVE AMTPAIR-RECORD(12:8) TO WS-FEED-SOURCE
  9010         MOVE AMTPAIR-RECORD(20:1) TO WS-FEED-CYCLE
  9020         PERFORM 1060-WRITE-REPORT-DATE THRU 1060-EXIT
  9030         SET WS-DATE-LINE-WRITTEN TO TRUE
  9040     END-IF.
  9050 3020-EXIT.
  9060     EXIT.
  9070*================================================================
  9080 1100-CHECK-RESTART.
  9090*================================================================
  9100*    A NON-EMPTY CHECKPOINT ONLY SAYS A RESTART IS WANTED AND
  9110*    SETS A FLOOR FOR THE SANITY CHECK BELOW - THE ABENDED RUN
  9120*    KEPT WRITING ITS OUTPUTS PAST THE LAST CHECKPOINT, SO THE
  9130*    AUTHORITATIVE RESUME STATE IS RE-DERIVED FROM THE PARTIAL
  9140*    OUTPUTS IN 1150-DERIVE-RESUME.
  9150     MOVE 0 TO WS-CKPT-LAST-SEQ.
  9160     OPEN INPUT ADD-CHECKPOINT-FILE.
  9170     IF WS-CKPT-STATUS = '00'
  9180         READ ADD-CHECKPOINT-FILE
  9190         IF WS-CKPT-STATUS = '00'
  9200             AND ACKPT-LAST-SEQ NUMERIC
  9210             MOVE ACKPT-LAST-SEQ TO WS-CKPT-LAST-SEQ
  9220             SET WS-IS-RESTART TO TRUE
  9230         END-IF
  9240     END-IF.
  9250*    CLOSE REGARDLESS OF STATUS - AN OPTIONAL FILE THAT WAS NOT
  9260*    FOUND AT OPEN TIME IS STILL LEFT OPEN AND MUST BE CLOSED
  9270*    BEFORE THE CHECKPOINT WRITER CAN LATER OPEN IT FOR OUTPUT.
  9280     CLOSE ADD-CHECKPOINT-FILE.
  9290 1100-EXIT.
  9300     EXIT.
  9310*================================================================
  9320 1150-DERIVE-RESUME.
  9330*================================================================
  9340*    REBUILD THE RUNNING TOTALS AND BRANCH STATE FROM THE
  9350*    PARTIAL CONTROL-TOTALS REPORT, COUNT THE EXCEPTIONS
  9360*    ALREADY ON THE PARTIAL EXCEPTION REPORT, AND RESUME AT
  9370*    THE FIRST INPUT RECORD NOT YET REFLECTED IN EITHER.
  9380*    EVERY FEED LEADS WITH THE HDR CONTROL RECORD (FEEDCHK
  9390*    PROVES IT), SO RECORDS CONSUMED = HEADER + DETAILS +
  9400*    EXCEPTIONS.
  9410     MOVE 'N' TO WS-PARTIAL-EOF-SWITCH.
  9420     OPEN INPUT ADD-REPORT-FILE.
  9430     PERFORM 1160-READ-PARTIAL-REPORT THRU 1160-EXIT.
  9440     PERFORM 1165-TAKE-PARTIAL-LINE THRU 1165-EXIT
  9450         UNTIL WS-PARTIAL-EOF OR WS-RESTART-ERROR.
  9460     CLOSE ADD-REPORT-FILE.
  9470     IF WS-RESTART-ERROR
  9480         GO TO 1150-EXIT
  9490     END-IF.
  9500     MOVE 'N' TO WS-PARTIAL-EOF-SWITCH.
  9510     OPEN INPUT ADD-EXCEPTION-FILE.
  9520     PERFORM 1170-COUNT-PARTIAL-EXC THRU 1170-EXIT
  9530         UNTIL WS-PARTIAL-EOF.
  9540     CLOSE ADD-EXCEPTION-FILE.
  9550     COMPUTE WS-RESUME-SEQ =
  9560         1 + WS-RECORD-COUNT + WS-EXCEPTION-COUNT.
  9570     IF WS-RESUME-SEQ < WS-CKPT-LAST-SEQ
  9580         DISPLAY "PARTIAL OUTPUTS SHORTER THAN THE CHECKPOINT "
  9590                 "PROMISES - WRONG GENERATIONS? RESTART REFUSED"
  9600         SET WS-RESTART-ERROR TO TRUE
  9610     END-IF.
  9620 1150-EXIT.
  9630     EXIT.
  9640*================================================================
  9650 1160-READ-PARTIAL-REPORT.
  9660*================================================================
  9670     READ ADD-REPORT-FILE
  9680         AT END
  9690             SET WS-PARTIAL-EOF TO TRUE
  9700     END-READ.
  9710 1160-EXIT.
  9720     EXIT.
  9730*================================================================
  9740 1165-TAKE-PARTIAL-LINE.
  9750*================================================================
  9760*    THE SAME LINE CLASSIFICATION THE VERIFIER (ADDVER) USES.
  9770*    THE DATE LINE SAYS WHICH BUSINESS DATE THE RESUMED PAIRS
  9780*    WILL POST UNDER.
  9790     IF RPTDTE-LABEL = 'REPORT DATE '
  9800         IF RPTDTE-DATE NUMERIC
  9810             MOVE RPTDTE-DATE TO WS-PARTIAL-DATE
  9820         END-IF
  9830         GO TO 1165-NEXT
  9840     END-IF.
  9850     IF RPTTOT-LABEL = 'CONTROL TOTALS'
  9860         DISPLAY "PARTIAL REPORT ALREADY CARRIES CONTROL "
  9870                 "TOTALS - NOTHING TO RESUME. RESTART REFUSED"
  9880         SET WS-RESTART-ERROR TO TRUE
  9890         GO TO 1165-EXIT
  9900     END-IF.
  9910     IF RPTSUB-LABEL(1:15) = 'BRANCH SUBTOTAL'
  9920         MOVE LOW-VALUES TO WS-CUR-BRANCH
  9930         MOVE 0 TO WS-BRANCH-COUNT
  9940         MOVE 0 TO WS-BRANCH-TOTAL
  9950         GO TO 1165-NEXT
  9960     END-IF.
  9970     IF RPT-SEQ(7:1) NUMERIC
  9980         ADD 1 TO WS-RECORD-COUNT
  9990         COMPUTE WS-DERIVE-SUM = FUNCTION NUMVAL (RPT-SUM)
 10000         ADD WS-DERIVE-SUM TO WS-GRAND-TOTAL
 10010         MOVE RPT-SUM TO WS-LAST-RESULT
 10020         IF WS-CUR-BRANCH = LOW-VALUES
 10030             MOVE RPT-BRANCH TO WS-CUR-BRANCH
 10040         END-IF
 10050         ADD 1 TO WS-BRANCH-COUNT
 10060         ADD WS-DERIVE-SUM TO WS-BRANCH-TOTAL
 10070     END-IF.
 10080 1165-NEXT.
 10090     PERFORM 1160-READ-PARTIAL-REPORT THRU 1160-EXIT.
 10100 1165-EXIT.
 10110     EXIT.
 10120*================================================================
 10130 1170-COUNT-PARTIAL-EXC.
 10140*================================================================
 10150     READ ADD-EXCEPTION-FILE
 10160         AT END
 10170             SET WS-PARTIAL-EOF TO TRUE
 10180         NOT AT END
 10190             ADD 1 TO WS-EXCEPTION-COUNT
 10200     END-READ.
 10210 1170-EXIT.
 10220     EXIT.
 10230*================================================================
 10240 2000-READ-INPUT.
 10250*================================================================
 10260     READ ADD-INPUT-FILE
 10270         AT END
 10280             SET WS-END-OF-FILE TO TRUE
 10290         NOT AT END
 10300             ADD 1 TO WS-INPUT-SEQ
 10310     END-READ.
 10320 2000-EXIT.
 10330     EXIT.
 10340*================================================================
 10350 3000-PROCESS-PAIR.
 10360*================================================================
 10370*    ON A RESUMED RUN, PAIRS UP TO THE CHECKPOINTED SEQUENCE
 10380*    NUMBER WERE ALREADY PROCESSED AND REPORTED BY THE ABENDED
 10390*    RUN - READ PAST THEM WITHOUT TOUCHING THE TOTALS OR THE
 10400*    REPORTS.
 10410     IF WS-INPUT-SEQ <= WS-RESUME-SEQ
 10420         GO TO 3000-NEXT
 10430     END-IF.
 10440*    CONTROL RECORDS WERE PROVEN BY FEEDCHK IN STEP005 - READ
 10450*    PAST THEM HERE.
 10460     IF AMTPAIR-BRANCH = 'HDR'
 10470         PERFORM 3020-TAKE-FEED-HEADER THRU 3020-EXIT
 10480         GO TO 3000-NEXT
 10490     END-IF.
 10500     IF AMTPAIR-BRANCH = 'TRL'
 10510         GO TO 3000-NEXT
 10520     END-IF.
 10530*    THE BRANCH MUST RESOLVE TO AN ACTIVE ROW OF THE BRANCH
 10540*    MASTER BEFORE THE PAIR CAN JOIN A BRANCH GROUP - A CODE
 10550*    THE MASTER DOES NOT KNOW IS A BAD FEED RECORD, NOT A NEW
 10560*    BRANCH.
 10570     PERFORM 3080-EDIT-BRANCH THRU 3080-EXIT.
 10580     IF NOT WS-BRANCH-IS-VALID
 10590         PERFORM 3170-REPORT-BAD-BRANCH THRU 3170-EXIT
 10600         PERFORM 4300-MAYBE-CHECKPOINT THRU 4300-EXIT
 10610         GO TO 3000-NEXT
 10620     END-IF.
 10630     PERFORM 3050-CHECK-BRANCH-BREAK THRU 3050-EXIT.
 10640     IF AMTPAIR-A NOT NUMERIC OR AMTPAIR-B NOT NUMERIC
 10650         PERFORM 3150-REPORT-NON-NUMERIC THRU 3150-EXIT
 10660     ELSE
 10670         MOVE AMTPAIR-A TO A
 10680         MOVE AMTPAIR-B TO B
 10690         ADD A TO B
 10700             ON SIZE ERROR
 10710                 PERFORM 3100-REPORT-EXCEPTION THRU 3100-EXIT
 10720             NOT ON SIZE ERROR
 10730                 PERFORM 3120-POST-PAIR THRU 3120-EXIT
 10740         END-ADD
 10750     END-IF.
 10760     PERFORM 4300-MAYBE-CHECKPOINT THRU 4300-EXIT.
 10770 3000-NEXT.
 10780     PERFORM 2000-READ-INPUT THRU 2000-EXIT.
 10790 3000-EXIT.
 10800     EXIT.
 10810*================================================================
 10820 3050-CHECK-BRANCH-BREAK.
 10830*================================================================
 10840     IF WS-CUR-BRANCH = LOW-VALUES
 10850         MOVE AMTPAIR-BRANCH TO WS-CUR-BRANCH
 10860         GO TO 3050-EXIT
 10870     END-IF.
 10880     IF AMTPAIR-BRANCH NOT = WS-CUR-BRANCH
 10890         PERFORM 3060-WRITE-BRANCH-SUBTOTAL THRU 3060-EXIT
 10900         MOVE AMTPAIR-BRANCH TO WS-CUR-BRANCH
 10910     END-IF.
 10920 3050-EXIT.
 10930     EXIT.
 10940*================================================================
 10950 3060-WRITE-BRANCH-SUBTOTAL.
 10960*================================================================
 10970     MOVE SPACES TO ADD-REPORT-RECORD.
 10980     MOVE 'BRANCH SUBTOTAL' TO RPTSUB-LABEL.
 10990     MOVE WS-CUR-BRANCH TO RPTSUB-BRANCH.
 11000     MOVE ' RECORDS=' TO RPTSUB-RECORDS-LABEL.
 11010     MOVE WS-BRANCH-COUNT TO RPTSUB-RECORDS.
 11020     MOVE ' BALANCE=' TO RPTSUB-BAL-LABEL.
 11030     MOVE WS-BRANCH-TOTAL TO RPTSUB-BALANCE.
 11040     MOVE WS-CUR-BRANCH TO WS-BMST-KEY.
 11050     PERFORM 3085-FIND-BRANCH THRU 3085-EXIT.
 11060     IF WS-BMST-FOUND-IDX > 0
 11070         MOVE BMST-NAME(WS-BMST-FOUND-IDX)
 11080             TO RPTSUB-BRANCH-NAME
 11090*        THE BREAK IS TAKEN AFTER THE NEXT BRANCH'S PAIR HAS BEEN
 11100*        EDITED, SO ITS CURRENCY AND RATE ARE PUT BACK AFTER THE
 11110*        CLOSING BRANCH'S ARE LOOKED UP FOR THE SUBTOTAL.
 11120         MOVE WS-PAIR-CURRENCY TO WS-HOLD-CURRENCY
 11130         MOVE WS-PAIR-RATE TO WS-HOLD-RATE
 11140         MOVE WS-BRANCH-VALID-SWITCH TO WS-HOLD-VALID-SWITCH
 11150         PERFORM 3090-EDIT-RATE THRU 3090-EXIT
 11160         MOVE WS-PAIR-CURRENCY TO RPTSUB-CURRENCY
 11170         MOVE WS-PAIR-RATE TO RPTSUB-RATE
 11180         MOVE WS-HOLD-CURRENCY TO WS-PAIR-CURRENCY
 11190         MOVE WS-HOLD-RATE TO WS-PAIR-RATE
 11200         MOVE WS-HOLD-VALID-SWITCH TO WS-BRANCH-VALID-SWITCH
 11210     ELSE
 11220         MOVE '** NOT ON MASTER **' TO RPTSUB-BRANCH-NAME
 11230     END-IF.
 11240     WRITE ADD-REPORT-RECORD.
 11250     MOVE 0 TO WS-BRANCH-COUNT.
 11260     MOVE 0 TO WS-BRANCH-TOTAL.
 11270 3060-EXIT.
 11280     EXIT.
 11290*================================================================
 11300 3080-EDIT-BRANCH.
 11310*================================================================
 11320     MOVE 'Y' TO WS-BRANCH-VALID-SWITCH.
 11330     MOVE AMTPAIR-BRANCH TO WS-BMST-KEY.
 11340     PERFORM 3085-FIND-BRANCH THRU 3085-EXIT.
 11350     IF WS-BMST-FOUND-IDX = 0
 11360         MOVE 'BRANCH NOT ON MASTER' TO WS-BRANCH-REASON
 11370         MOVE 'N' TO WS-BRANCH-VALID-SWITCH
 11380         GO TO 3080-EXIT
 11390     END-IF.
 11400     IF BMST-STATUS(WS-BMST-FOUND-IDX) NOT = 'A'
 11410         MOVE 'BRANCH INACTIVE' TO WS-BRANCH-REASON
 11420         MOVE 'N' TO WS-BRANCH-VALID-SWITCH
 11430         GO TO 3080-EXIT
 11440     END-IF.
 11450*    A FOREIGN-CURRENCY BRANCH ALSO NEEDS A USABLE RATE - A PAIR
 11460*    THAT CANNOT BE CONVERTED MUST NOT POST AT FACE VALUE.
 11470     PERFORM 3090-EDIT-RATE THRU 3090-EXIT.
 11480 3080-EXIT.
 11490     EXIT.
 11500*================================================================
 11510 3090-EDIT-RATE.
 11520*================================================================
 11530*    SETS WS-PAIR-CURRENCY AND WS-PAIR-RATE FOR THE MASTER ROW AT
 11540*    WS-BMST-FOUND-IDX. A BASE-CURRENCY BRANCH POSTS AT ONE.
 11550*    OTHERWISE THE CURRENCY MUST HAVE A RATE ON THE FILE STRUCK
 11560*    NO LATER THAN THE RUN DATE AND NO MORE THAN RATE-MAX-AGE
 11570*    DAYS BEFORE IT, OR THE BRANCH FAILS WITH THE REASON.
 11580     MOVE BMST-CURRENCY(WS-BMST-FOUND-IDX) TO WS-PAIR-CURRENCY.
 11590     MOVE 1 TO WS-PAIR-RATE.
 11600     IF WS-PAIR-CURRENCY = SPACES
 11610         OR WS-PAIR-CURRENCY = WS-BASE-CURRENCY
 11620         MOVE WS-BASE-CURRENCY TO WS-PAIR-CURRENCY
 11630         GO TO 3090-EXIT
 11640     END-IF.
 11650     MOVE 0 TO WS-PAIR-RATE.
 11660     MOVE 0 TO WS-RATE-FOUND-IDX.
 11670     PERFORM 3095-MATCH-RATE THRU 3095-EXIT
 11680         VARYING WS-RATE-IDX FROM 1 BY 1
 11690         UNTIL WS-RATE-IDX > RATE-COUNT
 11700             OR WS-RATE-FOUND-IDX > 0.
 11710     IF WS-RATE-FOUND-IDX = 0
 11720         MOVE SPACES TO WS-BRANCH-REASON
 11730         STRING 'NO RATE FOR ' WS-PAIR-CURRENCY
 11740                DELIMITED BY SIZE INTO WS-BRANCH-REASON
 11750         MOVE 'N' TO WS-BRANCH-VALID-SWITCH
 11760         GO TO 3090-EXIT
 11770     END-IF.
 11780     MOVE RATE-VALUE(WS-RATE-FOUND-IDX) TO WS-PAIR-RATE.
 11790     COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
 11800     COMPUTE WS-RATE-INT =
 11810         FUNCTION INTEGER-OF-DATE (RATE-DATE(WS-RATE-FOUND-IDX)).
 11820     IF WS-RATE-INT > WS-RUN-INT
 11830         OR WS-RUN-INT - WS-RATE-INT > WS-RATE-MAX-AGE
 11840         MOVE SPACES TO WS-BRANCH-REASON
 11850         STRING 'STALE RATE FOR ' WS-PAIR-CURRENCY
 11860                DELIMITED BY SIZE INTO WS-BRANCH-REASON
 11870         MOVE 'N' TO WS-BRANCH-VALID-SWITCH
 11880     END-IF.
 11890 3090-EXIT.
 11900     EXIT.
 11910*================================================================
 11920 3095-MATCH-RATE.
 11930*================================================================
 11940     IF RATE-CURRENCY(WS-RATE-IDX) = WS-PAIR-CURRENCY
 11950         MOVE WS-RATE-IDX TO WS-RATE-FOUND-IDX
 11960     END-IF.
 11970 3095-EXIT.
 11980     EXIT.
 11990*================================================================
 12000 3085-FIND-BRANCH.
 12010*================================================================
 12020*    SETS WS-BMST-FOUND-IDX TO THE MASTER ROW FOR WS-BMST-KEY,
 12030*    OR ZERO WHEN THE BRANCH IS NOT ON THE MASTER.
 12040     MOVE 0 TO WS-BMST-FOUND-IDX.
 12050     PERFORM 3086-MATCH-BRANCH THRU 3086-EXIT
 12060         VARYING WS-BMST-IDX FROM 1 BY 1
 12070         UNTIL WS-BMST-IDX > WS-BMST-COUNT
 12080             OR WS-BMST-FOUND-IDX > 0.
 12090 3085-EXIT.
 12100     EXIT.
 12110*================================================================
 12120 3086-MATCH-BRANCH.
 12130*================================================================
 12140     IF BMST-CODE(WS-BMST-IDX) = WS-BMST-KEY
 12150         MOVE WS-BMST-IDX TO WS-BMST-FOUND-IDX
 12160     END-IF.
 12170 3086-EXIT.
 12180     EXIT.
 12190*================================================================
 12200 3100-REPORT-EXCEPTION.
 12210*================================================================
 12220     MOVE SPACES TO ADD-EXCEPTION-RECORD.
 12230     MOVE AMTPAIR-BRANCH TO ADDEXC-BRANCH.
 12240     MOVE WS-INPUT-SEQ TO ADDEXC-SEQ.
 12250     MOVE A TO ADDEXC-A.
 12260     MOVE B TO ADDEXC-B.
 12270     MOVE 'SUM EXCEEDS FIELD SIZE' TO ADDEXC-REASON.
 12280     WRITE ADD-EXCEPTION-RECORD.
 12290     PERFORM 3300-WRITE-SUSPENSE THRU 3300-EXIT.
 12300     ADD 1 TO WS-EXCEPTION-COUNT.
 12310 3100-EXIT.
 12320     EXIT.
 12330*================================================================
 12340 3120-POST-PAIR.
 12350*================================================================
 12360*    B HOLDS THE PAIR'S SUM IN THE BRANCH'S OWN CURRENCY. IT IS
 12370*    CONVERTED AT THE RATE 3090-EDIT-RATE SET FOR THE BRANCH AND
 12380*    THE BASE FIGURE POSTS. A CONVERTED SUM TOO BIG FOR THE FIELD
 12390*    IS A SIZE ERROR LIKE ANY OTHER - B IS PUT BACK FIRST SO THE
 12400*    EXCEPTION LINE SHOWS THE PAIR AS IT ARRIVED.
 12410     MOVE B TO WS-ORIG-SUM.
 12420     COMPUTE WS-BASE-SUM ROUNDED = B * WS-PAIR-RATE
 12430         ON SIZE ERROR
 12440             SUBTRACT A FROM B
 12450             PERFORM 3100-REPORT-EXCEPTION THRU 3100-EXIT
 12460             GO TO 3120-EXIT
 12470     END-COMPUTE.
 12480     MOVE WS-BASE-SUM TO C.
 12490     MOVE WS-BASE-SUM TO WS-LAST-RESULT.
 12500     ADD 1 TO WS-RECORD-COUNT.
 12510     ADD WS-BASE-SUM TO WS-GRAND-TOTAL.
 12520     ADD 1 TO WS-BRANCH-COUNT.
 12530     ADD WS-BASE-SUM TO WS-BRANCH-TOTAL.
 12540     PERFORM 3200-WRITE-DETAIL-LINE THRU 3200-EXIT.
 12550     DISPLAY C.
 12560 3120-EXIT.
 12570     EXIT.
 12580*================================================================
 12590 3150-REPORT-NON-NUMERIC.
 12600*================================================================
 12610     MOVE SPACES TO ADD-EXCEPTION-RECORD.
 12620     MOVE AMTPAIR-BRANCH TO ADDEXC-BRANCH.
 12630     MOVE WS-INPUT-SEQ TO ADDEXC-SEQ.
 12640     MOVE AMTPAIR-RAW-A TO ADDEXC-RAW-A.
 12650     MOVE AMTPAIR-RAW-B TO ADDEXC-RAW-B.
 12660     MOVE 'NON-NUMERIC INPUT DATA' TO ADDEXC-REASON.
 12670     WRITE ADD-EXCEPTION-RECORD.
 12680     PERFORM 3300-WRITE-SUSPENSE THRU 3300-EXIT.
 12690     ADD 1 TO WS-EXCEPTION-COUNT.
 12700 3150-EXIT.
 12710     EXIT.
 12720*================================================================
 12730 3170-REPORT-BAD-BRANCH.
 12740*================================================================
 12750*    THE AMOUNTS MAY BE PERFECTLY GOOD - IT IS THE BRANCH CODE
 12760*    THAT FAILED TO RESOLVE - SO THE ORIGINAL BYTES GO ON THE
 12770*    REPORT VERBATIM, THE SAME WAY A NON-NUMERIC PAIR DOES.
 12780     MOVE SPACES TO ADD-EXCEPTION-RECORD.
 12790     MOVE AMTPAIR-BRANCH TO ADDEXC-BRANCH.
 12800     MOVE WS-INPUT-SEQ TO ADDEXC-SEQ.
 12810     MOVE AMTPAIR-RAW-A TO ADDEXC-RAW-A.
 12820     MOVE AMTPAIR-RAW-B TO ADDEXC-RAW-B.
 12830     MOVE WS-BRANCH-REASON TO ADDEXC-REASON.
 12840     WRITE ADD-EXCEPTION-RECORD.
 12850     PERFORM 3300-WRITE-SUSPENSE THRU 3300-EXIT.
 12860     ADD 1 TO WS-EXCEPTION-COUNT.
 12870 3170-EXIT.
 12880     EXIT.
 12890*================================================================
 12900 3300-WRITE-SUSPENSE.
 12910*================================================================
 12920*    THE REASON WAS JUST FORMATTED INTO THE EXCEPTION RECORD BY
 12930*    THE CALLER - CARRY THE SAME TEXT, PLUS THE ORIGINAL INPUT
 12940*    BYTES VERBATIM SO THE CORRECTION DESK SEES EXACTLY WHAT
 12950*    ARRIVED.
 12960     MOVE SPACES TO SUSP-RECORD.
 12970     MOVE 'O' TO SUSP-STATUS.
 12980     MOVE WS-RUN-DATE TO SUSP-REJECT-DATE.
 12990     MOVE WS-INPUT-SEQ TO SUSP-SEQ.
 13000     MOVE ADDEXC-REASON TO SUSP-REASON.
 13010     MOVE AMTPAIR-RECORD TO SUSP-ORIGINAL.
 13020     MOVE 0 TO SUSP-CLEARED-DATE.
 13030     WRITE SUSP-RECORD.
 13040 3300-EXIT.
 13050     EXIT.
 13060*================================================================
 13070 3200-WRITE-DETAIL-LINE.
 13080*================================================================
 13090     MOVE SPACES TO ADD-REPORT-RECORD.
 13100     MOVE AMTPAIR-BRANCH TO RPT-BRANCH.
 13110     MOVE WS-RECORD-COUNT TO RPT-SEQ.
 13120     MOVE AMTPAIR-A TO RPT-A.
 13130     MOVE AMTPAIR-B TO RPT-B.
 13140     MOVE C TO RPT-SUM.
 13150     MOVE WS-GRAND-TOTAL TO RPT-BALANCE.
 13160     MOVE WS-PAIR-CURRENCY TO RPT-CURRENCY.
 13170     MOVE WS-ORIG-SUM TO RPT-ORIG-SUM.
 13180     WRITE ADD-REPORT-RECORD.
 13190 3200-EXIT.
 13200     EXIT.
 13210*================================================================
 13220 4300-MAYBE-CHECKPOINT.
 13230*================================================================
 13240     DIVIDE WS-INPUT-SEQ BY WS-CKPT-INTERVAL
 13250         GIVING WS-CKPT-QUOTIENT
 13260         REMAINDER WS-CKPT-REMAINDER.
 13270     IF WS-CKPT-REMAINDER = 0
 13280         PERFORM 4310-WRITE-CHECKPOINT THRU 4310-EXIT
 13290     END-IF.
 13300 4300-EXIT.
 13310     EXIT.
 13320*================================================================
 13330 4310-WRITE-CHECKPOINT.
 13340*================================================================
 13350     MOVE WS-INPUT-SEQ TO ACKPT-LAST-SEQ.
 13360     MOVE WS-RECORD-COUNT TO ACKPT-RECORD-COUNT.
 13370     MOVE WS-EXCEPTION-COUNT TO ACKPT-EXCEPTION-COUNT.
 13380     MOVE WS-GRAND-TOTAL TO ACKPT-GRAND-TOTAL.
 13390     MOVE WS-LAST-RESULT TO ACKPT-LAST-RESULT.
 13400     MOVE WS-CUR-BRANCH TO ACKPT-CUR-BRANCH.
 13410     MOVE WS-BRANCH-COUNT TO ACKPT-BRANCH-COUNT.
 13420     MOVE WS-BRANCH-TOTAL TO ACKPT-BRANCH-TOTAL.
 13430     OPEN OUTPUT ADD-CHECKPOINT-FILE.
 13440     WRITE ADDCKPT-RECORD.
 13450     CLOSE ADD-CHECKPOINT-FILE.
 13460 4310-EXIT.
 13470     EXIT.
 13480*================================================================
 13490 4400-CLEAR-CHECKPOINT.
 13500*================================================================
 13510     OPEN OUTPUT ADD-CHECKPOINT-FILE.
 13520     CLOSE ADD-CHECKPOINT-FILE.
 13530 4400-EXIT.
 13540     EXIT.
 13550*================================================================
 13560 8000-TERMINATE.
 13570*================================================================
 13580     IF WS-CUR-BRANCH NOT = LOW-VALUES
 13590         PERFORM 3060-WRITE-BRANCH-SUBTOTAL THRU 3060-EXIT
 13600     END-IF.
 13610     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
 13620     PERFORM 8200-WRITE-CONTROL-TOTALS THRU 8200-EXIT.
 13630     PERFORM 4400-CLEAR-CHECKPOINT THRU 4400-EXIT.
 13640     CLOSE ADD-INPUT-FILE.
 13650     CLOSE ADD-EXCEPTION-FILE.
 13660     CLOSE ADD-SUSPENSE-FILE.
 13670     CLOSE ADD-REPORT-FILE.
 13680     CLOSE JOURNAL-FILE.
 13690     IF WS-EXCEPTION-COUNT > 0
 13700         MOVE 4 TO RETURN-CODE
 13710     ELSE
 13720         MOVE 0 TO RETURN-CODE
 13730     END-IF.
 13740 8000-EXIT.
 13750     EXIT.
 13760*================================================================
 13770 8100-WRITE-JOURNAL.
 13780*================================================================
 13790     MOVE SPACES TO JRNL-RECORD.
 13800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
 13810     ACCEPT WS-RUN-TIME FROM TIME.
 13820     MOVE WS-RUN-DATE TO JRNL-RUN-DATE.
 13830     MOVE WS-RUN-TIME TO JRNL-RUN-TIME.
 13840     MOVE 'ADD153A' TO JRNL-PROGRAM-ID.
 13850     MOVE WS-JRNL-CYCLE TO JRNL-CYCLE.
 13860     MOVE WS-RECORD-COUNT TO WS-RECORD-COUNT-D.
 13870     MOVE SPACES TO JRNL-INPUT-SUMMARY.
 13880*    A RESUMED RUN KEEPS THE SAME FIXED 'PAIRS PROCESSED=' SHAPE
 13890*    THE VERIFIER (ADDVER) PARSES, WITH THE CONTINUATION MARK
 13900*    (' CONT') BEHIND IT, SO A CONTINUATION IS NOT TALLIED AS
 13910*    A SECOND RUN BUT STILL VERIFIES. THE SHORT MARK IS WHAT
 13920*    FITS - COUNT, EXC= AND MARK TOGETHER MUST STAY INSIDE
 13930*    THE 40-BYTE INPUT SUMMARY.
 13940*    EXC= CARRIES THE EXCEPTION COUNT SO THE RUN-CONTROL
 13950*    UPDATER (RUNUPD) CAN TELL A CLEAN RUN FROM A DIRTY ONE
 13960*    OFF THE JOURNAL ALONE. THE PAIR COUNT KEEPS ITS FIXED
 13970*    POSITIONS FOR ADDVER.
 13980     MOVE WS-EXCEPTION-COUNT TO WS-EXCEPTION-COUNT-D.
 13990     IF WS-IS-RESTART
 14000         STRING 'PAIRS PROCESSED=' DELIMITED BY SIZE
 14010                WS-RECORD-COUNT-D DELIMITED BY SIZE
 14020                ' EXC=' DELIMITED BY SIZE
 14030                WS-EXCEPTION-COUNT-D DELIMITED BY SIZE
 14040                ' CONT' DELIMITED BY SIZE
 14050             INTO JRNL-INPUT-SUMMARY
 14060     ELSE
 14070         STRING 'PAIRS PROCESSED=' DELIMITED BY SIZE
 14080            WS-RECORD-COUNT-D DELIMITED BY SIZE
 14090            ' EXC=' DELIMITED BY SIZE
 14100            WS-EXCEPTION-COUNT-D DELIMITED BY SIZE
 14110             INTO JRNL-INPUT-SUMMARY
 14120     END-IF.
 14130     MOVE SPACES TO JRNL-RESULT-SUMMARY.
 14140     STRING 'LAST SUM=' DELIMITED BY SIZE
 14150            WS-LAST-RESULT DELIMITED BY SIZE
 14160         INTO JRNL-RESULT-SUMMARY.
 14170     MOVE SPACES TO JRNL-PARM-SUMMARY.
 14180     STRING 'CKPT=' DELIMITED BY SIZE
 14190            WS-CKPT-INTERVAL DELIMITED BY SIZE
 14200            ' BASE=' DELIMITED BY SIZE
 14210            WS-BASE-CURRENCY DELIMITED BY SIZE
 14220         INTO JRNL-PARM-SUMMARY.
 14230     WRITE JRNL-RECORD.
 14240 8100-EXIT.
 14250     EXIT.
 14260*================================================================
 14270 8200-WRITE-CONTROL-TOTALS.
 14280*================================================================
 14290     MOVE SPACES TO ADD-REPORT-RECORD.
 14300     MOVE 'CONTROL TOTALS' TO RPTTOT-LABEL.
 14310     MOVE 'RECORDS=' TO RPTTOT-RECORDS-LABEL.
 14320     MOVE WS-RECORD-COUNT TO RPTTOT-RECORDS.
 14330     MOVE 'FINAL BALANCE=' TO RPTTOT-BAL-LABEL.
 14340     MOVE WS-GRAND-TOTAL TO RPTTOT-BALANCE.
 14350     WRITE ADD-REPORT-RECORD.
 14360 8200-EXIT.
 14370     EXIT.
 14380*================================================================
 14390 8300-WRITE-REFUSAL.
 14400*================================================================
 14410*    A REFUSED PASS STILL FINISHES ITS JOURNAL ENTRY, WITH THE
 14420*    WRITERS' SHARED 'REJECTED' RESULT, SO THE RUN-CONTROL
 14430*    RECORD SHOWS A REJECT RATHER THAN AN ABEND.
 14440     MOVE SPACES TO JRNL-RECORD.
 14450     ACCEPT WS-RUN-TIME FROM TIME.
 14460     MOVE WS-RUN-DATE TO JRNL-RUN-DATE.
 14470     MOVE WS-RUN-TIME TO JRNL-RUN-TIME.
 14480     MOVE 'ADD153A' TO JRNL-PROGRAM-ID.
 14490     MOVE WS-JRNL-CYCLE TO JRNL-CYCLE.
 14500     MOVE SPACES TO JRNL-INPUT-SUMMARY.
 14510     STRING 'POSTING DATE=' DELIMITED BY SIZE
 14520            WS-POST-DATE DELIMITED BY SIZE
 14530            ' FEED DATE=' DELIMITED BY SIZE
 14540            WS-HDR-DATE DELIMITED BY SIZE
 14550         INTO JRNL-INPUT-SUMMARY.
 14560     MOVE WS-REFUSAL-TEXT TO JRNL-RESULT-SUMMARY.
 14570     WRITE JRNL-RECORD.
 14580 8300-EXIT.
 14590     EXIT.
 14600*================================================================
 14610 9999-EXIT.
 14620*================================================================
 14630     STOP RUN.
