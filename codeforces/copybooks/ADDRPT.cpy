      *                 EODDRV, RECBAL) CLASSIFY LINES BY LABEL, SO
      *                 NO PRE-CHANGE GENERATION EVER READS BACK
      *                 THROUGH THIS LAYOUT.
      *  2026-10-15 SK  MULTI-CURRENCY BRANCHES. RPT-A AND RPT-B STAY
      *                 THE AMOUNTS AS BOOKED, IN THE BRANCH'S OWN
      *                 CURRENCY; RPT-SUM AND RPT-BALANCE ARE NOW THE
      *                 CONVERTED BASE-CURRENCY FIGURES, SO EVERY
      *                 TOTAL ON THE REPORT STAYS IN ONE CURRENCY.
      *                 THE DETAIL LINE ADDS THE BOOKING CURRENCY
      *                 (RPT-CURRENCY) AND THE UNCONVERTED SUM
      *                 (RPT-ORIG-SUM), THE SUBTOTAL LINE ADDS THE
      *                 CURRENCY AND THE RATE APPLIED, AND THE DATE
      *                 LINE NAMES THE BASE CURRENCY, ALL IN WHAT WAS
      *                 TRAILING FILLER. EVERY PRE-CHANGE FIELD KEEPS
      *                 ITS OFFSET; A PRE-CHANGE GENERATION READS
      *                 BACK WITH THE NEW FIELDS BLANK.
      *  2026-10-15 SK  THE DATE LINE NOW ALSO CARRIES THE CUTOFF
      *                 CYCLE FROM THE FEED HDR (RPTDTE-CYCLE), SO A
      *                 DATE'S MIDDAY AND NIGHTLY GENERATIONS SUM INTO
      *                 THE DATE INSTEAD OF THE LATER ONE READING AS
      *                 A RERUN OF THE EARLIER. TAKEN FROM TRAILING
      *                 FILLER; SPACE ON A RESUBMIT OR ADJUSTMENT
      *                 PASS AND ON A PRE-CHANGE GENERATION.
      *================================================================
       01  ADD-REPORT-RECORD.
           05  RPT-BRANCH              PIC X(03).
           05  RPT-SUM                 PIC -(10)9.99.
           05  FILLER                  PIC X(01).
           05  RPT-BALANCE             PIC -(11)9.99.
           05  FILLER                  PIC X(01).
           05  RPT-CURRENCY            PIC X(03).
           05  FILLER                  PIC X(01).
           05  RPT-ORIG-SUM            PIC -(10)9.99.
           05  FILLER                  PIC X(05).
       01  ADD-REPORT-SUBTOTAL REDEFINES ADD-REPORT-RECORD.
           05  RPTSUB-LABEL            PIC X(16).
           05  RPTSUB-BRANCH           PIC X(03).
           05  RPTSUB-BAL-LABEL        PIC X(09).
           05  RPTSUB-BALANCE          PIC -(11)9.99.
           05  RPTSUB-BRANCH-NAME      PIC X(20).
           05  RPTSUB-CURRENCY         PIC X(03).
           05  RPTSUB-RATE             PIC ZZZ9.9(06).
           05  FILLER                  PIC X(01).
       01  ADD-REPORT-TOTALS REDEFINES ADD-REPORT-RECORD.
           05  RPTTOT-LABEL            PIC X(21).
           05  RPTTOT-RECORDS-LABEL    PIC X(09).
           05  RPTDTE-DATE             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  RPTDTE-SOURCE           PIC X(08).
           05  FILLER                  PIC X(01).
           05  RPTDTE-BASE-CURRENCY    PIC X(03).
           05  FILLER                  PIC X(01).
           05  RPTDTE-CYCLE            PIC X(01).
           05  FILLER                  PIC X(61).
