      *================================================================
      *  HLDINTF.CPY
      *
      *  HOLD-LIST INTERFACE FILE WRITTEN BY HLDEXT FOR THE PAYMENTS
      *  AND LENDING SYSTEMS - THE HOLDS COMPLIANCE USED TO KEY BY
      *  HAND OFF BINSUM AND THE TRANSITION REPORT. THE SAME
      *  CONTROL-RECORD DISCIPLINE AS THE GL INTERFACE (GLINTF): ONE
      *  HEADER ('HDR' + BUSINESS DATE + SOURCE + CUTOFF CYCLE), THE
      *  HOLD LINES ('DTL'), AND ONE TRAILER ('TRL' + LINE COUNT +
      *  PLACE AND RELEASE COUNTS), SO THE RECEIVING SIDE CAN PROVE
      *  A COMPLETE FILE BEFORE IT ACTS ON A LINE.
      *
      *  ONE DETAIL LINE PER ACCOUNT PER HOLD-TYPE FLAG (FLAGDEF
      *  ACTION 'P' PAYMENT HOLD OR 'L' LENDING FREEZE) THAT MOVED
      *  TONIGHT:
      *    HLI-DTL-ACTION 'P' PLACE THE HOLD, 'R' RELEASE IT.
      *    HLI-DTL-REASON 'G' FLAG GAINED, 'L' FLAG LOST (A DROPPED
      *        ACCOUNT LOSES EVERY FLAG), 'T' THE FLAG'S FLAGDEF
      *        ENTRY CHANGED SINCE THE LAST BUSINESS DAY WHILE THE
      *        ACCOUNT STILL CARRIES IT - RETIRED, OR ITS ACTION CODE
      *        CHANGED - SO THE OLD HOLD IS RELEASED AND ANY NEW ONE
      *        PLACED.
      *  A RETIRED FLAG NEVER PLACES A HOLD.
      *
      *  2026-10-15 SK  ORIGINAL VERSION.
      *================================================================
       01  HOLD-INTERFACE-RECORD.
           05  HLI-REC-TYPE                PIC X(03).
               88  HLI-IS-HEADER                      VALUE 'HDR'.
               88  HLI-IS-DETAIL                      VALUE 'DTL'.
               88  HLI-IS-TRAILER                     VALUE 'TRL'.
           05  FILLER                      PIC X(57).
       01  HOLD-INTERFACE-HEADER REDEFINES HOLD-INTERFACE-RECORD.
           05  FILLER                      PIC X(03).
           05  HLI-HDR-DATE                PIC 9(08).
           05  HLI-HDR-SOURCE              PIC X(08).
           05  HLI-HDR-CYCLE               PIC X(01).
           05  FILLER                      PIC X(40).
       01  HOLD-INTERFACE-DETAIL REDEFINES HOLD-INTERFACE-RECORD.
           05  FILLER                      PIC X(03).
           05  HLI-DTL-DATE                PIC 9(08).
           05  HLI-DTL-ACCOUNT             PIC X(10).
           05  HLI-DTL-ACTION              PIC X(01).
               88  HLI-DTL-PLACE                      VALUE 'P'.
               88  HLI-DTL-RELEASE                    VALUE 'R'.
           05  HLI-DTL-HOLD-TYPE           PIC X(01).
               88  HLI-DTL-PAYMENT-HOLD               VALUE 'P'.
               88  HLI-DTL-LENDING-FREEZE             VALUE 'L'.
           05  HLI-DTL-BIT-POS             PIC 9(02).
           05  HLI-DTL-FLAG-NAME           PIC X(20).
           05  HLI-DTL-REASON              PIC X(01).
               88  HLI-DTL-GAINED                     VALUE 'G'.
               88  HLI-DTL-LOST                       VALUE 'L'.
               88  HLI-DTL-RETIRED                    VALUE 'T'.
           05  FILLER                      PIC X(14).
       01  HOLD-INTERFACE-TRAILER REDEFINES HOLD-INTERFACE-RECORD.
           05  FILLER                      PIC X(03).
           05  HLI-TRL-COUNT               PIC 9(07).
           05  HLI-TRL-PLACES              PIC 9(07).
           05  HLI-TRL-RELEASES            PIC 9(07).
           05  FILLER                      PIC X(36).
