      *                 EVERY GROWTH BEFORE - OLD GENERATIONS READ
      *                 BACK WITH THE STATUSES AS SPACES (UNKNOWN).
      *                 RECORD WIDENED 156 TO 164.
      *  2026-10-15 SK  EOD-CYCLE APPENDED - THE CUTOFF CYCLE OF THE
      *                 BUSINESS DATE THE RECORD COVERS. A DATE RUN IN
      *                 A MIDDAY AND A NIGHTLY CYCLE NOW HAS ONE
      *                 RECORD PER CYCLE, EACH CARRYING ONLY ITS OWN
      *                 CYCLE'S ADDER TOTAL, AND THE TREND REPORT SUMS
      *                 THEM. OLDER GENERATIONS READ BACK WITH THE
      *                 CYCLE AS SPACE, TAKEN AS CYCLE 1. RECORD
      *                 WIDENED 164 TO 166.
      *================================================================
       01  EOD-REPORT-RECORD.
           05  EOD-RUN-DATE             PIC 9(08).
               10  EOD-STA-BIN153B      PIC X(01).
               10  EOD-STA-BINCMP       PIC X(01).
               10  EOD-STA-DST153E      PIC X(01).
           05  FILLER                   PIC X(01).
           05  EOD-CYCLE                PIC X(01).
