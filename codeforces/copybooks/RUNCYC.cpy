      *================================================================
      *  RUNCYC.CPY
      *
      *  RUN-CYCLE CARD. A BUSINESS DATE CAN NOW BE RECONCILED IN
      *  MORE THAN ONE CUTOFF CYCLE - A MIDDAY CYCLE FOR THE
      *  BRANCHES THAT TRANSMIT EARLY, THEN THE NIGHTLY CYCLE THAT
      *  CLOSES THE DATE. RUNCHK DECIDES AT THE FRONT OF THE STREAM
      *  WHICH CYCLE OF THE DATE THIS RUN IS AND WRITES ONE CARD;
      *  EVERY LATER STEP READS IT BACK (THROUGH CYCLOAD) SO THE
      *  JOURNAL, THE RUN-CONTROL RECORD AND THE END-OF-DAY RECORD
      *  ALL CARRY THE SAME CYCLE NUMBER.
      *
      *  RCYC-CYCLE  - '1' FOR THE FIRST CYCLE OF THE DATE, UP TO '8'.
      *  RCYC-LAST   - 'Y' WHEN THIS CYCLE CLOSES THE DATE (THE
      *                NIGHTLY RUN), 'N' FOR A MIDDAY CYCLE WITH
      *                MORE TO FOLLOW.
      *
      *  RCYC-RESUME-FROM - SPACES ON AN UNINTERRUPTED RUN. ON A
      *                RESUMED RUN (THE DLYRSUM JOB) THE STEP THE
      *                RESUME RESTARTED FROM - EVERY STEP BEFORE IT
      *                WAS SKIPPED AS ALREADY RUN.
      *
      *  2026-10-15 SK  ORIGINAL VERSION.
      *  2026-10-15 SK  ADDED RCYC-RESUME-FROM OUT OF THE FILLER. A
      *                 CARD WRITTEN BEFORE THE CHANGE READS BACK
      *                 WITH IT AS SPACES - NOT A RESUMED RUN.
      *================================================================
       01  RUNCYC-RECORD.
           05  RCYC-RUN-DATE               PIC 9(08).
           05  RCYC-CYCLE                  PIC X(01).
           05  RCYC-LAST                   PIC X(01).
           05  RCYC-RESUME-FROM            PIC X(08).
           05  FILLER                      PIC X(02).
