      *================================================================
      *  CYCTAB.CPY
      *
      *  RUN-CYCLE BLOCK RETURNED BY CYCLOAD, WHICH READS THE RUN-
      *  CYCLE CARD (RUNCYC) RUNCHK WROTE AT THE FRONT OF THE
      *  STREAM. EVERY STREAM STEP STAMPS ITS JOURNAL ENTRY WITH
      *  CYC-NUMBER, AND THE STEPS THAT READ THE JOURNAL OR THE
      *  RUN-CONTROL MASTER BACK MATCH ON DATE AND CYCLE.
      *
      *  CYC-STATUS - 'Y' CARD LOADED, 'N' NO CARD (CYCLE '1', LAST
      *  'Y' - A DATE RUN ONCE, THE OLD BEHAVIOR), 'E' THE CARD IS
      *  MALFORMED AND THE RUN MUST BE REJECTED (CYC-ERROR-TEXT SAYS
      *  WHAT IS WRONG). CYC-NUMBER AND CYC-LAST HOLD THE ONE-CYCLE
      *  DEFAULTS WHENEVER THE STATUS IS NOT 'Y'.
      *
      *  CYC-RESUME-FROM - THE STEP A RESUMED RUN RESTARTED FROM,
      *  SPACES ON AN UNINTERRUPTED RUN OR WHEN THERE IS NO CARD.
      *
      *  2026-10-15 SK  ORIGINAL VERSION.
      *  2026-10-15 SK  ADDED CYC-RESUME-FROM.
      *================================================================
       01  CYC-BLOCK.
           05  CYC-STATUS                  PIC X(01).
               88  CYC-LOADED                         VALUE 'Y'.
               88  CYC-NO-FILE                        VALUE 'N'.
               88  CYC-BAD-FILE                       VALUE 'E'.
           05  CYC-ERROR-TEXT              PIC X(40).
           05  CYC-RUN-DATE                PIC 9(08).
           05  CYC-NUMBER                  PIC X(01).
           05  CYC-LAST                    PIC X(01).
               88  CYC-IS-LAST                        VALUE 'Y'.
           05  CYC-RESUME-FROM             PIC X(08).
