      *                 RECORD WIDENED 117 TO 158; RECORDS WRITTEN
      *                 BEFORE THE CHANGE READ BACK WITH THE NEW
      *                 FIELD AS SPACES.
      *  2026-10-15 SK  ADDED JRNL-CYCLE - THE CUTOFF CYCLE OF THE
      *                 BUSINESS DATE THE ENTRY BELONGS TO ('1' FOR
      *                 THE FIRST CYCLE; SPACE ON AN ENTRY FROM A RUN
      *                 OUTSIDE THE STREAM, SUCH AS A SUSPCYCL OR
      *                 ADJCYCL PASS). READERS THAT MATCH TONIGHT'S
      *                 ENTRIES NOW MATCH ON DATE AND CYCLE, TAKING A
      *                 SPACE AS CYCLE 1. RECORD WIDENED 158 TO 160;
      *                 OLDER RECORDS READ BACK WITH THE CYCLE AS
      *                 SPACE.
      *================================================================
       01  JRNL-RECORD.
           05  JRNL-RUN-DATE               PIC 9(08).
           05  JRNL-RESULT-SUMMARY         PIC X(50).
           05  FILLER                      PIC X(01).
           05  JRNL-PARM-SUMMARY           PIC X(40).
           05  FILLER                      PIC X(01).
           05  JRNL-CYCLE                  PIC X(01).
