      *================================================================
      *  PRDTAB.CPY
      *
      *  CLOSED-PERIOD BLOCK RETURNED BY PRDLOAD, WHICH READS THE
      *  PERIOD CONTROL FILE (PRDCTL, LAYOUT PRDCTL.CPY) AT RUN TIME
      *  THE WAY CALLOAD SERVES THE CALENDAR. ONE ROW PER CLOSED
      *  MONTH, IN FILE ORDER (THE CLOSE RUN APPENDS, SO OLDEST
      *  FIRST); THE FROZEN BRANCH RECORDS ARE CHECKED BUT NOT
      *  RETURNED.
      *
      *  READ BY ADD153A (NO PASS MAY POST UNDER A DATE IN A CLOSED
      *  MONTH) AND SUSPRES (A CLEARED ITEM FROM A CLOSED MONTH
      *  POSTS TO THE OPEN PERIOD), AND BY ADDSTMT AND PRDCLS TO
      *  PROVE THE FILE BEFORE READING IT THEMSELVES.
      *
      *  PRD-STATUS - 'Y' CONTROL FILE LOADED, 'N' NO CONTROL FILE
      *  (NO MONTH HAS BEEN CLOSED YET), 'E' THE FILE IS MALFORMED
      *  OR WILL NOT OPEN AND THE RUN MUST BE REJECTED
      *  (PRD-ERROR-TEXT SAYS WHAT IS WRONG).
      *
      *  2026-10-15 SK  ORIGINAL VERSION.
      *  2026-10-15 SK  'E' ALSO COVERS A FILE THAT WILL NOT OPEN.
      *================================================================
       01  PRD-BLOCK.
           05  PRD-STATUS                  PIC X(01).
               88  PRD-LOADED                         VALUE 'Y'.
               88  PRD-NO-FILE                        VALUE 'N'.
               88  PRD-BAD-FILE                       VALUE 'E'.
           05  PRD-ERROR-TEXT              PIC X(40).
      *    THE LATEST MONTH CLOSED - ZERO WHEN NONE IS.
           05  PRD-LATEST-MONTH            PIC 9(06).
           05  PRD-COUNT                   PIC 9(03).
           05  PRD-ENTRY                   OCCURS 240 TIMES.
               10  PRD-MONTH               PIC 9(06).
               10  PRD-CLOSE-DATE          PIC 9(08).
