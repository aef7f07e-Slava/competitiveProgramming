      *================================================================
      *  GLMAP.CPY
      *
      *  BRANCH-TO-GENERAL-LEDGER ACCOUNT MAP FOR THE GL POSTING
      *  EXTRACT (GLEXT). ONE BRANCH RECORD ('B') PER BRANCH CODE
      *  ON THE BRANCH MASTER, NAMING THE GL ACCOUNT ITS NET
      *  MOVEMENT POSTS TO, AND EXACTLY ONE CLEARING RECORD ('C',
      *  BRANCH CODE BLANK) NAMING THE ACCOUNT EVERY BRANCH LINE
      *  IS OFFSET AGAINST. KEPT AS DATA SO FINANCE CAN RE-POINT A
      *  BRANCH WITHOUT A RECOMPILE.
      *
      *  2026-10-15 SK  ORIGINAL VERSION.
      *================================================================
       01  GLMAP-RECORD.
           05  GLMAP-TYPE                  PIC X(01).
               88  GLMAP-IS-BRANCH                    VALUE 'B'.
               88  GLMAP-IS-CLEARING                  VALUE 'C'.
           05  GLMAP-BRANCH                PIC X(03).
           05  GLMAP-ACCOUNT               PIC X(12).
           05  GLMAP-DESC                  PIC X(24).
