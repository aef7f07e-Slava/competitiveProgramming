      *================================================================
      *  RATETAB.CPY
      *
      *  EXCHANGE-RATE BLOCK RETURNED BY RATLOAD, WHICH READS THE
      *  DAILY RATE FILE (RATFIL) AT RUN TIME FOR ADD153A, THE SAME
      *  WAY CALLOAD SERVES THE CALENDAR AND PRMLOAD THE PARAMETER
      *  FILE. ONE ENTRY PER FOREIGN BOOKING CURRENCY: THE CODE, THE
      *  BUSINESS DATE THE RATE WAS STRUCK FOR, AND THE RATE AS UNITS
      *  OF BASE CURRENCY PER ONE UNIT OF THE FOREIGN CURRENCY. THE
      *  BASE CURRENCY ITSELF NEVER NEEDS AN ENTRY.
      *
      *  RATE-STATUS - 'Y' RATES LOADED, 'N' NO RATE FILE (EVERY
      *  FOREIGN-CURRENCY BRANCH THEN HAS NO RATE AND ITS PAIRS GO
      *  TO SUSPENSE), 'E' THE FILE IS MALFORMED OR WILL NOT OPEN
      *  AND THE RUN MUST BE REJECTED (RATE-ERROR-TEXT SAYS WHAT IS
      *  WRONG).
      *
      *  2026-10-15 SK  ORIGINAL VERSION.
      *  2026-10-15 SK  'E' ALSO COVERS A RATE FILE THAT WILL NOT OPEN.
      *================================================================
       01  RATE-BLOCK.
           05  RATE-STATUS                 PIC X(01).
               88  RATE-LOADED                        VALUE 'Y'.
               88  RATE-NO-FILE                       VALUE 'N'.
               88  RATE-BAD-FILE                      VALUE 'E'.
           05  RATE-ERROR-TEXT             PIC X(40).
           05  RATE-COUNT                  PIC 9(02).
           05  RATE-ENTRY                  OCCURS 50 TIMES.
               10  RATE-CURRENCY           PIC X(03).
               10  RATE-DATE               PIC 9(08).
               10  RATE-VALUE              PIC 9(04)V9(06).
