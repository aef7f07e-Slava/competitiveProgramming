      *================================================================
      *  RGNTAB.CPY
      *
      *  REGION MASTER BLOCK RETURNED BY RGNLOAD, WHICH READS THE
      *  REGION MASTER (RGNMST) AT RUN TIME THE WAY CALLOAD SERVES
      *  THE CALENDAR. ONE ROW PER REGION ON THE MASTER, ACTIVE OR
      *  NOT, IN MASTER ORDER.
      *
      *  READ BY BRCHMNT AND SITEMNT (A REGION MUST BE ACTIVE HERE
      *  BEFORE A BRANCH OR SITE MAY BE PUT IN IT), DST153E (EVERY
      *  SITE'S COORDINATES ARE CHECKED AGAINST ITS REGION'S BOX)
      *  AND RGNRUP (THE REGIONAL ROLLUP NAMES EACH REGION AND ITS
      *  MANAGER).
      *
      *  REG-STATUS - 'Y' MASTER LOADED, 'N' NO REGION MASTER (NO
      *  REGION IS ON IT - WHAT EACH CALLER DOES ABOUT THAT IS ITS
      *  OWN CALL), 'E' THE FILE IS MALFORMED AND THE RUN MUST BE
      *  REJECTED (REG-ERROR-TEXT SAYS WHAT IS WRONG).
      *
      *  2026-10-15 SK  ORIGINAL VERSION.
      *================================================================
       01  REG-BLOCK.
           05  REG-STATUS                  PIC X(01).
               88  REG-LOADED                         VALUE 'Y'.
               88  REG-NO-FILE                        VALUE 'N'.
               88  REG-BAD-FILE                       VALUE 'E'.
           05  REG-ERROR-TEXT              PIC X(40).
           05  REG-COUNT                   PIC 9(03).
           05  REG-ENTRY                   OCCURS 100 TIMES.
               10  REG-CODE                PIC X(03).
               10  REG-NAME                PIC X(20).
               10  REG-MANAGER             PIC X(20).
               10  REG-REGION-STATUS       PIC X(01).
                   88  REG-REGION-ACTIVE              VALUE 'A'.
               10  REG-MIN-X               PIC S9(10)9.
               10  REG-MIN-Y               PIC S9(10)9.
               10  REG-MAX-X               PIC S9(10)9.
               10  REG-MAX-Y               PIC S9(10)9.
