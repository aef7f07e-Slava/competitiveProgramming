      *================================================================
      *  RULTAB.CPY
      *
      *  FLAG-COMBINATION RULE BLOCK RETURNED BY RULLOAD, WHICH READS
      *  THE FLAG RULE FILE (FLAGRUL) AT RUN TIME. SOME FLAG
      *  COMBINATIONS CANNOT HAPPEN IN THE BUSINESS - A CLOSED
      *  ACCOUNT WITH AN ACTIVE-LENDING FLAG, SAY - AND WHEN ONE
      *  SHOWS UP THE UPSTREAM STATUS VALUE IS WRONG. TWO KINDS:
      *
      *    'F' FORBIDDEN - BIT A MUST NOT BE SET WITH BIT B
      *    'R' REQUIRED  - BIT A MUST NOT BE SET WITHOUT BIT B
      *
      *  THE FILE IS EFFECTIVE-DATED HISTORY THE SAME WAY FLAGDEF
      *  IS: SEVERAL RECORDS MAY CARRY ONE RULE ID, AND THE ONE WITH
      *  THE LATEST EFFECTIVE DATE ON OR BEFORE RUL-AS-OF-DATE IS
      *  THE RULE IN FORCE. A RULE WHOSE RECORD IN FORCE IS RETIRED
      *  ('R') IS NOT CHECKED; A RULE WHOSE FIRST RECORD IS STILL IN
      *  THE FUTURE IS NOT SERVED AT ALL.
      *
      *  RUL-STATUS - 'Y' RULES LOADED, 'N' NO RULE FILE (NOTHING TO
      *  CHECK), 'E' THE FILE IS DAMAGED - A BAD FIELD, A RULE NAMING
      *  THE SAME BIT TWICE, TWO RECORDS FOR ONE RULE ON ONE DATE, OR
      *  MORE RULES THAN THE TABLE HOLDS (RUL-ERROR-TEXT SAYS WHICH).
      *
      *  RUL-AS-OF-DATE - SET BY THE CALLER BEFORE THE CALL. ZERO (OR
      *  NOT NUMERIC) MEANS TODAY.
      *
      *  BITS ARE HELD AS POSITIONS 00-29, THE SAME NUMBERING AS
      *  FLAGDEF; ADD 1 FOR THE FLG-NAME SUBSCRIPT.
      *
      *  2026-10-15 SK  ORIGINAL VERSION.
      *================================================================
       01  RUL-BLOCK.
           05  RUL-STATUS                  PIC X(01).
               88  RUL-LOADED                         VALUE 'Y'.
               88  RUL-NO-FILE                        VALUE 'N'.
               88  RUL-BAD-FILE                       VALUE 'E'.
           05  RUL-ERROR-TEXT              PIC X(40).
           05  RUL-AS-OF-DATE              PIC 9(08).
           05  RUL-COUNT                   PIC 9(03).
           05  RUL-ENTRY                   OCCURS 100 TIMES.
               10  RUL-ID                  PIC X(06).
               10  RUL-TYPE                PIC X(01).
                   88  RUL-FORBIDDEN                  VALUE 'F'.
                   88  RUL-REQUIRED                   VALUE 'R'.
               10  RUL-BIT-A               PIC 9(02).
               10  RUL-BIT-B               PIC 9(02).
               10  RUL-RULE-STATUS         PIC X(01).
                   88  RUL-RULE-ACTIVE                VALUE 'A'.
                   88  RUL-RULE-RETIRED               VALUE 'R'.
               10  RUL-EFF-DATE            PIC 9(08).
               10  RUL-TEXT                PIC X(30).
