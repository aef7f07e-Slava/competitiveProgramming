      *================================================================
      *  CHGPND.CPY
      *
      *  PENDING-CHANGE FILE, KEPT BY CHGAPV AS GDG GENERATIONS
      *  (0) -> (+1). ONE HEADER RECORD ('H') CARRYING THE LAST
      *  CHANGE ID HANDED OUT, SO AN ID IS NEVER REUSED AFTER ITS
      *  CHANGE LEAVES THE FILE, THEN ONE RECORD ('C') PER CHANGE
      *  STILL WAITING FOR ITS CHECKER. A CHANGE LEAVES THE FILE
      *  WHEN IT IS APPROVED OR REJECTED, AND BOTH ARE LOGGED.
      *
      *    CHGPND-CHANGE-ID   ASSIGNED BY CHGAPV WHEN THE MAKER
      *                       ENTRY IS TAKEN; THE CHECKER'S
      *                       APPROVAL CARD QUOTES IT.
      *    CHGPND-TARGET      AS CHGENT-TARGET.
      *    CHGPND-MAKER-ID    AS KEYED ON THE MAKER ENTRY.
      *    CHGPND-ENTRY-DATE  RUN DATE THE ENTRY WAS TAKEN - THE
      *                       AGING LIST COUNTS BUSINESS DAYS FROM
      *                       IT.
      *    CHGPND-IMAGE       THE TRANSACTION, AS CHGENT-IMAGE.
      *
      *  2026-10-15 SK  ORIGINAL VERSION.
      *================================================================
       01  CHGPND-RECORD.
           05  CHGPND-REC-TYPE             PIC X(01).
               88  CHGPND-IS-HEADER                   VALUE 'H'.
               88  CHGPND-IS-CHANGE                   VALUE 'C'.
           05  CHGPND-CHANGE-ID            PIC 9(07).
           05  CHGPND-TARGET               PIC X(04).
           05  CHGPND-MAKER-ID             PIC X(08).
           05  CHGPND-ENTRY-DATE           PIC 9(08).
           05  CHGPND-IMAGE                PIC X(92).
       01  CHGPND-HEADER REDEFINES CHGPND-RECORD.
           05  FILLER                      PIC X(01).
           05  CHGPND-LAST-ID              PIC 9(07).
           05  FILLER                      PIC X(112).
