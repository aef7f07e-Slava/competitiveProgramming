      *================================================================
      *  CHGENT.CPY
      *
      *  MAKER ENTRY FOR THE MAKER-CHECKER APPROVAL RUN (CHGAPV). A
      *  CHANGE TO ANY MAINTAINED MASTER OR CONTROL FILE IS KEYED AS
      *  ONE OF THESE, NAMING THE FILE IT IS FOR, THE ID OF THE
      *  PERSON KEYING IT, AND THE TRANSACTION ITSELF IN THAT
      *  FILE'S OWN MAINTENANCE LAYOUT. CHGAPV HOLDS IT ON THE
      *  PENDING-CHANGE FILE (CHGPND.CPY) UNTIL A DIFFERENT ID
      *  APPROVES IT; ONLY THEN IS IT PASSED TO THE MAINTENANCE RUN.
      *
      *    CHGENT-TARGET    'BRCH' BRANCH MASTER    - BRCHMNT
      *                     'SITE' SITE MASTER      - SITEMNT
      *                     'CAL ' CALENDAR         - CALMNT
      *                     'FLAG' FLAG DEFINITIONS - FLGMNT
      *                     'PARM' PARAMETER FILE   - PRMMNT
      *                     'RGN ' REGION MASTER    - RGNMNT
      *    CHGENT-MAKER-ID  THE KEYER'S USER ID. NEVER BLANK.
      *    CHGENT-IMAGE     THE TRANSACTION, LEFT-JUSTIFIED, IN THE
      *                     TARGET PROGRAM'S LAYOUT WITHOUT ITS
      *                     APPROVAL STAMP (THE LONGEST, RGNTRN,
      *                     FILLS ALL 92 BYTES).
      *
      *  FACREC WRITES ITS SITE DRAFT IN THIS LAYOUT WITH THE MAKER
      *  ID BLANK; WHOEVER SUBMITS THE REVIEWED DRAFT PUTS THEIR OWN
      *  ID IN COLUMNS 5-12.
      *
      *  2026-10-15 SK  ORIGINAL VERSION.
      *================================================================
       01  CHGENT-RECORD.
           05  CHGENT-TARGET               PIC X(04).
               88  CHGENT-FOR-BRANCH                  VALUE 'BRCH'.
               88  CHGENT-FOR-SITE                    VALUE 'SITE'.
               88  CHGENT-FOR-CALENDAR                VALUE 'CAL '.
               88  CHGENT-FOR-FLAGDEF                 VALUE 'FLAG'.
               88  CHGENT-FOR-PARMFIL                 VALUE 'PARM'.
               88  CHGENT-FOR-REGION                  VALUE 'RGN '.
           05  CHGENT-MAKER-ID             PIC X(08).
           05  CHGENT-IMAGE                PIC X(92).
