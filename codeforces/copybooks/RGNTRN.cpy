      *================================================================
      *  RGNTRN.CPY
      *
      *  REGION MASTER MAINTENANCE TRANSACTION, APPLIED BY RGNMNT.
      *  92 BYTES LIKE THE MASTER RECORD, PLUS THE APPROVAL STAMP
      *  BELOW: THE ACTION LEADS, AND THE STATUS BYTE IS NOT KEYED
      *  (ADD SETS IT ACTIVE, D AND R FLIP IT).
      *
      *    'A' ADD          - CODE, NAME, MANAGER, BOUNDING BOX
      *    'C' CHANGE       - CODE, NAME AND/OR MANAGER (A BLANK
      *                       FIELD LEAVES THAT FIELD AS IT IS)
      *    'B' RE-BOX       - CODE, BOUNDING BOX
      *    'D' DEACTIVATE   - CODE
      *    'R' REACTIVATE   - CODE
      *
      *  THE LAST 23 BYTES ARE THE APPROVAL STAMP CHGAPV PUTS ON A
      *  CHANGE WHEN ITS CHECKER APPROVES IT - CHANGE ID, MAKER ID
      *  AND CHECKER ID. RGNMNT REJECTS A TRANSACTION WHOSE STAMP IS
      *  MISSING OR WHOSE CHECKER IS ITS MAKER.
      *
      *  2026-10-15 SK  ORIGINAL VERSION.
      *  2026-10-15 SK  APPROVAL STAMP ADDED, 92 TO 115.
      *================================================================
       01  RGNTRN-RECORD.
           05  RGNTRN-ACTION               PIC X(01).
               88  RGNTRN-ADD                         VALUE 'A'.
               88  RGNTRN-CHANGE                      VALUE 'C'.
               88  RGNTRN-REBOX                       VALUE 'B'.
               88  RGNTRN-DEACTIVATE                  VALUE 'D'.
               88  RGNTRN-REACTIVATE                  VALUE 'R'.
           05  RGNTRN-CODE                 PIC X(03).
           05  RGNTRN-NAME                 PIC X(20).
           05  RGNTRN-MANAGER              PIC X(20).
           05  RGNTRN-MIN-X                PIC S9(10)9
                                            SIGN IS TRAILING SEPARATE.
           05  RGNTRN-MIN-Y                PIC S9(10)9
                                            SIGN IS TRAILING SEPARATE.
           05  RGNTRN-MAX-X                PIC S9(10)9
                                            SIGN IS TRAILING SEPARATE.
           05  RGNTRN-MAX-Y                PIC S9(10)9
                                            SIGN IS TRAILING SEPARATE.
           05  RGNTRN-CHANGE-ID            PIC 9(07).
           05  RGNTRN-MAKER-ID             PIC X(08).
           05  RGNTRN-CHECKER-ID           PIC X(08).
