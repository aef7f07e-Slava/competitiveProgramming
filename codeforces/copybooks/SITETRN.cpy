      *================================================================
      *  SITETRN.CPY
      *
      *  SITE MASTER MAINTENANCE TRANSACTION, APPLIED BY SITEMNT.
      *  ALSO THE LAYOUT OF THE TRANSACTION INSIDE EACH MAKER ENTRY
      *  FACREC DRAFTS FROM THE FACILITIES RECONCILIATION.
      *
      *    'A' ADD          - SITE ID, NAME, REGION
      *    'D' DEACTIVATE   - SITE ID
      *    'C' CHANGE NAME  - SITE ID, NAME
      *    'R' REACTIVATE   - SITE ID
      *    'T' TRANSFER     - SITE ID, REGION
      *
      *  THE LAST 23 BYTES ARE THE APPROVAL STAMP CHGAPV PUTS ON A
      *  CHANGE WHEN ITS CHECKER APPROVES IT - CHANGE ID, MAKER ID
      *  AND CHECKER ID. SITEMNT REJECTS A TRANSACTION WHOSE STAMP
      *  IS MISSING OR WHOSE CHECKER IS ITS MAKER.
      *
      *  2026-10-15 SK  ORIGINAL VERSION - THE LAYOUT SITEMNT CARRIED
      *                 IN ITS OWN FD, UNCHANGED.
      *  2026-10-15 SK  APPROVAL STAMP ADDED, 29 TO 52. FACREC NOW
      *                 DRAFTS THE FIRST 29 BYTES AS MAKER ENTRIES.
      *================================================================
       01  SITETRN-RECORD.
           05  SITETRN-ACTION              PIC X(01).
               88  SITETRN-ADD                        VALUE 'A'.
               88  SITETRN-DEACTIVATE                 VALUE 'D'.
               88  SITETRN-CHANGE                     VALUE 'C'.
               88  SITETRN-REACTIVATE                 VALUE 'R'.
               88  SITETRN-TRANSFER                   VALUE 'T'.
           05  SITETRN-SITE-ID             PIC 9(05).
           05  SITETRN-NAME                PIC X(20).
           05  SITETRN-REGION              PIC X(03).
           05  SITETRN-CHANGE-ID           PIC 9(07).
           05  SITETRN-MAKER-ID            PIC X(08).
           05  SITETRN-CHECKER-ID          PIC X(08).
