      *  STAYS ON THE MASTER SO ITS HISTORY KEEPS RESOLVING.
      *
      *  2026-09-01 SK  ORIGINAL VERSION.
      *  2026-10-15 SK  ADDED BRCHMST-CURRENCY, THE BRANCH'S BOOKING
      *                 CURRENCY. SPACES MEANS THE BASE CURRENCY, SO
      *                 EVERY BRANCH ON THE MASTER BEFORE THE CHANGE
      *                 KEEPS POSTING AS IT ALWAYS DID; A FOREIGN
      *                 CODE MAKES ADD153A CONVERT THE BRANCH'S PAIRS
      *                 AT THE DAY'S RATE (RATFIL). RECORD WIDENED
      *                 27 TO 30.
      *================================================================
       01  BRCHMST-RECORD.
           05  BRCHMST-CODE                PIC X(03).
           05  BRCHMST-STATUS              PIC X(01).
               88  BRCHMST-ACTIVE                     VALUE 'A'.
               88  BRCHMST-INACTIVE                   VALUE 'I'.
           05  BRCHMST-CURRENCY            PIC X(03).
