      *================================================================
      *  BRLEDG.CPY
      *
      *  BRANCH LEDGER MASTER - ONE RECORD PER BRANCH, KEYED BY THE
      *  BRANCH MASTER CODE (BRCHMST-CODE), CARRYING THE BRANCH'S
      *  CLOSING BALANCE AND THE LAST BUSINESS DATE POSTED INTO IT.
      *  THE ADDER STARTS EVERY BRANCH AT ZERO EACH NIGHT AND ITS
      *  SUBTOTALS ONLY COVER THE ONE NIGHT; THIS IS WHERE A
      *  BRANCH'S ACTUAL POSITION LIVES FROM NIGHT TO NIGHT.
      *
      *  MAINTAINED AS GDG GENERATIONS BY LEDGPST, WHICH READS (0),
      *  POSTS THE NIGHT'S ADDRPT ACTIVITY AND ANY SUSPENSE CLEARED
      *  SINCE THE LAST POSTING, AND WRITES (+1). A DATE AT OR
      *  BEFORE BRLG-LAST-POSTED IS NEVER POSTED AGAIN.
      *
      *  2026-10-15 SK  ORIGINAL VERSION.
      *  2026-10-15 SK  BRLG-LAST-CYCLE TAKEN FROM THE FILLER - THE
      *                 CUTOFF CYCLE OF BRLG-LAST-POSTED THE BRANCH
      *                 WAS LAST POSTED THROUGH. '9' (OR SPACE ON A
      *                 RECORD WRITTEN BEFORE THE CHANGE) MEANS THE
      *                 DATE IS CLOSED; A LOWER DIGIT MEANS ONLY THAT
      *                 DATE'S MIDDAY CYCLES ARE IN AND ITS LATER
      *                 CYCLES ARE STILL TO POST.
      *================================================================
       01  BRLEDG-RECORD.
           05  BRLG-CODE                   PIC X(03).
           05  BRLG-BALANCE                PIC S9(13)V99
                                            SIGN IS TRAILING SEPARATE.
           05  BRLG-LAST-POSTED            PIC 9(08).
           05  BRLG-LAST-CYCLE             PIC X(01).
           05  FILLER                      PIC X(12).
