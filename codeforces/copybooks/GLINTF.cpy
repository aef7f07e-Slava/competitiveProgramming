      *================================================================
      *  GLINTF.CPY
      *
      *  GENERAL-LEDGER INTERFACE FILE WRITTEN BY GLEXT FOR THE
      *  MORNING GL LOAD - THE BRANCH TOTALS FINANCE USED TO REKEY
      *  OFF ADDRPT. THE SAME CONTROL-RECORD DISCIPLINE AS THE
      *  INPUT FEEDS (FEEDCTL): ONE HEADER ('HDR' + BUSINESS DATE
      *  + SOURCE SYSTEM), THE JOURNAL-ENTRY LINES ('DTL'), AND ONE
      *  TRAILER ('TRL' + LINE COUNT + DEBIT AND CREDIT TOTALS),
      *  SO THE GL SIDE CAN PROVE A COMPLETE, BALANCED FILE BEFORE
      *  IT LOADS A LINE.
      *
      *  EVERY BRANCH WITH A NET MOVEMENT GIVES TWO DETAIL LINES -
      *  ITS OWN GL ACCOUNT (GLI-DTL-LINE-TYPE 'B') AND THE
      *  OFFSETTING CLEARING ACCOUNT ('C') - FOR THE SAME AMOUNT
      *  ON OPPOSITE SIDES. AMOUNTS ARE UNSIGNED; THE DEBIT/CREDIT
      *  INDICATOR CARRIES THE DIRECTION. A NET INCREASE DEBITS THE
      *  BRANCH ACCOUNT.
      *
      *  2026-10-15 SK  ORIGINAL VERSION.
      *================================================================
       01  GL-INTERFACE-RECORD.
           05  GLI-REC-TYPE                PIC X(03).
               88  GLI-IS-HEADER                      VALUE 'HDR'.
               88  GLI-IS-DETAIL                      VALUE 'DTL'.
               88  GLI-IS-TRAILER                     VALUE 'TRL'.
           05  FILLER                      PIC X(57).
       01  GL-INTERFACE-HEADER REDEFINES GL-INTERFACE-RECORD.
           05  FILLER                      PIC X(03).
           05  GLI-HDR-DATE                PIC 9(08).
           05  GLI-HDR-SOURCE              PIC X(08).
           05  FILLER                      PIC X(41).
       01  GL-INTERFACE-DETAIL REDEFINES GL-INTERFACE-RECORD.
           05  FILLER                      PIC X(03).
           05  GLI-DTL-DATE                PIC 9(08).
           05  GLI-DTL-ACCOUNT             PIC X(12).
           05  GLI-DTL-DRCR                PIC X(01).
               88  GLI-DTL-DEBIT                      VALUE 'D'.
               88  GLI-DTL-CREDIT                     VALUE 'C'.
           05  GLI-DTL-AMOUNT              PIC 9(13)V99.
           05  GLI-DTL-BRANCH              PIC X(03).
           05  GLI-DTL-LINE-TYPE           PIC X(01).
               88  GLI-DTL-BRANCH-LINE                VALUE 'B'.
               88  GLI-DTL-CLEARING-LINE              VALUE 'C'.
           05  FILLER                      PIC X(17).
       01  GL-INTERFACE-TRAILER REDEFINES GL-INTERFACE-RECORD.
           05  FILLER                      PIC X(03).
           05  GLI-TRL-COUNT               PIC 9(07).
           05  GLI-TRL-DEBITS              PIC 9(13)V99.
           05  GLI-TRL-CREDITS             PIC 9(13)V99.
           05  FILLER                      PIC X(20).
