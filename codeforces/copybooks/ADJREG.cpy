      *================================================================
      *  ADJREG.CPY
      *
      *  ADJUSTMENT REGISTER RECORD. ONE RECORD PER POSTED LEG OF AN
      *  ADJUSTMENT: A REVERSAL LEG ('R') BACKS AN ORIGINAL POSTING
      *  OUT IN FULL, A REPLACEMENT LEG ('N') POSTS THE CORRECTED
      *  PAIR THAT STANDS IN ITS PLACE. EVERY LEG NAMES WHERE IT
      *  POSTED - THE ADJUSTMENT PASS'S BUSINESS DATE AND ITS
      *  SEQUENCE ON THAT PASS'S ADDRPT (SOURCE ADJUST) - AND THE
      *  ORIGINAL IT ADJUSTS - BUSINESS DATE, BRANCH, SEQUENCE AND
      *  SOURCE OF THE ORIGINAL ADDRPT GENERATION - SO AUDIT CAN
      *  TRACE BOTH ENTRIES FROM EITHER END.
      *
      *  WRITTEN BY ADJREG, WHICH CARRIES THE REGISTER FORWARD ONE
      *  GENERATION PER ADJUSTMENT PASS; READ BY ADJEDIT, WHICH
      *  REFUSES TO REVERSE AN ORIGINAL THE REGISTER ALREADY SHOWS
      *  REVERSED. ADJEDIT ALSO HANDS ITS ACCEPTED LEGS TO ADJREG IN
      *  THIS LAYOUT (ADJPEND) WITH ADJREG-ADJ-SEQ HOLDING THE LEG'S
      *  RECORD NUMBER ON THE ADJUSTMENT FEED AND ADJREG-SUM ZERO,
      *  UNTIL ADJREG FINDS WHERE EACH LEG ACTUALLY POSTED.
      *
      *  A LEG THE ADJUSTMENT PASS REJECTED TO SUSPENSE IS REGISTERED
      *  TOO, STATUS 'S', WITH ADJREG-ADJ-SEQ HOLDING ITS FEED RECORD
      *  NUMBER (THE SEQUENCE IT IS SUSPENDED UNDER) AND ADJREG-SUM
      *  ZERO, SO A REVERSAL WAITING ON SUSPENSE STILL BLOCKS A SECOND
      *  REVERSAL OF THE SAME ORIGINAL.
      *
      *  AMOUNTS ARE BASE CURRENCY, AS ADDRPT CARRIES THEM.
      *
      *  2026-10-15 SK  ORIGINAL VERSION.
      *  2026-10-15 SK  ADJREG-ORIG-CYCLE TAKEN FROM THE FILLER - THE
      *                 CUTOFF CYCLE OF THE ORIGINAL'S NIGHTLY ADDRPT
      *                 GENERATION, SINCE A DATE'S CYCLES EACH NUMBER
      *                 THEIR POSTINGS FROM 1. SPACE FOR A RESUBMIT OR
      *                 ADJUSTMENT ORIGINAL, AND ON A LEG REGISTERED
      *                 BEFORE THE CHANGE (READ AS CYCLE 1).
      *  2026-10-15 SK  ADJREG-STATUS TAKEN FROM THE FILLER - 'S' FOR A
      *                 LEG REGISTERED WHILE ON SUSPENSE; 'P' OR SPACE
      *                 FOR A POSTED LEG.
      *================================================================
       01  ADJREG-RECORD.
           05  ADJREG-ADJ-DATE             PIC 9(08).
           05  ADJREG-ADJ-SEQ              PIC 9(07).
           05  ADJREG-LEG                  PIC X(01).
               88  ADJREG-REVERSAL                    VALUE 'R'.
               88  ADJREG-REPLACEMENT                 VALUE 'N'.
           05  ADJREG-BRANCH               PIC X(03).
           05  ADJREG-SUM                  PIC S9(10)V99
                                            SIGN IS TRAILING SEPARATE.
           05  ADJREG-ORIG-DATE            PIC 9(08).
           05  ADJREG-ORIG-BRANCH          PIC X(03).
           05  ADJREG-ORIG-SEQ             PIC 9(07).
           05  ADJREG-ORIG-SOURCE          PIC X(08).
           05  ADJREG-ORIG-SUM             PIC S9(10)V99
                                            SIGN IS TRAILING SEPARATE.
           05  ADJREG-ORIG-CYCLE           PIC X(01).
           05  ADJREG-STATUS               PIC X(01).
               88  ADJREG-IN-SUSPENSE                 VALUE 'S'.
               88  ADJREG-LEG-POSTED                  VALUE 'P' ' '.
           05  FILLER                      PIC X(07).
