      *================================================================
      *  PRDCTL.CPY
      *
      *  PERIOD CONTROL FILE - THE RECORD OF WHICH STATEMENT MONTHS
      *  HAVE BEEN CLOSED, I.E. REPORTED TO FINANCE. WRITTEN ONLY BY
      *  THE PERIOD-CLOSE RUN (PRDCLS), WHICH READS GENERATION (0)
      *  AND WRITES (+1) WITH THE NEWLY CLOSED MONTH ADDED.
      *
      *  ONE 'M' RECORD PER CLOSED MONTH - THE CLOSE DATE, WHO
      *  SIGNED OFF THE BRANCH STATEMENT (ADDSTMT) AND THE SUSPENSE
      *  AGING (SUSPAGE), AND THE STATEMENT'S TRAILER COUNTS AS
      *  CLOSED - FOLLOWED BY ONE 'B' RECORD PER BRANCH ON THE
      *  SIGNED-OFF STATEMENT FREEZING ITS MONTH TOTALS, THE NIGHTS
      *  IT FED ('Y' PER DAY OF MONTH) AND ITS OPEN SUSPENSE COUNT
      *  AS OF CLOSE.
      *
      *  READ THROUGH PRDLOAD (PRDTAB.CPY) BY THE ADDER, WHICH
      *  REFUSES TO POST INTO A CLOSED MONTH, AND BY SUSPRES; READ
      *  DIRECTLY BY ADDSTMT, WHICH HOLDS A RERUN FOR A CLOSED
      *  MONTH TO THE FROZEN FIGURES.
      *
      *  2026-10-15 SK  ORIGINAL VERSION.
      *================================================================
       01  PRDCTL-RECORD.
           05  PRDC-REC-TYPE               PIC X(01).
               88  PRDC-IS-MONTH                      VALUE 'M'.
               88  PRDC-IS-BRANCH                     VALUE 'B'.
           05  PRDC-MONTH                  PIC 9(06).
           05  FILLER                      PIC X(93).
       01  PRDC-MONTH-RECORD REDEFINES PRDCTL-RECORD.
           05  FILLER                      PIC X(07).
           05  PRDC-CLOSE-DATE             PIC 9(08).
           05  PRDC-STMT-SIGNOFF           PIC X(08).
           05  PRDC-AGING-SIGNOFF          PIC X(08).
           05  PRDC-BRANCH-COUNT           PIC 9(03).
           05  PRDC-UNDATED-COUNT          PIC 9(05).
           05  PRDC-DUP-COUNT              PIC 9(05).
           05  FILLER                      PIC X(56).
       01  PRDC-BRANCH-RECORD REDEFINES PRDCTL-RECORD.
           05  FILLER                      PIC X(07).
           05  PRDC-BRANCH                 PIC X(03).
           05  PRDC-RECORDS                PIC 9(09).
           05  PRDC-BASE-NET               PIC S9(13)V99
                                            SIGN IS TRAILING SEPARATE.
           05  PRDC-OWN-NET                PIC S9(13)V99
                                            SIGN IS TRAILING SEPARATE.
           05  PRDC-OPEN-COUNT             PIC 9(05).
           05  PRDC-NIGHTS                 PIC X(31).
           05  FILLER                      PIC X(13).
