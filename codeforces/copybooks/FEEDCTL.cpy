      *                 AMOUNT PAIR - ADDIN DETAILS NOW CARRY TWO
      *                 UNSIGNED 12-DIGIT AMOUNT FIELDS AND MATCH
      *                 DSTIN'S 29 BYTES. LAYOUT UNCHANGED.
      *  2026-10-15 SK  FEED-HDR-CYCLE TAKEN FROM THE HEADER FILLER -
      *                 THE CUTOFF CYCLE OF THE BUSINESS DATE THE
      *                 COMBINED ADDIN WAS BUILT FOR. FEEDINT STAMPS
      *                 IT; THE ADDER CARRIES IT TO ITS REPORT DATE
      *                 LINE AND JOURNAL ENTRY. SPACE ON A FEED CUT
      *                 OUTSIDE THE STREAM (SUSPENSE RESUBMIT,
      *                 ADJUSTMENT PASS) OR BEFORE THE CHANGE.
      *================================================================
       01  FEED-CONTROL-RECORD.
           05  FEED-REC-TYPE               PIC X(03).
           05  FILLER                      PIC X(03).
           05  FEED-HDR-DATE               PIC 9(08).
           05  FEED-HDR-SOURCE             PIC X(08).
           05  FEED-HDR-CYCLE              PIC X(01).
           05  FILLER                      PIC X(09).
       01  FEED-TRAILER REDEFINES FEED-CONTROL-RECORD.
           05  FILLER                      PIC X(03).
           05  FEED-TRL-COUNT              PIC 9(07).
