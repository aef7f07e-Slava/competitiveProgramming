      *  RUNCTL.CPY
      *
      *  RUN-CONTROL MASTER RECORD - ONE RECORD PER BUSINESS DATE
      *  (AND CYCLE) THE NIGHTLY STREAM RAN, RECORDING EACH STEP'S
      *  DISPOSITION AND DERIVED RETURN CODE. MAINTAINED AS GDG
      *  GENERATIONS BY RUNUPD (THE LAST STEP OF DLYRECON, RUN EVEN
      *  AFTER AN ABEND), WHICH DERIVES THE DISPOSITIONS FROM THE RUN
      *  JOURNAL; CHECKED AT THE FRONT OF THE STREAM BY RUNCHK,
      *  WHICH REFUSES A BUSINESS DATE THAT ALREADY RAN CLEAN AND
      *  CALLS OUT A SKIPPED ONE, AND GATES THE ADDRRUN RESTART AND
      *  THE DLYRSUM RESUME ON WHAT THE RECORD SAYS ACTUALLY
      *  COMPLETED.
      *
      *  RCTL-STATUS PER STEP:
      *      'C' RAN AND ENDED CLEAN
      *  (00/04/08); 99 MEANS THE STEP DID NOT RUN.
      *
      *  2026-09-01 SK  ORIGINAL VERSION.
      *  2026-10-15 SK  ONE RECORD PER BUSINESS DATE AND CUTOFF CYCLE -
      *                 RCTL-CYCLE IS THE CYCLE THE RECORD COVERS AND
      *                 RCTL-LAST-CYCLE SAYS WHETHER THAT CYCLE CLOSED
      *                 THE DATE ('Y') OR WAS A MIDDAY CYCLE ('N').
      *                 APPENDED AT THE END; RECORDS WRITTEN BEFORE
      *                 THE CHANGE READ BACK WITH BOTH AS SPACES,
      *                 WHICH EVERY READER TAKES AS CYCLE 1 THAT
      *                 CLOSED ITS DATE. RECORD WIDENED 118 TO 120.
      *  2026-10-15 SK  ADDED RCTL-RESUMED-FROM - SPACES FOR A CYCLE
      *                 THAT RAN STRAIGHT THROUGH; FOR A CYCLE FINISHED
      *                 BY THE DLYRSUM RESUME JOB, THE STEP THE RESUME
      *                 RESTARTED FROM. THE RECORD STAYS ONE RECORD
      *                 FOR THE DATE AND CYCLE, THE STEPS THE RESUME
      *                 SKIPPED KEEPING THE DISPOSITIONS THEY EARNED
      *                 BEFORE IT. APPENDED AT THE END; OLDER RECORDS
      *                 READ BACK WITH IT AS SPACES. RECORD WIDENED
      *                 120 TO 128.
      *================================================================
       01  RUNCTL-RECORD.
           05  RCTL-RUN-DATE               PIC 9(08).
                   88  RCTL-FAILED                    VALUE 'F'.
                   88  RCTL-BYPASSED                  VALUE 'B'.
               10  RCTL-RC                 PIC 9(02).
           05  RCTL-CYCLE                  PIC X(01).
           05  RCTL-LAST-CYCLE             PIC X(01).
           05  RCTL-RESUMED-FROM           PIC X(08).
