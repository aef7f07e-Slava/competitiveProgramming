      *================================================================
      *  ACCTSTS.CPY
      *
      *  ACCOUNT FLAG STATUS MASTER. BINOUT IS REWRITTEN EVERY NIGHT
      *  AND BINCMP ONLY LOOKS BACK ONE GENERATION; THIS IS WHERE AN
      *  ACCOUNT'S FLAGS ARE KEPT OVER TIME. TWO RECORD TYPES:
      *
      *    'A' ACCOUNT RECORD - ONE PER BINACCT-ACCOUNT EVER ENCODED,
      *        KEYED BY THE ACCOUNT. THE CURRENT STATUS VALUE AND BIT
      *        TABLE, THE DATE THE ACCOUNT FIRST CAME THROUGH THE
      *        ENCODER, THE DATE IT LAST CHANGED, AND FOR EACH BIT
      *        POSITION THE DATE THE FLAG WAS FIRST SET (ZERO WHILE
      *        IT IS NOT SET). A FLAG THAT IS CLEARED AND SET AGAIN
      *        STARTS A NEW SET DATE.
      *
      *    'H' HISTORY RECORD - ONE PER CHANGE, DATED AND STAMPED
      *        WITH THE CUTOFF CYCLE, CARRYING THE VALUE AND BIT
      *        TABLE BEFORE AND AFTER. 'N' AN ACCOUNT SEEN FOR THE
      *        FIRST TIME, 'C' A CHANGED VALUE, 'D' AN ACCOUNT NO
      *        LONGER ON BININ (EVERY FLAG LOST), 'R' A DROPPED
      *        ACCOUNT BACK ON BININ. THE FLAGS AN ACCOUNT CARRIED ON
      *        ANY DATE ARE THE AFTER-TABLE OF ITS LATEST HISTORY
      *        RECORD ON OR BEFORE THAT DATE.
      *
      *  BIT TABLES ARE HELD LOW-ORDER BIT FIRST - POSITION 1 IS BIT
      *  00 - THE SAME ORDER AS THE ENCODER'S BIT TABLE AND FLG-NAME,
      *  NOT THE PRINTED BIT STRING.
      *
      *  MAINTAINED AS GDG GENERATIONS BY BIN153B, WHICH READS (0)
      *  AND WRITES (+1): THE HISTORY RECORDS FIRST, OLDEST FIRST,
      *  TONIGHT'S CHANGES APPENDED, THEN EVERY ACCOUNT RECORD. READ
      *  BY ACCTINQ FOR THE POINT-IN-TIME INQUIRY.
      *
      *  2026-10-15 SK  ORIGINAL VERSION.
      *================================================================
       01  ACCTSTS-ACCOUNT.
           05  ASTS-REC-TYPE               PIC X(01).
               88  ASTS-IS-ACCOUNT                    VALUE 'A'.
           05  ASTS-ACCOUNT                PIC X(10).
           05  ASTS-STATUS                 PIC X(01).
               88  ASTS-ON-BININ                      VALUE 'A'.
               88  ASTS-DROPPED                       VALUE 'D'.
           05  ASTS-VALUE                  PIC 9(10).
           05  ASTS-BITS                   PIC X(30).
           05  ASTS-FIRST-SEEN             PIC 9(08).
           05  ASTS-LAST-CHANGE            PIC 9(08).
           05  ASTS-SET-DATES.
               10  ASTS-SET-DATE           PIC 9(08)  OCCURS 30 TIMES.
           05  FILLER                      PIC X(12).
       01  ACCTSTS-HISTORY.
           05  ASTH-REC-TYPE               PIC X(01).
               88  ASTH-IS-HISTORY                    VALUE 'H'.
           05  ASTH-ACCOUNT                PIC X(10).
           05  ASTH-CHANGE-DATE            PIC 9(08).
           05  ASTH-CYCLE                  PIC X(01).
           05  ASTH-CHANGE-TYPE            PIC X(01).
               88  ASTH-NEW                           VALUE 'N'.
               88  ASTH-CHANGED                       VALUE 'C'.
               88  ASTH-DROPPED                       VALUE 'D'.
               88  ASTH-RETURNED                      VALUE 'R'.
           05  ASTH-OLD-VALUE              PIC 9(10).
           05  ASTH-NEW-VALUE              PIC 9(10).
           05  ASTH-OLD-BITS               PIC X(30).
           05  ASTH-NEW-BITS               PIC X(30).
           05  FILLER                      PIC X(219).
