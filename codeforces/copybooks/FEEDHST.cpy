      *================================================================
      *  FEEDHST.CPY
      *
      *  BRANCH FEED HISTORY - A ROLLING RECORD OF EVERY BRANCH FEED
      *  THE INTAKE (FEEDINT) ACCEPTED, KEPT FOR THE NUMBER OF
      *  BUSINESS DAYS FEED-HIST-DAYS ON THE PARAMETER FILE SAYS.
      *  A BRANCH THAT RE-TRANSMITS A PRIOR NIGHT'S DETAILS UNDER
      *  TONIGHT'S HEADER PASSES EVERY HDR/TRL CHECK, SO EACH
      *  ACCEPTED FEED IS REMEMBERED BY ITS COUNT, HASH AND A
      *  DETAIL FINGERPRINT, AND EACH OF ITS DETAILS IS REMEMBERED
      *  VERBATIM, FOR THE NEXT NIGHTS TO BE CHECKED AGAINST.
      *
      *  ONE FEED RECORD ('F') PER ACCEPTED BRANCH FEED, AND ONE
      *  PAIR RECORD ('P') PER DETAIL IT CARRIED. BOTH ARE KEYED BY
      *  BRANCH AND THE FEED'S HDR BUSINESS DATE; A RERUN OF THE
      *  SAME BUSINESS DATE REPLACES THAT DATE'S RECORDS RATHER
      *  THAN MATCHING THEM.
      *
      *  THE FINGERPRINT IS THE SUM OVER THE FEED'S DETAILS OF
      *  (FIELD A + 2 X FIELD B) WEIGHTED BY THE DETAIL'S POSITION
      *  (1 TO 97, CYCLING), KEPT TO THE LOW-ORDER 13 DIGITS LIKE
      *  THE FEEDCTL HASH. THE HASH ALONE CANNOT TELL A REORDERED
      *  OR A-FOR-B SWAPPED FEED FROM THE ORIGINAL; THE FINGERPRINT
      *  CAN.
      *
      *  MAINTAINED AS GDG GENERATIONS - FEEDINT READS (0) AND
      *  WRITES (+1) EVERY NIGHT, DROPPING RECORDS THAT HAVE AGED
      *  PAST THE RETENTION.
      *
      *  2026-10-15 SK  ORIGINAL VERSION.
      *  2026-10-15 SK  FHST-CYCLE APPENDED - THE CUTOFF CYCLE THE FEED
      *                 ARRIVED IN. RECORDS ARE NOW KEYED BY BRANCH,
      *                 BUSINESS DATE AND CYCLE, SO A BRANCH'S MIDDAY
      *                 FEED IS NEITHER REPLACED BY NOR MATCHED AS A
      *                 REPLAY OF ITS OWN EVENING FEED, AND A BRANCH
      *                 THAT SENDS IN BOTH CYCLES OF A DATE SHOWS UP.
      *                 OLDER RECORDS READ BACK WITH THE CYCLE AS
      *                 SPACE, TAKEN AS CYCLE 1. RECORD WIDENED 53 TO
      *                 54.
      *================================================================
       01  FEEDHST-RECORD.
           05  FHST-REC-TYPE               PIC X(01).
               88  FHST-IS-FEED                       VALUE 'F'.
               88  FHST-IS-PAIR                       VALUE 'P'.
           05  FHST-BRANCH                 PIC X(03).
           05  FHST-BUS-DATE               PIC 9(08).
           05  FILLER                      PIC X(41).
           05  FHST-CYCLE                  PIC X(01).
       01  FEEDHST-FEED REDEFINES FEEDHST-RECORD.
           05  FILLER                      PIC X(12).
           05  FHST-COUNT                  PIC 9(07).
           05  FHST-HASH                   PIC 9(13).
           05  FHST-FPRINT                 PIC 9(13).
           05  FHST-ACCEPT-DATE            PIC 9(08).
           05  FILLER                      PIC X(01).
       01  FEEDHST-PAIR REDEFINES FEEDHST-RECORD.
           05  FILLER                      PIC X(12).
           05  FHST-PAIR                   PIC X(29).
           05  FILLER                      PIC X(13).
