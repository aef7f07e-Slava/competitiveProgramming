      *================================================================
      *  FACEXT.CPY
      *
      *  FACILITIES SYSTEM SITE EXTRACT - THE WEEKLY FILE FACILITIES
      *  SENDS WITH THE REAL LIST OF DEPOTS. ONE RECORD PER SITE,
      *  KEYED BY THE SAME FIVE-DIGIT SITE ID THE SITE MASTER USES,
      *  WITH THE NAME AND REGION FACILITIES HOLDS, WHETHER THE SITE
      *  IS OPEN OR CLOSED, AND ITS SURVEYED COORDINATES ON THE SAME
      *  GRID AS THE SITE FEED (DSTPOINT), SIGN CARRIED AS A SEPARATE
      *  TRAILING CHARACTER THE SAME WAY.
      *
      *  READ BY FACREC, WHICH RECONCILES IT AGAINST THE SITE MASTER
      *  AND THE LAST SCAN'S COORDINATES.
      *
      *  2026-10-15 SK  ORIGINAL VERSION.
      *================================================================
       01  FACEXT-RECORD.
           05  FACEXT-SITE-ID              PIC 9(05).
           05  FACEXT-NAME                 PIC X(20).
           05  FACEXT-REGION               PIC X(03).
           05  FACEXT-STATUS               PIC X(01).
               88  FACEXT-OPEN                        VALUE 'O'.
               88  FACEXT-CLOSED                      VALUE 'C'.
           05  FACEXT-X                    PIC S9(10)9
                                            SIGN IS TRAILING SEPARATE.
           05  FACEXT-Y                    PIC S9(10)9
                                            SIGN IS TRAILING SEPARATE.
