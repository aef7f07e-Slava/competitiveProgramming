      *================================================================
      *  RGNMST.CPY
      *
      *  REGION MASTER RECORD. ONE RECORD PER REGION, KEYED BY THE
      *  THREE-CHARACTER REGION CODE THAT BRCHMST-REGION AND
      *  SITEMST-REGION CARRY, WITH THE REGION'S NAME, ITS REGIONAL
      *  MANAGER, AND THE BOUNDING BOX OF COORDINATES A SITE IN THE
      *  REGION MAY VALIDLY SIT AT (THE SAME COORDINATE UNITS AS
      *  DSTIN). THE ONE LIST OF REGIONS THE BRANCH AND SITE SIDES
      *  BOTH DRAW FROM, SO A TYPED REGION CAN NO LONGER CREATE A
      *  REGION NOBODY DEFINED.
      *
      *  MAINTAINED BY RGNMNT; READ THROUGH RGNLOAD (RGNTAB.CPY) BY
      *  BRCHMNT AND SITEMNT, WHICH REJECT ANY REGION NOT ACTIVE
      *  HERE, BY DST153E, WHICH LISTS EVERY SITE OUTSIDE ITS
      *  REGION'S BOX, AND BY THE REGIONAL ROLLUP (RGNRUP). AN
      *  INACTIVE REGION STAYS ON THE MASTER SO HISTORY KEEPS
      *  RESOLVING.
      *
      *  2026-10-15 SK  ORIGINAL VERSION.
      *================================================================
       01  RGNMST-RECORD.
           05  RGNMST-CODE                 PIC X(03).
           05  RGNMST-NAME                 PIC X(20).
           05  RGNMST-MANAGER              PIC X(20).
           05  RGNMST-STATUS               PIC X(01).
               88  RGNMST-ACTIVE                      VALUE 'A'.
               88  RGNMST-INACTIVE                    VALUE 'I'.
           05  RGNMST-MIN-X                PIC S9(10)9
                                            SIGN IS TRAILING SEPARATE.
           05  RGNMST-MIN-Y                PIC S9(10)9
                                            SIGN IS TRAILING SEPARATE.
           05  RGNMST-MAX-X                PIC S9(10)9
                                            SIGN IS TRAILING SEPARATE.
           05  RGNMST-MAX-Y                PIC S9(10)9
                                            SIGN IS TRAILING SEPARATE.
