      *================================================================
      *  DLVPOINT.CPY
      *
      *  CUSTOMER DELIVERY-POINT RECORD. ONE RECORD PER CUSTOMER
      *  DELIVERY POINT, CARRYING THE POINT'S COORDINATES ON THE SAME
      *  GRID AS THE SITE FEED (DSTPOINT) AND THE REGION THE CUSTOMER
      *  IS BILLED TO. READ BY DLVASN, WHICH ASSIGNS EVERY POINT TO
      *  ITS NEAREST ACTIVE DEPOT ON THE SITE MASTER.
      *
      *  SIGN IS CARRIED AS A SEPARATE TRAILING CHARACTER, THE SAME AS
      *  DSTPOINT, SO THE HAND-MAINTAINED FILE STAYS READABLE.
      *
      *  2026-10-15 SK  ORIGINAL VERSION.
      *================================================================
       01  DLVPOINT-RECORD.
           05  DLVPOINT-CUST-ID            PIC X(10).
           05  DLVPOINT-X                  PIC S9(10)9
                                            SIGN IS TRAILING SEPARATE.
           05  DLVPOINT-Y                  PIC S9(10)9
                                            SIGN IS TRAILING SEPARATE.
           05  DLVPOINT-REGION             PIC X(03).
