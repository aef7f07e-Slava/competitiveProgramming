      *================================================================
      *  DLVASG.CPY
      *
      *  DELIVERY-POINT ASSIGNMENT FILE - ONE RECORD PER CUSTOMER
      *  DELIVERY POINT, NAMING THE DEPOT (SITE MASTER SITE ID) THE
      *  POINT WAS ASSIGNED TO, THE DISTANCE, AND THE RUN DATE OF THE
      *  ASSIGNMENT.
      *
      *  KEPT AS GDG GENERATIONS BY DLVASN, WHICH READS (0) TO SEE
      *  WHERE EVERY CUSTOMER WAS SERVED FROM LAST TIME AND WRITES
      *  (+1) WITH TONIGHT'S ASSIGNMENTS, SO A DEPOT DEACTIVATED ON
      *  SITEMNT SHOWS ON THE NEXT RUN AS THE CUSTOMERS THAT MOVED
      *  AWAY FROM IT AND WHERE EACH WENT. A REJECTED RUN COPIES (0)
      *  ACROSS UNCHANGED.
      *
      *  2026-10-15 SK  ORIGINAL VERSION.
      *================================================================
       01  DLVASG-RECORD.
           05  DLVASG-CUST-ID              PIC X(10).
           05  DLVASG-SITE-ID              PIC 9(05).
           05  DLVASG-DIST                 PIC 9(10)V9(10).
           05  DLVASG-RUN-DATE             PIC 9(08).
