      *****************************************************************
      *
      *
      * Licensed Materials - Property of Enterprise Batch Systems
      *
      *****************************************************************
      * THIS COPYBOOK CONTAINS THE CONFIRMATION CONTROL RECORD LAYOUT
      * READ BY BAQRCON FROM BAQCNFC.  ONE RECORD PER STUB WHOSE
      * PROVIDER SENDS A DAILY CONFIRMATION FILE SAYS WHICH OF THE
      * CONFIRMATION FILES (BAQCNF01-BAQCNF08) CARRIES ITS CALLS.  A
      * PROVIDER SERVING SEVERAL STUBS HAS SEVERAL RECORDS NAMING THE
      * SAME FILE.  ONLY STUBS LISTED HERE ARE RECONCILED.
      *
      * ALL NUMERIC FIELDS ARE DISPLAY (NO COMP/COMP-5) BECAUSE
      * BAQCNFC IS ORGANIZATION LINE SEQUENTIAL -- BINARY USAGE ON A
      * LINE SEQUENTIAL RECORD READS A BAD RECORD.
      *****************************************************************
       01  BAQCNFC-RECORD.
         03 BAQCNFC-STUB-NAME            PIC X(08).
         03 BAQCNFC-FILE-NBR             PIC 9(02).
         03 BAQCNFC-PROVIDER             PIC X(20).
