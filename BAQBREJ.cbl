      *****************************************************************
      *
      *
      * Licensed Materials - Property of Enterprise Batch Systems
      *
      *****************************************************************
      * THIS COPYBOOK CONTAINS THE BUSINESS RETURN RECORD LAYOUT.
      * BAQRDRV WRITES ONE TO BAQBRJCT FOR EVERY CALL THE BAQSTCAT
      * STATUS-CODE CATALOG CLASSES AS A BUSINESS REJECT -- THE API
      * WORKED AND REFUSED THE DATA, SO THE CALL IS NOT AN EXCEPTION
      * AND IS NOT RESUBMITTED.  BAQBRTN SORTS THE FILE BY BUSINESS
      * UNIT AND COPIES EACH UNIT'S RECORDS, IN THIS SAME LAYOUT, TO
      * THAT UNIT'S RETURN FILE (BAQRTN01-BAQRTN08), AND BAQPOST HOLDS
      * THE CALLS BACK FROM POSTING.
      *
      * BAQBREJ-REASON IS THE CATALOG'S READABLE REASON (OR, WHEN THE
      * CATALOG GIVES NONE, THE FRONT OF THE API'S OWN MESSAGE);
      * BAQBREJ-STATUS-MESSAGE IS THE FRONT OF THE API'S MESSAGE AS
      * RETURNED.
      *
      * ALL NUMERIC FIELDS ARE DISPLAY (NO COMP/COMP-5) BECAUSE
      * BAQBRJCT IS ORGANIZATION LINE SEQUENTIAL -- BINARY USAGE ON A
      * LINE SEQUENTIAL RECORD WRITES A BAD RECORD.
      *****************************************************************
       01  BAQBREJ-RECORD.
         03 BAQBREJ-BUSINESS-UNIT        PIC X(06).
         03 BAQBREJ-SEQ-NBR              PIC 9(09).
         03 BAQBREJ-STUB-NAME            PIC X(08).
         03 BAQBREJ-RETURN-CODE          PIC S9(09).
         03 BAQBREJ-STATUS-CODE          PIC S9(09).
         03 BAQBREJ-REASON               PIC X(60).
         03 BAQBREJ-STATUS-MESSAGE       PIC X(256).
         03 BAQBREJ-DATE-STAMP           PIC X(08).
         03 BAQBREJ-TIME-STAMP           PIC X(06).
