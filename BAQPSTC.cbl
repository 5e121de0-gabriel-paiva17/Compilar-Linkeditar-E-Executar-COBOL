      *****************************************************************
      *
      *
      * Licensed Materials - Property of Enterprise Batch Systems
      *
      *****************************************************************
      * THIS COPYBOOK CONTAINS THE POSTING INTERFACE CONTROL RECORD
      * LAYOUT READ BY BAQPOST FROM BAQPOSTC.  ONE RECORD PER STUB
      * WHOSE GOOD RESPONSES FEED THE POSTING SYSTEM SAYS WHICH OF THE
      * POSTING FILES (BAQPST01-BAQPST08) CARRIES THAT STUB, AND THE
      * FEED IDENTIFIER THE POSTING SYSTEM EXPECTS ON THE FILE HEADER.
      * EACH POSTING FILE CARRIES EXACTLY ONE STUB.  A STUB WITH NO
      * RECORD HERE IS NOT POSTED; ITS CALLS ARE COUNTED ON THE
      * BAQPOST CONTROL REPORT AS UNASSIGNED.
      *
      * ALL NUMERIC FIELDS ARE DISPLAY (NO COMP/COMP-5) BECAUSE
      * BAQPOSTC IS ORGANIZATION LINE SEQUENTIAL -- BINARY USAGE ON A
      * LINE SEQUENTIAL RECORD READS A BAD RECORD.
      *****************************************************************
       01  BAQPSTC-RECORD.
         03 BAQPSTC-STUB-NAME            PIC X(08).
         03 BAQPSTC-FILE-NBR             PIC 9(02).
         03 BAQPSTC-FEED-ID              PIC X(08).
         03 FILLER                       PIC X(22).
