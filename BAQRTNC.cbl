      *****************************************************************
      *
      *
      * Licensed Materials - Property of Enterprise Batch Systems
      *
      *****************************************************************
      * THIS COPYBOOK CONTAINS THE BUSINESS RETURN CONTROL RECORD
      * LAYOUT READ BY BAQBRTN FROM BAQRTNC.  ONE RECORD PER BUSINESS
      * UNIT THAT TAKES BACK ITS BUSINESS REJECTS SAYS WHICH OF THE
      * RETURN FILES (BAQRTN01-BAQRTN08) IS ITS OWN.  EACH RETURN FILE
      * CARRIES EXACTLY ONE BUSINESS UNIT.  A UNIT OF '*NONE' TAKES
      * THE REJECTS OF SINGLE-TENANT WORK (NO BUSINESS UNIT ON THE
      * TRANSACTION).  A UNIT WITH REJECTS BUT NO RECORD HERE IS LISTED
      * ON THE BAQBRTN REPORT AS UNASSIGNED.
      *
      * ALL NUMERIC FIELDS ARE DISPLAY (NO COMP/COMP-5) BECAUSE
      * BAQRTNC IS ORGANIZATION LINE SEQUENTIAL -- BINARY USAGE ON A
      * LINE SEQUENTIAL RECORD READS A BAD RECORD.
      *****************************************************************
       01  BAQRTNC-RECORD.
         03 BAQRTNC-BUSINESS-UNIT        PIC X(06).
         03 BAQRTNC-FILE-NBR             PIC 9(02).
         03 BAQRTNC-CONTACT              PIC X(32).
