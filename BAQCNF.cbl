      *****************************************************************
      *
      *
      * Licensed Materials - Property of Enterprise Batch Systems
      *
      *****************************************************************
      * THIS COPYBOOK CONTAINS THE PROVIDER CONFIRMATION RECORD LAYOUT
      * READ BY BAQRCON FROM THE DAILY CONFIRMATION FILES (BAQCNF01-
      * BAQCNF08).  EACH API PROVIDER THAT TAKES PART SENDS ONE RECORD
      * FOR EVERY CALL IT PROCESSED, CARRYING ITS OWN REFERENCE AND
      * OUR SEQUENCE NUMBER.  BAQCNF-PROCESS-DATE IS THE DATE THE
      * PROVIDER TOOK THE CALL, WHICH IS THE DATE WE MADE IT.
      *
      * BAQCNF-AMOUNT IS THE SAME UNSIGNED DIGIT STRING AS THE STUB'S
      * CROSSFOOT TOTAL FIELD (BAQRULEC) IN OUR RESPONSE BODY, RIGHT-
      * JUSTIFIED AND ZERO-FILLED.  SPACES MEAN THE CALL CARRIES NO
      * AMOUNT AND NONE IS COMPARED.
      *
      * BAQCNF-STATUS permitted values
      *    VALUE
      *      S    PROCESSED
      *      R    REJECTED ON ITS DATA
      *
      * ALL NUMERIC FIELDS ARE DISPLAY (NO COMP/COMP-5) BECAUSE THE
      * CONFIRMATION FILES ARE ORGANIZATION LINE SEQUENTIAL -- BINARY
      * USAGE ON A LINE SEQUENTIAL RECORD READS A BAD RECORD.
      *****************************************************************
       01  BAQCNF-RECORD.
         03 BAQCNF-PROVIDER-REF          PIC X(20).
         03 BAQCNF-SEQ-NBR               PIC 9(09).
         03 BAQCNF-STUB-NAME             PIC X(08).
         03 BAQCNF-STATUS                PIC X(01).
            88 BAQCNF-PROCESSED            VALUE 'S'.
            88 BAQCNF-REJECTED             VALUE 'R'.
         03 BAQCNF-AMOUNT                PIC 9(18).
         03 BAQCNF-AMOUNT-X REDEFINES BAQCNF-AMOUNT
                                         PIC X(18).
         03 BAQCNF-PROCESS-DATE          PIC X(08).
