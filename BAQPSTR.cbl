      *****************************************************************
      *
      *
      * Licensed Materials - Property of Enterprise Batch Systems
      *
      *****************************************************************
      * THIS COPYBOOK CONTAINS THE POSTING INTERFACE RECORD LAYOUT
      * WRITTEN BY BAQPOST TO THE POSTING FILES BAQPST01-BAQPST08 AND
      * LOADED BY THE DOWNSTREAM POSTING SYSTEM.  EVERY FILE CARRIES
      * ONE STUB: A HEADER RECORD, ONE DETAIL RECORD PER GOOD CALL
      * (THE REASSEMBLED BAQPYLOT RESPONSE BODY), AND A TRAILER WITH
      * THE DETAIL RECORD COUNT AND A HASH TOTAL OF THE AMOUNT FIELDS
      * NAMED BY THE STUB'S BAQRULEC CROSSFOOT RULES.  A FILE FOR A
      * STUB WITH NO GOOD CALLS TONIGHT STILL CARRIES ITS HEADER AND A
      * ZERO TRAILER SO THE POSTING SYSTEM CAN TELL "NOTHING TO POST"
      * FROM "FILE NEVER ARRIVED".
      *
      * BAQPSTR-REC-TYPE permitted values
      *    VALUE
      *      H    HEADER  -- FEED ID, RUN DATE, POSTING FILE NUMBER
      *      D    DETAIL  -- SEQUENCE NUMBER, BODY LENGTH AND BODY
      *      T    TRAILER -- DETAIL COUNT AND HASH TOTAL
      *
      * ALL NUMERIC FIELDS ARE DISPLAY (NO COMP/COMP-5) BECAUSE THE
      * POSTING FILES ARE ORGANIZATION LINE SEQUENTIAL -- BINARY
      * USAGE ON A LINE SEQUENTIAL RECORD WRITES A BAD RECORD.
      *****************************************************************
       01  BAQPSTR-RECORD.
         03 BAQPSTR-REC-TYPE             PIC X(01).
            88 BAQPSTR-HEADER              VALUE 'H'.
            88 BAQPSTR-DETAIL              VALUE 'D'.
            88 BAQPSTR-TRAILER             VALUE 'T'.
         03 BAQPSTR-STUB-NAME            PIC X(08).
         03 BAQPSTR-DATA-AREA            PIC X(4113).
         03 BAQPSTR-HEADER-AREA REDEFINES BAQPSTR-DATA-AREA.
            05 BAQPSTR-HDR-FEED-ID       PIC X(08).
            05 BAQPSTR-HDR-RUN-DATE      PIC X(08).
            05 BAQPSTR-HDR-FILE-NBR      PIC 9(02).
            05 FILLER                    PIC X(4095).
         03 BAQPSTR-DETAIL-AREA REDEFINES BAQPSTR-DATA-AREA.
            05 BAQPSTR-DTL-SEQ-NBR       PIC 9(09).
            05 BAQPSTR-DTL-BODY-LEN      PIC 9(04).
            05 BAQPSTR-DTL-BODY          PIC X(4096).
            05 FILLER                    PIC X(04).
         03 BAQPSTR-TRAILER-AREA REDEFINES BAQPSTR-DATA-AREA.
            05 BAQPSTR-TRL-FEED-ID       PIC X(08).
            05 BAQPSTR-TRL-RUN-DATE      PIC X(08).
            05 BAQPSTR-TRL-RECORD-COUNT  PIC 9(09).
            05 BAQPSTR-TRL-HASH-TOTAL    PIC 9(18).
            05 FILLER                    PIC X(4070).
