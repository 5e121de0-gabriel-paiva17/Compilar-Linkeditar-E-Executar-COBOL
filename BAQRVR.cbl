      *****************************************************************
      *
      *
      * Licensed Materials - Property of Enterprise Batch Systems
      *
      *****************************************************************
      * THIS COPYBOOK CONTAINS THE REVERSAL REQUEST RECORD LAYOUT READ
      * BY BAQRVGN FROM BAQREVRQ.  ONE RECORD ASKS FOR ONE CALL THAT
      * WENT OUT WRONGLY TO BE BACKED OUT, OR WITHDRAWS A REVERSAL
      * BUILT ON AN EARLIER RUN THAT WAS NOT APPROVED.  CALLS FLAGGED
      * ON BAQSUSPT BY BAQRVAL ARE REVERSED WITHOUT A REQUEST.
      *
      * BAQRVR-ACTION permitted values
      *    VALUE
      *      R    REVERSE THE CALL BAQRVR-SEQ-NBR
      *      W    WITHDRAW THE REVERSAL OF THE CALL BAQRVR-SEQ-NBR --
      *           ITS CROSS-REFERENCE IS REMOVED SO THE CALL CAN BE
      *           REVERSED AGAIN.  REFUSED ONCE THE REVERSAL HAS BEEN
      *           DRIVEN.
      *
      * BAQRVR-BUSINESS-UNIT MUST BE THE CALL'S OWN UNIT (BLANK FOR
      * SINGLE-TENANT WORK) -- A UNIT CAN ONLY BACK OUT ITS OWN CALLS.
      * BAQRVR-REQUESTED-BY AND BAQRVR-REASON ARE PRINTED ON THE
      * REVERSAL REGISTER AND KEPT ON THE CROSS-REFERENCE.
      *
      * ALL NUMERIC FIELDS ARE DISPLAY (NO COMP/COMP-5) BECAUSE
      * BAQREVRQ IS ORGANIZATION LINE SEQUENTIAL -- BINARY USAGE ON A
      * LINE SEQUENTIAL RECORD READS A BAD RECORD.
      *****************************************************************
       01  BAQRVR-RECORD.
         03 BAQRVR-ACTION                PIC X(01).
            88 BAQRVR-REVERSE              VALUE 'R'.
            88 BAQRVR-WITHDRAW             VALUE 'W'.
         03 BAQRVR-SEQ-NBR               PIC 9(09).
         03 BAQRVR-BUSINESS-UNIT         PIC X(06).
         03 BAQRVR-REQUESTED-BY          PIC X(20).
         03 BAQRVR-REASON                PIC X(40).
