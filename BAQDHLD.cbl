      *****************************************************************
      *
      *
      * Licensed Materials - Property of Enterprise Batch Systems
      *
      *****************************************************************
      * THIS COPYBOOK CONTAINS THE DEPENDENCY-HOLD RECORD LAYOUT.
      * BAQRDRV WRITES ONE TO BAQDHOLD FOR EVERY CHILD TRANSACTION
      * (BAQTRIN-PARENT-SEQ-NBR NOT ZERO) WHOSE PARENT DID NOT SUCCEED
      * IN THIS RUN OR AN EARLIER ONE.  THE CHILD IS NOT CALLED.
      *
      * BAQDHLD-TRANSACTION IS THE UNTOUCHED BAQTRIN-RECORD IMAGE, SO
      * THE FIRST 2643 BYTES OF A HELD RECORD CAN BE RESUBMITTED AS A
      * BAQTRNIN DECK ONCE THE PARENT HAS GONE THROUGH.
      *
      * BAQDHLD-REASON-CODE permitted values
      *    VALUE
      *      F    PARENT WAS CALLED THIS RUN AND FAILED
      *      B    PARENT WAS CALLED THIS RUN AND REJECTED AS A
      *           BUSINESS REJECT
      *      D    PARENT WAS DEFERRED -- ITS STUB'S BREAKER TRIPPED
      *      Q    PARENT WAS HELD AT ITS BUSINESS UNIT'S QUOTA
      *      H    PARENT WAS ITSELF HELD FOR ITS OWN PARENT
      *      N    PARENT WAS NOT DRIVEN THIS RUN AND THE BAQDUPRG
      *           REGISTRY SHOWS NO SUCCESSFUL CALL FOR IT ON ANY DAY
      *
      * ALL NUMERIC FIELDS ARE DISPLAY (NO COMP/COMP-5) BECAUSE
      * BAQDHOLD IS ORGANIZATION LINE SEQUENTIAL -- BINARY USAGE ON A
      * LINE SEQUENTIAL RECORD WRITES A BAD RECORD.
      *****************************************************************
       01  BAQDHLD-RECORD.
         03 BAQDHLD-TRANSACTION          PIC X(2643).
         03 BAQDHLD-PARENT-SEQ-NBR       PIC 9(09).
         03 BAQDHLD-REASON-CODE          PIC X(01).
            88 BAQDHLD-PARENT-FAILED       VALUE 'F'.
            88 BAQDHLD-PARENT-REJECTED     VALUE 'B'.
            88 BAQDHLD-PARENT-DEFERRED     VALUE 'D'.
            88 BAQDHLD-PARENT-QUOTA-HELD   VALUE 'Q'.
            88 BAQDHLD-PARENT-DEP-HELD     VALUE 'H'.
            88 BAQDHLD-PARENT-NOT-RUN      VALUE 'N'.
         03 BAQDHLD-REASON               PIC X(50).
         03 BAQDHLD-HOLD-DATE            PIC X(08).
         03 BAQDHLD-HOLD-TIME            PIC X(06).
