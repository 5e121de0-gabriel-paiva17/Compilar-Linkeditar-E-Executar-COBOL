      *****************************************************************
      *
      *
      * Licensed Materials - Property of Enterprise Batch Systems
      *
      *****************************************************************
      * THIS COPYBOOK CONTAINS THE RECONCILIATION OPEN-ITEM RECORD
      * LAYOUT.  BAQRCON READS LAST NIGHT'S OPEN ITEMS FROM BAQROPEN
      * AND WRITES EVERY ITEM STILL UNMATCHED TO BAQROPNW, WHICH THE
      * JCL HANDS TO THE NEXT RUN AS BAQROPEN.  AN ITEM IS EITHER ONE
      * OF OUR CALLS THE PROVIDER HAS NOT CONFIRMED (SIDE O) OR A
      * PROVIDER CONFIRMATION WE HAVE NO CALL FOR (SIDE T).  IT AGES
      * FROM BAQROPN-ITEM-DATE UNTIL IT MATCHES OR IS CLOSED BY HAND
      * ON BAQROCLS.
      *
      * BAQRCON ALSO BUILDS ITS MATCHING WORK FILE IN THIS LAYOUT, SO
      * THE FRONT OF THE RECORD (SEQUENCE NUMBER, DATE, SIDE, ORIGIN,
      * PROVIDER REFERENCE) IS THE SORT KEY.
      *
      * BAQROPN-SIDE permitted values
      *    VALUE
      *      O    OURS -- A CALL ON BAQAUDIT
      *      T    THEIRS -- A RECORD ON A PROVIDER CONFIRMATION FILE
      *
      * BAQROPN-ORIGIN permitted values
      *    VALUE
      *      C    CARRIED FORWARD FROM AN EARLIER NIGHT
      *      N    NEW TONIGHT
      *
      * BAQROPN-STATUS permitted values
      *    VALUE
      *      S    SUCCEEDED (OURS) / PROCESSED (THEIRS)
      *      R    REJECTED AS A BUSINESS REJECT
      *      F    FAILED -- ON BAQEXCPT (OURS ONLY)
      *
      * ALL NUMERIC FIELDS ARE DISPLAY (NO COMP/COMP-5) BECAUSE
      * BAQROPEN IS ORGANIZATION LINE SEQUENTIAL -- BINARY USAGE ON A
      * LINE SEQUENTIAL RECORD WRITES A BAD RECORD.
      *****************************************************************
       01  BAQROPN-RECORD.
         03 BAQROPN-MATCH-KEY.
            05 BAQROPN-SEQ-NBR           PIC 9(09).
            05 BAQROPN-ITEM-DATE         PIC X(08).
         03 BAQROPN-SIDE                 PIC X(01).
            88 BAQROPN-OURS                VALUE 'O'.
            88 BAQROPN-THEIRS              VALUE 'T'.
         03 BAQROPN-ORIGIN               PIC X(01).
            88 BAQROPN-CARRIED             VALUE 'C'.
            88 BAQROPN-NEW                 VALUE 'N'.
         03 BAQROPN-PROVIDER-REF         PIC X(20).
         03 BAQROPN-STUB-NAME            PIC X(08).
         03 BAQROPN-BUSINESS-UNIT        PIC X(06).
         03 BAQROPN-STATUS               PIC X(01).
            88 BAQROPN-SUCCEEDED           VALUE 'S'.
            88 BAQROPN-REJECTED            VALUE 'R'.
            88 BAQROPN-FAILED              VALUE 'F'.
         03 BAQROPN-AMOUNT-SWITCH        PIC X(01).
            88 BAQROPN-AMOUNT-KNOWN        VALUE 'Y'.
         03 BAQROPN-AMOUNT               PIC 9(18).
         03 BAQROPN-FILE-NBR             PIC 9(02).
         03 FILLER                       PIC X(05).
