      *****************************************************************
      *
      *
      * Licensed Materials - Property of Enterprise Batch Systems
      *
      *****************************************************************
      * THIS COPYBOOK CONTAINS THE OPEN-ITEM CLOSURE RECORD LAYOUT
      * READ BY BAQRCON FROM BAQROCLS.  ONE RECORD CLOSES ONE OPEN
      * ITEM BY HAND ONCE IT HAS BEEN SETTLED WITH THE PROVIDER (A
      * DUPLICATE THEY HAVE REVERSED, A CALL WE HAVE RESENT).  THE
      * ITEM IS NAMED BY SEQUENCE NUMBER, ITEM DATE AND SIDE, AND FOR
      * A PROVIDER-SIDE ITEM BY THE PROVIDER REFERENCE AS WELL.  THE
      * ITEM IS DROPPED FROM THE OPEN-ITEMS FILE AND SHOWN AS CLOSED
      * ON THE REPORT.
      *
      * BAQROCL-SIDE permitted values
      *    VALUE
      *      O    OURS
      *      T    THEIRS
      *
      * ALL NUMERIC FIELDS ARE DISPLAY (NO COMP/COMP-5) BECAUSE
      * BAQROCLS IS ORGANIZATION LINE SEQUENTIAL -- BINARY USAGE ON A
      * LINE SEQUENTIAL RECORD READS A BAD RECORD.
      *****************************************************************
       01  BAQROCL-RECORD.
         03 BAQROCL-SEQ-NBR              PIC 9(09).
         03 BAQROCL-ITEM-DATE            PIC X(08).
         03 BAQROCL-SIDE                 PIC X(01).
            88 BAQROCL-OURS                VALUE 'O'.
            88 BAQROCL-THEIRS              VALUE 'T'.
         03 BAQROCL-PROVIDER-REF         PIC X(20).
         03 BAQROCL-CLOSED-BY            PIC X(20).
         03 BAQROCL-REASON               PIC X(40).
