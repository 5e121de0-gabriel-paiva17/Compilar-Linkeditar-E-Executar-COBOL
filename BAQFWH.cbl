      *****************************************************************
      *
      *
      * Licensed Materials - Property of Enterprise Batch Systems
      *
      *****************************************************************
      * THIS COPYBOOK CONTAINS THE FUTURE-DATED WAREHOUSE RECORD
      * LAYOUT.  THE FILE (BAQFWHSE) IS KEYED BY BAQFWH-KEY AND HOLDS
      * EVERY TRANSACTION HANDED IN AHEAD OF ITS BAQTRIN-EFFECTIVE-DATE,
      * WITH ITS BAQPYLIN PAYLOAD SEGMENTS, UNTIL BAQFREL MERGES IT
      * INTO THE NIGHT'S BAQTRNIN.
      *
      * EACH WAREHOUSE ITEM IS ONE HEADER RECORD (TYPE H, SEGMENT 000)
      * CARRYING THE BAQTRIN RECORD IMAGE, FOLLOWED IN KEY ORDER BY
      * ONE TYPE S RECORD PER PAYLOAD SEGMENT CARRYING THE BAQPREQ
      * RECORD IMAGE UNDER ITS OWN SEGMENT NUMBER.  THE EFFECTIVE
      * DATE, STUB, UNIT AND STAMP FIELDS ARE FILLED ON THE HEADER
      * ONLY.  BAQFWH-EFFECTIVE-DATE IS THE ITEM'S DATE OF RECORD -- A
      * RESCHEDULE CHANGES IT, AND BAQFREL COPIES IT INTO THE
      * TRANSACTION AS IT RELEASES THE ITEM.
      *
      * BAQFWH-REC-TYPE permitted values
      *    VALUE
      *      H    HEADER -- THE TRANSACTION ITSELF
      *      S    SEGMENT -- ONE REQUEST PAYLOAD SEGMENT
      *****************************************************************
       01  BAQFWH-RECORD.
         03 BAQFWH-KEY.
            05 BAQFWH-SEQ-NBR            PIC 9(09).
            05 BAQFWH-REC-TYPE           PIC X(01).
               88 BAQFWH-HEADER            VALUE 'H'.
               88 BAQFWH-SEGMENT           VALUE 'S'.
            05 BAQFWH-SEGMENT-NBR        PIC 9(03).
         03 BAQFWH-EFFECTIVE-DATE        PIC X(08).
         03 BAQFWH-STUB-NAME             PIC X(08).
         03 BAQFWH-BUSINESS-UNIT         PIC X(06).
         03 BAQFWH-STORED-DATE           PIC X(08).
         03 BAQFWH-CHANGED-DATE          PIC X(08).
         03 BAQFWH-TRANSACTION           PIC X(2643).
         03 BAQFWH-SEGMENT-AREA REDEFINES BAQFWH-TRANSACTION.
            05 BAQFWH-SEGMENT-IMAGE      PIC X(527).
            05 FILLER                    PIC X(2116).
