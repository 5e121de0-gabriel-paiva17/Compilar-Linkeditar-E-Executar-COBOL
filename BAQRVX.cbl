      *****************************************************************
      *
      *
      * Licensed Materials - Property of Enterprise Batch Systems
      *
      *****************************************************************
      * THIS COPYBOOK CONTAINS THE REVERSAL CROSS-REFERENCE RECORD
      * LAYOUT MAINTAINED BY BAQRVGN ON THE KEYED FILE BAQRVXRF.  EVERY
      * REVERSAL BUILT IS RECORDED TWICE: UNDER THE ORIGINAL CALL'S
      * SEQUENCE NUMBER (TYPE O), SO THE SAME CALL CANNOT BE REVERSED
      * A SECOND TIME, AND UNDER THE REVERSAL'S OWN SEQUENCE NUMBER
      * (TYPE R), SO A REVERSAL IS NEVER ITSELF REVERSED.
      * BAQRVX-LINKED-SEQ-NBR IS THE OTHER HALF OF THE PAIR.
      *
      * ONE TYPE C RECORD (SEQUENCE NUMBER ZERO) HOLDS THE LAST
      * REVERSAL SEQUENCE NUMBER ISSUED IN BAQRVX-LINKED-SEQ-NBR, SO
      * NUMBERS ARE NEVER HANDED OUT TWICE -- NOT EVEN ONE WHOSE
      * REVERSAL WAS LATER WITHDRAWN.
      *
      * BAQRVX-SOURCE permitted values
      *    VALUE
      *      S    THE CALL WAS FLAGGED SUSPECT ON BAQSUSPT
      *      R    A BAQREVRQ REQUEST
      *****************************************************************
       01  BAQRVX-RECORD.
         03 BAQRVX-KEY.
            05 BAQRVX-REC-TYPE           PIC X(01).
               88 BAQRVX-CONTROL           VALUE 'C'.
               88 BAQRVX-ORIGINAL          VALUE 'O'.
               88 BAQRVX-REVERSAL          VALUE 'R'.
            05 BAQRVX-SEQ-NBR            PIC 9(09).
         03 BAQRVX-LINKED-SEQ-NBR        PIC 9(09).
         03 BAQRVX-ORIG-STUB-NAME        PIC X(08).
         03 BAQRVX-REV-STUB-NAME         PIC X(08).
         03 BAQRVX-BUSINESS-UNIT         PIC X(06).
         03 BAQRVX-SOURCE                PIC X(01).
            88 BAQRVX-FROM-SUSPECT         VALUE 'S'.
            88 BAQRVX-FROM-REQUEST         VALUE 'R'.
         03 BAQRVX-REQUESTED-BY          PIC X(20).
         03 BAQRVX-REASON                PIC X(40).
         03 BAQRVX-BUILT-DATE            PIC X(08).
