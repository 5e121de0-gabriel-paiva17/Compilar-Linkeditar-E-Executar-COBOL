      *****************************************************************
      *
      *
      * Licensed Materials - Property of Enterprise Batch Systems
      *
      *****************************************************************
      * THIS COPYBOOK CONTAINS THE WAREHOUSE MAINTENANCE TRANSACTION
      * RECORD LAYOUT READ BY BAQFREL FROM BAQFWMNT.  ONE RECORD
      * CANCELS OR RESCHEDULES ONE ITEM HELD ON THE BAQFWHSE
      * FUTURE-DATED WAREHOUSE, SO A BUSINESS UNIT CAN PULL OR MOVE
      * WORK BEFORE IT GOES OUT.  THE DECK IS APPLIED AFTER THE NIGHT'S
      * NEW ITEMS ARE WAREHOUSED AND BEFORE ANYTHING IS RELEASED, SO
      * AN ITEM CAN BE CANCELLED ON THE VERY NIGHT IT FALLS DUE.
      *
      * BAQFWM-ACTION permitted values
      *    VALUE
      *      C    CANCEL -- THE ITEM AND ITS PAYLOAD SEGMENTS ARE
      *           DELETED FROM THE WAREHOUSE
      *      R    RESCHEDULE -- BAQFWM-NEW-DATE (YYYYMMDD) BECOMES THE
      *           ITEM'S EFFECTIVE DATE; A DATE NOT AFTER TODAY
      *           RELEASES THE ITEM TONIGHT
      *
      * BAQFWM-BUSINESS-UNIT MUST BE THE ITEM'S OWN UNIT (BLANK FOR
      * SINGLE-TENANT WORK) -- A UNIT CAN ONLY PULL OR MOVE ITS OWN
      * WORK.  BAQFWM-REQUESTED-BY AND BAQFWM-REASON ARE PRINTED ON THE
      * BAQFREL REPORT.
      *
      * ALL NUMERIC FIELDS ARE DISPLAY (NO COMP/COMP-5) BECAUSE
      * BAQFWMNT IS ORGANIZATION LINE SEQUENTIAL -- BINARY USAGE ON A
      * LINE SEQUENTIAL RECORD READS A BAD RECORD.
      *****************************************************************
       01  BAQFWM-RECORD.
         03 BAQFWM-ACTION                PIC X(01).
            88 BAQFWM-ACTION-CANCEL        VALUE 'C'.
            88 BAQFWM-ACTION-RESCHEDULE    VALUE 'R'.
         03 BAQFWM-SEQ-NBR               PIC 9(09).
         03 BAQFWM-BUSINESS-UNIT         PIC X(06).
         03 BAQFWM-NEW-DATE              PIC X(08).
         03 BAQFWM-REQUESTED-BY          PIC X(20).
         03 BAQFWM-REASON                PIC X(40).
