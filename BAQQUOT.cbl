      *****************************************************************
      *
      *
      * Licensed Materials - Property of Enterprise Batch Systems
      *
      *****************************************************************
      * THIS COPYBOOK CONTAINS THE CALL QUOTA CONTROL RECORD LAYOUT
      * READ BY BAQRDRV AND BAQQRPT.  ONE RECORD PER BUSINESS UNIT
      * (BAQTEN-BUSINESS-UNIT / BAQTRIN-BUSINESS-UNIT) GIVES THE
      * NUMBER OF STUB CALLS THE TENANT MAY HAVE DRIVEN IN ONE DAY
      * AND IN ONE CALENDAR MONTH.  ONCE EITHER CEILING IS REACHED
      * BAQRDRV STOPS CALLING FOR THE TENANT AND DIVERTS ITS
      * REMAINING TRANSACTIONS TO THE BAQQHOLD QUOTA-HOLD FILE.  A
      * ZERO CEILING MEANS NO CEILING OF THAT KIND; A BUSINESS UNIT
      * WITH NO RECORD HERE IS NOT SUBJECT TO QUOTA AT ALL.
      *
      * BAQQUOT-WARN-PCT IS THE PERCENTAGE OF THE MONTH-TO-DATE
      * CEILING AT WHICH BAQQRPT FLAGS THE TENANT AS GETTING CLOSE.
      * ZERO OR NOT NUMERIC TAKES THE REPORT'S DEFAULT OF 80.
      *
      * THE USAGE COUNTED AGAINST THESE CEILINGS IS KEPT ON THE
      * KEYED BAQQUSAG FILE (COPYBOOK BAQQUSG).
      *
      * ALL NUMERIC FIELDS ARE DISPLAY (NO COMP/COMP-5) BECAUSE
      * BAQQUOTC IS ORGANIZATION LINE SEQUENTIAL -- BINARY USAGE ON A
      * LINE SEQUENTIAL RECORD READS A BAD RECORD.
      *****************************************************************
       01  BAQQUOT-RECORD.
         03 BAQQUOT-BUSINESS-UNIT        PIC X(06).
         03 BAQQUOT-DAILY-LIMIT          PIC 9(07).
         03 BAQQUOT-MTD-LIMIT            PIC 9(09).
         03 BAQQUOT-WARN-PCT             PIC 9(03).
