      *****************************************************************
      *
      *
      * Licensed Materials - Property of Enterprise Batch Systems
      *
      *****************************************************************
      * THIS COPYBOOK CONTAINS THE CALL QUOTA USAGE RECORD LAYOUT.
      * THE FILE (BAQQUSAG) IS KEYED BY BAQQUSG-BUSINESS-UNIT AND
      * HOLDS, FOR EVERY BUSINESS UNIT ON THE BAQQUOTC QUOTA CONTROL
      * FILE, THE STUB CALLS BAQRDRV HAS DRIVEN FOR IT TODAY AND SO
      * FAR THIS MONTH.  BAQRDRV READS AND REWRITES THE RECORD FOR
      * EVERY CALL IT MAKES OR HOLDS, SO PARALLEL DRIVER STREAMS
      * COUNT AGAINST THE SAME CEILING.  BAQQRPT READS IT FOR THE
      * QUOTA STATUS REPORT.
      *
      * THE COUNTS ROLL OVER ON USE: A RECORD WHOSE BAQQUSG-USAGE-DATE
      * IS NOT TODAY STARTS THE DAY'S COUNTS AGAIN FROM ZERO, AND ONE
      * WHOSE BAQQUSG-USAGE-MONTH (YYYYMM) IS NOT THIS MONTH STARTS
      * THE MONTH'S COUNTS AGAIN AS WELL.  THE HELD COUNTS ARE THE
      * TRANSACTIONS DIVERTED TO BAQQHOLD BECAUSE A CEILING HAD BEEN
      * REACHED.
      *****************************************************************
       01  BAQQUSG-RECORD.
         03 BAQQUSG-BUSINESS-UNIT        PIC X(06).
         03 BAQQUSG-USAGE-DATE           PIC X(08).
         03 BAQQUSG-USED-TODAY           PIC 9(07).
         03 BAQQUSG-HELD-TODAY           PIC 9(07).
         03 BAQQUSG-USAGE-MONTH          PIC X(06).
         03 BAQQUSG-USED-MTD             PIC 9(09).
         03 BAQQUSG-HELD-MTD             PIC 9(09).
         03 BAQQUSG-TIME-STAMP           PIC X(06).
