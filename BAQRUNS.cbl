      * CAN READ THE RUN'S OUTCOME MECHANICALLY INSTEAD OF FISHING
      * DISPLAY OUTPUT OUT OF THE JOB LOG.
      *
      * THE QUOTA TENANT ENTRIES SHOW, FOR EACH BUSINESS UNIT ON THE
      * BAQQUOTC CALL QUOTA CONTROL FILE THAT HAD WORK IN THE RUN, THE
      * CALLS DRIVEN AND TRANSACTIONS HELD THIS RUN AND THE TENANT'S
      * CONSUMED-VERSUS-ALLOWED POSITION (TODAY AND MONTH TO DATE) AS
      * IT STOOD AT THE TENANT'S LAST TRANSACTION.  A ZERO LIMIT MEANS
      * NO CEILING OF THAT KIND.  BAQRUN-QUOTA-COUNT SAYS HOW MANY OF
      * THE 50 ENTRIES ARE IN USE.
      *
      * BAQRUN-DEP-HELD COUNTS THE CHILD TRANSACTIONS HELD TO THE
      * BAQDHOLD DEPENDENCY-HOLD FILE BECAUSE THEIR PARENT DID NOT
      * SUCCEED.
      *
      * ALL NUMERIC FIELDS ARE DISPLAY (NO COMP/COMP-5) BECAUSE
      * BAQRUNSM IS ORGANIZATION LINE SEQUENTIAL -- BINARY USAGE ON A
      * LINE SEQUENTIAL RECORD WRITES A BAD RECORD.
      *  TRANSACTIONS SKIPPED BECAUSE THE BAQDUPRG PROCESSED-CALL
      *  REGISTRY SHOWED THEM ALREADY DRIVEN TODAY.
         03 BAQRUN-DUPLICATES            PIC 9(09).
      *  TRANSACTIONS HELD TO THE BAQQHOLD QUOTA-HOLD FILE BECAUSE THE
      *  BUSINESS UNIT HAD REACHED ITS DAILY OR MONTH-TO-DATE CEILING,
      *  AND THE PER-TENANT QUOTA POSITION.
         03 BAQRUN-QUOTA-HELD            PIC 9(09).
         03 BAQRUN-QUOTA-COUNT           PIC 9(02).
         03 BAQRUN-QUOTA-TENANTS.
            05 BAQRUN-QUOTA-ENTRY        OCCURS 50 TIMES.
               07 BAQRUN-QTA-UNIT        PIC X(06).
               07 BAQRUN-QTA-RUN-CALLS   PIC 9(07).
               07 BAQRUN-QTA-RUN-HELD    PIC 9(07).
               07 BAQRUN-QTA-USED-TODAY  PIC 9(07).
               07 BAQRUN-QTA-DAILY-LIMIT PIC 9(07).
               07 BAQRUN-QTA-USED-MTD    PIC 9(09).
               07 BAQRUN-QTA-MTD-LIMIT   PIC 9(09).
         03 BAQRUN-DEP-HELD              PIC 9(09).
