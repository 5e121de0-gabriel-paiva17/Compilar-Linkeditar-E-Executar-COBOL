      *****************************************************************
      *
      *
      * Licensed Materials - Property of Enterprise Batch Systems
      *
      *****************************************************************
      * THIS COPYBOOK CONTAINS THE RUN BALANCING LEDGER RECORD.  EACH
      * STEP OF THE NIGHTLY CHAIN -- BAQTVAL, BAQSPLT, EVERY BAQRDRV
      * STREAM AND BAQMRGE -- POSTS ITS TRANSACTION CONTROL COUNTS TO
      * BAQLEDGR AT END OF STEP, ONE RECORD PER COUNT.  BAQTVAL, AS
      * THE FIRST STEP OF THE NIGHT, STARTS A FRESH LEDGER; EVERY
      * LATER STEP EXTENDS IT.  BAQBALN READS THE LEDGER AND PROVES
      * THE CHAIN -- WHAT CAME IN EQUALS WHAT WENT OUT, STREAM BY
      * STREAM AND IN TOTAL.  A STEP THAT IS RERUN SIMPLY POSTS
      * AGAIN; THE LATEST POSTING OF A COUNT IS THE ONE THAT STANDS.
      *
      * BAQLDG-STREAM IS THE STREAM THE COUNT BELONGS TO -- '01'
      * THROUGH '04' FOR BAQSPLT'S PARALLEL STREAMS, '00' FOR THE
      * WHOLE NIGHT (BAQTVAL, BAQSPLT'S INPUT, AND A DRIVER RUN THAT
      * WAS NOT SPLIT).
      *
      * BAQLDG-COUNT-NAME permitted values
      *    VALUE     POSTED BY         COUNTS
      *    READ      BAQTVAL           RECORDS READ
      *              BAQSPLT           TRANSACTIONS READ (STREAM 00)
      *              BAQRDRV           TRANSACTIONS READ FOR THE RUN
      *    VALID     BAQTVAL           RECORDS PASSED TO BAQTRNVO
      *    REJECTED  BAQTVAL           RECORDS WRITTEN TO BAQTRNRJ
      *    WRITTEN   BAQSPLT           TRANSACTIONS WRITTEN TO THE
      *                                STREAM'S BAQTRNNN FILE
      *    CALLED    BAQRDRV/BAQMRGE   TRANSACTIONS DRIVEN
      *    DEFERRED  BAQRDRV/BAQMRGE   DEFERRED TO BAQDEFER
      *    SWEPT     BAQRDRV/BAQMRGE   SWEPT TO BAQCARRY AT CUTOFF
      *    DUPLICAT  BAQRDRV/BAQMRGE   SKIPPED AS DUPLICATES
      *    RESTSKIP  BAQRDRV           SKIPPED ON RESTART AS ALREADY
      *                                DRIVEN BY THE FAILED ATTEMPT
      *    QUOTHELD  BAQRDRV/BAQMRGE   HELD TO BAQQHOLD BECAUSE THE
      *                                BUSINESS UNIT WAS AT ITS CALL
      *                                QUOTA CEILING
      *    DEPHELD   BAQRDRV/BAQMRGE   HELD TO BAQDHOLD BECAUSE THE
      *                                PARENT TRANSACTION DID NOT
      *                                SUCCEED
      *
      * BAQMRGE'S POSTINGS ARE THE COUNTS IT FOUND ON EACH STREAM'S
      * BAQRUNNN RUN SUMMARY WHEN IT FOLDED THEM TOGETHER.
      *
      * ALL NUMERIC FIELDS ARE DISPLAY (NO COMP/COMP-5) BECAUSE
      * BAQLEDGR IS ORGANIZATION LINE SEQUENTIAL -- BINARY USAGE ON A
      * LINE SEQUENTIAL RECORD WRITES A BAD RECORD.
      *****************************************************************
       01  BAQLDG-RECORD.
         03 BAQLDG-PROGRAM               PIC X(08).
         03 BAQLDG-STREAM                PIC X(02).
         03 BAQLDG-COUNT-NAME            PIC X(08).
            88 BAQLDG-READ                 VALUE 'READ'.
            88 BAQLDG-VALID                VALUE 'VALID'.
            88 BAQLDG-REJECTED             VALUE 'REJECTED'.
            88 BAQLDG-WRITTEN              VALUE 'WRITTEN'.
            88 BAQLDG-CALLED               VALUE 'CALLED'.
            88 BAQLDG-DEFERRED             VALUE 'DEFERRED'.
            88 BAQLDG-SWEPT                VALUE 'SWEPT'.
            88 BAQLDG-DUPLICATE            VALUE 'DUPLICAT'.
            88 BAQLDG-RESTART-SKIP         VALUE 'RESTSKIP'.
            88 BAQLDG-QUOTA-HELD           VALUE 'QUOTHELD'.
            88 BAQLDG-DEP-HELD             VALUE 'DEPHELD'.
         03 BAQLDG-COUNT                 PIC 9(09).
         03 BAQLDG-RUN-DATE              PIC X(08).
         03 BAQLDG-RUN-TIME              PIC X(06).
         03 FILLER                       PIC X(09).
