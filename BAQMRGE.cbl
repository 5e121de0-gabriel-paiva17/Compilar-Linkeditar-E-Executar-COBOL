      *                    BAQPYLOT AND BAQRUNSM OUTPUTS BACK INTO
      *                    THE SINGLE FILES THE REPORTING SUITE
      *                    READS.
      *   2026-10-15 RO    POSTS EACH STREAM'S CALLED, DEFERRED, SWEPT
      *                    AND DUPLICATE COUNTS, AS FOUND ON ITS RUN
      *                    SUMMARY, TO THE BAQLEDGR RUN BALANCING
      *                    LEDGER SO BAQBALN CAN PROVE NO STREAM WAS
      *                    DROPPED ON THE WAY INTO THE COMBINED FILES.
      *   2026-10-15 RO    CARRIES THE QUOTA-HELD COUNT AND THE
      *                    PER-TENANT CALL QUOTA POSITIONS THROUGH TO
      *                    THE COMBINED RUN SUMMARY (CALLS AND HOLDS
      *                    SUMMED, THE HIGHEST USAGE SEEN KEPT), AND
      *                    POSTS EACH STREAM'S QUOTA-HELD COUNT TO THE
      *                    LEDGER.
      *   2026-10-15 RO    CARRIES THE DEPENDENCY-HELD COUNT THROUGH TO
      *                    THE COMBINED RUN SUMMARY AND POSTS EACH
      *                    STREAM'S DEPENDENCY-HELD COUNT TO THE LEDGER.
      *****************************************************************
      * FUNCTION.
      *   AFTER BAQSPLT PARTITIONS A NIGHT ACROSS UP TO FOUR PARALLEL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSM-STATUS.

           SELECT BAQLEDGR ASSIGN TO BAQLEDGR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************

       FD  BAQRUN01
           RECORDING MODE IS F.
       01  BAQRUN01-RECORD                 PIC X(2729).
       FD  BAQRUN02
           RECORDING MODE IS F.
       01  BAQRUN02-RECORD                 PIC X(2729).
       FD  BAQRUN03
           RECORDING MODE IS F.
       01  BAQRUN03-RECORD                 PIC X(2729).
       FD  BAQRUN04
           RECORDING MODE IS F.
       01  BAQRUN04-RECORD                 PIC X(2729).

       FD  BAQAUDIT
           RECORDING MODE IS F.
           RECORDING MODE IS F.
           COPY BAQRUNS.

       FD  BAQLEDGR
           RECORDING MODE IS F.
           COPY BAQLEDG.

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    SWITCHES
       77  WS-SUMMARY-SEEN-SWITCH      PIC X(01) VALUE 'N'.
           88 WS-SUMMARY-SEEN            VALUE 'Y'.

       77  WS-LEDGR-OPEN-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-LEDGR-OPEN              VALUE 'Y'.

      *****************************************************************
      *    FILE STATUS FIELDS
      *****************************************************************
       77  WS-EXCPT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-PYLOT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-RUNSM-STATUS             PIC X(02) VALUE SPACES.
       77  WS-LEDGR-STATUS             PIC X(02) VALUE SPACES.

      *****************************************************************
      *    COUNTERS
       77  WS-SUM-CUTOFF-TIME          PIC 9(06)        VALUE 0.
       77  WS-SUM-SWEPT                PIC 9(09) COMP-3 VALUE 0.
       77  WS-SUM-DUPLICATES           PIC 9(09) COMP-3 VALUE 0.
       77  WS-SUM-QUOTA-HELD           PIC 9(09) COMP-3 VALUE 0.
       77  WS-SUM-DEP-HELD             PIC 9(09) COMP-3 VALUE 0.

      *****************************************************************
      *    COMBINED QUOTA TENANT POSITIONS -- ONE ENTRY PER BUSINESS
      *    UNIT FOUND ON ANY STREAM'S RUN SUMMARY.  THE STREAMS SHARE
      *    ONE BAQQUSAG USAGE FILE, SO THE HIGHEST USAGE ANY STREAM
      *    SAW IS THE LATEST; THE RUN CALLS AND HOLDS ARE SUMMED.
      *****************************************************************
       01  WS-QUOTA-TABLE.
           05 WS-QTATBL-ENTRY OCCURS 50 TIMES.
              10 WS-QTATBL-BU          PIC X(06).
              10 WS-QTATBL-RUN-CALLS   PIC 9(07) COMP-3.
              10 WS-QTATBL-RUN-HELD    PIC 9(07) COMP-3.
              10 WS-QTATBL-USED-TODAY  PIC 9(07) COMP-3.
              10 WS-QTATBL-DAILY-LIMIT PIC 9(07).
              10 WS-QTATBL-USED-MTD    PIC 9(09) COMP-3.
              10 WS-QTATBL-MTD-LIMIT   PIC 9(09).

       77  WS-QUOTA-COUNT              PIC 9(05) COMP-3 VALUE 0.
       77  WS-QUOTA-IDX                PIC 9(05) COMP-3 VALUE 0.
       77  WS-QUOTA-CUR                PIC 9(05) COMP-3 VALUE 0.
       77  WS-RUN-QTA-IDX              PIC 9(05) COMP-3 VALUE 0.
       77  WS-RUN-QTA-COUNT            PIC 9(05) COMP-3 VALUE 0.

      *****************************************************************
      *    RUN BALANCING LEDGER POSTING FIELDS -- WS-LEDGER-STREAM IS
      *    THE STREAM WHOSE RUN SUMMARY IS IN THE BAQRUN-RECORD AREA
      *****************************************************************
       77  WS-LEDGER-STREAM            PIC X(02) VALUE SPACES.
       77  WS-LEDGER-DATE              PIC X(08) VALUE SPACES.
       77  WS-LEDGER-TIME              PIC X(06) VALUE SPACES.

       PROCEDURE DIVISION.
      *****************************************************************
               DISPLAY 'BAQMRGE - OPEN FAILED FOR BAQRUNSM, STATUS = '
                   WS-RUNSM-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.

      *    THE LEDGER IS NOT ESSENTIAL TO THE MERGE -- IF IT CANNOT BE
      *    OPENED THE STREAMS ARE STILL COMBINED AND BAQBALN REPORTS
      *    THE MISSING POSTINGS.
           OPEN EXTEND BAQLEDGR.
           IF WS-LEDGR-STATUS = '35'
               OPEN OUTPUT BAQLEDGR
           END-IF.
           IF WS-LEDGR-STATUS = '00'
               MOVE 'Y' TO WS-LEDGR-OPEN-SWITCH
               ACCEPT WS-LEDGER-DATE FROM DATE YYYYMMDD
               ACCEPT WS-LEDGER-TIME FROM TIME
           ELSE
               DISPLAY 'BAQMRGE - OPEN FAILED FOR BAQLEDGR, STATUS = '
                   WS-LEDGR-STATUS
           END-IF.

       1000-EXIT.
           MOVE WS-SUM-CUTOFF-TIME TO BAQRUN-CUTOFF-TIME.
           MOVE WS-SUM-SWEPT       TO BAQRUN-SWEPT.
           MOVE WS-SUM-DUPLICATES  TO BAQRUN-DUPLICATES.
           MOVE WS-SUM-QUOTA-HELD  TO BAQRUN-QUOTA-HELD.
           MOVE WS-SUM-DEP-HELD    TO BAQRUN-DEP-HELD.

           MOVE 0 TO BAQRUN-QUOTA-COUNT.
           INITIALIZE BAQRUN-QUOTA-TENANTS.
           PERFORM 5800-SUMMARIZE-ONE-QUOTA-RTN
               THRU 5800-EXIT
               VARYING WS-QUOTA-IDX FROM 1 BY 1
               UNTIL WS-QUOTA-IDX > WS-QUOTA-COUNT.

           WRITE BAQRUN-RECORD.

                   CONTINUE
               NOT AT END
                   MOVE BAQRUN01-RECORD TO BAQRUN-RECORD
                   MOVE '01' TO WS-LEDGER-STREAM
                   PERFORM 5500-ACCUMULATE-SUMMARY-RTN
                       THRU 5500-EXIT
           END-READ.
                   CONTINUE
               NOT AT END
                   MOVE BAQRUN02-RECORD TO BAQRUN-RECORD
                   MOVE '02' TO WS-LEDGER-STREAM
                   PERFORM 5500-ACCUMULATE-SUMMARY-RTN
                       THRU 5500-EXIT
           END-READ.
                   CONTINUE
               NOT AT END
                   MOVE BAQRUN03-RECORD TO BAQRUN-RECORD
                   MOVE '03' TO WS-LEDGER-STREAM
                   PERFORM 5500-ACCUMULATE-SUMMARY-RTN
                       THRU 5500-EXIT
           END-READ.
                   CONTINUE
               NOT AT END
                   MOVE BAQRUN04-RECORD TO BAQRUN-RECORD
                   MOVE '04' TO WS-LEDGER-STREAM
                   PERFORM 5500-ACCUMULATE-SUMMARY-RTN
                       THRU 5500-EXIT
           END-READ.
           IF BAQRUN-DUPLICATES NUMERIC
               ADD BAQRUN-DUPLICATES TO WS-SUM-DUPLICATES
           END-IF.
           IF BAQRUN-QUOTA-HELD NUMERIC
               ADD BAQRUN-QUOTA-HELD TO WS-SUM-QUOTA-HELD
           END-IF.
           IF BAQRUN-DEP-HELD NUMERIC
               ADD BAQRUN-DEP-HELD TO WS-SUM-DEP-HELD
           END-IF.

      *    A SUMMARY WRITTEN BEFORE THE QUOTA FIELDS EXISTED IS SHORT,
      *    SO ITS TENANT COUNT COMES IN AS SPACES AND FOLDS NOTHING.
           MOVE 0 TO WS-RUN-QTA-COUNT.
           IF BAQRUN-QUOTA-COUNT NUMERIC
               MOVE BAQRUN-QUOTA-COUNT TO WS-RUN-QTA-COUNT
           END-IF.
           IF WS-RUN-QTA-COUNT > 50
               MOVE 50 TO WS-RUN-QTA-COUNT
           END-IF.
           PERFORM 5700-FOLD-ONE-QUOTA-RTN
               THRU 5700-EXIT
               VARYING WS-RUN-QTA-IDX FROM 1 BY 1
               UNTIL WS-RUN-QTA-IDX > WS-RUN-QTA-COUNT.

           IF BAQRUN-FIRST-SEQ-NBR NUMERIC
                   AND BAQRUN-FIRST-SEQ-NBR > 0
               MOVE BAQRUN-CUTOFF-TIME TO WS-SUM-CUTOFF-TIME
           END-IF.

           IF WS-LEDGR-OPEN
               PERFORM 5600-POST-STREAM-LEDGER-RTN
                   THRU 5600-EXIT
           END-IF.

       5500-EXIT.
           EXIT.

      *****************************************************************
      *    5600-POST-STREAM-LEDGER-RTN -- POST THE STREAM'S COUNTS AS
      *                    FOUND ON ITS RUN SUMMARY TO THE RUN
      *                    BALANCING LEDGER.  A COUNT THAT IS NOT
      *                    NUMERIC POSTS AS ZERO SO THE BALANCING
      *                    STEP SHOWS THE STREAM SHORT.
      *****************************************************************
       5600-POST-STREAM-LEDGER-RTN.
           MOVE SPACES           TO BAQLDG-RECORD.
           MOVE 'BAQMRGE'        TO BAQLDG-PROGRAM.
           MOVE WS-LEDGER-STREAM TO BAQLDG-STREAM.
           MOVE WS-LEDGER-DATE   TO BAQLDG-RUN-DATE.
           MOVE WS-LEDGER-TIME   TO BAQLDG-RUN-TIME.

           MOVE 'CALLED' TO BAQLDG-COUNT-NAME.
           MOVE 0        TO BAQLDG-COUNT.
           IF BAQRUN-CALLS-MADE NUMERIC
               MOVE BAQRUN-CALLS-MADE TO BAQLDG-COUNT
           END-IF.
           WRITE BAQLDG-RECORD.

           MOVE 'DEFERRED' TO BAQLDG-COUNT-NAME.
           MOVE 0          TO BAQLDG-COUNT.
           IF BAQRUN-DEFERRED NUMERIC
               MOVE BAQRUN-DEFERRED TO BAQLDG-COUNT
           END-IF.
           WRITE BAQLDG-RECORD.

           MOVE 'SWEPT' TO BAQLDG-COUNT-NAME.
           MOVE 0       TO BAQLDG-COUNT.
           IF BAQRUN-SWEPT NUMERIC
               MOVE BAQRUN-SWEPT TO BAQLDG-COUNT
           END-IF.
           WRITE BAQLDG-RECORD.

           MOVE 'DUPLICAT' TO BAQLDG-COUNT-NAME.
           MOVE 0          TO BAQLDG-COUNT.
           IF BAQRUN-DUPLICATES NUMERIC
               MOVE BAQRUN-DUPLICATES TO BAQLDG-COUNT
           END-IF.
           WRITE BAQLDG-RECORD.

           MOVE 'QUOTHELD' TO BAQLDG-COUNT-NAME.
           MOVE 0          TO BAQLDG-COUNT.
           IF BAQRUN-QUOTA-HELD NUMERIC
               MOVE BAQRUN-QUOTA-HELD TO BAQLDG-COUNT
           END-IF.
           WRITE BAQLDG-RECORD.

           MOVE 'DEPHELD' TO BAQLDG-COUNT-NAME.
           MOVE 0         TO BAQLDG-COUNT.
           IF BAQRUN-DEP-HELD NUMERIC
               MOVE BAQRUN-DEP-HELD TO BAQLDG-COUNT
           END-IF.
           WRITE BAQLDG-RECORD.

       5600-EXIT.
           EXIT.

      *****************************************************************
      *    5700-FOLD-ONE-QUOTA-RTN -- FOLD ONE TENANT ENTRY OF THE
      *                    STREAM'S RUN SUMMARY INTO THE COMBINED
      *                    QUOTA TABLE, ADDING THE TENANT ON FIRST
      *                    SIGHT.  AN ENTRY WITH FIGURES THAT ARE NOT
      *                    NUMERIC IS PASSED OVER.
      *****************************************************************
       5700-FOLD-ONE-QUOTA-RTN.
           IF BAQRUN-QTA-UNIT(WS-RUN-QTA-IDX) = SPACES
                   OR BAQRUN-QTA-RUN-CALLS(WS-RUN-QTA-IDX) NOT NUMERIC
                   OR BAQRUN-QTA-RUN-HELD(WS-RUN-QTA-IDX) NOT NUMERIC
                   OR BAQRUN-QTA-USED-TODAY(WS-RUN-QTA-IDX)
                       NOT NUMERIC
                   OR BAQRUN-QTA-DAILY-LIMIT(WS-RUN-QTA-IDX)
                       NOT NUMERIC
                   OR BAQRUN-QTA-USED-MTD(WS-RUN-QTA-IDX) NOT NUMERIC
                   OR BAQRUN-QTA-MTD-LIMIT(WS-RUN-QTA-IDX) NOT NUMERIC
               GO TO 5700-EXIT
           END-IF.

           MOVE 0 TO WS-QUOTA-CUR.
           PERFORM 5710-COMPARE-ONE-QUOTA-RTN
               THRU 5710-EXIT
               VARYING WS-QUOTA-IDX FROM 1 BY 1
               UNTIL WS-QUOTA-IDX > WS-QUOTA-COUNT
                  OR WS-QUOTA-CUR > 0.

           IF WS-QUOTA-CUR = 0
               IF WS-QUOTA-COUNT >= 50
                   GO TO 5700-EXIT
               END-IF
               ADD 1 TO WS-QUOTA-COUNT
               MOVE WS-QUOTA-COUNT TO WS-QUOTA-CUR
               MOVE BAQRUN-QTA-UNIT(WS-RUN-QTA-IDX)
                   TO WS-QTATBL-BU(WS-QUOTA-CUR)
               MOVE 0 TO WS-QTATBL-RUN-CALLS(WS-QUOTA-CUR)
               MOVE 0 TO WS-QTATBL-RUN-HELD(WS-QUOTA-CUR)
               MOVE 0 TO WS-QTATBL-USED-TODAY(WS-QUOTA-CUR)
               MOVE 0 TO WS-QTATBL-USED-MTD(WS-QUOTA-CUR)
           END-IF.

           ADD BAQRUN-QTA-RUN-CALLS(WS-RUN-QTA-IDX)
               TO WS-QTATBL-RUN-CALLS(WS-QUOTA-CUR).
           ADD BAQRUN-QTA-RUN-HELD(WS-RUN-QTA-IDX)
               TO WS-QTATBL-RUN-HELD(WS-QUOTA-CUR).
           IF BAQRUN-QTA-USED-TODAY(WS-RUN-QTA-IDX)
                   > WS-QTATBL-USED-TODAY(WS-QUOTA-CUR)
               MOVE BAQRUN-QTA-USED-TODAY(WS-RUN-QTA-IDX)
                   TO WS-QTATBL-USED-TODAY(WS-QUOTA-CUR)
           END-IF.
           IF BAQRUN-QTA-USED-MTD(WS-RUN-QTA-IDX)
                   > WS-QTATBL-USED-MTD(WS-QUOTA-CUR)
               MOVE BAQRUN-QTA-USED-MTD(WS-RUN-QTA-IDX)
                   TO WS-QTATBL-USED-MTD(WS-QUOTA-CUR)
           END-IF.
           MOVE BAQRUN-QTA-DAILY-LIMIT(WS-RUN-QTA-IDX)
               TO WS-QTATBL-DAILY-LIMIT(WS-QUOTA-CUR).
           MOVE BAQRUN-QTA-MTD-LIMIT(WS-RUN-QTA-IDX)
               TO WS-QTATBL-MTD-LIMIT(WS-QUOTA-CUR).

       5700-EXIT.
           EXIT.

      *****************************************************************
      *    5710-COMPARE-ONE-QUOTA-RTN -- COMPARE ONE COMBINED QUOTA
      *                    TABLE ENTRY AGAINST THE STREAM'S TENANT
      *****************************************************************
       5710-COMPARE-ONE-QUOTA-RTN.
           IF WS-QTATBL-BU(WS-QUOTA-IDX)
                   = BAQRUN-QTA-UNIT(WS-RUN-QTA-IDX)
               MOVE WS-QUOTA-IDX TO WS-QUOTA-CUR
           END-IF.

       5710-EXIT.
           EXIT.

      *****************************************************************
      *    5800-SUMMARIZE-ONE-QUOTA-RTN -- CARRY ONE COMBINED TENANT
      *                    POSITION ONTO THE COMBINED RUN SUMMARY
      *****************************************************************
       5800-SUMMARIZE-ONE-QUOTA-RTN.
           ADD 1 TO BAQRUN-QUOTA-COUNT.
           MOVE WS-QTATBL-BU(WS-QUOTA-IDX)
               TO BAQRUN-QTA-UNIT(BAQRUN-QUOTA-COUNT).
           MOVE WS-QTATBL-RUN-CALLS(WS-QUOTA-IDX)
               TO BAQRUN-QTA-RUN-CALLS(BAQRUN-QUOTA-COUNT).
           MOVE WS-QTATBL-RUN-HELD(WS-QUOTA-IDX)
               TO BAQRUN-QTA-RUN-HELD(BAQRUN-QUOTA-COUNT).
           MOVE WS-QTATBL-USED-TODAY(WS-QUOTA-IDX)
               TO BAQRUN-QTA-USED-TODAY(BAQRUN-QUOTA-COUNT).
           MOVE WS-QTATBL-DAILY-LIMIT(WS-QUOTA-IDX)
               TO BAQRUN-QTA-DAILY-LIMIT(BAQRUN-QUOTA-COUNT).
           MOVE WS-QTATBL-USED-MTD(WS-QUOTA-IDX)
               TO BAQRUN-QTA-USED-MTD(BAQRUN-QUOTA-COUNT).
           MOVE WS-QTATBL-MTD-LIMIT(WS-QUOTA-IDX)
               TO BAQRUN-QTA-MTD-LIMIT(BAQRUN-QUOTA-COUNT).

       5800-EXIT.
           EXIT.

      *****************************************************************
      *    8000-TERMINATE-RTN -- CLOSE THE COMBINED FILES, DISPLAY
      *                          THE COUNTS
               CLOSE BAQPYLOT
               CLOSE BAQRUNSM
           END-IF.
           IF WS-LEDGR-OPEN
               CLOSE BAQLEDGR
           END-IF.

           DISPLAY 'BAQMRGE - AUDIT RECORDS COPIED:     '
               WS-AUDIT-COPIED.
