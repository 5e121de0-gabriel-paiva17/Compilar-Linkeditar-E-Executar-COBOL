      *****************************************************************
      *
      * PROGRAM-ID.    BAQBALN
      *
      * AUTHOR.        R. OKONKWO -- BATCH INTEGRATION TEAM
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS
      * DATE-WRITTEN.  2026-10-15
      *
      *****************************************************************
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RO    INITIAL VERSION -- END-TO-END BALANCING OF
      *                    THE NIGHTLY CHAIN FROM THE BAQLEDGR RUN
      *                    BALANCING LEDGER.
      *   2026-10-15 RO    COUNTS TRANSACTIONS HELD AT A BUSINESS
      *                    UNIT'S CALL QUOTA CEILING AS A DRIVER
      *                    OUTCOME, AND RE-LAID THE STREAM LINES TO
      *                    FIT THE PRINT RECORD WITH THE NEW COLUMN
      *                    UNDER TWO-LINE COLUMN HEADINGS.
      *   2026-10-15 RO    COUNTS CHILD TRANSACTIONS HELD TO BAQDHOLD
      *                    FOR A PARENT THAT DID NOT SUCCEED AS A
      *                    DRIVER OUTCOME, IN THE COLUMN THE STREAM
      *                    LINE HAD KEPT SPARE.
      *****************************************************************
      * FUNCTION.
      *   EVERY STEP OF THE NIGHTLY CHAIN POSTS ITS TRANSACTION
      *   CONTROL COUNTS TO THE BAQLEDGR LEDGER (SEE BAQLEDG.CBL):
      *   BAQTVAL (READ, VALID, REJECTED), BAQSPLT (READ, AND WRITTEN
      *   PER STREAM), EACH BAQRDRV RUN (READ, CALLED, DEFERRED,
      *   SWEPT, DUPLICATES, RESTART SKIPS, QUOTA HOLDS, PARENT
      *   HOLDS) AND BAQMRGE
      *   (EACH STREAM'S COUNTS AS FOUND ON ITS RUN SUMMARY).  THIS
      *   STEP RUNS AFTER BAQMRGE AND PROVES THE CHAIN:
      *
      *     - BAQTVAL READ = VALID + REJECTED
      *     - BAQSPLT READ = BAQTVAL VALID = THE STREAMS WRITTEN
      *     - EACH STREAM'S DRIVER READ = WHAT BAQSPLT WROTE TO IT
      *     - EACH DRIVER READ = CALLED + DEFERRED + SWEPT +
      *       DUPLICATES + RESTART SKIPS + QUOTA HOLDS + PARENT HOLDS
      *     - EACH STREAM'S COUNTS REACHED BAQMRGE UNCHANGED
      *     - IN TOTAL, INPUT = REJECTS + CALLED + DEFERRED + SWEPT +
      *       DUPLICATES + QUOTA HOLDS + PARENT HOLDS (+ RESTART
      *       SKIPS)
      *
      *   A NIGHT THAT WAS NOT SPLIT (ONE DRIVER RUN READING BAQTVAL'S
      *   OUTPUT DIRECTLY, POSTING AS STREAM 00) IS PROVED THE SAME
      *   WAY WITHOUT THE SPLIT AND MERGE LINKS.  A STEP THAT NEVER
      *   POSTED IS ITSELF AN OUT-OF-BALANCE CONDITION -- THAT IS
      *   EXACTLY THE DROPPED STREAM THIS REPORT EXISTS TO CATCH.
      *
      *   THE REPORT (BAQBRPRT) SHOWS ONE LINE PER STREAM AND A CHAIN
      *   TOTAL, THEN LISTS EVERY OUT-OF-BALANCE CONDITION WITH THE
      *   EXPECTED AND ACTUAL FIGURES.  STEP RC IS 8 WHEN THE CHAIN IS
      *   OUT OF BALANCE OR THE LEDGER CANNOT BE READ, SO THE
      *   SCHEDULER CAN HOLD THE MORNING REPORTING.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BAQBALN.
       AUTHOR.        R. OKONKWO.
       INSTALLATION.  ENTERPRISE BATCH SYSTEMS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAQLEDGR ASSIGN TO BAQLEDGR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGR-STATUS.

           SELECT BAQBRPRT ASSIGN TO BAQBRPRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRPRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BAQLEDGR
           RECORDING MODE IS F.
           COPY BAQLEDG.

       FD  BAQBRPRT
           RECORDING MODE IS F.
       01  BAQBRPRT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    SWITCHES
      *****************************************************************
       77  WS-ABORT-SWITCH             PIC X(01) VALUE 'N'.
           88 WS-ABORT                   VALUE 'Y'.

       77  WS-LEDGR-EOF-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-LEDGR-EOF               VALUE 'Y'.

       77  WS-FOUND-SWITCH             PIC X(01) VALUE 'N'.
           88 WS-FOUND                   VALUE 'Y'.

       77  WS-TVAL-POSTED-SWITCH       PIC X(01) VALUE 'N'.
           88 WS-TVAL-POSTED             VALUE 'Y'.

       77  WS-SPLIT-POSTED-SWITCH      PIC X(01) VALUE 'N'.
           88 WS-SPLIT-POSTED            VALUE 'Y'.

       77  WS-MERGE-POSTED-SWITCH      PIC X(01) VALUE 'N'.
           88 WS-MERGE-POSTED            VALUE 'Y'.

      *    SET WHEN BAQSPLT POSTED OR ANY DRIVER RUN POSTED UNDER A
      *    STREAM OTHER THAN 00 -- EITHER WAY THE NIGHT WAS SPLIT.
       77  WS-SPLIT-NIGHT-SWITCH       PIC X(01) VALUE 'N'.
           88 WS-SPLIT-NIGHT             VALUE 'Y'.

       77  WS-WRITTEN-FOUND-SWITCH     PIC X(01) VALUE 'N'.
           88 WS-WRITTEN-FOUND           VALUE 'Y'.

       77  WS-DRIVER-FOUND-SWITCH      PIC X(01) VALUE 'N'.
           88 WS-DRIVER-FOUND            VALUE 'Y'.

      *****************************************************************
      *    FILE STATUS FIELDS
      *****************************************************************
       77  WS-LEDGR-STATUS             PIC X(02) VALUE SPACES.
       77  WS-BRPRT-STATUS             PIC X(02) VALUE SPACES.

      *****************************************************************
      *    LEDGER TABLE -- ONE ENTRY PER PROGRAM/STREAM/COUNT NAME.  A
      *    LATER POSTING OF THE SAME COUNT (A RERUN STEP) REPLACES THE
      *    EARLIER ONE.
      *****************************************************************
       01  WS-LEDGER-TABLE.
           05 WS-LDGTBL-ENTRY OCCURS 300 TIMES.
              10 WS-LDGTBL-PROGRAM     PIC X(08).
              10 WS-LDGTBL-STREAM      PIC X(02).
              10 WS-LDGTBL-NAME        PIC X(08).
              10 WS-LDGTBL-COUNT       PIC 9(09) COMP-3.

       77  WS-LEDGER-COUNT             PIC 9(05) COMP-3 VALUE 0.
       77  WS-LEDGER-IDX               PIC 9(05) COMP-3 VALUE 0.
       77  WS-LEDGER-MAX               PIC 9(05) COMP-3 VALUE 300.
       77  WS-POSTINGS-READ            PIC 9(09) COMP-3 VALUE 0.
       77  WS-LEDGER-RUN-DATE          PIC X(08) VALUE SPACES.

      *****************************************************************
      *    LOOKUP ARGUMENTS FOR 2500-FIND-COUNT-RTN -- WS-FIND-COUNT
      *    COMES BACK ZERO WHEN THE COUNT WAS NEVER POSTED
      *****************************************************************
       77  WS-FIND-PROGRAM             PIC X(08) VALUE SPACES.
       77  WS-FIND-STREAM              PIC X(02) VALUE SPACES.
       77  WS-FIND-NAME                PIC X(08) VALUE SPACES.
       77  WS-FIND-COUNT               PIC 9(09) COMP-3 VALUE 0.

      *****************************************************************
      *    EDIT STEP AND SPLIT FIGURES
      *****************************************************************
       77  WS-EDIT-READ                PIC 9(09) COMP-3 VALUE 0.
       77  WS-EDIT-VALID               PIC 9(09) COMP-3 VALUE 0.
       77  WS-EDIT-REJECTED            PIC 9(09) COMP-3 VALUE 0.
       77  WS-SPLIT-READ               PIC 9(09) COMP-3 VALUE 0.
       77  WS-SPLIT-WRITTEN            PIC 9(09) COMP-3 VALUE 0.

      *****************************************************************
      *    ONE STREAM'S FIGURES
      *****************************************************************
       77  WS-STREAM-IDX               PIC 9(01) VALUE 1.
       77  WS-STREAM-ID                PIC X(02) VALUE SPACES.
       77  WS-STREAM-INPUT             PIC 9(09) COMP-3 VALUE 0.
       77  WS-DRV-READ                 PIC 9(09) COMP-3 VALUE 0.
       77  WS-DRV-CALLED               PIC 9(09) COMP-3 VALUE 0.
       77  WS-DRV-DEFERRED             PIC 9(09) COMP-3 VALUE 0.
       77  WS-DRV-SWEPT                PIC 9(09) COMP-3 VALUE 0.
       77  WS-DRV-DUPLICATES           PIC 9(09) COMP-3 VALUE 0.
       77  WS-DRV-RESTART-SKIP         PIC 9(09) COMP-3 VALUE 0.
       77  WS-DRV-QUOTA-HELD           PIC 9(09) COMP-3 VALUE 0.
       77  WS-DRV-DEP-HELD             PIC 9(09) COMP-3 VALUE 0.
       77  WS-DRV-DISPOSED             PIC 9(09) COMP-3 VALUE 0.
       77  WS-DIFFERENCE               PIC S9(10) COMP-3 VALUE 0.
       77  WS-CONDS-BEFORE             PIC 9(05) COMP-3 VALUE 0.

      *****************************************************************
      *    CHAIN TOTALS
      *****************************************************************
       77  WS-TOT-CALLED               PIC 9(09) COMP-3 VALUE 0.
       77  WS-TOT-DEFERRED             PIC 9(09) COMP-3 VALUE 0.
       77  WS-TOT-SWEPT                PIC 9(09) COMP-3 VALUE 0.
       77  WS-TOT-DUPLICATES           PIC 9(09) COMP-3 VALUE 0.
       77  WS-TOT-RESTART-SKIP         PIC 9(09) COMP-3 VALUE 0.
       77  WS-TOT-QUOTA-HELD           PIC 9(09) COMP-3 VALUE 0.
       77  WS-TOT-DEP-HELD             PIC 9(09) COMP-3 VALUE 0.
       77  WS-TOT-OUTPUT               PIC 9(10) COMP-3 VALUE 0.

      *****************************************************************
      *    MERGE COMPARISON -- ONE DRIVER COUNT AGAINST THE COUNT
      *    BAQMRGE POSTED FOR THE SAME STREAM
      *****************************************************************
       77  WS-CMP-EXPECTED             PIC 9(09) COMP-3 VALUE 0.
       77  WS-CMP-TEXT                 PIC X(50) VALUE SPACES.

      *****************************************************************
      *    OUT-OF-BALANCE CONDITIONS -- COLLECTED AS THE CHAIN IS
      *    PROVED AND PRINTED AFTER THE STREAM LINES.  EVERY CONDITION
      *    IS COUNTED; ONLY THE FIRST 100 ARE LISTED.
      *****************************************************************
       01  WS-COND-TABLE.
           05 WS-CNDTBL-ENTRY OCCURS 100 TIMES.
              10 WS-CNDTBL-PROGRAM     PIC X(08).
              10 WS-CNDTBL-STREAM      PIC X(02).
              10 WS-CNDTBL-TEXT        PIC X(50).
              10 WS-CNDTBL-EXPECTED    PIC 9(10) COMP-3.
              10 WS-CNDTBL-ACTUAL      PIC 9(10) COMP-3.

       77  WS-COND-COUNT               PIC 9(05) COMP-3 VALUE 0.
       77  WS-COND-IDX                 PIC 9(05) COMP-3 VALUE 0.
       77  WS-COND-MAX                 PIC 9(05) COMP-3 VALUE 100.

       77  WS-COND-PROGRAM             PIC X(08) VALUE SPACES.
       77  WS-COND-STREAM              PIC X(02) VALUE SPACES.
       77  WS-COND-TEXT                PIC X(50) VALUE SPACES.
       77  WS-COND-EXPECTED            PIC 9(10) COMP-3 VALUE 0.
       77  WS-COND-ACTUAL              PIC 9(10) COMP-3 VALUE 0.

      *****************************************************************
      *    PRINT LINES
      *****************************************************************
       01  WS-HDG1-LINE.
           05 FILLER                   PIC X(01) VALUE '1'.
           05 FILLER                   PIC X(50) VALUE
               'BAQBALN - NIGHTLY RUN BALANCING REPORT'.
           05 FILLER                   PIC X(16) VALUE
               'LEDGER RUN DATE '.
           05 H1-RUN-DATE              PIC X(08).
           05 FILLER                   PIC X(57) VALUE SPACES.

      *    THE COUNT COLUMNS ARE A TEN-BYTE EDITED FIGURE EACH, ONE
      *    SPACE APART, UNDER TWO-LINE HEADINGS, WHICH KEEPS THE
      *    STREAM LINE WITHIN THE 132-BYTE PRINT RECORD.
       01  WS-HDG2-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(06) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE
               '    RESTART'.
           05 FILLER                   PIC X(11) VALUE
               '      QUOTA'.
           05 FILLER                   PIC X(11) VALUE
               '     PARENT'.
           05 FILLER                   PIC X(27) VALUE SPACES.

       01  WS-HDG2A-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(06) VALUE 'STREAM'.
           05 FILLER                   PIC X(10) VALUE
               '     INPUT'.
           05 FILLER                   PIC X(11) VALUE
               '   REJECTED'.
           05 FILLER                   PIC X(11) VALUE
               '     CALLED'.
           05 FILLER                   PIC X(11) VALUE
               '   DEFERRED'.
           05 FILLER                   PIC X(11) VALUE
               '      SWEPT'.
           05 FILLER                   PIC X(11) VALUE
               ' DUPLICATES'.
           05 FILLER                   PIC X(11) VALUE
               '       SKIP'.
           05 FILLER                   PIC X(11) VALUE
               '       HELD'.
           05 FILLER                   PIC X(11) VALUE
               '       HELD'.
           05 FILLER                   PIC X(12) VALUE
               '  DIFFERENCE'.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(14) VALUE 'STATUS'.

       01  WS-DETAIL-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DL-STREAM                PIC X(06).
           05 DL-INPUT                 PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DL-REJECTED              PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DL-CALLED                PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DL-DEFERRED              PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DL-SWEPT                 PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DL-DUPLICATES            PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DL-RESTART-SKIP          PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DL-QUOTA-HELD            PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DL-DEP-HELD              PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DL-DIFFERENCE            PIC -ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DL-STATUS                PIC X(14).

       01  WS-HDG3-LINE.
           05 FILLER                   PIC X(01) VALUE '0'.
           05 FILLER                   PIC X(131) VALUE
               'OUT-OF-BALANCE CONDITIONS'.

       01  WS-HDG4-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(10) VALUE 'STEP'.
           05 FILLER                   PIC X(08) VALUE 'STREAM'.
           05 FILLER                   PIC X(52) VALUE 'CONDITION'.
           05 FILLER                   PIC X(15) VALUE
               '      EXPECTED'.
           05 FILLER                   PIC X(46) VALUE
               '         ACTUAL'.

       01  WS-COND-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 CL-PROGRAM               PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CL-STREAM                PIC X(02).
           05 FILLER                   PIC X(06) VALUE SPACES.
           05 CL-TEXT                  PIC X(50).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CL-EXPECTED              PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CL-ACTUAL                PIC Z,ZZZ,ZZZ,ZZ9.

       01  WS-RESULT-LINE.
           05 FILLER                   PIC X(01) VALUE '0'.
           05 RL-TEXT                  PIC X(40).
           05 RL-COUNT                 PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
      *****************************************************************
      *    0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE-RTN
               THRU 1000-EXIT.

           IF NOT WS-ABORT
               PERFORM 2000-LOAD-LEDGER-RTN
                   THRU 2000-EXIT
           END-IF.

           IF NOT WS-ABORT
               PERFORM 3000-WRITE-HEADINGS-RTN
                   THRU 3000-EXIT

               PERFORM 3500-PROVE-EDIT-STEP-RTN
                   THRU 3500-EXIT

               PERFORM 4000-PROVE-STREAMS-RTN
                   THRU 4000-EXIT

               PERFORM 5000-PROVE-CHAIN-TOTAL-RTN
                   THRU 5000-EXIT

               PERFORM 6000-WRITE-CONDITIONS-RTN
                   THRU 6000-EXIT

               PERFORM 7000-WRITE-RESULT-RTN
                   THRU 7000-EXIT
           END-IF.

           PERFORM 8000-TERMINATE-RTN
               THRU 8000-EXIT.

           IF WS-ABORT OR WS-COND-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      *****************************************************************
      *    1000-INITIALIZE-RTN -- OPEN THE LEDGER AND THE REPORT.  NO
      *                    LEDGER MEANS NOTHING WAS PROVED, WHICH IS
      *                    A FAILURE, NOT AN EMPTY NIGHT.
      *****************************************************************
       1000-INITIALIZE-RTN.
           OPEN INPUT BAQLEDGR.
           IF WS-LEDGR-STATUS NOT = '00'
               DISPLAY 'BAQBALN - OPEN FAILED FOR BAQLEDGR, STATUS = '
                   WS-LEDGR-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.

           OPEN OUTPUT BAQBRPRT.
           IF WS-BRPRT-STATUS NOT = '00'
               DISPLAY 'BAQBALN - OPEN FAILED FOR BAQBRPRT, STATUS = '
                   WS-BRPRT-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
           END-IF.

       1000-EXIT.
           EXIT.

      *****************************************************************
      *    2000-LOAD-LEDGER-RTN -- READ EVERY POSTING INTO THE LEDGER
      *                            TABLE
      *****************************************************************
       2000-LOAD-LEDGER-RTN.
           PERFORM 2100-LOAD-ONE-POSTING-RTN
               THRU 2100-EXIT
               UNTIL WS-LEDGR-EOF
                  OR WS-ABORT.

       2000-EXIT.
           EXIT.

      *****************************************************************
      *    2100-LOAD-ONE-POSTING-RTN -- ONE LEDGER RECORD.  THE SAME
      *                    PROGRAM/STREAM/COUNT POSTED AGAIN (A RERUN
      *                    STEP) REPLACES THE EARLIER FIGURE.  A COUNT
      *                    THAT IS NOT NUMERIC IS TAKEN AS ZERO, SO
      *                    THE STEP SHOWS UP SHORT RATHER THAN MISSING.
      *****************************************************************
       2100-LOAD-ONE-POSTING-RTN.
           READ BAQLEDGR
               AT END
                   MOVE 'Y' TO WS-LEDGR-EOF-SWITCH
                   GO TO 2100-EXIT
           END-READ.

           ADD 1 TO WS-POSTINGS-READ.
           IF BAQLDG-COUNT NOT NUMERIC
               DISPLAY 'BAQBALN - NON-NUMERIC COUNT POSTED BY '
                   BAQLDG-PROGRAM ' STREAM ' BAQLDG-STREAM ' '
                   BAQLDG-COUNT-NAME
               MOVE 0 TO BAQLDG-COUNT
           END-IF.

           EVALUATE BAQLDG-PROGRAM
               WHEN 'BAQTVAL'
                   MOVE 'Y' TO WS-TVAL-POSTED-SWITCH
                   MOVE BAQLDG-RUN-DATE TO WS-LEDGER-RUN-DATE
               WHEN 'BAQSPLT'
                   MOVE 'Y' TO WS-SPLIT-POSTED-SWITCH
                   MOVE 'Y' TO WS-SPLIT-NIGHT-SWITCH
               WHEN 'BAQMRGE'
                   MOVE 'Y' TO WS-MERGE-POSTED-SWITCH
               WHEN 'BAQRDRV'
                   IF BAQLDG-STREAM NOT = '00'
                       MOVE 'Y' TO WS-SPLIT-NIGHT-SWITCH
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           MOVE BAQLDG-PROGRAM    TO WS-FIND-PROGRAM.
           MOVE BAQLDG-STREAM     TO WS-FIND-STREAM.
           MOVE BAQLDG-COUNT-NAME TO WS-FIND-NAME.
           PERFORM 2500-FIND-COUNT-RTN
               THRU 2500-EXIT.

           IF WS-FOUND
               MOVE BAQLDG-COUNT TO WS-LDGTBL-COUNT(WS-LEDGER-IDX)
               GO TO 2100-EXIT
           END-IF.

           IF WS-LEDGER-COUNT >= WS-LEDGER-MAX
               DISPLAY 'BAQBALN - LEDGER TABLE FULL AT '
                   WS-LEDGER-MAX ' ENTRIES'
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 2100-EXIT
           END-IF.

           ADD 1 TO WS-LEDGER-COUNT.
           MOVE BAQLDG-PROGRAM
               TO WS-LDGTBL-PROGRAM(WS-LEDGER-COUNT).
           MOVE BAQLDG-STREAM
               TO WS-LDGTBL-STREAM(WS-LEDGER-COUNT).
           MOVE BAQLDG-COUNT-NAME
               TO WS-LDGTBL-NAME(WS-LEDGER-COUNT).
           MOVE BAQLDG-COUNT
               TO WS-LDGTBL-COUNT(WS-LEDGER-COUNT).

       2100-EXIT.
           EXIT.

      *****************************************************************
      *    2500-FIND-COUNT-RTN -- LOOK UP WS-FIND-PROGRAM/STREAM/NAME.
      *                    ON A HIT WS-LEDGER-IDX POINTS AT THE ENTRY
      *                    AND WS-FIND-COUNT HOLDS ITS FIGURE; ON A
      *                    MISS WS-FIND-COUNT IS ZERO.
      *****************************************************************
       2500-FIND-COUNT-RTN.
           MOVE 'N' TO WS-FOUND-SWITCH.
           MOVE 0   TO WS-FIND-COUNT.

           PERFORM 2510-COMPARE-ONE-ENTRY-RTN
               THRU 2510-EXIT
               VARYING WS-LEDGER-IDX FROM 1 BY 1
               UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT
                  OR WS-FOUND.

           IF WS-FOUND
               SUBTRACT 1 FROM WS-LEDGER-IDX
               MOVE WS-LDGTBL-COUNT(WS-LEDGER-IDX) TO WS-FIND-COUNT
           END-IF.

       2500-EXIT.
           EXIT.

      *****************************************************************
      *    2510-COMPARE-ONE-ENTRY-RTN -- COMPARE ONE LEDGER TABLE
      *                                  ENTRY AGAINST THE ARGUMENTS
      *****************************************************************
       2510-COMPARE-ONE-ENTRY-RTN.
           IF WS-LDGTBL-PROGRAM(WS-LEDGER-IDX) = WS-FIND-PROGRAM
                   AND WS-LDGTBL-STREAM(WS-LEDGER-IDX) = WS-FIND-STREAM
                   AND WS-LDGTBL-NAME(WS-LEDGER-IDX) = WS-FIND-NAME
               MOVE 'Y' TO WS-FOUND-SWITCH
           END-IF.

       2510-EXIT.
           EXIT.

      *****************************************************************
      *    3000-WRITE-HEADINGS-RTN
      *****************************************************************
       3000-WRITE-HEADINGS-RTN.
           MOVE WS-LEDGER-RUN-DATE TO H1-RUN-DATE.
           WRITE BAQBRPRT-RECORD FROM WS-HDG1-LINE.
           WRITE BAQBRPRT-RECORD FROM WS-HDG2-LINE.
           WRITE BAQBRPRT-RECORD FROM WS-HDG2A-LINE.

       3000-EXIT.
           EXIT.

      *****************************************************************
      *    3500-PROVE-EDIT-STEP-RTN -- BAQTVAL MUST HAVE POSTED AND
      *                    BALANCED, AND ON A SPLIT NIGHT BAQSPLT MUST
      *                    HAVE READ EVERYTHING BAQTVAL PASSED AND
      *                    WRITTEN ALL OF IT TO ITS STREAMS
      *****************************************************************
       3500-PROVE-EDIT-STEP-RTN.
           MOVE 'BAQTVAL' TO WS-FIND-PROGRAM.
           MOVE '00'      TO WS-FIND-STREAM.
           MOVE 'READ'    TO WS-FIND-NAME.
           PERFORM 2500-FIND-COUNT-RTN
               THRU 2500-EXIT.
           MOVE WS-FIND-COUNT TO WS-EDIT-READ.
           MOVE 'VALID'   TO WS-FIND-NAME.
           PERFORM 2500-FIND-COUNT-RTN
               THRU 2500-EXIT.
           MOVE WS-FIND-COUNT TO WS-EDIT-VALID.
           MOVE 'REJECTED' TO WS-FIND-NAME.
           PERFORM 2500-FIND-COUNT-RTN
               THRU 2500-EXIT.
           MOVE WS-FIND-COUNT TO WS-EDIT-REJECTED.

           MOVE 'BAQTVAL' TO WS-COND-PROGRAM.
           MOVE '00'      TO WS-COND-STREAM.
           IF NOT WS-TVAL-POSTED
               MOVE 'STEP HAS NOT POSTED TO THE LEDGER'
                   TO WS-COND-TEXT
               MOVE 0 TO WS-COND-EXPECTED
               MOVE 0 TO WS-COND-ACTUAL
               PERFORM 6500-ADD-CONDITION-RTN
                   THRU 6500-EXIT
           ELSE
               IF WS-EDIT-READ NOT = WS-EDIT-VALID + WS-EDIT-REJECTED
                   MOVE 'RECORDS READ NOT EQUAL TO VALID + REJECTED'
                       TO WS-COND-TEXT
                   MOVE WS-EDIT-READ TO WS-COND-EXPECTED
                   COMPUTE WS-COND-ACTUAL
                       = WS-EDIT-VALID + WS-EDIT-REJECTED
                   PERFORM 6500-ADD-CONDITION-RTN
                       THRU 6500-EXIT
               END-IF
           END-IF.

           IF NOT WS-SPLIT-NIGHT
               GO TO 3500-EXIT
           END-IF.

           MOVE 'BAQSPLT' TO WS-COND-PROGRAM.
           IF NOT WS-SPLIT-POSTED
               MOVE 'STEP HAS NOT POSTED TO THE LEDGER'
                   TO WS-COND-TEXT
               MOVE WS-EDIT-VALID TO WS-COND-EXPECTED
               MOVE 0 TO WS-COND-ACTUAL
               PERFORM 6500-ADD-CONDITION-RTN
                   THRU 6500-EXIT
               GO TO 3500-EXIT
           END-IF.

           MOVE 'BAQSPLT' TO WS-FIND-PROGRAM.
           MOVE 'READ'    TO WS-FIND-NAME.
           PERFORM 2500-FIND-COUNT-RTN
               THRU 2500-EXIT.
           MOVE WS-FIND-COUNT TO WS-SPLIT-READ.

           IF WS-SPLIT-READ NOT = WS-EDIT-VALID
               MOVE 'TRANSACTIONS READ NOT EQUAL TO BAQTVAL VALID'
                   TO WS-COND-TEXT
               MOVE WS-EDIT-VALID TO WS-COND-EXPECTED
               MOVE WS-SPLIT-READ TO WS-COND-ACTUAL
               PERFORM 6500-ADD-CONDITION-RTN
                   THRU 6500-EXIT
           END-IF.

           MOVE 0 TO WS-SPLIT-WRITTEN.
           MOVE 'WRITTEN' TO WS-FIND-NAME.
           MOVE '01' TO WS-FIND-STREAM.
           PERFORM 2500-FIND-COUNT-RTN
               THRU 2500-EXIT.
           ADD WS-FIND-COUNT TO WS-SPLIT-WRITTEN.
           MOVE '02' TO WS-FIND-STREAM.
           PERFORM 2500-FIND-COUNT-RTN
               THRU 2500-EXIT.
           ADD WS-FIND-COUNT TO WS-SPLIT-WRITTEN.
           MOVE '03' TO WS-FIND-STREAM.
           PERFORM 2500-FIND-COUNT-RTN
               THRU 2500-EXIT.
           ADD WS-FIND-COUNT TO WS-SPLIT-WRITTEN.
           MOVE '04' TO WS-FIND-STREAM.
           PERFORM 2500-FIND-COUNT-RTN
               THRU 2500-EXIT.
           ADD WS-FIND-COUNT TO WS-SPLIT-WRITTEN.

           IF WS-SPLIT-WRITTEN NOT = WS-SPLIT-READ
               MOVE 'STREAMS WRITTEN NOT EQUAL TO TRANSACTIONS READ'
                   TO WS-COND-TEXT
               MOVE WS-SPLIT-READ    TO WS-COND-EXPECTED
               MOVE WS-SPLIT-WRITTEN TO WS-COND-ACTUAL
               PERFORM 6500-ADD-CONDITION-RTN
                   THRU 6500-EXIT
           END-IF.

       3500-EXIT.
           EXIT.

      *****************************************************************
      *    4000-PROVE-STREAMS-RTN -- STREAMS 01-04 ON A SPLIT NIGHT,
      *                    THE SINGLE STREAM 00 OTHERWISE
      *****************************************************************
       4000-PROVE-STREAMS-RTN.
           IF NOT WS-SPLIT-NIGHT
               PERFORM 4200-PROVE-UNSPLIT-RTN
                   THRU 4200-EXIT
               GO TO 4000-EXIT
           END-IF.

           IF NOT WS-MERGE-POSTED
               MOVE 'BAQMRGE' TO WS-COND-PROGRAM
               MOVE '00'      TO WS-COND-STREAM
               MOVE 'STEP HAS NOT POSTED TO THE LEDGER'
                   TO WS-COND-TEXT
               MOVE 0 TO WS-COND-EXPECTED
               MOVE 0 TO WS-COND-ACTUAL
               PERFORM 6500-ADD-CONDITION-RTN
                   THRU 6500-EXIT
           END-IF.

           PERFORM 4100-PROVE-ONE-STREAM-RTN
               THRU 4100-EXIT
               VARYING WS-STREAM-IDX FROM 1 BY 1
               UNTIL WS-STREAM-IDX > 4.

       4000-EXIT.
           EXIT.

      *****************************************************************
      *    4100-PROVE-ONE-STREAM-RTN -- ONE OF BAQSPLT'S STREAMS.  A
      *                    STREAM NOBODY WROTE OR DROVE WAS NOT IN USE
      *                    TONIGHT AND IS LEFT OFF THE REPORT.  A
      *                    STREAM BAQSPLT WROTE TO THAT NO DRIVER
      *                    POSTED FOR IS THE DROPPED STREAM; ONE A
      *                    DRIVER POSTED FOR THAT BAQSPLT NEVER WROTE
      *                    IS A STALE FILE DRIVEN BY MISTAKE.
      *****************************************************************
       4100-PROVE-ONE-STREAM-RTN.
           MOVE '0'           TO WS-STREAM-ID(1:1).
           MOVE WS-STREAM-IDX TO WS-STREAM-ID(2:1).
           MOVE WS-COND-COUNT TO WS-CONDS-BEFORE.

           MOVE 'N' TO WS-WRITTEN-FOUND-SWITCH.
           MOVE 'BAQSPLT'    TO WS-FIND-PROGRAM.
           MOVE WS-STREAM-ID TO WS-FIND-STREAM.
           MOVE 'WRITTEN'    TO WS-FIND-NAME.
           PERFORM 2500-FIND-COUNT-RTN
               THRU 2500-EXIT.
           IF WS-FOUND
               MOVE 'Y' TO WS-WRITTEN-FOUND-SWITCH
           END-IF.
           MOVE WS-FIND-COUNT TO WS-STREAM-INPUT.

           PERFORM 4150-GET-DRIVER-COUNTS-RTN
               THRU 4150-EXIT.

           IF NOT WS-WRITTEN-FOUND AND NOT WS-DRIVER-FOUND
               GO TO 4100-EXIT
           END-IF.

           MOVE WS-STREAM-ID TO WS-COND-STREAM.

           IF NOT WS-DRIVER-FOUND
               IF WS-STREAM-INPUT > 0
                   MOVE 'BAQRDRV' TO WS-COND-PROGRAM
                   MOVE 'STREAM WRITTEN BUT NO DRIVER RUN POSTED'
                       TO WS-COND-TEXT
                   MOVE WS-STREAM-INPUT TO WS-COND-EXPECTED
                   MOVE 0               TO WS-COND-ACTUAL
                   PERFORM 6500-ADD-CONDITION-RTN
                       THRU 6500-EXIT
               END-IF
               GO TO 4100-WRITE
           END-IF.

           IF NOT WS-WRITTEN-FOUND AND WS-SPLIT-POSTED
               MOVE 'BAQRDRV' TO WS-COND-PROGRAM
               MOVE 'STREAM DRIVEN BUT NEVER WRITTEN BY BAQSPLT'
                   TO WS-COND-TEXT
               MOVE 0           TO WS-COND-EXPECTED
               MOVE WS-DRV-READ TO WS-COND-ACTUAL
               PERFORM 6500-ADD-CONDITION-RTN
                   THRU 6500-EXIT
           END-IF.

           IF WS-WRITTEN-FOUND AND WS-DRV-READ NOT = WS-STREAM-INPUT
               MOVE 'BAQRDRV' TO WS-COND-PROGRAM
               MOVE 'TRANSACTIONS READ NOT EQUAL TO STREAM WRITTEN'
                   TO WS-COND-TEXT
               MOVE WS-STREAM-INPUT TO WS-COND-EXPECTED
               MOVE WS-DRV-READ     TO WS-COND-ACTUAL
               PERFORM 6500-ADD-CONDITION-RTN
                   THRU 6500-EXIT
           END-IF.

           PERFORM 4170-PROVE-DRIVER-RTN
               THRU 4170-EXIT.

           IF WS-MERGE-POSTED
               PERFORM 4160-PROVE-MERGE-RTN
                   THRU 4160-EXIT
           END-IF.

      *    WITHOUT A BAQSPLT FIGURE THE DRIVER'S OWN READ COUNT IS THE
      *    BEST STATEMENT OF WHAT THE STREAM HELD.
           IF NOT WS-WRITTEN-FOUND
               MOVE WS-DRV-READ TO WS-STREAM-INPUT
           END-IF.

       4100-WRITE.
           PERFORM 4500-WRITE-STREAM-LINE-RTN
               THRU 4500-EXIT.

       4100-EXIT.
           EXIT.

      *****************************************************************
      *    4150-GET-DRIVER-COUNTS-RTN -- THE DRIVER RUN'S POSTINGS FOR
      *                    WS-STREAM-ID.  ITS READ COUNT IS POSTED BY
      *                    EVERY RUN, SO IT DECIDES WHETHER THE RUN
      *                    POSTED AT ALL.
      *****************************************************************
       4150-GET-DRIVER-COUNTS-RTN.
           MOVE 'N' TO WS-DRIVER-FOUND-SWITCH.
           MOVE 'BAQRDRV'    TO WS-FIND-PROGRAM.
           MOVE WS-STREAM-ID TO WS-FIND-STREAM.

           MOVE 'READ'       TO WS-FIND-NAME.
           PERFORM 2500-FIND-COUNT-RTN
               THRU 2500-EXIT.
           IF WS-FOUND
               MOVE 'Y' TO WS-DRIVER-FOUND-SWITCH
           END-IF.
           MOVE WS-FIND-COUNT TO WS-DRV-READ.

           MOVE 'CALLED'     TO WS-FIND-NAME.
           PERFORM 2500-FIND-COUNT-RTN
               THRU 2500-EXIT.
           MOVE WS-FIND-COUNT TO WS-DRV-CALLED.

           MOVE 'DEFERRED'   TO WS-FIND-NAME.
           PERFORM 2500-FIND-COUNT-RTN
               THRU 2500-EXIT.
           MOVE WS-FIND-COUNT TO WS-DRV-DEFERRED.

           MOVE 'SWEPT'      TO WS-FIND-NAME.
           PERFORM 2500-FIND-COUNT-RTN
               THRU 2500-EXIT.
           MOVE WS-FIND-COUNT TO WS-DRV-SWEPT.

           MOVE 'DUPLICAT'   TO WS-FIND-NAME.
           PERFORM 2500-FIND-COUNT-RTN
               THRU 2500-EXIT.
           MOVE WS-FIND-COUNT TO WS-DRV-DUPLICATES.

           MOVE 'RESTSKIP'   TO WS-FIND-NAME.
           PERFORM 2500-FIND-COUNT-RTN
               THRU 2500-EXIT.
           MOVE WS-FIND-COUNT TO WS-DRV-RESTART-SKIP.

           MOVE 'QUOTHELD'   TO WS-FIND-NAME.
           PERFORM 2500-FIND-COUNT-RTN
               THRU 2500-EXIT.
           MOVE WS-FIND-COUNT TO WS-DRV-QUOTA-HELD.

           MOVE 'DEPHELD'    TO WS-FIND-NAME.
           PERFORM 2500-FIND-COUNT-RTN
               THRU 2500-EXIT.
           MOVE WS-FIND-COUNT TO WS-DRV-DEP-HELD.

           COMPUTE WS-DRV-DISPOSED
               = WS-DRV-CALLED + WS-DRV-DEFERRED + WS-DRV-SWEPT
               + WS-DRV-DUPLICATES + WS-DRV-RESTART-SKIP
               + WS-DRV-QUOTA-HELD + WS-DRV-DEP-HELD.

       4150-EXIT.
           EXIT.

      *****************************************************************
      *    4160-PROVE-MERGE-RTN -- THE STREAM'S RUN SUMMARY MUST HAVE
      *                    REACHED BAQMRGE, CARRYING THE SAME COUNTS
      *                    THE DRIVER RUN POSTED
      *****************************************************************
       4160-PROVE-MERGE-RTN.
           MOVE 'BAQMRGE'    TO WS-COND-PROGRAM.
           MOVE 'BAQMRGE'    TO WS-FIND-PROGRAM.
           MOVE WS-STREAM-ID TO WS-FIND-STREAM.
           MOVE 'CALLED'     TO WS-FIND-NAME.
           PERFORM 2500-FIND-COUNT-RTN
               THRU 2500-EXIT.
           IF NOT WS-FOUND
               MOVE 'STREAM RUN SUMMARY NOT MERGED'
                   TO WS-COND-TEXT
               MOVE WS-DRV-CALLED TO WS-COND-EXPECTED
               MOVE 0             TO WS-COND-ACTUAL
               PERFORM 6500-ADD-CONDITION-RTN
                   THRU 6500-EXIT
               GO TO 4160-EXIT
           END-IF.

           MOVE WS-DRV-CALLED TO WS-CMP-EXPECTED.
           MOVE 'MERGED CALLED COUNT DIFFERS FROM DRIVER RUN'
               TO WS-CMP-TEXT.
           PERFORM 4165-COMPARE-MERGED-RTN
               THRU 4165-EXIT.

           MOVE 'DEFERRED' TO WS-FIND-NAME.
           MOVE WS-DRV-DEFERRED TO WS-CMP-EXPECTED.
           MOVE 'MERGED DEFERRED COUNT DIFFERS FROM DRIVER RUN'
               TO WS-CMP-TEXT.
           PERFORM 4165-COMPARE-MERGED-RTN
               THRU 4165-EXIT.

           MOVE 'SWEPT' TO WS-FIND-NAME.
           MOVE WS-DRV-SWEPT TO WS-CMP-EXPECTED.
           MOVE 'MERGED SWEPT COUNT DIFFERS FROM DRIVER RUN'
               TO WS-CMP-TEXT.
           PERFORM 4165-COMPARE-MERGED-RTN
               THRU 4165-EXIT.

           MOVE 'DUPLICAT' TO WS-FIND-NAME.
           MOVE WS-DRV-DUPLICATES TO WS-CMP-EXPECTED.
           MOVE 'MERGED DUPLICATE COUNT DIFFERS FROM DRIVER RUN'
               TO WS-CMP-TEXT.
           PERFORM 4165-COMPARE-MERGED-RTN
               THRU 4165-EXIT.

           MOVE 'QUOTHELD' TO WS-FIND-NAME.
           MOVE WS-DRV-QUOTA-HELD TO WS-CMP-EXPECTED.
           MOVE 'MERGED QUOTA-HELD COUNT DIFFERS FROM DRIVER RUN'
               TO WS-CMP-TEXT.
           PERFORM 4165-COMPARE-MERGED-RTN
               THRU 4165-EXIT.

           MOVE 'DEPHELD' TO WS-FIND-NAME.
           MOVE WS-DRV-DEP-HELD TO WS-CMP-EXPECTED.
           MOVE 'MERGED PARENT-HELD COUNT DIFFERS FROM DRIVER RUN'
               TO WS-CMP-TEXT.
           PERFORM 4165-COMPARE-MERGED-RTN
               THRU 4165-EXIT.

       4160-EXIT.
           EXIT.

      *****************************************************************
      *    4165-COMPARE-MERGED-RTN -- ONE MERGED COUNT (WS-FIND-NAME)
      *                    AGAINST THE DRIVER'S (WS-CMP-EXPECTED)
      *****************************************************************
       4165-COMPARE-MERGED-RTN.
           PERFORM 2500-FIND-COUNT-RTN
               THRU 2500-EXIT.

           IF WS-FIND-COUNT NOT = WS-CMP-EXPECTED
               MOVE WS-CMP-TEXT     TO WS-COND-TEXT
               MOVE WS-CMP-EXPECTED TO WS-COND-EXPECTED
               MOVE WS-FIND-COUNT   TO WS-COND-ACTUAL
               PERFORM 6500-ADD-CONDITION-RTN
                   THRU 6500-EXIT
           END-IF.

       4165-EXIT.
           EXIT.

      *****************************************************************
      *    4170-PROVE-DRIVER-RTN -- EVERY TRANSACTION THE DRIVER RUN
      *                    READ MUST BE CALLED, DEFERRED, SWEPT,
      *                    SKIPPED AS A DUPLICATE, SKIPPED ON
      *                    RESTART, HELD AT ITS TENANT'S QUOTA CEILING
      *                    OR HELD FOR ITS PARENT
      *****************************************************************
       4170-PROVE-DRIVER-RTN.
           IF WS-DRV-DISPOSED NOT = WS-DRV-READ
               MOVE 'BAQRDRV' TO WS-COND-PROGRAM
               MOVE 'TRANSACTIONS READ NOT ALL ACCOUNTED FOR'
                   TO WS-COND-TEXT
               MOVE WS-DRV-READ     TO WS-COND-EXPECTED
               MOVE WS-DRV-DISPOSED TO WS-COND-ACTUAL
               PERFORM 6500-ADD-CONDITION-RTN
                   THRU 6500-EXIT
           END-IF.

       4170-EXIT.
           EXIT.

      *****************************************************************
      *    4200-PROVE-UNSPLIT-RTN -- ONE DRIVER RUN READING BAQTVAL'S
      *                    OUTPUT DIRECTLY, POSTED AS STREAM 00
      *****************************************************************
       4200-PROVE-UNSPLIT-RTN.
           MOVE '00'          TO WS-STREAM-ID.
           MOVE WS-COND-COUNT TO WS-CONDS-BEFORE.
           MOVE WS-EDIT-VALID TO WS-STREAM-INPUT.
           MOVE '00'          TO WS-COND-STREAM.

           PERFORM 4150-GET-DRIVER-COUNTS-RTN
               THRU 4150-EXIT.

           IF NOT WS-DRIVER-FOUND
               MOVE 'BAQRDRV' TO WS-COND-PROGRAM
               MOVE 'STEP HAS NOT POSTED TO THE LEDGER'
                   TO WS-COND-TEXT
               MOVE WS-STREAM-INPUT TO WS-COND-EXPECTED
               MOVE 0               TO WS-COND-ACTUAL
               PERFORM 6500-ADD-CONDITION-RTN
                   THRU 6500-EXIT
               GO TO 4200-WRITE
           END-IF.

           IF WS-DRV-READ NOT = WS-STREAM-INPUT
               MOVE 'BAQRDRV' TO WS-COND-PROGRAM
               MOVE 'TRANSACTIONS READ NOT EQUAL TO BAQTVAL VALID'
                   TO WS-COND-TEXT
               MOVE WS-STREAM-INPUT TO WS-COND-EXPECTED
               MOVE WS-DRV-READ     TO WS-COND-ACTUAL
               PERFORM 6500-ADD-CONDITION-RTN
                   THRU 6500-EXIT
           END-IF.

           PERFORM 4170-PROVE-DRIVER-RTN
               THRU 4170-EXIT.

       4200-WRITE.
           PERFORM 4500-WRITE-STREAM-LINE-RTN
               THRU 4500-EXIT.

       4200-EXIT.
           EXIT.

      *****************************************************************
      *    4500-WRITE-STREAM-LINE-RTN -- ONE STREAM'S LINE, ADDED INTO
      *                    THE CHAIN TOTALS.  THE DIFFERENCE IS WHAT
      *                    CAME INTO THE STREAM LESS EVERYTHING THE
      *                    DRIVER ACCOUNTED FOR; THE STREAM IS OUT OF
      *                    BALANCE IF ANY CONDITION WAS RAISED FOR IT.
      *****************************************************************
       4500-WRITE-STREAM-LINE-RTN.
           ADD WS-DRV-CALLED       TO WS-TOT-CALLED.
           ADD WS-DRV-DEFERRED     TO WS-TOT-DEFERRED.
           ADD WS-DRV-SWEPT        TO WS-TOT-SWEPT.
           ADD WS-DRV-DUPLICATES   TO WS-TOT-DUPLICATES.
           ADD WS-DRV-RESTART-SKIP TO WS-TOT-RESTART-SKIP.
           ADD WS-DRV-QUOTA-HELD   TO WS-TOT-QUOTA-HELD.
           ADD WS-DRV-DEP-HELD     TO WS-TOT-DEP-HELD.

           COMPUTE WS-DIFFERENCE = WS-STREAM-INPUT - WS-DRV-DISPOSED.

           MOVE SPACES              TO WS-DETAIL-LINE.
           MOVE WS-STREAM-ID        TO DL-STREAM.
           MOVE WS-STREAM-INPUT     TO DL-INPUT.
           MOVE WS-DRV-CALLED       TO DL-CALLED.
           MOVE WS-DRV-DEFERRED     TO DL-DEFERRED.
           MOVE WS-DRV-SWEPT        TO DL-SWEPT.
           MOVE WS-DRV-DUPLICATES   TO DL-DUPLICATES.
           MOVE WS-DRV-RESTART-SKIP TO DL-RESTART-SKIP.
           MOVE WS-DRV-QUOTA-HELD   TO DL-QUOTA-HELD.
           MOVE WS-DRV-DEP-HELD     TO DL-DEP-HELD.
           MOVE WS-DIFFERENCE       TO DL-DIFFERENCE.
           IF WS-COND-COUNT > WS-CONDS-BEFORE
               MOVE 'OUT OF BALANCE' TO DL-STATUS
           ELSE
               MOVE 'IN BALANCE'     TO DL-STATUS
           END-IF.

           WRITE BAQBRPRT-RECORD FROM WS-DETAIL-LINE.

       4500-EXIT.
           EXIT.

      *****************************************************************
      *    5000-PROVE-CHAIN-TOTAL-RTN -- WHAT CAME INTO BAQTVAL MUST
      *                    EQUAL ITS REJECTS PLUS EVERYTHING THE
      *                    DRIVER RUNS ACCOUNTED FOR
      *****************************************************************
       5000-PROVE-CHAIN-TOTAL-RTN.
           MOVE WS-COND-COUNT TO WS-CONDS-BEFORE.

           COMPUTE WS-TOT-OUTPUT
               = WS-EDIT-REJECTED + WS-TOT-CALLED + WS-TOT-DEFERRED
               + WS-TOT-SWEPT + WS-TOT-DUPLICATES
               + WS-TOT-RESTART-SKIP + WS-TOT-QUOTA-HELD
               + WS-TOT-DEP-HELD.
           COMPUTE WS-DIFFERENCE = WS-EDIT-READ - WS-TOT-OUTPUT.

           IF WS-DIFFERENCE NOT = 0
               MOVE 'CHAIN'   TO WS-COND-PROGRAM
               MOVE '00'      TO WS-COND-STREAM
               MOVE 'INPUT NOT EQUAL TO REJECTS + DRIVER OUTCOMES'
                   TO WS-COND-TEXT
               MOVE WS-EDIT-READ  TO WS-COND-EXPECTED
               MOVE WS-TOT-OUTPUT TO WS-COND-ACTUAL
               PERFORM 6500-ADD-CONDITION-RTN
                   THRU 6500-EXIT
           END-IF.

           MOVE SPACES              TO WS-DETAIL-LINE.
           MOVE 'TOTAL'             TO DL-STREAM.
           MOVE WS-EDIT-READ        TO DL-INPUT.
           MOVE WS-EDIT-REJECTED    TO DL-REJECTED.
           MOVE WS-TOT-CALLED       TO DL-CALLED.
           MOVE WS-TOT-DEFERRED     TO DL-DEFERRED.
           MOVE WS-TOT-SWEPT        TO DL-SWEPT.
           MOVE WS-TOT-DUPLICATES   TO DL-DUPLICATES.
           MOVE WS-TOT-RESTART-SKIP TO DL-RESTART-SKIP.
           MOVE WS-TOT-QUOTA-HELD   TO DL-QUOTA-HELD.
           MOVE WS-TOT-DEP-HELD     TO DL-DEP-HELD.
           MOVE WS-DIFFERENCE       TO DL-DIFFERENCE.
           IF WS-COND-COUNT > 0
               MOVE 'OUT OF BALANCE' TO DL-STATUS
           ELSE
               MOVE 'IN BALANCE'     TO DL-STATUS
           END-IF.

           WRITE BAQBRPRT-RECORD FROM WS-DETAIL-LINE.

       5000-EXIT.
           EXIT.

      *****************************************************************
      *    6000-WRITE-CONDITIONS-RTN -- LIST THE OUT-OF-BALANCE
      *                                 CONDITIONS, IF ANY
      *****************************************************************
       6000-WRITE-CONDITIONS-RTN.
           IF WS-COND-COUNT = 0
               GO TO 6000-EXIT
           END-IF.

           WRITE BAQBRPRT-RECORD FROM WS-HDG3-LINE.
           WRITE BAQBRPRT-RECORD FROM WS-HDG4-LINE.

           PERFORM 6100-WRITE-ONE-CONDITION-RTN
               THRU 6100-EXIT
               VARYING WS-COND-IDX FROM 1 BY 1
               UNTIL WS-COND-IDX > WS-COND-COUNT
                  OR WS-COND-IDX > WS-COND-MAX.

       6000-EXIT.
           EXIT.

      *****************************************************************
      *    6100-WRITE-ONE-CONDITION-RTN
      *****************************************************************
       6100-WRITE-ONE-CONDITION-RTN.
           MOVE SPACES TO WS-COND-LINE.
           MOVE WS-CNDTBL-PROGRAM(WS-COND-IDX)  TO CL-PROGRAM.
           MOVE WS-CNDTBL-STREAM(WS-COND-IDX)   TO CL-STREAM.
           MOVE WS-CNDTBL-TEXT(WS-COND-IDX)     TO CL-TEXT.
           MOVE WS-CNDTBL-EXPECTED(WS-COND-IDX) TO CL-EXPECTED.
           MOVE WS-CNDTBL-ACTUAL(WS-COND-IDX)   TO CL-ACTUAL.

           WRITE BAQBRPRT-RECORD FROM WS-COND-LINE.

       6100-EXIT.
           EXIT.

      *****************************************************************
      *    6500-ADD-CONDITION-RTN -- RECORD ONE OUT-OF-BALANCE
      *                    CONDITION FROM THE WS-COND- FIELDS AND
      *                    ECHO IT TO THE JOB LOG
      *****************************************************************
       6500-ADD-CONDITION-RTN.
           ADD 1 TO WS-COND-COUNT.
           DISPLAY 'BAQBALN - OUT OF BALANCE: ' WS-COND-PROGRAM
               ' STREAM ' WS-COND-STREAM ' ' WS-COND-TEXT.

           IF WS-COND-COUNT > WS-COND-MAX
               GO TO 6500-EXIT
           END-IF.

           MOVE WS-COND-PROGRAM  TO WS-CNDTBL-PROGRAM(WS-COND-COUNT).
           MOVE WS-COND-STREAM   TO WS-CNDTBL-STREAM(WS-COND-COUNT).
           MOVE WS-COND-TEXT     TO WS-CNDTBL-TEXT(WS-COND-COUNT).
           MOVE WS-COND-EXPECTED TO WS-CNDTBL-EXPECTED(WS-COND-COUNT).
           MOVE WS-COND-ACTUAL   TO WS-CNDTBL-ACTUAL(WS-COND-COUNT).

       6500-EXIT.
           EXIT.

      *****************************************************************
      *    7000-WRITE-RESULT-RTN -- THE ONE LINE THE OPERATORS READ
      *****************************************************************
       7000-WRITE-RESULT-RTN.
           MOVE SPACES TO WS-RESULT-LINE.
           IF WS-COND-COUNT = 0
               MOVE 'RESULT: CHAIN IN BALANCE' TO RL-TEXT
           ELSE
               MOVE 'RESULT: CHAIN OUT OF BALANCE, CONDITIONS'
                   TO RL-TEXT
               MOVE WS-COND-COUNT TO RL-COUNT
           END-IF.

           WRITE BAQBRPRT-RECORD FROM WS-RESULT-LINE.

       7000-EXIT.
           EXIT.

      *****************************************************************
      *    8000-TERMINATE-RTN -- CLOSE FILES, DISPLAY THE RESULT
      *****************************************************************
       8000-TERMINATE-RTN.
           IF WS-LEDGR-STATUS = '00' OR WS-LEDGR-STATUS = '10'
               CLOSE BAQLEDGR
           END-IF.
           IF WS-BRPRT-STATUS = '00'
               CLOSE BAQBRPRT
           END-IF.

           DISPLAY 'BAQBALN - LEDGER POSTINGS READ:     '
               WS-POSTINGS-READ.
           DISPLAY 'BAQBALN - OUT-OF-BALANCE CONDITIONS: '
               WS-COND-COUNT.

       8000-EXIT.
           EXIT.
