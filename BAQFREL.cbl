      *****************************************************************
      *
      * PROGRAM-ID.    BAQFREL
      *
      * AUTHOR.        R. OKONKWO -- BATCH INTEGRATION TEAM
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS
      * DATE-WRITTEN.  2026-10-15
      *
      *****************************************************************
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RO    INITIAL VERSION -- FUTURE-DATED WAREHOUSE
      *                    INTAKE, CANCEL/RESCHEDULE, NIGHTLY RELEASE
      *                    INTO BAQTRNIN AND THE 30-DAY PIPELINE
      *                    REPORT.
      *****************************************************************
      * FUNCTION.
      *   BUSINESS UNITS HAND IN WORK THAT MUST NOT GO OUT UNTIL A
      *   GIVEN DATE (BAQTRIN-EFFECTIVE-DATE).  THIS STEP RUNS EACH
      *   NIGHT AHEAD OF BAQTVAL AND KEEPS THAT WORK ON THE BAQFWHSE
      *   FUTURE-DATED WAREHOUSE UNTIL IT IS DUE:
      *
      *     1. INTAKE -- EVERY TRANSACTION ON THE NIGHT'S BAQTRNIN
      *        DATED AFTER TODAY IS STORED ON THE WAREHOUSE WITH ITS
      *        BAQPYLIN PAYLOAD SEGMENTS.  ONE WHOSE SEQUENCE NUMBER
      *        IS ALREADY THERE IS NOT STORED AND IS REPORTED.
      *     2. MAINTENANCE -- THE BAQFWMNT DECK (OPTIONAL) CANCELS OR
      *        RESCHEDULES WAREHOUSE ITEMS.  A UNIT CAN ONLY TOUCH ITS
      *        OWN ITEMS; A BAD REQUEST IS REPORTED AND SKIPPED.
      *     3. RELEASE -- EVERY WAREHOUSE ITEM NOW DUE IS MERGED, IN
      *        SEQUENCE NUMBER ORDER, WITH THE DECK'S OWN DUE WORK INTO
      *        BAQTRNNW/BAQPYLNW, AND DELETED FROM THE WAREHOUSE.  THE
      *        JCL HANDS THE TWO NEW FILES TO BAQTVAL AS BAQTRNIN AND
      *        BAQPYLIN.
      *     4. PIPELINE -- WHAT IS LEFT ON THE WAREHOUSE FOR THE NEXT
      *        30 DAYS IS PRINTED BY STUB AND BUSINESS UNIT, A WEEK TO
      *        A COLUMN, WITH A COUNT OF ANYTHING DUE LATER.
      *
      *   EVERY ITEM WAREHOUSED, CANCELLED, RESCHEDULED OR RELEASED
      *   PRINTS ONE ACTIVITY LINE ON BAQFRPRT.  AN EFFECTIVE DATE
      *   THAT IS NOT A REAL DATE IS NOT WAREHOUSED -- THE TRANSACTION
      *   GOES ON TO BAQTVAL, WHICH REJECTS IT.  A DUE DECK RECORD
      *   SHARING ITS SEQUENCE NUMBER WITH AN ITEM RELEASED TONIGHT IS
      *   NOT PASSED ON.  STEP RC IS 4 WHEN A MAINTENANCE REQUEST WAS
      *   REJECTED OR A DECK RECORD COULD NOT BE STORED OR PASSED ON,
      *   AND 8 WHEN A FILE CANNOT BE OPENED.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BAQFREL.
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
           SELECT BAQTRNIN ASSIGN TO BAQTRNIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRNIN-STATUS.

           SELECT BAQPYLIN ASSIGN TO BAQPYLIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PYLIN-STATUS.

           SELECT BAQFWMNT ASSIGN TO BAQFWMNT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FWMNT-STATUS.

           SELECT BAQFWHSE ASSIGN TO BAQFWHSE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQFWH-KEY
               FILE STATUS IS WS-FWHSE-STATUS.

           SELECT BAQTRNNW ASSIGN TO BAQTRNNW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRNNW-STATUS.

           SELECT BAQPYLNW ASSIGN TO BAQPYLNW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PYLNW-STATUS.

           SELECT BAQFRPRT ASSIGN TO BAQFRPRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRPRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *    THE DECK IS READ AS A PLAIN RECORD IMAGE AND LEFT IN THE FD
      *    WHILE WAREHOUSE ITEMS AHEAD OF IT ARE RELEASED; THE BAQTRIN
      *    LAYOUT LIVES IN WORKING-STORAGE (BELOW) AND SERVES BOTH THE
      *    DECK RECORD AND THE WAREHOUSE ITEM IN HAND.
      *****************************************************************
       FD  BAQTRNIN
           RECORDING MODE IS F.
       01  BAQTRNIN-RECORD                 PIC X(2643).

       FD  BAQPYLIN
           RECORDING MODE IS F.
           COPY BAQPREQ.

       FD  BAQFWMNT
           RECORDING MODE IS F.
           COPY BAQFWM.

       FD  BAQFWHSE.
           COPY BAQFWH.

       FD  BAQTRNNW
           RECORDING MODE IS F.
       01  BAQTRNNW-RECORD                 PIC X(2643).

       FD  BAQPYLNW
           RECORDING MODE IS F.
       01  BAQPYLNW-RECORD                 PIC X(527).

       FD  BAQFRPRT
           RECORDING MODE IS F.
       01  BAQFRPRT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    TRANSACTION LAYOUT -- THE DECK RECORD AS READ, OR THE
      *    WAREHOUSE ITEM BEING RELEASED OR RESCHEDULED
      *****************************************************************
           COPY BAQTRIN.

      *****************************************************************
      *    SWITCHES
      *****************************************************************
       77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 WS-EOF                     VALUE 'Y'.

       77  WS-ABORT-SWITCH             PIC X(01) VALUE 'N'.
           88 WS-ABORT                   VALUE 'Y'.

       77  WS-PYLIN-OPEN-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-PYLIN-OPEN              VALUE 'Y'.

       77  WS-PYLIN-EOF-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-PYLIN-EOF               VALUE 'Y'.

       77  WS-FWMNT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-FWMNT-OPEN              VALUE 'Y'.

       77  WS-FWMNT-EOF-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-FWMNT-EOF               VALUE 'Y'.

       77  WS-WHSE-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-WHSE-EOF                VALUE 'Y'.

       77  WS-DECK-FUTURE-SWITCH       PIC X(01) VALUE 'N'.
           88 WS-DECK-FUTURE             VALUE 'Y'.

       77  WS-CLASH-SWITCH             PIC X(01) VALUE 'N'.
           88 WS-CLASH                   VALUE 'Y'.

       77  WS-ITEM-FOUND-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-ITEM-FOUND              VALUE 'Y'.

       77  WS-DATE-VALID-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-DATE-VALID              VALUE 'Y'.

       77  WS-SEG-DONE-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-SEG-DONE                VALUE 'Y'.

       77  WS-PIPE-FULL-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-PIPE-TABLE-FULL         VALUE 'Y'.

      *****************************************************************
      *    FILE STATUS FIELDS
      *****************************************************************
       77  WS-TRNIN-STATUS             PIC X(02) VALUE SPACES.
       77  WS-PYLIN-STATUS             PIC X(02) VALUE SPACES.
       77  WS-FWMNT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-FWHSE-STATUS             PIC X(02) VALUE SPACES.
       77  WS-TRNNW-STATUS             PIC X(02) VALUE SPACES.
       77  WS-PYLNW-STATUS             PIC X(02) VALUE SPACES.
       77  WS-FRPRT-STATUS             PIC X(02) VALUE SPACES.

      *****************************************************************
      *    DATES -- TODAY, THE END OF THE 30-DAY PIPELINE, AND THE
      *    DATE BEING EDITED OR AGED
      *****************************************************************
       01  WS-TODAY-DATE               PIC X(08) VALUE SPACES.
       01  WS-TODAY-DATE-NUM REDEFINES WS-TODAY-DATE
                                       PIC 9(08).

       01  WS-HORIZON-DATE             PIC X(08) VALUE SPACES.
       01  WS-HORIZON-DATE-NUM REDEFINES WS-HORIZON-DATE
                                       PIC 9(08).

       01  WS-EDIT-DATE.
           05 WS-EDIT-YYYY             PIC 9(04).
           05 WS-EDIT-MM               PIC 9(02).
           05 WS-EDIT-DD               PIC 9(02).
       01  WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE
                                       PIC X(08).
       01  WS-EDIT-DATE-NUM REDEFINES WS-EDIT-DATE
                                       PIC 9(08).

       01  WS-MONTH-DAYS-VALUES.
           05 FILLER                   PIC X(24) VALUE
               '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05 WS-MONTH-DAYS            PIC 9(02) OCCURS 12 TIMES.

       77  WS-HORIZON-DAYS             PIC 9(03) VALUE 30.
       77  WS-TODAY-INT                PIC 9(07) COMP-3 VALUE 0.
       77  WS-HORIZON-INT              PIC 9(07) COMP-3 VALUE 0.
       77  WS-DUE-INT                  PIC 9(07) COMP-3 VALUE 0.
       77  WS-DAYS-AHEAD               PIC S9(07) COMP-3 VALUE 0.
       77  WS-DAYS-IN-MONTH            PIC 9(02) VALUE 0.
       77  WS-LEAP-QUOTIENT            PIC 9(04) COMP-3 VALUE 0.
       77  WS-LEAP-REM-4               PIC 9(04) COMP-3 VALUE 0.
       77  WS-LEAP-REM-100             PIC 9(04) COMP-3 VALUE 0.
       77  WS-LEAP-REM-400             PIC 9(04) COMP-3 VALUE 0.

      *****************************************************************
      *    MERGE KEYS -- THE SEQUENCE NUMBER OF THE DECK RECORD IN
      *    HAND AND OF THE NEXT DUE WAREHOUSE ITEM.  A DECK RECORD
      *    WITH A NON-NUMERIC SEQUENCE NUMBER GOES OUT AT ONCE (AS
      *    ZERO) FOR BAQTVAL TO REJECT.
      *****************************************************************
       77  WS-DECK-SEQ                 PIC 9(09) VALUE 0.
       77  WS-WHSE-SEQ                 PIC 9(09) VALUE 0.
       77  WS-ITEM-SEQ                 PIC 9(09) VALUE 0.
       77  WS-RELEASED-SEQ             PIC 9(09) VALUE 0.
       77  WS-RESULT-TEXT              PIC X(41) VALUE SPACES.

      *****************************************************************
      *    COUNTERS
      *****************************************************************
       77  WS-DECK-READ                PIC 9(09) COMP-3 VALUE 0.
       77  WS-ITEMS-STORED             PIC 9(09) COMP-3 VALUE 0.
       77  WS-STORE-CLASHES            PIC 9(09) COMP-3 VALUE 0.
       77  WS-SEGS-STORED              PIC 9(09) COMP-3 VALUE 0.
       77  WS-MAINT-READ               PIC 9(09) COMP-3 VALUE 0.
       77  WS-ITEMS-CANCELLED          PIC 9(09) COMP-3 VALUE 0.
       77  WS-ITEMS-RESCHEDULED        PIC 9(09) COMP-3 VALUE 0.
       77  WS-MAINT-REJECTED           PIC 9(09) COMP-3 VALUE 0.
       77  WS-SEGS-REMOVED             PIC 9(09) COMP-3 VALUE 0.
       77  WS-ITEMS-RELEASED           PIC 9(09) COMP-3 VALUE 0.
       77  WS-SEGS-RELEASED            PIC 9(09) COMP-3 VALUE 0.
       77  WS-DECK-PASSED              PIC 9(09) COMP-3 VALUE 0.
       77  WS-DECK-CLASHES             PIC 9(09) COMP-3 VALUE 0.
       77  WS-SEGS-PASSED              PIC 9(09) COMP-3 VALUE 0.
       77  WS-TRANS-WRITTEN            PIC 9(09) COMP-3 VALUE 0.
       77  WS-PIPE-ON-FILE             PIC 9(09) COMP-3 VALUE 0.
       77  WS-PIPE-IN-WINDOW           PIC 9(09) COMP-3 VALUE 0.
       77  WS-PIPE-BEYOND              PIC 9(09) COMP-3 VALUE 0.
       77  WS-PIPE-BAD-DATE            PIC 9(09) COMP-3 VALUE 0.
       77  WS-PIPE-OVERFLOW            PIC 9(09) COMP-3 VALUE 0.

      *****************************************************************
      *    PIPELINE TABLE -- ONE ENTRY PER STUB AND BUSINESS UNIT
      *    WITH WORK DUE IN THE NEXT 30 DAYS, KEPT IN STUB/UNIT ORDER
      *    AS IT IS BUILT.  THE FOUR COUNTS ARE DAYS 1-7, 8-14, 15-21
      *    AND 22-30 FROM TODAY.
      *****************************************************************
       01  WS-PIPE-TABLE.
           05 WS-PIPTBL-ENTRY OCCURS 500 TIMES.
              10 WS-PIPTBL-KEY.
                 15 WS-PIPTBL-STUB     PIC X(08).
                 15 WS-PIPTBL-UNIT     PIC X(06).
              10 WS-PIPTBL-WEEK        PIC 9(07) COMP-3
                                       OCCURS 4 TIMES.
              10 WS-PIPTBL-TOTAL       PIC 9(07) COMP-3.
              10 WS-PIPTBL-FIRST       PIC X(08).
              10 WS-PIPTBL-LAST        PIC X(08).

       77  WS-PIPE-COUNT               PIC 9(05) COMP-3 VALUE 0.
       77  WS-PIPE-MAX                 PIC 9(05) COMP-3 VALUE 500.
       77  WS-PIPE-IDX                 PIC 9(05) COMP-3 VALUE 0.
       77  WS-PIPE-CUR                 PIC 9(05) COMP-3 VALUE 0.
       77  WS-PIPE-WEEK-IDX            PIC 9(01) VALUE 0.

       01  WS-PIPE-KEY.
           05 WS-PIPE-KEY-STUB         PIC X(08).
           05 WS-PIPE-KEY-UNIT         PIC X(06).

       01  WS-PIPE-TOTALS.
           05 WS-PIPTOT-WEEK           PIC 9(09) COMP-3
                                       OCCURS 4 TIMES.
           05 WS-PIPTOT-TOTAL          PIC 9(09) COMP-3.

      *****************************************************************
      *    PRINT LINES
      *****************************************************************
       01  WS-HDG1-LINE.
           05 FILLER                   PIC X(01) VALUE '1'.
           05 FILLER                   PIC X(50) VALUE
               'BAQFREL - FUTURE-DATED WAREHOUSE RELEASE'.
           05 FILLER                   PIC X(05) VALUE 'DATE '.
           05 H1-TODAY                 PIC X(08).
           05 FILLER                   PIC X(68) VALUE SPACES.

       01  WS-SECTION-LINE.
           05 FILLER                   PIC X(01) VALUE '0'.
           05 SL-TEXT                  PIC X(131).

       01  WS-ACT-HDG-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(12) VALUE 'ACTION'.
           05 FILLER                   PIC X(10) VALUE 'SEQ NBR'.
           05 FILLER                   PIC X(09) VALUE 'STUB'.
           05 FILLER                   PIC X(07) VALUE 'UNIT'.
           05 FILLER                   PIC X(10) VALUE 'EFFECTIVE'.
           05 FILLER                   PIC X(10) VALUE 'NEW DATE'.
           05 FILLER                   PIC X(53) VALUE 'RESULT'.
           05 FILLER                   PIC X(20) VALUE 'REQUESTED BY'.

       01  WS-ACT-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 AL-ACTION                PIC X(12).
           05 AL-SEQ-NBR               PIC X(09).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 AL-STUB-NAME             PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 AL-UNIT                  PIC X(06).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 AL-EFF-DATE              PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 AL-NEW-DATE              PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 AL-RESULT                PIC X(52).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 AL-NOTE                  PIC X(20).

       01  WS-PIPE-HDG-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(10) VALUE 'STUB'.
           05 FILLER                   PIC X(08) VALUE 'UNIT'.
           05 FILLER                   PIC X(11) VALUE
               '   DAYS 1-7'.
           05 FILLER                   PIC X(11) VALUE
               '  DAYS 8-14'.
           05 FILLER                   PIC X(11) VALUE
               ' DAYS 15-21'.
           05 FILLER                   PIC X(11) VALUE
               ' DAYS 22-30'.
           05 FILLER                   PIC X(11) VALUE
               '      TOTAL'.
           05 FILLER                   PIC X(11) VALUE
               '  FIRST DUE'.
           05 FILLER                   PIC X(11) VALUE
               '   LAST DUE'.
           05 FILLER                   PIC X(36) VALUE SPACES.

       01  WS-PIPE-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 PL-STUB-NAME             PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 PL-UNIT                  PIC X(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 PL-WEEK-GROUP.
              10 PL-WEEK-ENTRY OCCURS 4 TIMES.
                 15 FILLER             PIC X(01).
                 15 PL-WEEK            PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 PL-TOTAL                 PIC ZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 PL-FIRST                 PIC X(08).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 PL-LAST                  PIC X(08).
           05 FILLER                   PIC X(36) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05 TL-CC                    PIC X(01) VALUE SPACE.
           05 TL-TEXT                  PIC X(40).
           05 TL-COUNT                 PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
      *****************************************************************
      *    0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE-RTN
               THRU 1000-EXIT.

           IF NOT WS-ABORT
               PERFORM 2000-INTAKE-RTN
                   THRU 2000-EXIT
           END-IF.

           IF NOT WS-ABORT
               PERFORM 3000-MAINTENANCE-RTN
                   THRU 3000-EXIT
           END-IF.

           IF NOT WS-ABORT
               PERFORM 4000-RELEASE-RTN
                   THRU 4000-EXIT
           END-IF.

           IF NOT WS-ABORT
               PERFORM 6000-PIPELINE-RTN
                   THRU 6000-EXIT
           END-IF.

           PERFORM 8000-TERMINATE-RTN
               THRU 8000-EXIT.

           IF WS-ABORT
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-MAINT-REJECTED > 0
                       OR WS-STORE-CLASHES > 0
                       OR WS-DECK-CLASHES > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

           GOBACK.

      *****************************************************************
      *    1000-INITIALIZE-RTN -- TAKE TODAY'S DATE AND THE PIPELINE
      *                    HORIZON, OPEN THE FILES, WRITE HEADINGS.
      *                    BAQPYLIN AND BAQFWMNT ARE OPTIONAL; THE
      *                    WAREHOUSE IS CREATED ON THE FIRST NIGHT IT
      *                    IS NEEDED (STATUS 35).
      *****************************************************************
       1000-INITIALIZE-RTN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT
               = FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM).
           COMPUTE WS-HORIZON-INT = WS-TODAY-INT + WS-HORIZON-DAYS.
           COMPUTE WS-HORIZON-DATE-NUM
               = FUNCTION DATE-OF-INTEGER(WS-HORIZON-INT).

           OPEN INPUT BAQTRNIN.
           IF WS-TRNIN-STATUS NOT = '00'
               DISPLAY 'BAQFREL - OPEN FAILED FOR BAQTRNIN, STATUS = '
                   WS-TRNIN-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT BAQPYLIN.
           IF WS-PYLIN-STATUS = '00'
               MOVE 'Y' TO WS-PYLIN-OPEN-SWITCH
           ELSE
               MOVE 'Y' TO WS-PYLIN-EOF-SWITCH
           END-IF.

           OPEN INPUT BAQFWMNT.
           IF WS-FWMNT-STATUS = '00'
               MOVE 'Y' TO WS-FWMNT-OPEN-SWITCH
           ELSE
               IF WS-FWMNT-STATUS NOT = '35'
                   DISPLAY 'BAQFREL - OPEN FAILED FOR BAQFWMNT, '
                       'STATUS = ' WS-FWMNT-STATUS
                   MOVE 'Y' TO WS-ABORT-SWITCH
                   GO TO 1000-EXIT
               END-IF
           END-IF.

           OPEN I-O BAQFWHSE.
           IF WS-FWHSE-STATUS = '35'
               OPEN OUTPUT BAQFWHSE
               IF WS-FWHSE-STATUS NOT = '00'
                   DISPLAY 'BAQFREL - OPEN OUTPUT FAILED FOR '
                       'BAQFWHSE, STATUS = ' WS-FWHSE-STATUS
                   MOVE 'Y' TO WS-ABORT-SWITCH
                   GO TO 1000-EXIT
               END-IF
               CLOSE BAQFWHSE
               OPEN I-O BAQFWHSE
           END-IF.
           IF WS-FWHSE-STATUS NOT = '00'
               DISPLAY 'BAQFREL - OPEN FAILED FOR BAQFWHSE, STATUS = '
                   WS-FWHSE-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.

           OPEN OUTPUT BAQTRNNW.
           OPEN OUTPUT BAQPYLNW.
           IF WS-TRNNW-STATUS NOT = '00'
                   OR WS-PYLNW-STATUS NOT = '00'
               DISPLAY 'BAQFREL - OPEN FAILED FOR BAQTRNNW/BAQPYLNW, '
                   'STATUS = ' WS-TRNNW-STATUS '/' WS-PYLNW-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.

           OPEN OUTPUT BAQFRPRT.
           IF WS-FRPRT-STATUS NOT = '00'
               DISPLAY 'BAQFREL - OPEN FAILED FOR BAQFRPRT, STATUS = '
                   WS-FRPRT-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.

           MOVE WS-TODAY-DATE TO H1-TODAY.
           WRITE BAQFRPRT-RECORD FROM WS-HDG1-LINE.
           MOVE 'WAREHOUSE ACTIVITY' TO SL-TEXT.
           WRITE BAQFRPRT-RECORD FROM WS-SECTION-LINE.
           WRITE BAQFRPRT-RECORD FROM WS-ACT-HDG-LINE.

       1000-EXIT.
           EXIT.

      *****************************************************************
      *    2000-INTAKE-RTN -- FIRST PASS OF THE DECK: STORE EVERY
      *                    FUTURE-DATED TRANSACTION, WITH ITS PAYLOAD,
      *                    ON THE WAREHOUSE.  BOTH INPUTS ARE THEN
      *                    REOPENED FOR THE RELEASE PASS.
      *****************************************************************
       2000-INTAKE-RTN.
           IF WS-PYLIN-OPEN
               PERFORM 7300-READ-SEGMENT-RTN
                   THRU 7300-EXIT
           END-IF.

           PERFORM 2100-INTAKE-ONE-RTN
               THRU 2100-EXIT
               UNTIL WS-EOF.

           CLOSE BAQTRNIN.
           OPEN INPUT BAQTRNIN.
           IF WS-TRNIN-STATUS NOT = '00'
               DISPLAY 'BAQFREL - REOPEN FAILED FOR BAQTRNIN, STATUS = '
                   WS-TRNIN-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 2000-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.

           IF NOT WS-PYLIN-OPEN
               GO TO 2000-EXIT
           END-IF.

           CLOSE BAQPYLIN.
           OPEN INPUT BAQPYLIN.
           IF WS-PYLIN-STATUS NOT = '00'
               DISPLAY 'BAQFREL - REOPEN FAILED FOR BAQPYLIN, STATUS = '
                   WS-PYLIN-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 2000-EXIT
           END-IF.
           MOVE 'N' TO WS-PYLIN-EOF-SWITCH.

           PERFORM 7300-READ-SEGMENT-RTN
               THRU 7300-EXIT.

       2000-EXIT.
           EXIT.

      *****************************************************************
      *    2100-INTAKE-ONE-RTN -- ONE DECK RECORD.  A FUTURE-DATED ONE
      *                    IS STORED UNDER ITS SEQUENCE NUMBER; IF THE
      *                    WAREHOUSE ALREADY HOLDS THAT NUMBER THE NEW
      *                    ONE IS NOT STORED AND IS REPORTED.
      *****************************************************************
       2100-INTAKE-ONE-RTN.
           PERFORM 7200-READ-TRANSACTION-RTN
               THRU 7200-EXIT.
           IF WS-EOF
               GO TO 2100-EXIT
           END-IF.

           ADD 1 TO WS-DECK-READ.
           IF NOT WS-DECK-FUTURE
               GO TO 2100-EXIT
           END-IF.

           MOVE SPACES                 TO BAQFWH-RECORD.
           MOVE BAQTRIN-SEQ-NBR        TO BAQFWH-SEQ-NBR.
           MOVE 'H'                    TO BAQFWH-REC-TYPE.
           MOVE 0                      TO BAQFWH-SEGMENT-NBR.
           MOVE BAQTRIN-EFFECTIVE-DATE TO BAQFWH-EFFECTIVE-DATE.
           MOVE BAQTRIN-STUB-NAME      TO BAQFWH-STUB-NAME.
           MOVE BAQTRIN-BUSINESS-UNIT  TO BAQFWH-BUSINESS-UNIT.
           MOVE WS-TODAY-DATE          TO BAQFWH-STORED-DATE.
           MOVE BAQTRIN-RECORD         TO BAQFWH-TRANSACTION.

           MOVE 'N' TO WS-CLASH-SWITCH.
           WRITE BAQFWH-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-CLASH-SWITCH
           END-WRITE.

           MOVE SPACES                 TO WS-ACT-LINE.
           MOVE BAQTRIN-SEQ-NBR        TO AL-SEQ-NBR.
           MOVE BAQTRIN-STUB-NAME      TO AL-STUB-NAME.
           MOVE BAQTRIN-BUSINESS-UNIT  TO AL-UNIT.
           MOVE BAQTRIN-EFFECTIVE-DATE TO AL-EFF-DATE.

           IF WS-CLASH
               MOVE 'NOT STORED' TO AL-ACTION
               MOVE 'SEQUENCE NUMBER ALREADY ON THE WAREHOUSE'
                   TO AL-RESULT
               WRITE BAQFRPRT-RECORD FROM WS-ACT-LINE
               ADD 1 TO WS-STORE-CLASHES
               GO TO 2100-EXIT
           END-IF.

           PERFORM 2200-STORE-SEGMENTS-RTN
               THRU 2200-EXIT.

           MOVE 'WAREHOUSED' TO AL-ACTION.
           MOVE 'HELD UNTIL ITS EFFECTIVE DATE' TO AL-RESULT.
           WRITE BAQFRPRT-RECORD FROM WS-ACT-LINE.
           ADD 1 TO WS-ITEMS-STORED.

       2100-EXIT.
           EXIT.

      *****************************************************************
      *    2200-STORE-SEGMENTS-RTN -- PASS OVER PAYLOAD SEGMENTS FOR
      *                    EARLIER SEQUENCE NUMBERS (THE RELEASE PASS
      *                    COPIES THOSE), THEN STORE THIS ITEM'S OWN
      *                    SEGMENTS BEHIND ITS HEADER
      *****************************************************************
       2200-STORE-SEGMENTS-RTN.
           IF NOT WS-PYLIN-OPEN
               GO TO 2200-EXIT
           END-IF.

           PERFORM 7300-READ-SEGMENT-RTN
               THRU 7300-EXIT
               UNTIL WS-PYLIN-EOF
                  OR BAQPREQ-SEQ-NBR >= WS-DECK-SEQ.

           PERFORM 2210-STORE-ONE-SEGMENT-RTN
               THRU 2210-EXIT
               UNTIL WS-PYLIN-EOF
                  OR BAQPREQ-SEQ-NBR NOT = WS-DECK-SEQ.

       2200-EXIT.
           EXIT.

      *****************************************************************
      *    2210-STORE-ONE-SEGMENT-RTN -- ONE PAYLOAD SEGMENT TO THE
      *                    WAREHOUSE UNDER ITS OWN SEGMENT NUMBER
      *****************************************************************
       2210-STORE-ONE-SEGMENT-RTN.
           MOVE SPACES              TO BAQFWH-RECORD.
           MOVE WS-DECK-SEQ         TO BAQFWH-SEQ-NBR.
           MOVE 'S'                 TO BAQFWH-REC-TYPE.
           MOVE BAQPREQ-SEGMENT-NBR TO BAQFWH-SEGMENT-NBR.
           MOVE BAQPREQ-RECORD      TO BAQFWH-SEGMENT-IMAGE.

           WRITE BAQFWH-RECORD
               INVALID KEY
                   DISPLAY 'BAQFREL - DUPLICATE PAYLOAD SEGMENT '
                       BAQPREQ-SEGMENT-NBR ' FOR SEQ ' WS-DECK-SEQ
                       ' - NOT STORED'
               NOT INVALID KEY
                   ADD 1 TO WS-SEGS-STORED
           END-WRITE.

           PERFORM 7300-READ-SEGMENT-RTN
               THRU 7300-EXIT.

       2210-EXIT.
           EXIT.

      *****************************************************************
      *    3000-MAINTENANCE-RTN -- APPLY THE CANCEL/RESCHEDULE DECK,
      *                    IF ONE WAS SUPPLIED
      *****************************************************************
       3000-MAINTENANCE-RTN.
           IF NOT WS-FWMNT-OPEN
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3100-APPLY-ONE-RTN
               THRU 3100-EXIT
               UNTIL WS-FWMNT-EOF.

       3000-EXIT.
           EXIT.

      *****************************************************************
      *    3100-APPLY-ONE-RTN -- ONE MAINTENANCE REQUEST: FIND THE
      *                    ITEM, PROVE THE UNIT OWNS IT, THEN CANCEL
      *                    OR RESCHEDULE IT
      *****************************************************************
       3100-APPLY-ONE-RTN.
           READ BAQFWMNT
               AT END
                   MOVE 'Y' TO WS-FWMNT-EOF-SWITCH
                   GO TO 3100-EXIT
           END-READ.

           ADD 1 TO WS-MAINT-READ.

           MOVE SPACES               TO WS-ACT-LINE.
           MOVE BAQFWM-SEQ-NBR       TO AL-SEQ-NBR.
           MOVE BAQFWM-BUSINESS-UNIT TO AL-UNIT.
           MOVE BAQFWM-REQUESTED-BY  TO AL-NOTE.
           EVALUATE TRUE
               WHEN BAQFWM-ACTION-CANCEL
                   MOVE 'CANCEL' TO AL-ACTION
               WHEN BAQFWM-ACTION-RESCHEDULE
                   MOVE 'RESCHEDULE' TO AL-ACTION
                   MOVE BAQFWM-NEW-DATE TO AL-NEW-DATE
               WHEN OTHER
                   MOVE BAQFWM-ACTION TO AL-ACTION
                   MOVE 'ACTION IS NOT C=CANCEL OR R=RESCHEDULE'
                       TO WS-RESULT-TEXT
                   GO TO 3100-REJECT
           END-EVALUATE.

           IF BAQFWM-SEQ-NBR NOT NUMERIC
               MOVE 'SEQUENCE NUMBER IS NOT NUMERIC' TO WS-RESULT-TEXT
               GO TO 3100-REJECT
           END-IF.

           MOVE BAQFWM-SEQ-NBR TO BAQFWH-SEQ-NBR.
           MOVE 'H'            TO BAQFWH-REC-TYPE.
           MOVE 0              TO BAQFWH-SEGMENT-NBR.
           MOVE 'Y'            TO WS-ITEM-FOUND-SWITCH.
           READ BAQFWHSE
               KEY IS BAQFWH-KEY
               INVALID KEY
                   MOVE 'N' TO WS-ITEM-FOUND-SWITCH
           END-READ.

           IF NOT WS-ITEM-FOUND
               MOVE 'NOT ON THE WAREHOUSE' TO WS-RESULT-TEXT
               GO TO 3100-REJECT
           END-IF.

           MOVE BAQFWH-STUB-NAME      TO AL-STUB-NAME.
           MOVE BAQFWH-EFFECTIVE-DATE TO AL-EFF-DATE.

           IF BAQFWM-BUSINESS-UNIT NOT = BAQFWH-BUSINESS-UNIT
               MOVE 'ITEM BELONGS TO ANOTHER BUSINESS UNIT'
                   TO WS-RESULT-TEXT
               GO TO 3100-REJECT
           END-IF.

           IF BAQFWM-ACTION-CANCEL
               PERFORM 3200-CANCEL-ITEM-RTN
                   THRU 3200-EXIT
               MOVE 'CANCELLED' TO AL-RESULT
               ADD 1 TO WS-ITEMS-CANCELLED
               GO TO 3100-REPORT
           END-IF.

           MOVE BAQFWM-NEW-DATE TO WS-EDIT-DATE-X.
           PERFORM 7100-EDIT-DATE-RTN
               THRU 7100-EXIT.
           IF NOT WS-DATE-VALID
               MOVE 'NEW DATE IS NOT A VALID YYYYMMDD DATE'
                   TO WS-RESULT-TEXT
               GO TO 3100-REJECT
           END-IF.

           PERFORM 3300-RESCHEDULE-ITEM-RTN
               THRU 3300-EXIT.
           IF BAQFWM-NEW-DATE > WS-TODAY-DATE
               MOVE 'RESCHEDULED' TO AL-RESULT
           ELSE
               MOVE 'RESCHEDULED - RELEASES TONIGHT' TO AL-RESULT
           END-IF.
           ADD 1 TO WS-ITEMS-RESCHEDULED.
           GO TO 3100-REPORT.

       3100-REJECT.
           STRING 'REJECTED - '  DELIMITED BY SIZE
                  WS-RESULT-TEXT DELIMITED BY SIZE
               INTO AL-RESULT.
           ADD 1 TO WS-MAINT-REJECTED.

       3100-REPORT.
           WRITE BAQFRPRT-RECORD FROM WS-ACT-LINE.

           IF BAQFWM-REASON NOT = SPACES
               MOVE SPACES        TO WS-ACT-LINE
               MOVE BAQFWM-REASON TO AL-RESULT
               WRITE BAQFRPRT-RECORD FROM WS-ACT-LINE
           END-IF.

       3100-EXIT.
           EXIT.

      *****************************************************************
      *    3200-CANCEL-ITEM-RTN -- DELETE THE ITEM'S HEADER, THEN
      *                    EVERY PAYLOAD SEGMENT FILED BEHIND IT
      *****************************************************************
       3200-CANCEL-ITEM-RTN.
           MOVE BAQFWH-SEQ-NBR TO WS-ITEM-SEQ.

           DELETE BAQFWHSE RECORD
               INVALID KEY
                   DISPLAY 'BAQFREL - DELETE FAILED FOR SEQ '
                       WS-ITEM-SEQ ', STATUS = ' WS-FWHSE-STATUS
           END-DELETE.

           MOVE WS-ITEM-SEQ TO BAQFWH-SEQ-NBR.
           MOVE 'S'         TO BAQFWH-REC-TYPE.
           MOVE 0           TO BAQFWH-SEGMENT-NBR.
           MOVE 'N'         TO WS-SEG-DONE-SWITCH.
           START BAQFWHSE
               KEY IS NOT LESS THAN BAQFWH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SEG-DONE-SWITCH
           END-START.

           PERFORM 3210-DELETE-ONE-SEGMENT-RTN
               THRU 3210-EXIT
               UNTIL WS-SEG-DONE.

       3200-EXIT.
           EXIT.

      *****************************************************************
      *    3210-DELETE-ONE-SEGMENT-RTN -- READ ON; DELETE THE RECORD
      *                    IF IT IS STILL ONE OF THIS ITEM'S SEGMENTS
      *****************************************************************
       3210-DELETE-ONE-SEGMENT-RTN.
           READ BAQFWHSE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SEG-DONE-SWITCH
                   GO TO 3210-EXIT
           END-READ.

           IF BAQFWH-SEQ-NBR NOT = WS-ITEM-SEQ
                   OR NOT BAQFWH-SEGMENT
               MOVE 'Y' TO WS-SEG-DONE-SWITCH
               GO TO 3210-EXIT
           END-IF.

           DELETE BAQFWHSE RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-SEG-DONE-SWITCH
               NOT INVALID KEY
                   ADD 1 TO WS-SEGS-REMOVED
           END-DELETE.

       3210-EXIT.
           EXIT.

      *****************************************************************
      *    3300-RESCHEDULE-ITEM-RTN -- THE NEW DATE GOES ON THE HEADER
      *                    AND INTO THE TRANSACTION IT CARRIES
      *****************************************************************
       3300-RESCHEDULE-ITEM-RTN.
           MOVE BAQFWH-TRANSACTION TO BAQTRIN-RECORD.
           MOVE BAQFWM-NEW-DATE    TO BAQTRIN-EFFECTIVE-DATE.
           MOVE BAQTRIN-RECORD     TO BAQFWH-TRANSACTION.
           MOVE BAQFWM-NEW-DATE    TO BAQFWH-EFFECTIVE-DATE.
           MOVE WS-TODAY-DATE      TO BAQFWH-CHANGED-DATE.

           REWRITE BAQFWH-RECORD
               INVALID KEY
                   DISPLAY 'BAQFREL - REWRITE FAILED FOR SEQ '
                       BAQFWH-SEQ-NBR ', STATUS = ' WS-FWHSE-STATUS
           END-REWRITE.

       3300-EXIT.
           EXIT.

      *****************************************************************
      *    4000-RELEASE-RTN -- SECOND PASS OF THE DECK: MERGE IT WITH
      *                    THE WAREHOUSE ITEMS NOW DUE, BOTH IN
      *                    ASCENDING SEQUENCE NUMBER ORDER, INTO
      *                    BAQTRNNW/BAQPYLNW.  ON A TIE THE WAREHOUSE
      *                    ITEM GOES OUT AND THE DECK RECORD IS HELD
      *                    BACK AND REPORTED -- PASSING BOTH WOULD RUN
      *                    THE DECK RECORD'S PAYLOAD INTO THE ITEM'S.
      *****************************************************************
       4000-RELEASE-RTN.
           PERFORM 7200-READ-TRANSACTION-RTN
               THRU 7200-EXIT.

           MOVE LOW-VALUES TO BAQFWH-KEY.
           START BAQFWHSE
               KEY IS NOT LESS THAN BAQFWH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-WHSE-EOF-SWITCH
           END-START.

           IF NOT WS-WHSE-EOF
               PERFORM 7400-READ-WAREHOUSE-RTN
                   THRU 7400-EXIT
           END-IF.

           PERFORM 4100-FIND-DUE-RTN
               THRU 4100-EXIT.

           PERFORM 4200-MERGE-ONE-RTN
               THRU 4200-EXIT
               UNTIL WS-EOF
                 AND WS-WHSE-EOF.

       4000-EXIT.
           EXIT.

      *****************************************************************
      *    4100-FIND-DUE-RTN -- READ ON FROM THE WAREHOUSE RECORD IN
      *                    HAND TO THE NEXT HEADER DUE TONIGHT (DATED
      *                    TODAY OR EARLIER)
      *****************************************************************
       4100-FIND-DUE-RTN.
           PERFORM 7400-READ-WAREHOUSE-RTN
               THRU 7400-EXIT
               UNTIL WS-WHSE-EOF
                  OR (BAQFWH-HEADER
                      AND BAQFWH-EFFECTIVE-DATE NOT > WS-TODAY-DATE).

           IF WS-WHSE-EOF
               MOVE 999999999      TO WS-WHSE-SEQ
           ELSE
               MOVE BAQFWH-SEQ-NBR TO WS-WHSE-SEQ
           END-IF.

       4100-EXIT.
           EXIT.

      *****************************************************************
      *    4200-MERGE-ONE-RTN -- RELEASE THE NEXT DUE WAREHOUSE ITEM
      *                    OR PASS ON THE NEXT DECK RECORD, WHICHEVER
      *                    HAS THE LOWER SEQUENCE NUMBER.  A FUTURE-
      *                    DATED DECK RECORD WAS DEALT WITH AT INTAKE
      *                    AND IS NOT PASSED ON.
      *****************************************************************
       4200-MERGE-ONE-RTN.
           IF NOT WS-WHSE-EOF
               IF WS-EOF
                       OR WS-WHSE-SEQ NOT > WS-DECK-SEQ
                   PERFORM 4300-RELEASE-ITEM-RTN
                       THRU 4300-EXIT
                   PERFORM 4100-FIND-DUE-RTN
                       THRU 4100-EXIT
                   GO TO 4200-EXIT
               END-IF
           END-IF.

           IF WS-DECK-FUTURE
               GO TO 4200-READ
           END-IF.

           IF WS-DECK-SEQ = WS-RELEASED-SEQ
                   AND WS-DECK-SEQ > 0
               MOVE SPACES                 TO WS-ACT-LINE
               MOVE 'NOT PASSED'           TO AL-ACTION
               MOVE BAQTRIN-SEQ-NBR        TO AL-SEQ-NBR
               MOVE BAQTRIN-STUB-NAME      TO AL-STUB-NAME
               MOVE BAQTRIN-BUSINESS-UNIT  TO AL-UNIT
               MOVE BAQTRIN-EFFECTIVE-DATE TO AL-EFF-DATE
               MOVE 'SEQUENCE NUMBER JUST RELEASED FROM THE WAREHOUSE'
                   TO AL-RESULT
               WRITE BAQFRPRT-RECORD FROM WS-ACT-LINE
               ADD 1 TO WS-DECK-CLASHES
               GO TO 4200-READ
           END-IF.

           PERFORM 4400-PASS-DECK-RECORD-RTN
               THRU 4400-EXIT.

       4200-READ.

           PERFORM 7200-READ-TRANSACTION-RTN
               THRU 7200-EXIT.

       4200-EXIT.
           EXIT.

      *****************************************************************
      *    4300-RELEASE-ITEM-RTN -- WRITE THE DUE ITEM'S TRANSACTION,
      *                    CARRYING THE WAREHOUSE'S EFFECTIVE DATE,
      *                    THEN ITS PAYLOAD SEGMENTS, DELETING EACH
      *                    RECORD FROM THE WAREHOUSE AS IT GOES.  THE
      *                    FIRST RECORD PAST THE ITEM IS LEFT IN HAND.
      *****************************************************************
       4300-RELEASE-ITEM-RTN.
           MOVE BAQFWH-TRANSACTION    TO BAQTRIN-RECORD.
           MOVE BAQFWH-EFFECTIVE-DATE TO BAQTRIN-EFFECTIVE-DATE.
           WRITE BAQTRNNW-RECORD FROM BAQTRIN-RECORD.
           ADD 1 TO WS-ITEMS-RELEASED.
           ADD 1 TO WS-TRANS-WRITTEN.

           MOVE SPACES                 TO WS-ACT-LINE.
           MOVE 'RELEASED'             TO AL-ACTION.
           MOVE BAQFWH-SEQ-NBR         TO AL-SEQ-NBR.
           MOVE BAQFWH-STUB-NAME       TO AL-STUB-NAME.
           MOVE BAQFWH-BUSINESS-UNIT   TO AL-UNIT.
           MOVE BAQFWH-EFFECTIVE-DATE  TO AL-EFF-DATE.
           MOVE 'MERGED INTO TONIGHT''S BAQTRNIN' TO AL-RESULT.
           WRITE BAQFRPRT-RECORD FROM WS-ACT-LINE.

           MOVE BAQFWH-SEQ-NBR TO WS-ITEM-SEQ.
           MOVE BAQFWH-SEQ-NBR TO WS-RELEASED-SEQ.
           DELETE BAQFWHSE RECORD
               INVALID KEY
                   DISPLAY 'BAQFREL - DELETE FAILED FOR SEQ '
                       WS-ITEM-SEQ ', STATUS = ' WS-FWHSE-STATUS
           END-DELETE.

           PERFORM 7400-READ-WAREHOUSE-RTN
               THRU 7400-EXIT.

           PERFORM 4310-RELEASE-ONE-SEGMENT-RTN
               THRU 4310-EXIT
               UNTIL WS-WHSE-EOF
                  OR BAQFWH-SEQ-NBR NOT = WS-ITEM-SEQ
                  OR NOT BAQFWH-SEGMENT.

       4300-EXIT.
           EXIT.

      *****************************************************************
      *    4310-RELEASE-ONE-SEGMENT-RTN -- ONE STORED SEGMENT OUT TO
      *                    BAQPYLNW AND OFF THE WAREHOUSE
      *****************************************************************
       4310-RELEASE-ONE-SEGMENT-RTN.
           WRITE BAQPYLNW-RECORD FROM BAQFWH-SEGMENT-IMAGE.
           ADD 1 TO WS-SEGS-RELEASED.

           DELETE BAQFWHSE RECORD
               INVALID KEY
                   DISPLAY 'BAQFREL - DELETE FAILED FOR SEGMENT '
                       BAQFWH-SEGMENT-NBR ' OF SEQ ' WS-ITEM-SEQ
           END-DELETE.

           PERFORM 7400-READ-WAREHOUSE-RTN
               THRU 7400-EXIT.

       4310-EXIT.
           EXIT.

      *****************************************************************
      *    4400-PASS-DECK-RECORD-RTN -- THE DECK RECORD, UNTOUCHED, AND
      *                    ITS PAYLOAD SEGMENTS.  SEGMENTS LEFT BEHIND
      *                    EARLIER SEQUENCE NUMBERS BELONG TO WAREHOUSED
      *                    ITEMS (OR TO NOTHING) AND ARE PASSED OVER.
      *****************************************************************
       4400-PASS-DECK-RECORD-RTN.
           WRITE BAQTRNNW-RECORD FROM BAQTRNIN-RECORD.
           ADD 1 TO WS-DECK-PASSED.
           ADD 1 TO WS-TRANS-WRITTEN.

           IF NOT WS-PYLIN-OPEN
               GO TO 4400-EXIT
           END-IF.

           PERFORM 7300-READ-SEGMENT-RTN
               THRU 7300-EXIT
               UNTIL WS-PYLIN-EOF
                  OR BAQPREQ-SEQ-NBR >= WS-DECK-SEQ.

           PERFORM 4410-PASS-ONE-SEGMENT-RTN
               THRU 4410-EXIT
               UNTIL WS-PYLIN-EOF
                  OR BAQPREQ-SEQ-NBR NOT = WS-DECK-SEQ.

       4400-EXIT.
           EXIT.

      *****************************************************************
      *    4410-PASS-ONE-SEGMENT-RTN -- ONE DECK SEGMENT TO BAQPYLNW
      *****************************************************************
       4410-PASS-ONE-SEGMENT-RTN.
           WRITE BAQPYLNW-RECORD FROM BAQPREQ-RECORD.
           ADD 1 TO WS-SEGS-PASSED.

           PERFORM 7300-READ-SEGMENT-RTN
               THRU 7300-EXIT.

       4410-EXIT.
           EXIT.

      *****************************************************************
      *    6000-PIPELINE-RTN -- READ WHAT IS LEFT ON THE WAREHOUSE,
      *                    TALLY EACH ITEM DUE IN THE NEXT 30 DAYS BY
      *                    STUB AND BUSINESS UNIT, AND PRINT THE TABLE
      *****************************************************************
       6000-PIPELINE-RTN.
           MOVE 'N' TO WS-WHSE-EOF-SWITCH.
           MOVE LOW-VALUES TO BAQFWH-KEY.
           START BAQFWHSE
               KEY IS NOT LESS THAN BAQFWH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-WHSE-EOF-SWITCH
           END-START.

           PERFORM 6100-TALLY-ONE-RTN
               THRU 6100-EXIT
               UNTIL WS-WHSE-EOF.

           MOVE SPACES TO SL-TEXT.
           STRING 'PIPELINE - WORK DUE AFTER ' DELIMITED BY SIZE
                  WS-TODAY-DATE                DELIMITED BY SIZE
                  ' THROUGH '                  DELIMITED BY SIZE
                  WS-HORIZON-DATE              DELIMITED BY SIZE
                  ', BY STUB AND BUSINESS UNIT' DELIMITED BY SIZE
               INTO SL-TEXT.
           WRITE BAQFRPRT-RECORD FROM WS-SECTION-LINE.
           WRITE BAQFRPRT-RECORD FROM WS-PIPE-HDG-LINE.

           MOVE 0 TO WS-PIPTOT-WEEK(1).
           MOVE 0 TO WS-PIPTOT-WEEK(2).
           MOVE 0 TO WS-PIPTOT-WEEK(3).
           MOVE 0 TO WS-PIPTOT-WEEK(4).
           MOVE 0 TO WS-PIPTOT-TOTAL.

           PERFORM 6400-PRINT-ONE-ENTRY-RTN
               THRU 6400-EXIT
               VARYING WS-PIPE-IDX FROM 1 BY 1
               UNTIL WS-PIPE-IDX > WS-PIPE-COUNT.

           IF WS-PIPE-COUNT = 0
               MOVE SPACES TO WS-ACT-LINE
               MOVE 'NOTHING IS DUE IN THE NEXT 30 DAYS' TO AL-RESULT
               WRITE BAQFRPRT-RECORD FROM WS-ACT-LINE
               GO TO 6000-EXIT
           END-IF.

           MOVE 'TOTAL'      TO PL-STUB-NAME.
           MOVE SPACES       TO PL-UNIT.
           MOVE SPACES       TO PL-FIRST.
           MOVE SPACES       TO PL-LAST.
           MOVE WS-PIPTOT-WEEK(1) TO PL-WEEK(1).
           MOVE WS-PIPTOT-WEEK(2) TO PL-WEEK(2).
           MOVE WS-PIPTOT-WEEK(3) TO PL-WEEK(3).
           MOVE WS-PIPTOT-WEEK(4) TO PL-WEEK(4).
           MOVE WS-PIPTOT-TOTAL   TO PL-TOTAL.
           WRITE BAQFRPRT-RECORD FROM WS-PIPE-LINE.

       6000-EXIT.
           EXIT.

      *****************************************************************
      *    6100-TALLY-ONE-RTN -- ONE WAREHOUSE RECORD; ONLY HEADERS
      *                    COUNT
      *****************************************************************
       6100-TALLY-ONE-RTN.
           PERFORM 7400-READ-WAREHOUSE-RTN
               THRU 7400-EXIT.
           IF WS-WHSE-EOF
                   OR NOT BAQFWH-HEADER
               GO TO 6100-EXIT
           END-IF.

           ADD 1 TO WS-PIPE-ON-FILE.

           MOVE BAQFWH-EFFECTIVE-DATE TO WS-EDIT-DATE-X.
           PERFORM 7100-EDIT-DATE-RTN
               THRU 7100-EXIT.
           IF NOT WS-DATE-VALID
               ADD 1 TO WS-PIPE-BAD-DATE
               GO TO 6100-EXIT
           END-IF.

           COMPUTE WS-DUE-INT
               = FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE-NUM).
           COMPUTE WS-DAYS-AHEAD = WS-DUE-INT - WS-TODAY-INT.
           IF WS-DAYS-AHEAD > WS-HORIZON-DAYS
               ADD 1 TO WS-PIPE-BEYOND
               GO TO 6100-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-DAYS-AHEAD < 8
                   MOVE 1 TO WS-PIPE-WEEK-IDX
               WHEN WS-DAYS-AHEAD < 15
                   MOVE 2 TO WS-PIPE-WEEK-IDX
               WHEN WS-DAYS-AHEAD < 22
                   MOVE 3 TO WS-PIPE-WEEK-IDX
               WHEN OTHER
                   MOVE 4 TO WS-PIPE-WEEK-IDX
           END-EVALUATE.

           MOVE BAQFWH-STUB-NAME     TO WS-PIPE-KEY-STUB.
           MOVE BAQFWH-BUSINESS-UNIT TO WS-PIPE-KEY-UNIT.
           PERFORM 6200-FIND-ENTRY-RTN
               THRU 6200-EXIT.
           IF WS-PIPE-CUR = 0
               ADD 1 TO WS-PIPE-OVERFLOW
               GO TO 6100-EXIT
           END-IF.

           ADD 1 TO WS-PIPE-IN-WINDOW.
           ADD 1 TO WS-PIPTBL-WEEK(WS-PIPE-CUR, WS-PIPE-WEEK-IDX).
           ADD 1 TO WS-PIPTBL-TOTAL(WS-PIPE-CUR).
           IF WS-PIPTBL-FIRST(WS-PIPE-CUR) = SPACES
                   OR BAQFWH-EFFECTIVE-DATE
                       < WS-PIPTBL-FIRST(WS-PIPE-CUR)
               MOVE BAQFWH-EFFECTIVE-DATE
                   TO WS-PIPTBL-FIRST(WS-PIPE-CUR)
           END-IF.
           IF BAQFWH-EFFECTIVE-DATE > WS-PIPTBL-LAST(WS-PIPE-CUR)
               MOVE BAQFWH-EFFECTIVE-DATE
                   TO WS-PIPTBL-LAST(WS-PIPE-CUR)
           END-IF.

       6100-EXIT.
           EXIT.

      *****************************************************************
      *    6200-FIND-ENTRY-RTN -- FIND THE STUB/UNIT ENTRY, OR OPEN A
      *                    NEW ONE IN ITS PLACE IN THE ORDER.
      *                    WS-PIPE-CUR IS ZERO WHEN THE TABLE IS FULL.
      *****************************************************************
       6200-FIND-ENTRY-RTN.
           MOVE 1 TO WS-PIPE-IDX.
           PERFORM 6210-STEP-ONE-ENTRY-RTN
               THRU 6210-EXIT
               UNTIL WS-PIPE-IDX > WS-PIPE-COUNT
                  OR WS-PIPTBL-KEY(WS-PIPE-IDX) NOT < WS-PIPE-KEY.

           IF WS-PIPE-IDX NOT > WS-PIPE-COUNT
               IF WS-PIPTBL-KEY(WS-PIPE-IDX) = WS-PIPE-KEY
                   MOVE WS-PIPE-IDX TO WS-PIPE-CUR
                   GO TO 6200-EXIT
               END-IF
           END-IF.

           MOVE 0 TO WS-PIPE-CUR.
           IF WS-PIPE-COUNT >= WS-PIPE-MAX
               IF NOT WS-PIPE-TABLE-FULL
                   DISPLAY 'BAQFREL - PIPELINE TABLE FULL AT '
                       WS-PIPE-MAX ' STUB/UNIT ENTRIES'
                   MOVE 'Y' TO WS-PIPE-FULL-SWITCH
               END-IF
               GO TO 6200-EXIT
           END-IF.

           MOVE WS-PIPE-IDX TO WS-PIPE-CUR.
           PERFORM 6220-SHIFT-ONE-ENTRY-RTN
               THRU 6220-EXIT
               VARYING WS-PIPE-IDX FROM WS-PIPE-COUNT BY -1
               UNTIL WS-PIPE-IDX < WS-PIPE-CUR.

           ADD 1 TO WS-PIPE-COUNT.
           MOVE WS-PIPE-KEY TO WS-PIPTBL-KEY(WS-PIPE-CUR).
           MOVE 0           TO WS-PIPTBL-WEEK(WS-PIPE-CUR, 1).
           MOVE 0           TO WS-PIPTBL-WEEK(WS-PIPE-CUR, 2).
           MOVE 0           TO WS-PIPTBL-WEEK(WS-PIPE-CUR, 3).
           MOVE 0           TO WS-PIPTBL-WEEK(WS-PIPE-CUR, 4).
           MOVE 0           TO WS-PIPTBL-TOTAL(WS-PIPE-CUR).
           MOVE SPACES      TO WS-PIPTBL-FIRST(WS-PIPE-CUR).
           MOVE SPACES      TO WS-PIPTBL-LAST(WS-PIPE-CUR).

       6200-EXIT.
           EXIT.

      *****************************************************************
      *    6210-STEP-ONE-ENTRY-RTN -- ON TO THE NEXT TABLE ENTRY
      *****************************************************************
       6210-STEP-ONE-ENTRY-RTN.
           ADD 1 TO WS-PIPE-IDX.

       6210-EXIT.
           EXIT.

      *****************************************************************
      *    6220-SHIFT-ONE-ENTRY-RTN -- MOVE ONE ENTRY UP A PLACE
      *****************************************************************
       6220-SHIFT-ONE-ENTRY-RTN.
           MOVE WS-PIPTBL-ENTRY(WS-PIPE-IDX)
               TO WS-PIPTBL-ENTRY(WS-PIPE-IDX + 1).

       6220-EXIT.
           EXIT.

      *****************************************************************
      *    6400-PRINT-ONE-ENTRY-RTN -- ONE STUB/UNIT LINE, ADDED INTO
      *                    THE TOTALS
      *****************************************************************
       6400-PRINT-ONE-ENTRY-RTN.
           MOVE SPACES TO WS-PIPE-LINE.
           MOVE WS-PIPTBL-STUB(WS-PIPE-IDX)  TO PL-STUB-NAME.
           MOVE WS-PIPTBL-UNIT(WS-PIPE-IDX)  TO PL-UNIT.
           MOVE WS-PIPTBL-WEEK(WS-PIPE-IDX, 1) TO PL-WEEK(1).
           MOVE WS-PIPTBL-WEEK(WS-PIPE-IDX, 2) TO PL-WEEK(2).
           MOVE WS-PIPTBL-WEEK(WS-PIPE-IDX, 3) TO PL-WEEK(3).
           MOVE WS-PIPTBL-WEEK(WS-PIPE-IDX, 4) TO PL-WEEK(4).
           MOVE WS-PIPTBL-TOTAL(WS-PIPE-IDX) TO PL-TOTAL.
           MOVE WS-PIPTBL-FIRST(WS-PIPE-IDX) TO PL-FIRST.
           MOVE WS-PIPTBL-LAST(WS-PIPE-IDX)  TO PL-LAST.
           WRITE BAQFRPRT-RECORD FROM WS-PIPE-LINE.

           ADD WS-PIPTBL-WEEK(WS-PIPE-IDX, 1) TO WS-PIPTOT-WEEK(1).
           ADD WS-PIPTBL-WEEK(WS-PIPE-IDX, 2) TO WS-PIPTOT-WEEK(2).
           ADD WS-PIPTBL-WEEK(WS-PIPE-IDX, 3) TO WS-PIPTOT-WEEK(3).
           ADD WS-PIPTBL-WEEK(WS-PIPE-IDX, 4) TO WS-PIPTOT-WEEK(4).
           ADD WS-PIPTBL-TOTAL(WS-PIPE-IDX)   TO WS-PIPTOT-TOTAL.

       6400-EXIT.
           EXIT.

      *****************************************************************
      *    7000-CLASSIFY-RTN -- IS THE TRANSACTION IN BAQTRIN-RECORD
      *                    FOR THE WAREHOUSE?  ONLY WITH A NUMERIC
      *                    SEQUENCE NUMBER AND A REAL EFFECTIVE DATE
      *                    AFTER TODAY; ANYTHING ELSE GOES ON TO BAQTVAL
      *                    TONIGHT.
      *****************************************************************
       7000-CLASSIFY-RTN.
           MOVE 'N' TO WS-DECK-FUTURE-SWITCH.

           IF BAQTRIN-SEQ-NBR NOT NUMERIC
                   OR BAQTRIN-EFFECTIVE-DATE = SPACES
                   OR BAQTRIN-EFFECTIVE-DATE NOT > WS-TODAY-DATE
               GO TO 7000-EXIT
           END-IF.

           MOVE BAQTRIN-EFFECTIVE-DATE TO WS-EDIT-DATE-X.
           PERFORM 7100-EDIT-DATE-RTN
               THRU 7100-EXIT.
           IF WS-DATE-VALID
               MOVE 'Y' TO WS-DECK-FUTURE-SWITCH
           END-IF.

       7000-EXIT.
           EXIT.

      *****************************************************************
      *    7100-EDIT-DATE-RTN -- IS WS-EDIT-DATE A REAL YYYYMMDD DATE?
      *                    FEBRUARY TAKES THE LEAP-YEAR RULE (EVERY
      *                    FOURTH YEAR, BUT NOT CENTURIES UNLESS
      *                    DIVISIBLE BY 400).
      *****************************************************************
       7100-EDIT-DATE-RTN.
           MOVE 'N' TO WS-DATE-VALID-SWITCH.

           IF WS-EDIT-DATE-X NOT NUMERIC
               GO TO 7100-EXIT
           END-IF.
           IF WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
                   OR WS-EDIT-YYYY < 1601
               GO TO 7100-EXIT
           END-IF.

           MOVE WS-MONTH-DAYS(WS-EDIT-MM) TO WS-DAYS-IN-MONTH.
           IF WS-EDIT-MM = 2
               DIVIDE WS-EDIT-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-EDIT-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-EDIT-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = 0
                       AND (WS-LEAP-REM-100 NOT = 0
                            OR WS-LEAP-REM-400 = 0)
                   MOVE 29 TO WS-DAYS-IN-MONTH
               END-IF
           END-IF.

           IF WS-EDIT-DD < 1 OR WS-EDIT-DD > WS-DAYS-IN-MONTH
               GO TO 7100-EXIT
           END-IF.

           MOVE 'Y' TO WS-DATE-VALID-SWITCH.

       7100-EXIT.
           EXIT.

      *****************************************************************
      *    7200-READ-TRANSACTION-RTN -- READ THE NEXT DECK RECORD,
      *                    TAKE ITS MERGE KEY AND SAY WHETHER IT IS
      *                    FOR THE WAREHOUSE
      *****************************************************************
       7200-READ-TRANSACTION-RTN.
           READ BAQTRNIN INTO BAQTRIN-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   MOVE 999999999 TO WS-DECK-SEQ
                   GO TO 7200-EXIT
           END-READ.

           IF BAQTRIN-SEQ-NBR NUMERIC
               MOVE BAQTRIN-SEQ-NBR TO WS-DECK-SEQ
           ELSE
               MOVE 0 TO WS-DECK-SEQ
           END-IF.

           PERFORM 7000-CLASSIFY-RTN
               THRU 7000-EXIT.

       7200-EXIT.
           EXIT.

      *****************************************************************
      *    7300-READ-SEGMENT-RTN -- READ THE NEXT DECK PAYLOAD SEGMENT
      *****************************************************************
       7300-READ-SEGMENT-RTN.
           READ BAQPYLIN
               AT END
                   MOVE 'Y' TO WS-PYLIN-EOF-SWITCH
           END-READ.

       7300-EXIT.
           EXIT.

      *****************************************************************
      *    7400-READ-WAREHOUSE-RTN -- READ THE NEXT WAREHOUSE RECORD
      *                    IN KEY ORDER
      *****************************************************************
       7400-READ-WAREHOUSE-RTN.
           READ BAQFWHSE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-WHSE-EOF-SWITCH
           END-READ.

       7400-EXIT.
           EXIT.

      *****************************************************************
      *    8000-TERMINATE-RTN -- PRINT AND DISPLAY THE TOTALS, CLOSE
      *                    FILES
      *****************************************************************
       8000-TERMINATE-RTN.
           IF WS-ABORT
               GO TO 8000-EXIT
           END-IF.

           MOVE '0' TO TL-CC.
           MOVE 'DECK TRANSACTIONS READ' TO TL-TEXT.
           MOVE WS-DECK-READ TO TL-COUNT.
           WRITE BAQFRPRT-RECORD FROM WS-TOTAL-LINE.
           MOVE SPACE TO TL-CC.
           MOVE 'WAREHOUSED TONIGHT' TO TL-TEXT.
           MOVE WS-ITEMS-STORED TO TL-COUNT.
           WRITE BAQFRPRT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'NOT STORED - ALREADY ON THE WAREHOUSE' TO TL-TEXT.
           MOVE WS-STORE-CLASHES TO TL-COUNT.
           WRITE BAQFRPRT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'CANCELLED' TO TL-TEXT.
           MOVE WS-ITEMS-CANCELLED TO TL-COUNT.
           WRITE BAQFRPRT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'RESCHEDULED' TO TL-TEXT.
           MOVE WS-ITEMS-RESCHEDULED TO TL-COUNT.
           WRITE BAQFRPRT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'MAINTENANCE REQUESTS REJECTED' TO TL-TEXT.
           MOVE WS-MAINT-REJECTED TO TL-COUNT.
           WRITE BAQFRPRT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'RELEASED FROM THE WAREHOUSE' TO TL-TEXT.
           MOVE WS-ITEMS-RELEASED TO TL-COUNT.
           WRITE BAQFRPRT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'DECK TRANSACTIONS PASSED ON' TO TL-TEXT.
           MOVE WS-DECK-PASSED TO TL-COUNT.
           WRITE BAQFRPRT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'NOT PASSED - SEQUENCE JUST RELEASED' TO TL-TEXT.
           MOVE WS-DECK-CLASHES TO TL-COUNT.
           WRITE BAQFRPRT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'TRANSACTIONS WRITTEN TO BAQTRNNW' TO TL-TEXT.
           MOVE WS-TRANS-WRITTEN TO TL-COUNT.
           WRITE BAQFRPRT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'ITEMS STILL ON THE WAREHOUSE' TO TL-TEXT.
           MOVE WS-PIPE-ON-FILE TO TL-COUNT.
           WRITE BAQFRPRT-RECORD FROM WS-TOTAL-LINE.
           MOVE '  DUE IN THE NEXT 30 DAYS' TO TL-TEXT.
           MOVE WS-PIPE-IN-WINDOW TO TL-COUNT.
           WRITE BAQFRPRT-RECORD FROM WS-TOTAL-LINE.
           MOVE '  DUE LATER THAN 30 DAYS' TO TL-TEXT.
           MOVE WS-PIPE-BEYOND TO TL-COUNT.
           WRITE BAQFRPRT-RECORD FROM WS-TOTAL-LINE.
           IF WS-PIPE-OVERFLOW > 0
               MOVE '  DUE SOON, NOT TABLED (TABLE FULL)' TO TL-TEXT
               MOVE WS-PIPE-OVERFLOW TO TL-COUNT
               WRITE BAQFRPRT-RECORD FROM WS-TOTAL-LINE
           END-IF.
           IF WS-PIPE-BAD-DATE > 0
               MOVE '  EFFECTIVE DATE UNREADABLE' TO TL-TEXT
               MOVE WS-PIPE-BAD-DATE TO TL-COUNT
               WRITE BAQFRPRT-RECORD FROM WS-TOTAL-LINE
           END-IF.

           CLOSE BAQTRNIN.
           IF WS-PYLIN-OPEN
               CLOSE BAQPYLIN
           END-IF.
           IF WS-FWMNT-OPEN
               CLOSE BAQFWMNT
           END-IF.
           CLOSE BAQFWHSE.
           CLOSE BAQTRNNW.
           CLOSE BAQPYLNW.
           CLOSE BAQFRPRT.

           DISPLAY 'BAQFREL - DECK TRANSACTIONS READ: ' WS-DECK-READ.
           DISPLAY 'BAQFREL - WAREHOUSED TONIGHT:     '
               WS-ITEMS-STORED.
           DISPLAY 'BAQFREL - NOT STORED (CLASH):     '
               WS-STORE-CLASHES.
           DISPLAY 'BAQFREL - SEGMENTS WAREHOUSED:    ' WS-SEGS-STORED.
           DISPLAY 'BAQFREL - MAINTENANCE READ:       ' WS-MAINT-READ.
           DISPLAY 'BAQFREL - CANCELLED:              '
               WS-ITEMS-CANCELLED.
           DISPLAY 'BAQFREL - SEGMENTS CANCELLED:     '
               WS-SEGS-REMOVED.
           DISPLAY 'BAQFREL - RESCHEDULED:            '
               WS-ITEMS-RESCHEDULED.
           DISPLAY 'BAQFREL - MAINTENANCE REJECTED:   '
               WS-MAINT-REJECTED.
           DISPLAY 'BAQFREL - RELEASED:               '
               WS-ITEMS-RELEASED.
           DISPLAY 'BAQFREL - SEGMENTS RELEASED:      '
               WS-SEGS-RELEASED.
           DISPLAY 'BAQFREL - DECK PASSED ON:         ' WS-DECK-PASSED.
           DISPLAY 'BAQFREL - DECK NOT PASSED (CLASH):'
               WS-DECK-CLASHES.
           DISPLAY 'BAQFREL - DECK SEGMENTS PASSED:   ' WS-SEGS-PASSED.
           DISPLAY 'BAQFREL - WRITTEN TO BAQTRNNW:    '
               WS-TRANS-WRITTEN.
           DISPLAY 'BAQFREL - STILL ON THE WAREHOUSE: '
               WS-PIPE-ON-FILE.

       8000-EXIT.
           EXIT.
