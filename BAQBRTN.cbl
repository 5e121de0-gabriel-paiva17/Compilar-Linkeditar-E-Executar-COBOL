      *****************************************************************
      *
      * PROGRAM-ID.    BAQBRTN
      *
      * AUTHOR.        R. OKONKWO -- BATCH INTEGRATION TEAM
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS
      * DATE-WRITTEN.  2026-10-15
      *
      *****************************************************************
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RO    INITIAL VERSION -- SPLITS THE DAY'S
      *                    BAQBRJCT BUSINESS REJECTS OUT TO A RETURN
      *                    FILE PER BUSINESS UNIT, WITH A REPORT ON
      *                    BAQBTPRT.
      *****************************************************************
      * FUNCTION.
      *   BAQRDRV WRITES EVERY CALL THE BAQSTCAT STATUS-CODE CATALOG
      *   CLASSES AS A BUSINESS REJECT -- THE API WORKED AND REFUSED
      *   THE DATA -- TO BAQBRJCT INSTEAD OF BAQEXCPT, SO IT IS NEITHER
      *   RESUBMITTED NOR WORKED AS AN EXCEPTION.  ONLY THE UNIT THAT
      *   SUBMITTED THE TRANSACTION CAN FIX IT.  THIS STEP SORTS
      *   BAQBRJCT BY BUSINESS UNIT AND SEQUENCE NUMBER AND COPIES
      *   EACH UNIT'S REJECTS, UNCHANGED (BAQBREJ LAYOUT, WITH THE
      *   CATALOG'S READABLE REASON), TO THE RETURN FILE BAQRTNC
      *   ASSIGNS THE UNIT (BAQRTN01-BAQRTN08, ONE UNIT PER FILE).
      *   EVERY ASSIGNED RETURN FILE IS WRITTEN, EMPTY IF THE UNIT HAD
      *   NO REJECTS, SO AN EMPTY FILE MEANS NOTHING CAME BACK.
      *   REJECTS FROM TRANSACTIONS WITH NO BUSINESS UNIT GO TO THE
      *   FILE ASSIGNED TO '*NONE'.
      *
      *   THE REPORT LISTS EVERY REJECT WITH ITS REASON, THEN ONE LINE
      *   PER UNIT WITH ITS RETURN FILE, CONTACT AND COUNT.  A UNIT
      *   WITH REJECTS BUT NO BAQRTNC ENTRY IS REPORTED AS UNASSIGNED
      *   AND THE STEP ENDS RC 4; ITS REJECTS ARE ON THE REPORT AND
      *   STILL ON BAQBRJCT.  RC 8 WHEN THE STEP CANNOT RUN.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BAQBRTN.
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
           SELECT BAQBRJCT ASSIGN TO BAQBRJCT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRJCT-STATUS.

           SELECT BAQSRTWK ASSIGN TO BAQSRTWK.

           SELECT BAQBRSRT ASSIGN TO BAQBRSRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRSRT-STATUS.

           SELECT BAQRTNC ASSIGN TO BAQRTNC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTNC-STATUS.

           SELECT BAQRTN01 ASSIGN TO BAQRTN01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN01-STATUS.

           SELECT BAQRTN02 ASSIGN TO BAQRTN02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN02-STATUS.

           SELECT BAQRTN03 ASSIGN TO BAQRTN03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN03-STATUS.

           SELECT BAQRTN04 ASSIGN TO BAQRTN04
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN04-STATUS.

           SELECT BAQRTN05 ASSIGN TO BAQRTN05
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN05-STATUS.

           SELECT BAQRTN06 ASSIGN TO BAQRTN06
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN06-STATUS.

           SELECT BAQRTN07 ASSIGN TO BAQRTN07
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN07-STATUS.

           SELECT BAQRTN08 ASSIGN TO BAQRTN08
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN08-STATUS.

           SELECT BAQBTPRT ASSIGN TO BAQBTPRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BTPRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *    THE RAW REJECT FILE IS ONLY EVER PASSED THROUGH THE SORT,
      *    SO IT IS DECLARED AS A PLAIN BUFFER; THE BAQBREJ FIELD
      *    NAMES LIVE ON THE SORTED FILE (BAQBRSRT) THE MAIN LOOP
      *    READS.
      *****************************************************************
       FD  BAQBRJCT
           RECORDING MODE IS F.
       01  BAQBRJCT-RECORD                 PIC X(371).

      *****************************************************************
      *    WS-SRT-RECORD MIRRORS THE FRONT OF BAQBREJ-RECORD FAR
      *    ENOUGH TO NAME THE SORT KEYS (NOT COPY BAQBREJ -- THE
      *    COPYBOOK IS ALREADY IN THE BAQBRSRT FD).
      *****************************************************************
       SD  BAQSRTWK.
       01  WS-SRT-RECORD.
           05 WS-SRT-BUSINESS-UNIT         PIC X(06).
           05 WS-SRT-SEQ-NBR               PIC 9(09).
           05 WS-SRT-REMAINDER             PIC X(356).

       FD  BAQBRSRT
           RECORDING MODE IS F.
           COPY BAQBREJ.

       FD  BAQRTNC
           RECORDING MODE IS F.
           COPY BAQRTNC.

      *****************************************************************
      *    THE RETURN FILES ALL CARRY BAQBREJ-RECORD IMAGES, WRITTEN
      *    FROM THE SORTED RECORD, SO EACH IS DECLARED AS A PLAIN
      *    BUFFER.
      *****************************************************************
       FD  BAQRTN01
           RECORDING MODE IS F.
       01  BAQRTN01-RECORD                 PIC X(371).

       FD  BAQRTN02
           RECORDING MODE IS F.
       01  BAQRTN02-RECORD                 PIC X(371).

       FD  BAQRTN03
           RECORDING MODE IS F.
       01  BAQRTN03-RECORD                 PIC X(371).

       FD  BAQRTN04
           RECORDING MODE IS F.
       01  BAQRTN04-RECORD                 PIC X(371).

       FD  BAQRTN05
           RECORDING MODE IS F.
       01  BAQRTN05-RECORD                 PIC X(371).

       FD  BAQRTN06
           RECORDING MODE IS F.
       01  BAQRTN06-RECORD                 PIC X(371).

       FD  BAQRTN07
           RECORDING MODE IS F.
       01  BAQRTN07-RECORD                 PIC X(371).

       FD  BAQRTN08
           RECORDING MODE IS F.
       01  BAQRTN08-RECORD                 PIC X(371).

       FD  BAQBTPRT
           RECORDING MODE IS F.
       01  BAQBTPRT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    SWITCHES
      *****************************************************************
       77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 WS-EOF                     VALUE 'Y'.

       77  WS-LOAD-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-LOAD-EOF                VALUE 'Y'.

       77  WS-ABORT-SWITCH             PIC X(01) VALUE 'N'.
           88 WS-ABORT                   VALUE 'Y'.

       77  WS-FOUND-SWITCH             PIC X(01) VALUE 'N'.
           88 WS-FOUND                   VALUE 'Y'.

      *****************************************************************
      *    FILE STATUS FIELDS
      *****************************************************************
       77  WS-BRJCT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-BRSRT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-RTNC-STATUS              PIC X(02) VALUE SPACES.
       77  WS-RTN01-STATUS             PIC X(02) VALUE SPACES.
       77  WS-RTN02-STATUS             PIC X(02) VALUE SPACES.
       77  WS-RTN03-STATUS             PIC X(02) VALUE SPACES.
       77  WS-RTN04-STATUS             PIC X(02) VALUE SPACES.
       77  WS-RTN05-STATUS             PIC X(02) VALUE SPACES.
       77  WS-RTN06-STATUS             PIC X(02) VALUE SPACES.
       77  WS-RTN07-STATUS             PIC X(02) VALUE SPACES.
       77  WS-RTN08-STATUS             PIC X(02) VALUE SPACES.
       77  WS-BTPRT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-RTN-OPEN-STATUS          PIC X(02) VALUE SPACES.

      *****************************************************************
      *    COUNTERS
      *****************************************************************
       77  WS-REJECTS-READ             PIC 9(09) COMP-3 VALUE 0.
       77  WS-REJECTS-RETURNED         PIC 9(09) COMP-3 VALUE 0.
       77  WS-REJECTS-UNASSIGNED       PIC 9(09) COMP-3 VALUE 0.

      *****************************************************************
      *    UNIT TABLE -- ONE ENTRY PER BAQRTNC RECORD, PLUS ONE FOR
      *    EACH UNIT FOUND ON BAQBRJCT WITH NO RETURN FILE (FILE
      *    NUMBER ZERO).  CARRIES THE UNIT'S RETURN COUNT.
      *****************************************************************
       01  WS-UNIT-TABLE.
           05 WS-UNITTBL-ENTRY OCCURS 200 TIMES.
              10 WS-UNITTBL-BU         PIC X(06).
              10 WS-UNITTBL-FILE-NBR   PIC 9(02).
              10 WS-UNITTBL-CONTACT    PIC X(32).
              10 WS-UNITTBL-RETURNED   PIC 9(09) COMP-3.

       77  WS-UNIT-COUNT               PIC 9(05) COMP-3 VALUE 0.
       77  WS-UNIT-MAX                 PIC 9(05) COMP-3 VALUE 200.
       77  WS-UNIT-IDX                 PIC 9(05) COMP-3 VALUE 0.
       77  WS-CURR-UNIT-IDX            PIC 9(05) COMP-3 VALUE 0.

      *****************************************************************
      *    RETURN FILE FLAGS -- A FILE NUMBER MAY BE CLAIMED BY ONE
      *    UNIT ONLY, AND ONLY CLAIMED FILES ARE OPENED
      *****************************************************************
       01  WS-FILE-USED-TABLE.
           05 WS-FILE-USED OCCURS 8 TIMES
                                       PIC X(01).

       01  WS-FILE-OPEN-TABLE.
           05 WS-FILE-OPEN OCCURS 8 TIMES
                                       PIC X(01).

       77  WS-FILE-NBR                 PIC 9(02) VALUE 0.

       01  WS-FILE-NAME-AREA.
           05 FILLER                   PIC X(06) VALUE 'BAQRTN'.
           05 WS-FILE-NAME-NBR         PIC 9(02).

      *****************************************************************
      *    CURRENT UNIT -- A REJECT WITH NO BUSINESS UNIT IS FILED
      *    UNDER WS-NO-UNIT
      *****************************************************************
       77  WS-CURR-BU                  PIC X(06) VALUE SPACES.
       77  WS-NO-UNIT                  PIC X(06) VALUE '*NONE'.

      *****************************************************************
      *    PRINT LINES
      *****************************************************************
       01  WS-HDG1-LINE.
           05 FILLER                   PIC X(01) VALUE '1'.
           05 FILLER                   PIC X(131) VALUE
               'BAQBRTN - BUSINESS REJECT RETURN REPORT'.

       01  WS-HDG2-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(08) VALUE 'UNIT'.
           05 FILLER                   PIC X(10) VALUE 'FILE'.
           05 FILLER                   PIC X(11) VALUE 'SEQ NBR'.
           05 FILLER                   PIC X(10) VALUE 'STUB'.
           05 FILLER                   PIC X(13) VALUE 'STATUS CODE'.
           05 FILLER                   PIC X(79) VALUE 'REASON'.

       01  WS-DETAIL-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DL-BUSINESS-UNIT         PIC X(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DL-FILE-NAME             PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DL-SEQ-NBR               PIC 9(09).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DL-STUB-NAME             PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DL-STATUS-CODE           PIC -(10)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DL-REASON                PIC X(60).
           05 FILLER                   PIC X(19) VALUE SPACES.

       01  WS-HDG3-LINE.
           05 FILLER                   PIC X(01) VALUE '0'.
           05 FILLER                   PIC X(08) VALUE 'UNIT'.
           05 FILLER                   PIC X(10) VALUE 'FILE'.
           05 FILLER                   PIC X(34) VALUE 'CONTACT'.
           05 FILLER                   PIC X(13) VALUE '   RETURNED'.
           05 FILLER                   PIC X(66) VALUE 'NOTE'.

       01  WS-UNIT-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 UL-BUSINESS-UNIT         PIC X(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 UL-FILE-NAME             PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 UL-CONTACT               PIC X(32).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 UL-RETURNED              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 UL-NOTE                  PIC X(10).
           05 FILLER                   PIC X(56) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05 FILLER                   PIC X(01) VALUE '0'.
           05 FILLER                   PIC X(52) VALUE
               'TOTAL BUSINESS REJECTS'.
           05 TL-REJECTS               PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(13) VALUE
               'UNASSIGNED:'.
           05 TL-UNASSIGNED            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(42) VALUE SPACES.

       PROCEDURE DIVISION.
      *****************************************************************
      *    0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE-RTN
               THRU 1000-EXIT.

           IF NOT WS-ABORT
               PERFORM 2000-PROCESS-RTN
                   THRU 2000-EXIT
                   UNTIL WS-EOF

               PERFORM 7000-CLOSE-OUT-RTN
                   THRU 7000-EXIT
           END-IF.

           PERFORM 8000-TERMINATE-RTN
               THRU 8000-EXIT.

           IF WS-ABORT
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECTS-UNASSIGNED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

      *****************************************************************
      *    1000-INITIALIZE-RTN -- LOAD THE RETURN ASSIGNMENTS, SORT THE
      *                    REJECTS, OPEN THE RETURN FILES AND THE
      *                    REPORT, PRIME THE LOOP
      *****************************************************************
       1000-INITIALIZE-RTN.
           MOVE SPACES TO WS-FILE-USED-TABLE.
           MOVE SPACES TO WS-FILE-OPEN-TABLE.

           PERFORM 1100-LOAD-RTNC-RTN
               THRU 1100-EXIT.
           IF WS-ABORT
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1500-SORT-REJECTS-RTN
               THRU 1500-EXIT.
           IF WS-ABORT
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT BAQBRSRT.
           IF WS-BRSRT-STATUS NOT = '00'
               DISPLAY 'BAQBRTN - OPEN FAILED FOR BAQBRSRT, STATUS = '
                   WS-BRSRT-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.

           OPEN OUTPUT BAQBTPRT.
           IF WS-BTPRT-STATUS NOT = '00'
               DISPLAY 'BAQBRTN - OPEN FAILED FOR BAQBTPRT, STATUS = '
                   WS-BTPRT-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1600-OPEN-RETURN-FILE-RTN
               THRU 1600-EXIT
               VARYING WS-UNIT-IDX FROM 1 BY 1
               UNTIL WS-UNIT-IDX > WS-UNIT-COUNT
                  OR WS-ABORT.
           IF WS-ABORT
               GO TO 1000-EXIT
           END-IF.

           WRITE BAQBTPRT-RECORD FROM WS-HDG1-LINE.
           WRITE BAQBTPRT-RECORD FROM WS-HDG2-LINE.

           PERFORM 3000-READ-REJECT-RTN
               THRU 3000-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      *    1100-LOAD-RTNC-RTN -- THE UNIT-TO-RETURN-FILE ASSIGNMENTS.
      *                    THE FILE IS REQUIRED.  A RECORD NAMING A
      *                    FILE OUTSIDE 1-8, OR A FILE OR UNIT ALREADY
      *                    ASSIGNED, IS IGNORED AND FLAGGED ON THE JOB
      *                    LOG.
      *****************************************************************
       1100-LOAD-RTNC-RTN.
           OPEN INPUT BAQRTNC.
           IF WS-RTNC-STATUS NOT = '00'
               DISPLAY 'BAQBRTN - OPEN FAILED FOR BAQRTNC, STATUS = '
                   WS-RTNC-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1100-EXIT
           END-IF.

           MOVE 'N' TO WS-LOAD-EOF-SWITCH.
           PERFORM 1110-LOAD-ONE-RTNC-RTN
               THRU 1110-EXIT
               UNTIL WS-LOAD-EOF.

           CLOSE BAQRTNC.

           IF WS-UNIT-COUNT = 0
               DISPLAY 'BAQBRTN - BAQRTNC ASSIGNS NO RETURN FILES'
               MOVE 'Y' TO WS-ABORT-SWITCH
           END-IF.

       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-RTNC-RTN.
           READ BAQRTNC
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   GO TO 1110-EXIT
           END-READ.

           IF BAQRTNC-FILE-NBR NOT NUMERIC
                   OR BAQRTNC-FILE-NBR < 1
                   OR BAQRTNC-FILE-NBR > 8
               DISPLAY 'BAQBRTN - BAD RETURN FILE NUMBER IGNORED '
                   'FOR UNIT ' BAQRTNC-BUSINESS-UNIT
               GO TO 1110-EXIT
           END-IF.

           IF WS-FILE-USED(BAQRTNC-FILE-NBR) = 'Y'
               DISPLAY 'BAQBRTN - RETURN FILE ' BAQRTNC-FILE-NBR
                   ' ALREADY ASSIGNED, IGNORED FOR UNIT '
                   BAQRTNC-BUSINESS-UNIT
               GO TO 1110-EXIT
           END-IF.

           MOVE BAQRTNC-BUSINESS-UNIT TO WS-CURR-BU.
           PERFORM 5100-FIND-UNIT-RTN
               THRU 5100-EXIT.
           IF WS-FOUND
               DISPLAY 'BAQBRTN - DUPLICATE BAQRTNC ENTRY IGNORED '
                   'FOR UNIT ' BAQRTNC-BUSINESS-UNIT
               GO TO 1110-EXIT
           END-IF.

           IF WS-UNIT-COUNT >= WS-UNIT-MAX
               DISPLAY 'BAQBRTN - UNIT TABLE FULL, BAQRTNC ENTRY '
                   'IGNORED FOR UNIT ' BAQRTNC-BUSINESS-UNIT
               GO TO 1110-EXIT
           END-IF.

           ADD 1 TO WS-UNIT-COUNT.
           MOVE BAQRTNC-BUSINESS-UNIT
               TO WS-UNITTBL-BU(WS-UNIT-COUNT).
           MOVE BAQRTNC-FILE-NBR
               TO WS-UNITTBL-FILE-NBR(WS-UNIT-COUNT).
           MOVE BAQRTNC-CONTACT
               TO WS-UNITTBL-CONTACT(WS-UNIT-COUNT).
           MOVE 0 TO WS-UNITTBL-RETURNED(WS-UNIT-COUNT).
           MOVE 'Y' TO WS-FILE-USED(BAQRTNC-FILE-NBR).

       1110-EXIT.
           EXIT.

      *****************************************************************
      *    1500-SORT-REJECTS-RTN -- BAQRDRV WRITES BAQBRJCT IN ITS
      *                    PRIORITY PROCESSING ORDER; SORT IT BY UNIT
      *                    AND SEQUENCE NUMBER SO EACH RETURN FILE
      *                    COMES OUT IN SEQUENCE ORDER
      *****************************************************************
       1500-SORT-REJECTS-RTN.
           SORT BAQSRTWK
               ON ASCENDING KEY WS-SRT-BUSINESS-UNIT
                                WS-SRT-SEQ-NBR
               USING BAQBRJCT
               GIVING BAQBRSRT.

           IF SORT-RETURN NOT = 0
               DISPLAY 'BAQBRTN - SORT OF BAQBRJCT FAILED, RC = '
                   SORT-RETURN
               MOVE 'Y' TO WS-ABORT-SWITCH
           END-IF.

       1500-EXIT.
           EXIT.

      *****************************************************************
      *    1600-OPEN-RETURN-FILE-RTN -- OPEN ONE ASSIGNED RETURN FILE
      *****************************************************************
       1600-OPEN-RETURN-FILE-RTN.
           MOVE WS-UNITTBL-FILE-NBR(WS-UNIT-IDX) TO WS-FILE-NBR.

           EVALUATE WS-FILE-NBR
               WHEN 1
                   OPEN OUTPUT BAQRTN01
                   MOVE WS-RTN01-STATUS TO WS-RTN-OPEN-STATUS
               WHEN 2
                   OPEN OUTPUT BAQRTN02
                   MOVE WS-RTN02-STATUS TO WS-RTN-OPEN-STATUS
               WHEN 3
                   OPEN OUTPUT BAQRTN03
                   MOVE WS-RTN03-STATUS TO WS-RTN-OPEN-STATUS
               WHEN 4
                   OPEN OUTPUT BAQRTN04
                   MOVE WS-RTN04-STATUS TO WS-RTN-OPEN-STATUS
               WHEN 5
                   OPEN OUTPUT BAQRTN05
                   MOVE WS-RTN05-STATUS TO WS-RTN-OPEN-STATUS
               WHEN 6
                   OPEN OUTPUT BAQRTN06
                   MOVE WS-RTN06-STATUS TO WS-RTN-OPEN-STATUS
               WHEN 7
                   OPEN OUTPUT BAQRTN07
                   MOVE WS-RTN07-STATUS TO WS-RTN-OPEN-STATUS
               WHEN OTHER
                   OPEN OUTPUT BAQRTN08
                   MOVE WS-RTN08-STATUS TO WS-RTN-OPEN-STATUS
           END-EVALUATE.

           IF WS-RTN-OPEN-STATUS NOT = '00'
               MOVE WS-FILE-NBR TO WS-FILE-NAME-NBR
               DISPLAY 'BAQBRTN - OPEN FAILED FOR ' WS-FILE-NAME-AREA
                   ', STATUS = ' WS-RTN-OPEN-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1600-EXIT
           END-IF.
           MOVE 'Y' TO WS-FILE-OPEN(WS-FILE-NBR).

       1600-EXIT.
           EXIT.

      *****************************************************************
      *    2000-PROCESS-RTN -- ONE REJECT: FIND ITS UNIT, COPY IT TO
      *                    THE UNIT'S RETURN FILE (UNLESS THE UNIT HAS
      *                    NONE) AND LIST IT ON THE REPORT
      *****************************************************************
       2000-PROCESS-RTN.
           IF BAQBREJ-BUSINESS-UNIT = SPACES
               MOVE WS-NO-UNIT TO WS-CURR-BU
           ELSE
               MOVE BAQBREJ-BUSINESS-UNIT TO WS-CURR-BU
           END-IF.

           PERFORM 5100-FIND-UNIT-RTN
               THRU 5100-EXIT.
           IF NOT WS-FOUND
               PERFORM 5150-ADD-UNASSIGNED-UNIT-RTN
                   THRU 5150-EXIT
           END-IF.

           MOVE 0 TO WS-FILE-NBR.
           IF WS-CURR-UNIT-IDX > 0
               MOVE WS-UNITTBL-FILE-NBR(WS-CURR-UNIT-IDX)
                   TO WS-FILE-NBR
               ADD 1 TO WS-UNITTBL-RETURNED(WS-CURR-UNIT-IDX)
           END-IF.

           IF WS-FILE-NBR > 0
               PERFORM 6000-WRITE-RETURN-RTN
                   THRU 6000-EXIT
               ADD 1 TO WS-REJECTS-RETURNED
           ELSE
               ADD 1 TO WS-REJECTS-UNASSIGNED
           END-IF.

           MOVE SPACES                TO WS-DETAIL-LINE.
           MOVE WS-CURR-BU            TO DL-BUSINESS-UNIT.
           IF WS-FILE-NBR > 0
               MOVE WS-FILE-NBR       TO WS-FILE-NAME-NBR
               MOVE WS-FILE-NAME-AREA TO DL-FILE-NAME
           ELSE
               MOVE '(NONE)'          TO DL-FILE-NAME
           END-IF.
           MOVE BAQBREJ-SEQ-NBR       TO DL-SEQ-NBR.
           MOVE BAQBREJ-STUB-NAME     TO DL-STUB-NAME.
           MOVE BAQBREJ-STATUS-CODE   TO DL-STATUS-CODE.
           MOVE BAQBREJ-REASON        TO DL-REASON.

           WRITE BAQBTPRT-RECORD FROM WS-DETAIL-LINE.

           PERFORM 3000-READ-REJECT-RTN
               THRU 3000-EXIT.

       2000-EXIT.
           EXIT.

      *****************************************************************
      *    3000-READ-REJECT-RTN -- READ THE NEXT SORTED REJECT
      *****************************************************************
       3000-READ-REJECT-RTN.
           READ BAQBRSRT
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-REJECTS-READ
           END-READ.

       3000-EXIT.
           EXIT.

      *****************************************************************
      *    5100-FIND-UNIT-RTN -- LOOK UP WS-CURR-BU IN THE UNIT TABLE.
      *                    SETS WS-FOUND AND WS-CURR-UNIT-IDX.
      *****************************************************************
       5100-FIND-UNIT-RTN.
           MOVE 'N' TO WS-FOUND-SWITCH.
           MOVE 0   TO WS-CURR-UNIT-IDX.

           PERFORM 5110-CHECK-ONE-UNIT-RTN
               THRU 5110-EXIT
               VARYING WS-UNIT-IDX FROM 1 BY 1
               UNTIL WS-UNIT-IDX > WS-UNIT-COUNT
                  OR WS-FOUND.

       5100-EXIT.
           EXIT.

       5110-CHECK-ONE-UNIT-RTN.
           IF WS-UNITTBL-BU(WS-UNIT-IDX) = WS-CURR-BU
               MOVE 'Y'         TO WS-FOUND-SWITCH
               MOVE WS-UNIT-IDX TO WS-CURR-UNIT-IDX
           END-IF.

       5110-EXIT.
           EXIT.

      *****************************************************************
      *    5150-ADD-UNASSIGNED-UNIT-RTN -- A UNIT WITH NO BAQRTNC
      *                    ENTRY GETS A FILE-ZERO ENTRY SO ITS REJECTS
      *                    STILL SHOW IN THE UNIT SUMMARY.  WITH THE
      *                    TABLE FULL THE REJECTS ARE ONLY COUNTED IN
      *                    THE GRAND TOTALS.
      *****************************************************************
       5150-ADD-UNASSIGNED-UNIT-RTN.
           IF WS-UNIT-COUNT >= WS-UNIT-MAX
               MOVE 0 TO WS-CURR-UNIT-IDX
               GO TO 5150-EXIT
           END-IF.

           ADD 1 TO WS-UNIT-COUNT.
           MOVE WS-UNIT-COUNT TO WS-CURR-UNIT-IDX.
           MOVE WS-CURR-BU    TO WS-UNITTBL-BU(WS-UNIT-COUNT).
           MOVE 0      TO WS-UNITTBL-FILE-NBR(WS-UNIT-COUNT).
           MOVE SPACES TO WS-UNITTBL-CONTACT(WS-UNIT-COUNT).
           MOVE 0      TO WS-UNITTBL-RETURNED(WS-UNIT-COUNT).

       5150-EXIT.
           EXIT.

      *****************************************************************
      *    6000-WRITE-RETURN-RTN -- WRITE THE CURRENT BAQBREJ-RECORD TO
      *                             RETURN FILE WS-FILE-NBR
      *****************************************************************
       6000-WRITE-RETURN-RTN.
           EVALUATE WS-FILE-NBR
               WHEN 1
                   WRITE BAQRTN01-RECORD FROM BAQBREJ-RECORD
               WHEN 2
                   WRITE BAQRTN02-RECORD FROM BAQBREJ-RECORD
               WHEN 3
                   WRITE BAQRTN03-RECORD FROM BAQBREJ-RECORD
               WHEN 4
                   WRITE BAQRTN04-RECORD FROM BAQBREJ-RECORD
               WHEN 5
                   WRITE BAQRTN05-RECORD FROM BAQBREJ-RECORD
               WHEN 6
                   WRITE BAQRTN06-RECORD FROM BAQBREJ-RECORD
               WHEN 7
                   WRITE BAQRTN07-RECORD FROM BAQBREJ-RECORD
               WHEN OTHER
                   WRITE BAQRTN08-RECORD FROM BAQBREJ-RECORD
           END-EVALUATE.

       6000-EXIT.
           EXIT.

      *****************************************************************
      *    7000-CLOSE-OUT-RTN -- ONE SUMMARY LINE PER UNIT, THEN THE
      *                    TOTALS
      *****************************************************************
       7000-CLOSE-OUT-RTN.
           WRITE BAQBTPRT-RECORD FROM WS-HDG3-LINE.

           PERFORM 7100-REPORT-ONE-UNIT-RTN
               THRU 7100-EXIT
               VARYING WS-UNIT-IDX FROM 1 BY 1
               UNTIL WS-UNIT-IDX > WS-UNIT-COUNT.

           MOVE WS-REJECTS-READ       TO TL-REJECTS.
           MOVE WS-REJECTS-UNASSIGNED TO TL-UNASSIGNED.

           WRITE BAQBTPRT-RECORD FROM WS-TOTAL-LINE.

       7000-EXIT.
           EXIT.

       7100-REPORT-ONE-UNIT-RTN.
           MOVE WS-UNITTBL-FILE-NBR(WS-UNIT-IDX) TO WS-FILE-NBR.

           MOVE SPACES                        TO WS-UNIT-LINE.
           MOVE WS-UNITTBL-BU(WS-UNIT-IDX)    TO UL-BUSINESS-UNIT.
           IF WS-FILE-NBR > 0
               MOVE WS-FILE-NBR       TO WS-FILE-NAME-NBR
               MOVE WS-FILE-NAME-AREA TO UL-FILE-NAME
           ELSE
               MOVE '(NONE)'          TO UL-FILE-NAME
               MOVE 'UNASSIGNED'      TO UL-NOTE
           END-IF.
           MOVE WS-UNITTBL-CONTACT(WS-UNIT-IDX)  TO UL-CONTACT.
           MOVE WS-UNITTBL-RETURNED(WS-UNIT-IDX) TO UL-RETURNED.

           WRITE BAQBTPRT-RECORD FROM WS-UNIT-LINE.

       7100-EXIT.
           EXIT.

      *****************************************************************
      *    8000-TERMINATE-RTN -- CLOSE FILES, DISPLAY SUMMARY
      *****************************************************************
       8000-TERMINATE-RTN.
           IF WS-BRSRT-STATUS = '00' OR WS-BRSRT-STATUS = '10'
               CLOSE BAQBRSRT
           END-IF.
           IF WS-BTPRT-STATUS = '00'
               CLOSE BAQBTPRT
           END-IF.

           PERFORM 8100-CLOSE-RETURN-FILE-RTN
               THRU 8100-EXIT
               VARYING WS-FILE-NBR FROM 1 BY 1
               UNTIL WS-FILE-NBR > 8.

           DISPLAY 'BAQBRTN - REJECTS READ:      ' WS-REJECTS-READ.
           DISPLAY 'BAQBRTN - REJECTS RETURNED:  ' WS-REJECTS-RETURNED.
           DISPLAY 'BAQBRTN - UNASSIGNED:        '
               WS-REJECTS-UNASSIGNED.

       8000-EXIT.
           EXIT.

      *****************************************************************
      *    8100-CLOSE-RETURN-FILE-RTN -- CLOSE A RETURN FILE IF IT WAS
      *                                  OPENED
      *****************************************************************
       8100-CLOSE-RETURN-FILE-RTN.
           IF WS-FILE-OPEN(WS-FILE-NBR) NOT = 'Y'
               GO TO 8100-EXIT
           END-IF.

           EVALUATE WS-FILE-NBR
               WHEN 1
                   CLOSE BAQRTN01
               WHEN 2
                   CLOSE BAQRTN02
               WHEN 3
                   CLOSE BAQRTN03
               WHEN 4
                   CLOSE BAQRTN04
               WHEN 5
                   CLOSE BAQRTN05
               WHEN 6
                   CLOSE BAQRTN06
               WHEN 7
                   CLOSE BAQRTN07
               WHEN OTHER
                   CLOSE BAQRTN08
           END-EVALUATE.

       8100-EXIT.
           EXIT.
