      *                    FOUR STREAMS, KEEPING EACH STUB'S
      *                    TRANSACTIONS TOGETHER, SO PARALLEL BAQRDRV
      *                    JOBS CAN DRIVE THE NIGHT'S VOLUME.
      *   2026-10-15 RO    POSTS THE TRANSACTIONS READ AND EACH
      *                    STREAM'S TRANSACTIONS WRITTEN TO THE
      *                    BAQLEDGR RUN BALANCING LEDGER AT END OF
      *                    STEP FOR BAQBALN TO PROVE THE NIGHT.
      *   2026-10-15 RO    KEEPS EVERY DEPENDENCY CHAIN (TRANSACTIONS
      *                    LINKED BY BAQTRIN-PARENT-SEQ-NBR) WHOLE IN
      *                    ONE STREAM.  A FIRST PASS OF BAQTRNIN FINDS
      *                    EACH CHILD'S CHAIN ROOT; THE FIRST MEMBER
      *                    OF A CHAIN TO BE SPLIT PLACES THE CHAIN AND
      *                    EVERY LATER MEMBER FOLLOWS IT.
      *****************************************************************
      * FUNCTION.
      *   NIGHTLY VOLUME NO LONGER FITS ONE SINGLE-THREADED DRIVER
      *   STREAM -- THE FIRST TIME A STUB IS SEEN IT IS ASSIGNED TO
      *   THE LIGHTEST STREAM SO FAR -- SO EACH PARALLEL DRIVER'S
      *   CIRCUIT BREAKER AND PACING TABLES STILL SEE A COHERENT
      *   PICTURE OF THEIR STUBS.  A DEPENDENCY CHAIN IS NEVER SPLIT,
      *   THOUGH: EVERY MEMBER OF A CHAIN GOES TO THE STREAM ITS FIRST
      *   MEMBER WENT TO, EVEN WHEN THAT TAKES A MEMBER AWAY FROM ITS
      *   STUB'S STREAM, BECAUSE A DRIVER CAN ONLY RELEASE A CHILD ON
      *   A PARENT OUTCOME IT HAS SEEN.  WITHIN A STREAM THE INPUT ORDER
      *   (ASCENDING SEQUENCE) IS PRESERVED, SO EACH STREAM IS A
      *   VALID BAQTRNIN/BAQPYLIN PAIR AS IS.  BAQMRGE COMBINES THE
      *   STREAMS' OUTPUT FILES AFTERWARD SO THE REPORTING SUITE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PYL04-STATUS.

           SELECT BAQLEDGR ASSIGN TO BAQLEDGR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BAQTRNIN
           RECORDING MODE IS F.
       01  BAQPYL04-RECORD                 PIC X(527).

       FD  BAQLEDGR
           RECORDING MODE IS F.
           COPY BAQLEDG.

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    SWITCHES
       77  WS-STUB-FOUND-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-STUB-FOUND              VALUE 'Y'.

       77  WS-CHAIN-EOF-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-CHAIN-EOF               VALUE 'Y'.

       77  WS-LINK-FULL-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-LINK-TABLE-FULL         VALUE 'Y'.

       77  WS-WALK-DONE-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-WALK-DONE               VALUE 'Y'.

      *****************************************************************
      *    FILE STATUS FIELDS
      *****************************************************************
       77  WS-PYL02-STATUS             PIC X(02) VALUE SPACES.
       77  WS-PYL03-STATUS             PIC X(02) VALUE SPACES.
       77  WS-PYL04-STATUS             PIC X(02) VALUE SPACES.
       77  WS-LEDGR-STATUS             PIC X(02) VALUE SPACES.

      *****************************************************************
      *    STREAM CONTROL -- THE PARM GIVES THE STREAM COUNT (1-4).
       77  WS-ASSIGN-COUNT             PIC 9(05) COMP-3 VALUE 0.
       77  WS-ASSIGN-IDX               PIC 9(05) COMP-3 VALUE 0.

      *****************************************************************
      *    DEPENDENCY CHAIN TABLES -- BUILT BY A FIRST PASS OF
      *    BAQTRNIN.  THE LINK TABLE HOLDS EVERY CHILD TRANSACTION
      *    WITH ITS PARENT AND THE ROOT OF ITS CHAIN (THE ANCESTOR
      *    WITH NO PARENT IN THE DECK), IN ASCENDING CHILD SEQUENCE
      *    ORDER AS READ.  THE ROOT TABLE HOLDS EACH DISTINCT ROOT, IN
      *    ASCENDING ORDER, WITH THE STREAM ITS CHAIN WAS PLACED IN
      *    (ZERO UNTIL THE FIRST MEMBER IS SPLIT).  BOTH ARE SEARCHED
      *    BY HALVING.  A CHILD THE LINK TABLE CANNOT HOLD IS SPLIT BY
      *    ITS STUB AS BEFORE -- BAQRDRV HOLDS IT IF ITS PARENT WENT TO
      *    ANOTHER STREAM AND HAS NOT SUCCEEDED BY THE TIME IT IS
      *    REACHED.
      *****************************************************************
       01  WS-LINK-TABLE.
           05 WS-LNKTBL-ENTRY OCCURS 10000 TIMES.
              10 WS-LNKTBL-CHILD       PIC 9(09).
              10 WS-LNKTBL-PARENT      PIC 9(09).
              10 WS-LNKTBL-ROOT        PIC 9(09).

       77  WS-LINK-COUNT               PIC 9(05) COMP-3 VALUE 0.
       77  WS-LINK-MAX                 PIC 9(05) COMP-3 VALUE 10000.
       77  WS-LINK-IDX                 PIC 9(05) COMP-3 VALUE 0.
       77  WS-LINK-CUR                 PIC 9(05) COMP-3 VALUE 0.
       77  WS-LINK-LAST-SEQ            PIC 9(09) VALUE 0.

       01  WS-ROOT-TABLE.
           05 WS-RTTBL-ENTRY OCCURS 10000 TIMES.
              10 WS-RTTBL-SEQ          PIC 9(09).
              10 WS-RTTBL-STREAM       PIC 9(01).

       77  WS-ROOT-COUNT               PIC 9(05) COMP-3 VALUE 0.
       77  WS-ROOT-IDX                 PIC 9(05) COMP-3 VALUE 0.
       77  WS-ROOT-CUR                 PIC 9(05) COMP-3 VALUE 0.

      *    SEARCH AND CHAIN-WALK WORK FIELDS -- WS-CHAIN-KEY IS THE
      *    SEQUENCE NUMBER BEING LOOKED FOR; AFTER A SEARCH THAT
      *    MISSES, WS-SRCH-LOW IS WHERE IT WOULD GO.
       77  WS-CHAIN-KEY                PIC 9(09) VALUE 0.
       77  WS-SRCH-LOW                 PIC 9(05) COMP-3 VALUE 0.
       77  WS-SRCH-HIGH                PIC 9(05) COMP-3 VALUE 0.
       77  WS-SRCH-MID                 PIC 9(05) COMP-3 VALUE 0.
       77  WS-WALK-SEQ                 PIC 9(09) VALUE 0.
       77  WS-WALK-STEPS               PIC 9(05) COMP-3 VALUE 0.

      *****************************************************************
      *    COUNTERS
      *****************************************************************
       77  WS-SEGMENTS-READ            PIC 9(09) COMP-3 VALUE 0.
       77  WS-SEGMENTS-SPLIT           PIC 9(09) COMP-3 VALUE 0.
       77  WS-ORPHAN-SEGMENTS          PIC 9(09) COMP-3 VALUE 0.
       77  WS-CHAIN-OFF-STUB           PIC 9(09) COMP-3 VALUE 0.
       77  WS-STREAM-IDX               PIC 9(01) VALUE 1.

      *****************************************************************
      *    RUN BALANCING LEDGER POSTING FIELDS
      *****************************************************************
       77  WS-LEDGER-DATE              PIC X(08) VALUE SPACES.
       77  WS-LEDGER-TIME              PIC X(06) VALUE SPACES.
       77  WS-LEDGER-STREAM            PIC 9(02) VALUE 0.

       LINKAGE SECTION.
      *****************************************************************
      *    LK-PARM-AREA -- THE STREAM COUNT, A SINGLE DIGIT 1-4 IN
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1200-LOAD-CHAIN-LINKS-RTN
               THRU 1200-EXIT.
           IF WS-ABORT
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT BAQPYLIN.
           IF WS-PYLIN-STATUS = '00'
               MOVE 'Y' TO WS-PYLIN-OPEN-SWITCH
       1100-EXIT.
           EXIT.

      *****************************************************************
      *    1200-LOAD-CHAIN-LINKS-RTN -- FIRST PASS OF BAQTRNIN: TABLE
      *                    EVERY CHILD WITH ITS PARENT, FIND EACH
      *                    CHILD'S CHAIN ROOT, THEN REOPEN BAQTRNIN
      *                    FOR THE SPLIT ITSELF
      *****************************************************************
       1200-LOAD-CHAIN-LINKS-RTN.
           PERFORM 1210-LOAD-ONE-LINK-RTN
               THRU 1210-EXIT
               UNTIL WS-CHAIN-EOF.

           CLOSE BAQTRNIN.
           OPEN INPUT BAQTRNIN.
           IF WS-TRNIN-STATUS NOT = '00'
               DISPLAY 'BAQSPLT - REOPEN FAILED FOR BAQTRNIN, '
                   'STATUS = ' WS-TRNIN-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1200-EXIT
           END-IF.

           PERFORM 1300-RESOLVE-ONE-ROOT-RTN
               THRU 1300-EXIT
               VARYING WS-LINK-IDX FROM 1 BY 1
               UNTIL WS-LINK-IDX > WS-LINK-COUNT.

       1200-EXIT.
           EXIT.

      *****************************************************************
      *    1210-LOAD-ONE-LINK-RTN -- READ ONE TRANSACTION; TABLE IT IF
      *                    IT NAMES A PARENT.  ONLY ASCENDING SEQUENCE
      *                    NUMBERS ARE TABLED SO THE TABLE CAN BE
      *                    SEARCHED BY HALVING; BAQTVAL HAS ALREADY
      *                    REJECTED ANYTHING ELSE.
      *****************************************************************
       1210-LOAD-ONE-LINK-RTN.
           READ BAQTRNIN
               AT END
                   MOVE 'Y' TO WS-CHAIN-EOF-SWITCH
                   GO TO 1210-EXIT
           END-READ.

           IF BAQTRIN-SEQ-NBR NOT NUMERIC
                   OR BAQTRIN-PARENT-SEQ-NBR NOT NUMERIC
               GO TO 1210-EXIT
           END-IF.

           IF BAQTRIN-PARENT-SEQ-NBR = 0
                   OR BAQTRIN-PARENT-SEQ-NBR = BAQTRIN-SEQ-NBR
                   OR BAQTRIN-SEQ-NBR NOT > WS-LINK-LAST-SEQ
               GO TO 1210-EXIT
           END-IF.

           IF WS-LINK-COUNT >= WS-LINK-MAX
               IF NOT WS-LINK-TABLE-FULL
                   DISPLAY 'BAQSPLT - CHAIN LINK TABLE FULL AT '
                       WS-LINK-MAX ' - LATER CHILDREN ARE SPLIT '
                       'BY STUB ONLY'
                   MOVE 'Y' TO WS-LINK-FULL-SWITCH
               END-IF
               GO TO 1210-EXIT
           END-IF.

           ADD 1 TO WS-LINK-COUNT.
           MOVE BAQTRIN-SEQ-NBR
               TO WS-LNKTBL-CHILD(WS-LINK-COUNT).
           MOVE BAQTRIN-PARENT-SEQ-NBR
               TO WS-LNKTBL-PARENT(WS-LINK-COUNT).
           MOVE 0 TO WS-LNKTBL-ROOT(WS-LINK-COUNT).
           MOVE BAQTRIN-SEQ-NBR TO WS-LINK-LAST-SEQ.

       1210-EXIT.
           EXIT.

      *****************************************************************
      *    1300-RESOLVE-ONE-ROOT-RTN -- WALK ONE CHILD'S PARENT LINKS
      *                    UP TO THE FIRST ANCESTOR THAT IS NOT ITSELF
      *                    A CHILD, AND NOTE THAT ROOT.  THE WALK IS
      *                    BOUNDED BY THE LINK COUNT SO A LOOPING CHAIN
      *                    CANNOT HANG THE STEP.
      *****************************************************************
       1300-RESOLVE-ONE-ROOT-RTN.
           MOVE WS-LNKTBL-PARENT(WS-LINK-IDX) TO WS-WALK-SEQ.
           MOVE 0 TO WS-WALK-STEPS.
           MOVE 'N' TO WS-WALK-DONE-SWITCH.

           PERFORM 1310-WALK-ONE-LINK-RTN
               THRU 1310-EXIT
               UNTIL WS-WALK-DONE.

           MOVE WS-WALK-SEQ TO WS-LNKTBL-ROOT(WS-LINK-IDX).

           PERFORM 1400-NOTE-ROOT-RTN
               THRU 1400-EXIT.

       1300-EXIT.
           EXIT.

      *****************************************************************
      *    1310-WALK-ONE-LINK-RTN -- ONE STEP UP THE CHAIN
      *****************************************************************
       1310-WALK-ONE-LINK-RTN.
           ADD 1 TO WS-WALK-STEPS.
           MOVE WS-WALK-SEQ TO WS-CHAIN-KEY.

           PERFORM 1500-FIND-LINK-RTN
               THRU 1500-EXIT.

           IF WS-LINK-CUR = 0
                   OR WS-WALK-STEPS > WS-LINK-COUNT
               MOVE 'Y' TO WS-WALK-DONE-SWITCH
           ELSE
               MOVE WS-LNKTBL-PARENT(WS-LINK-CUR) TO WS-WALK-SEQ
           END-IF.

       1310-EXIT.
           EXIT.

      *****************************************************************
      *    1400-NOTE-ROOT-RTN -- ADD WS-WALK-SEQ TO THE ROOT TABLE IN
      *                    ITS ASCENDING PLACE, ONCE.  THE ROOT TABLE
      *                    IS NO LARGER THAN THE LINK TABLE, AS THERE
      *                    IS AT MOST ONE ROOT PER CHILD.
      *****************************************************************
       1400-NOTE-ROOT-RTN.
           MOVE WS-WALK-SEQ TO WS-CHAIN-KEY.

           PERFORM 1600-FIND-ROOT-RTN
               THRU 1600-EXIT.

           IF WS-ROOT-CUR > 0
               GO TO 1400-EXIT
           END-IF.

           PERFORM 1410-SHIFT-ONE-ROOT-RTN
               THRU 1410-EXIT
               VARYING WS-ROOT-IDX FROM WS-ROOT-COUNT BY -1
               UNTIL WS-ROOT-IDX < WS-SRCH-LOW.

           ADD 1 TO WS-ROOT-COUNT.
           MOVE WS-WALK-SEQ TO WS-RTTBL-SEQ(WS-SRCH-LOW).
           MOVE 0 TO WS-RTTBL-STREAM(WS-SRCH-LOW).

       1400-EXIT.
           EXIT.

      *****************************************************************
      *    1410-SHIFT-ONE-ROOT-RTN -- MOVE ONE ROOT ENTRY UP A PLACE
      *****************************************************************
       1410-SHIFT-ONE-ROOT-RTN.
           MOVE WS-RTTBL-ENTRY(WS-ROOT-IDX)
               TO WS-RTTBL-ENTRY(WS-ROOT-IDX + 1).

       1410-EXIT.
           EXIT.

      *****************************************************************
      *    1500-FIND-LINK-RTN -- FIND WS-CHAIN-KEY AS A CHILD IN THE
      *                    LINK TABLE; WS-LINK-CUR IS ITS ENTRY, OR
      *                    ZERO
      *****************************************************************
       1500-FIND-LINK-RTN.
           MOVE 0 TO WS-LINK-CUR.
           MOVE 1 TO WS-SRCH-LOW.
           MOVE WS-LINK-COUNT TO WS-SRCH-HIGH.

           PERFORM 1510-HALVE-LINKS-RTN
               THRU 1510-EXIT
               UNTIL WS-SRCH-LOW > WS-SRCH-HIGH
                  OR WS-LINK-CUR > 0.

       1500-EXIT.
           EXIT.

      *****************************************************************
      *    1510-HALVE-LINKS-RTN -- ONE PROBE OF THE LINK TABLE
      *****************************************************************
       1510-HALVE-LINKS-RTN.
           COMPUTE WS-SRCH-MID = (WS-SRCH-LOW + WS-SRCH-HIGH) / 2.

           IF WS-LNKTBL-CHILD(WS-SRCH-MID) = WS-CHAIN-KEY
               MOVE WS-SRCH-MID TO WS-LINK-CUR
               GO TO 1510-EXIT
           END-IF.

           IF WS-LNKTBL-CHILD(WS-SRCH-MID) < WS-CHAIN-KEY
               COMPUTE WS-SRCH-LOW = WS-SRCH-MID + 1
           ELSE
               IF WS-SRCH-MID = 1
                   MOVE 0 TO WS-SRCH-HIGH
               ELSE
                   COMPUTE WS-SRCH-HIGH = WS-SRCH-MID - 1
               END-IF
           END-IF.

       1510-EXIT.
           EXIT.

      *****************************************************************
      *    1600-FIND-ROOT-RTN -- FIND WS-CHAIN-KEY IN THE ROOT TABLE;
      *                    WS-ROOT-CUR IS ITS ENTRY, OR ZERO WITH
      *                    WS-SRCH-LOW AT THE PLACE IT WOULD GO
      *****************************************************************
       1600-FIND-ROOT-RTN.
           MOVE 0 TO WS-ROOT-CUR.
           MOVE 1 TO WS-SRCH-LOW.
           MOVE WS-ROOT-COUNT TO WS-SRCH-HIGH.

           PERFORM 1610-HALVE-ROOTS-RTN
               THRU 1610-EXIT
               UNTIL WS-SRCH-LOW > WS-SRCH-HIGH
                  OR WS-ROOT-CUR > 0.

       1600-EXIT.
           EXIT.

      *****************************************************************
      *    1610-HALVE-ROOTS-RTN -- ONE PROBE OF THE ROOT TABLE
      *****************************************************************
       1610-HALVE-ROOTS-RTN.
           COMPUTE WS-SRCH-MID = (WS-SRCH-LOW + WS-SRCH-HIGH) / 2.

           IF WS-RTTBL-SEQ(WS-SRCH-MID) = WS-CHAIN-KEY
               MOVE WS-SRCH-MID TO WS-ROOT-CUR
               GO TO 1610-EXIT
           END-IF.

           IF WS-RTTBL-SEQ(WS-SRCH-MID) < WS-CHAIN-KEY
               COMPUTE WS-SRCH-LOW = WS-SRCH-MID + 1
           ELSE
               IF WS-SRCH-MID = 1
                   MOVE 0 TO WS-SRCH-HIGH
               ELSE
                   COMPUTE WS-SRCH-HIGH = WS-SRCH-MID - 1
               END-IF
           END-IF.

       1610-EXIT.
           EXIT.

      *****************************************************************
      *    2000-PROCESS-RTN -- ONE TRANSACTION: PICK ITS STREAM, COPY
      *                    THE TRANSACTION RECORD, THEN COPY ITS
           EXIT.

      *****************************************************************
      *    2050-FIND-CHAIN-RTN -- THE ROOT TABLE ENTRY OF THE
      *                    TRANSACTION'S CHAIN, IN WS-ROOT-CUR: A CHILD
      *                    LOOKS UP ITS ROOT IN THE LINK TABLE; ANY
      *                    OTHER TRANSACTION IS ITS OWN ROOT.  ZERO
      *                    WHEN THE TRANSACTION IS IN NO CHAIN.
      *****************************************************************
       2050-FIND-CHAIN-RTN.
           MOVE 0 TO WS-ROOT-CUR.

           IF WS-ROOT-COUNT = 0
                   OR BAQTRIN-SEQ-NBR NOT NUMERIC
               GO TO 2050-EXIT
           END-IF.

           MOVE BAQTRIN-SEQ-NBR TO WS-CHAIN-KEY.

           IF BAQTRIN-PARENT-SEQ-NBR NUMERIC
                   AND BAQTRIN-PARENT-SEQ-NBR > 0
               PERFORM 1500-FIND-LINK-RTN
                   THRU 1500-EXIT
               IF WS-LINK-CUR = 0
                   GO TO 2050-EXIT
               END-IF
               MOVE WS-LNKTBL-ROOT(WS-LINK-CUR) TO WS-CHAIN-KEY
           END-IF.

           PERFORM 1600-FIND-ROOT-RTN
               THRU 1600-EXIT.

       2050-EXIT.
           EXIT.

      *****************************************************************
      *    2100-ASSIGN-STREAM-RTN -- A MEMBER OF A CHAIN ALREADY
      *                    PLACED GOES WITH ITS CHAIN; OTHERWISE FIND
      *                    THE STUB'S STREAM, OR ASSIGN IT TO THE
      *                    LIGHTEST STREAM ON FIRST SIGHTING.  THE
      *                    FIRST MEMBER OF A CHAIN PLACES THE CHAIN.
      *****************************************************************
       2100-ASSIGN-STREAM-RTN.
           PERFORM 2050-FIND-CHAIN-RTN
               THRU 2050-EXIT.

           MOVE 'N' TO WS-STUB-FOUND-SWITCH.

           PERFORM 2110-COMPARE-ONE-ASSIGN-RTN
               UNTIL WS-ASSIGN-IDX > WS-ASSIGN-COUNT
                  OR WS-STUB-FOUND.

      *    THE CHAIN WINS OVER THE STUB -- A CHILD DRIVEN IN ONE
      *    STREAM CANNOT SEE ITS PARENT'S OUTCOME IN ANOTHER.  A STUB
      *    FIRST SEEN ON A CHAIN MEMBER IS ASSIGNED TO THE CHAIN'S
      *    STREAM.
           IF WS-ROOT-CUR > 0
               IF WS-RTTBL-STREAM(WS-ROOT-CUR) > 0
                   IF WS-STUB-FOUND
                       AND WS-CURR-STREAM
                           NOT = WS-RTTBL-STREAM(WS-ROOT-CUR)
                       ADD 1 TO WS-CHAIN-OFF-STUB
                   END-IF
                   MOVE WS-RTTBL-STREAM(WS-ROOT-CUR)
                       TO WS-CURR-STREAM
                   IF WS-STUB-FOUND
                       GO TO 2100-NEXT
                   END-IF
                   GO TO 2100-ADD-STUB
               END-IF
           END-IF.

           IF WS-STUB-FOUND
               GO TO 2100-CHAIN
           END-IF.

      *    A FULL ASSIGNMENT TABLE SENDS EVERY OVERFLOW STUB TO
      *    PREVENT.
           IF WS-ASSIGN-COUNT >= 200
               MOVE 1 TO WS-CURR-STREAM
               GO TO 2100-CHAIN
           END-IF.

           PERFORM 2200-PICK-LIGHT-STREAM-RTN
               THRU 2200-EXIT.
           MOVE WS-PICK-STREAM TO WS-CURR-STREAM.

       2100-ADD-STUB.
           IF WS-ASSIGN-COUNT < 200
               ADD 1 TO WS-ASSIGN-COUNT
               MOVE BAQTRIN-STUB-NAME
                   TO WS-ASGTBL-STUB(WS-ASSIGN-COUNT)
               MOVE WS-CURR-STREAM
                   TO WS-ASGTBL-STREAM(WS-ASSIGN-COUNT)
           END-IF.

       2100-CHAIN.
           IF WS-ROOT-CUR > 0
               MOVE WS-CURR-STREAM TO WS-RTTBL-STREAM(WS-ROOT-CUR)
           END-IF.

       2100-NEXT.
           ADD 1 TO WS-STREAM-LOAD(WS-CURR-STREAM).
               WS-SEGMENTS-SPLIT.
           DISPLAY 'BAQSPLT - ORPHAN SEGMENTS:     '
               WS-ORPHAN-SEGMENTS.
           DISPLAY 'BAQSPLT - CHAINS KEPT WHOLE:   ' WS-ROOT-COUNT.
           DISPLAY 'BAQSPLT - CHAIN MEMBERS MOVED OFF THEIR STUB''S '
               'STREAM: ' WS-CHAIN-OFF-STUB.

           PERFORM 8100-DISPLAY-ONE-STREAM-RTN
               THRU 8100-EXIT
               VARYING WS-STREAM-IDX FROM 1 BY 1
               UNTIL WS-STREAM-IDX > WS-STREAM-COUNT.

           PERFORM 8500-POST-LEDGER-RTN
               THRU 8500-EXIT.

       8000-EXIT.
           EXIT.


       8100-EXIT.
           EXIT.

      *****************************************************************
      *    8500-POST-LEDGER-RTN -- POST THE TRANSACTIONS READ (STREAM
      *                    00) AND EACH STREAM'S TRANSACTIONS WRITTEN
      *                    TO THE RUN BALANCING LEDGER.  BAQTVAL
      *                    STARTS THE LEDGER EACH NIGHT; IF IT IS NOT
      *                    THERE THIS STEP STARTS ONE.  A LEDGER THAT
      *                    CANNOT BE OPENED DOES NOT FAIL THE SPLIT --
      *                    BAQBALN REPORTS THE MISSING POSTING.
      *****************************************************************
       8500-POST-LEDGER-RTN.
           OPEN EXTEND BAQLEDGR.
           IF WS-LEDGR-STATUS = '35'
               OPEN OUTPUT BAQLEDGR
           END-IF.
           IF WS-LEDGR-STATUS NOT = '00'
               DISPLAY 'BAQSPLT - OPEN FAILED FOR BAQLEDGR, STATUS = '
                   WS-LEDGR-STATUS
               GO TO 8500-EXIT
           END-IF.

           ACCEPT WS-LEDGER-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LEDGER-TIME FROM TIME.

           MOVE SPACES          TO BAQLDG-RECORD.
           MOVE 'BAQSPLT'       TO BAQLDG-PROGRAM.
           MOVE '00'            TO BAQLDG-STREAM.
           MOVE WS-LEDGER-DATE  TO BAQLDG-RUN-DATE.
           MOVE WS-LEDGER-TIME  TO BAQLDG-RUN-TIME.
           MOVE 'READ'          TO BAQLDG-COUNT-NAME.
           MOVE WS-TRANS-READ   TO BAQLDG-COUNT.
           WRITE BAQLDG-RECORD.

           PERFORM 8510-POST-ONE-STREAM-RTN
               THRU 8510-EXIT
               VARYING WS-STREAM-IDX FROM 1 BY 1
               UNTIL WS-STREAM-IDX > WS-STREAM-COUNT.

           CLOSE BAQLEDGR.

       8500-EXIT.
           EXIT.

      *****************************************************************
      *    8510-POST-ONE-STREAM-RTN -- ONE STREAM'S TRANSACTIONS
      *                                WRITTEN
      *****************************************************************
       8510-POST-ONE-STREAM-RTN.
           MOVE WS-STREAM-IDX    TO WS-LEDGER-STREAM.
           MOVE WS-LEDGER-STREAM TO BAQLDG-STREAM.
           MOVE 'WRITTEN'        TO BAQLDG-COUNT-NAME.
           MOVE WS-STREAM-LOAD(WS-STREAM-IDX) TO BAQLDG-COUNT.
           WRITE BAQLDG-RECORD.

       8510-EXIT.
           EXIT.
