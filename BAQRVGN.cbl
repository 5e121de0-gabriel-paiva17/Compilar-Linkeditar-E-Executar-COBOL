      *****************************************************************
      *
      * PROGRAM-ID.    BAQRVGN
      *
      * AUTHOR.        R. OKONKWO -- BATCH INTEGRATION TEAM
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS
      * DATE-WRITTEN.  2026-10-15
      *
      *****************************************************************
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RO    INITIAL VERSION -- BUILDS COMPENSATING
      *                    REVERSAL TRANSACTIONS FOR SUSPECT AND
      *                    DISPUTED CALLS, KEEPS THE BAQRVXRF
      *                    ORIGINAL-TO-REVERSAL CROSS-REFERENCE AND
      *                    PRINTS THE BAQRVPRT REVERSAL REGISTER.
      *****************************************************************
      * FUNCTION.
      *   REPLACES THE HAND-KEYED REVERSING TRANSACTION.  THE CALLS TO
      *   BACK OUT ARE EVERY CALL BAQRVAL FLAGGED ON BAQSUSPT PLUS
      *   EVERY CALL NAMED ON THE BAQREVRQ REQUEST DECK (BOTH
      *   OPTIONAL).  EACH IS MATCHED BY SEQUENCE NUMBER TO ITS
      *   ORIGINAL TRANSACTION ON BAQTRNIN AND ITS REQUEST BODY ON
      *   BAQPYLIN (THE ORIGINAL NIGHTS' DECKS -- SEVERAL GENERATIONS
      *   MAY BE CONCATENATED; BOTH ARE SORTED HERE).
      *
      *   A CALL IS REVERSED ONLY IF IT HAS NOT BEEN REVERSED BEFORE
      *   AND IS NOT ITSELF A REVERSAL (BAQRVXRF), IT SUCCEEDED ON SOME
      *   NIGHT (THE BAQDUPRG REGISTRY), ITS STUB HAS A COMPENSATING
      *   STUB ON BAQREVC, AND -- FOR A REQUEST -- THE REQUESTING
      *   BUSINESS UNIT OWNS IT.  THE REVERSAL IS A COPY OF THE
      *   ORIGINAL BAQTRIN RECORD UNDER THE NEXT NUMBER FROM THE
      *   BAQREVC RANGE, ADDRESSED TO THE COMPENSATING STUB, DUE
      *   TONIGHT, AND CHAINED TO THE ORIGINAL THROUGH
      *   BAQTRIN-PARENT-SEQ-NBR.  ITS BODY IS BUILT FROM THE ORIGINAL
      *   BODY BY THE STUB'S CARRY, NEGATE AND ORIGINAL-SEQUENCE
      *   ENTRIES.  THE TRANSACTIONS GO TO BAQRVTRN AND THE BODY
      *   SEGMENTS TO BAQRVPYL, IN ASCENDING SEQUENCE ORDER, READY TO
      *   BE ADDED TO A NIGHT'S BAQTRNIN AND BAQPYLIN.
      *
      *   A W REQUEST WITHDRAWS A REVERSAL THAT WAS NOT APPROVED, SO
      *   THE CALL CAN BE REVERSED AGAIN; ONE ALREADY DRIVEN CANNOT BE.
      *
      *   EVERY REQUEST IS LISTED ON THE BAQRVPRT REVERSAL REGISTER,
      *   BUILT, WITHDRAWN OR REJECTED WITH THE REASON.  THE REGISTER
      *   IS SIGNED OFF BEFORE THE DECK IS RELEASED TO THE NIGHT RUN.
      *   STEP RC IS 4 WHEN ANY REQUEST IS REJECTED AND 8 WHEN A FILE
      *   CANNOT BE USED.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BAQRVGN.
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
           SELECT BAQREVC ASSIGN TO BAQREVC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVC-STATUS.

           SELECT BAQSUSPT ASSIGN TO BAQSUSPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPT-STATUS.

           SELECT BAQREVRQ ASSIGN TO BAQREVRQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVRQ-STATUS.

           SELECT BAQRVWK ASSIGN TO BAQRVWK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVWK-STATUS.

           SELECT BAQRQSWK ASSIGN TO BAQRQSWK.

           SELECT BAQRVSRT ASSIGN TO BAQRVSRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVSRT-STATUS.

           SELECT BAQTRNIN ASSIGN TO BAQTRNIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRNIN-STATUS.

           SELECT BAQSRTWK ASSIGN TO BAQSRTWK.

           SELECT BAQTRSRT ASSIGN TO BAQTRSRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRSRT-STATUS.

           SELECT BAQPYLIN ASSIGN TO BAQPYLIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PYLIN-STATUS.

           SELECT BAQPSRWK ASSIGN TO BAQPSRWK.

           SELECT BAQPYSRT ASSIGN TO BAQPYSRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PYSRT-STATUS.

           SELECT BAQDUPRG ASSIGN TO BAQDUPRG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQDUPR-KEY
               FILE STATUS IS WS-DUPRG-STATUS.

           SELECT BAQRVXRF ASSIGN TO BAQRVXRF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQRVX-KEY
               FILE STATUS IS WS-RVXRF-STATUS.

           SELECT BAQRVTRN ASSIGN TO BAQRVTRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVTRN-STATUS.

           SELECT BAQRVPYL ASSIGN TO BAQRVPYL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVPYL-STATUS.

           SELECT BAQRVPRT ASSIGN TO BAQRVPRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVPRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BAQREVC
           RECORDING MODE IS F.
           COPY BAQRVC.

       FD  BAQSUSPT
           RECORDING MODE IS F.
       01  BAQSUSP-RECORD.
           05 BAQSUSP-SEQ-NBR              PIC 9(09).
           05 BAQSUSP-STUB-NAME            PIC X(08).

       FD  BAQREVRQ
           RECORDING MODE IS F.
           COPY BAQRVR.

      *****************************************************************
      *    THE REQUEST WORK FILES CARRY WS-REQUEST-AREA IMAGES, BUILT
      *    AND READ IN WORKING-STORAGE, SO EACH IS DECLARED AS A PLAIN
      *    BUFFER.  WS-WRK-RECORD MIRRORS THE FRONT OF WS-REQUEST-AREA
      *    FAR ENOUGH TO NAME THE SORT KEYS.
      *****************************************************************
       FD  BAQRVWK
           RECORDING MODE IS F.
       01  BAQRVWK-RECORD                  PIC X(86).

       SD  BAQRQSWK.
       01  WS-WRK-RECORD.
           05 WS-WRK-SEQ-NBR               PIC 9(09).
           05 WS-WRK-ORDER                 PIC 9(01).
           05 WS-WRK-REMAINDER             PIC X(76).

       FD  BAQRVSRT
           RECORDING MODE IS F.
       01  BAQRVSRT-RECORD                 PIC X(86).

      *****************************************************************
      *    THE ORIGINAL DECKS ARE ONLY EVER PASSED THROUGH THE SORTS,
      *    SO THEY ARE DECLARED AS PLAIN BUFFERS; THE BAQTRIN AND
      *    BAQPREQ FIELD NAMES LIVE ON THE SORTED FILES.  THE SORT
      *    RECORDS MIRROR THE FRONT OF EACH LAYOUT FAR ENOUGH TO NAME
      *    THE SORT KEYS.
      *****************************************************************
       FD  BAQTRNIN
           RECORDING MODE IS F.
       01  BAQTRNIN-RECORD                 PIC X(2643).

       SD  BAQSRTWK.
       01  WS-SRT-RECORD.
           05 WS-SRT-SEQ-NBR               PIC 9(09).
           05 WS-SRT-REMAINDER             PIC X(2634).

       FD  BAQTRSRT
           RECORDING MODE IS F.
           COPY BAQTRIN.

       FD  BAQPYLIN
           RECORDING MODE IS F.
       01  BAQPYLIN-RECORD                 PIC X(527).

       SD  BAQPSRWK.
       01  WS-PSR-RECORD.
           05 WS-PSR-SEQ-NBR               PIC 9(09).
           05 WS-PSR-SEGMENT-NBR           PIC 9(03).
           05 WS-PSR-REMAINDER             PIC X(515).

       FD  BAQPYSRT
           RECORDING MODE IS F.
           COPY BAQPREQ.

       FD  BAQDUPRG.
           COPY BAQDUPR.

       FD  BAQRVXRF.
           COPY BAQRVX.

      *****************************************************************
      *    THE REVERSAL DECK CARRIES BAQTRIN-RECORD AND BAQPREQ-RECORD
      *    IMAGES.  THEY ARE DECLARED AS PLAIN BUFFERS BECAUSE BOTH
      *    COPYBOOKS ARE ALREADY COPIED INTO THIS PROGRAM ONCE.
      *****************************************************************
       FD  BAQRVTRN
           RECORDING MODE IS F.
       01  BAQRVTRN-RECORD                 PIC X(2643).

       FD  BAQRVPYL
           RECORDING MODE IS F.
       01  BAQRVPYL-RECORD                 PIC X(527).

       FD  BAQRVPRT
           RECORDING MODE IS F.
       01  BAQRVPRT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    SWITCHES
      *****************************************************************
       77  WS-LOAD-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-LOAD-EOF                VALUE 'Y'.

       77  WS-REQ-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-REQ-EOF                 VALUE 'Y'.

       77  WS-TRAN-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-TRAN-EOF                VALUE 'Y'.

       77  WS-PAY-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-PAY-EOF                 VALUE 'Y'.

       77  WS-ABORT-SWITCH             PIC X(01) VALUE 'N'.
           88 WS-ABORT                   VALUE 'Y'.

       77  WS-TRAN-FOUND-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-TRAN-FOUND              VALUE 'Y'.

       77  WS-REGISTERED-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-REGISTERED              VALUE 'Y'.

       77  WS-RANGE-SWITCH             PIC X(01) VALUE 'N'.
           88 WS-RANGE-LOADED            VALUE 'Y'.

       77  WS-RVSRT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-RVSRT-OPEN              VALUE 'Y'.

       77  WS-TRSRT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-TRSRT-OPEN              VALUE 'Y'.

       77  WS-PYSRT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-PYSRT-OPEN              VALUE 'Y'.

       77  WS-DUPRG-OPEN-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-DUPRG-OPEN              VALUE 'Y'.

       77  WS-RVXRF-OPEN-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-RVXRF-OPEN              VALUE 'Y'.

       77  WS-RVTRN-OPEN-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-RVTRN-OPEN              VALUE 'Y'.

       77  WS-RVPYL-OPEN-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-RVPYL-OPEN              VALUE 'Y'.

       77  WS-RVPRT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-RVPRT-OPEN              VALUE 'Y'.

      *****************************************************************
      *    FILE STATUS FIELDS
      *****************************************************************
       77  WS-REVC-STATUS              PIC X(02) VALUE SPACES.
       77  WS-SUSPT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-REVRQ-STATUS             PIC X(02) VALUE SPACES.
       77  WS-RVWK-STATUS              PIC X(02) VALUE SPACES.
       77  WS-RVSRT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-TRNIN-STATUS             PIC X(02) VALUE SPACES.
       77  WS-TRSRT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-PYLIN-STATUS             PIC X(02) VALUE SPACES.
       77  WS-PYSRT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-DUPRG-STATUS             PIC X(02) VALUE SPACES.
       77  WS-RVXRF-STATUS             PIC X(02) VALUE SPACES.
       77  WS-RVTRN-STATUS             PIC X(02) VALUE SPACES.
       77  WS-RVPYL-STATUS             PIC X(02) VALUE SPACES.
       77  WS-RVPRT-STATUS             PIC X(02) VALUE SPACES.

      *****************************************************************
      *    COUNTERS
      *****************************************************************
       77  WS-SUSPECTS-READ            PIC 9(09) COMP-3 VALUE 0.
       77  WS-REQUESTS-READ            PIC 9(09) COMP-3 VALUE 0.
       77  WS-REVERSALS-BUILT          PIC 9(09) COMP-3 VALUE 0.
       77  WS-SEGMENTS-WRITTEN         PIC 9(09) COMP-3 VALUE 0.
       77  WS-WITHDRAWN                PIC 9(09) COMP-3 VALUE 0.
       77  WS-REJECTED                 PIC 9(09) COMP-3 VALUE 0.

      *****************************************************************
      *    STUB MAP TABLE -- ORIGINAL STUB TO COMPENSATING STUB
      *****************************************************************
       01  WS-MAP-TABLE.
           05 WS-MAPTBL-ENTRY OCCURS 200 TIMES.
              10 WS-MAPTBL-STUB        PIC X(08).
              10 WS-MAPTBL-REV-STUB    PIC X(08).

       77  WS-MAP-COUNT                PIC 9(05) COMP-3 VALUE 0.
       77  WS-MAP-MAX                  PIC 9(05) COMP-3 VALUE 200.
       77  WS-MAP-IDX                  PIC 9(05) COMP-3 VALUE 0.
       77  WS-CURR-MAP-IDX             PIC 9(05) COMP-3 VALUE 0.
       77  WS-CURR-STUB-NAME           PIC X(08) VALUE SPACES.

      *****************************************************************
      *    FIELD TABLE -- THE CARRY, NEGATE AND ORIGINAL-SEQUENCE
      *    ENTRIES FOR EVERY STUB, IN BAQREVC ORDER.  AN ENTRY THAT
      *    FAILS ITS EDIT IS KEPT, MARKED NOT VALID, SO ITS STUB IS
      *    REFUSED RATHER THAN REVERSED WITH A FIELD MISSING.
      *****************************************************************
       01  WS-FIELD-TABLE.
           05 WS-FLDTBL-ENTRY OCCURS 1000 TIMES.
              10 WS-FLDTBL-STUB        PIC X(08).
              10 WS-FLDTBL-TYPE        PIC X(01).
              10 WS-FLDTBL-FROM-POS    PIC 9(04).
              10 WS-FLDTBL-TO-POS      PIC 9(04).
              10 WS-FLDTBL-LEN         PIC 9(03).
              10 WS-FLDTBL-VALID       PIC X(01).

       77  WS-FIELD-COUNT              PIC 9(05) COMP-3 VALUE 0.
       77  WS-FIELD-MAX                PIC 9(05) COMP-3 VALUE 1000.
       77  WS-FIELD-IDX                PIC 9(05) COMP-3 VALUE 0.

      *****************************************************************
      *    REVERSAL NUMBER RANGE (BAQREVC TYPE R) AND THE LAST NUMBER
      *    ISSUED (BAQRVXRF CONTROL RECORD)
      *****************************************************************
       77  WS-RANGE-LOW                PIC 9(09) VALUE 0.
       77  WS-RANGE-HIGH               PIC 9(09) VALUE 0.
       77  WS-LAST-ISSUED              PIC 9(09) VALUE 0.
       77  WS-REV-SEQ-NBR              PIC 9(09) VALUE 0.

      *****************************************************************
      *    REQUEST WORK AREA -- ONE REQUEST FROM EITHER SOURCE.  THE
      *    ORDER BYTE SORTS A WITHDRAWAL AHEAD OF A NEW REQUEST FOR THE
      *    SAME CALL, AND A REQUEST AHEAD OF A SUSPECT FLAG.
      *****************************************************************
       01  WS-REQUEST-AREA.
           05 WS-REQ-SEQ-NBR           PIC 9(09).
           05 WS-REQ-ORDER             PIC 9(01).
           05 WS-REQ-ACTION            PIC X(01).
              88 WS-REQ-REVERSE          VALUE 'R'.
              88 WS-REQ-WITHDRAW         VALUE 'W'.
           05 WS-REQ-SOURCE            PIC X(01).
              88 WS-REQ-FROM-SUSPECT     VALUE 'S'.
              88 WS-REQ-FROM-REQUEST     VALUE 'R'.
           05 WS-REQ-STUB-NAME         PIC X(08).
           05 WS-REQ-BUSINESS-UNIT     PIC X(06).
           05 WS-REQ-REQUESTED-BY      PIC X(20).
           05 WS-REQ-REASON            PIC X(40).

       77  WS-ORDER-WITHDRAW           PIC 9(01) VALUE 1.
       77  WS-ORDER-REQUEST            PIC 9(01) VALUE 2.
       77  WS-ORDER-SUSPECT            PIC 9(01) VALUE 3.

       77  WS-REJECT-REASON            PIC X(60) VALUE SPACES.
       77  WS-RESULT                   PIC X(10) VALUE SPACES.
       77  WS-REG-SEQ-NBR              PIC 9(09) VALUE 0.
       77  WS-REG-DATE                 PIC X(08) VALUE SPACES.
       77  WS-EDIT-POS                 PIC 9(04) VALUE 0.

      *****************************************************************
      *    BODIES -- THE ORIGINAL REQUEST BODY REASSEMBLED FROM
      *    BAQPYLIN AND THE REVERSAL BODY BUILT FROM IT, BOTH SIZED TO
      *    THE DRIVER'S BAQ-REQ-PAYLOAD-DATA BUFFER
      *****************************************************************
       01  WS-ORIG-BODY-AREA.
           05 WS-ORIG-BODY             PIC X(4096).

       01  WS-REV-BODY-AREA.
           05 WS-REV-BODY              PIC X(4096).

       77  WS-BODY-SEQ-NBR             PIC 9(09) VALUE 0.
       77  WS-ORIG-LEN                 PIC S9(05) COMP-3 VALUE 0.
       77  WS-ORIG-POS                 PIC S9(05) COMP-3 VALUE 1.
       77  WS-LAST-SEGMENT-NBR         PIC 9(03) VALUE 0.
       77  WS-REV-LEN                  PIC S9(05) COMP-3 VALUE 0.
       77  WS-SEG-LEN                  PIC S9(05) COMP-3 VALUE 0.
       77  WS-OUT-POS                  PIC S9(05) COMP-3 VALUE 0.
       77  WS-OUT-SEGMENT-NBR          PIC 9(03) VALUE 0.
       77  WS-FLD-END                  PIC S9(05) COMP-3 VALUE 0.
       77  WS-FLD-DIGIT-POS            PIC S9(05) COMP-3 VALUE 0.
       77  WS-FLD-DIGIT-LEN            PIC S9(05) COMP-3 VALUE 0.
       77  WS-MAX-BODY-LEN             PIC S9(05) COMP-3 VALUE 4096.
       77  WS-PAYLOAD-SEG-SIZE         PIC S9(05) COMP-3 VALUE 512.
       77  WS-SEQ-DIGITS               PIC 9(09) VALUE 0.

      *****************************************************************
      *    SAVE AREAS -- THE ORIGINAL TRANSACTION AND THE PAYLOAD
      *    RECORD READ AHEAD ARE HELD HERE WHILE THEIR RECORD AREAS
      *    ARE USED TO BUILD THE REVERSAL
      *****************************************************************
       01  WS-TRAN-SAVE                PIC X(2643).
       01  WS-PAYLOAD-SAVE             PIC X(527).

       01  WS-TODAY-DATE               PIC X(08) VALUE SPACES.

      *****************************************************************
      *    PRINT LINES
      *****************************************************************
       01  WS-HDG1-LINE.
           05 FILLER                   PIC X(01) VALUE '1'.
           05 FILLER                   PIC X(60) VALUE
               'BAQRVGN - COMPENSATING REVERSAL REGISTER'.
           05 FILLER                   PIC X(10) VALUE 'RUN DATE'.
           05 H1-RUN-DATE              PIC X(08).
           05 FILLER                   PIC X(53) VALUE SPACES.

       01  WS-HDG2-LINE.
           05 FILLER                   PIC X(01) VALUE '0'.
           05 FILLER                   PIC X(11) VALUE 'ORIGINAL'.
           05 FILLER                   PIC X(10) VALUE 'STUB'.
           05 FILLER                   PIC X(08) VALUE 'UNIT'.
           05 FILLER                   PIC X(10) VALUE 'SOURCE'.
           05 FILLER                   PIC X(11) VALUE 'REVERSAL'.
           05 FILLER                   PIC X(10) VALUE 'REV STUB'.
           05 FILLER                   PIC X(06) VALUE 'SEGS'.
           05 FILLER                   PIC X(22) VALUE 'REQUESTED BY'.
           05 FILLER                   PIC X(43) VALUE 'RESULT'.

       01  WS-REGISTER-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RL-ORIG-SEQ-NBR          PIC X(09).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RL-ORIG-STUB-NAME        PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RL-BUSINESS-UNIT         PIC X(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RL-SOURCE                PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RL-REV-SEQ-NBR           PIC X(09).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RL-REV-STUB-NAME         PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RL-SEGMENTS              PIC ZZ9.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 RL-REQUESTED-BY          PIC X(20).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RL-RESULT                PIC X(10).
           05 FILLER                   PIC X(33) VALUE SPACES.

       01  WS-NOTE-LINE.
           05 FILLER                   PIC X(12) VALUE SPACES.
           05 NL-TEXT                  PIC X(120).

       01  WS-TOTAL-HDG-LINE.
           05 FILLER                   PIC X(01) VALUE '0'.
           05 FILLER                   PIC X(131) VALUE
               'REGISTER TOTALS'.

       01  WS-TOTAL-LINE.
           05 TL-CC                    PIC X(01) VALUE SPACE.
           05 TL-TEXT                  PIC X(40).
           05 TL-COUNT                 PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(80) VALUE SPACES.

       01  WS-APPROVAL-LINE-1.
           05 FILLER                   PIC X(01) VALUE '-'.
           05 FILLER                   PIC X(50) VALUE
               'BAQRVTRN/BAQRVPYL ARE NOT TO BE RELEASED TO THE '.
           05 FILLER                   PIC X(81) VALUE
               'NIGHT RUN UNTIL THIS REGISTER IS APPROVED.'.

       01  WS-APPROVAL-LINE-2.
           05 FILLER                   PIC X(01) VALUE '0'.
           05 FILLER                   PIC X(55) VALUE
               'APPROVED FOR RELEASE BY ______________________________'.
           05 FILLER                   PIC X(76) VALUE
               '      DATE ____________'.

       PROCEDURE DIVISION.
      *****************************************************************
      *    0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE-RTN
               THRU 1000-EXIT.

           IF NOT WS-ABORT
               PERFORM 2000-BUILD-REQUESTS-RTN
                   THRU 2000-EXIT
           END-IF.

           IF NOT WS-ABORT
               PERFORM 3000-PROCESS-REQUESTS-RTN
                   THRU 3000-EXIT
           END-IF.

           IF NOT WS-ABORT
               PERFORM 7000-WRITE-TOTALS-RTN
                   THRU 7000-EXIT
           END-IF.

           PERFORM 8000-TERMINATE-RTN
               THRU 8000-EXIT.

           IF WS-ABORT
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

      *****************************************************************
      *    1000-INITIALIZE-RTN -- OPEN THE REGISTER, LOAD THE REVERSAL
      *                    CONTROL, OPEN THE REGISTRY AND THE CROSS-
      *                    REFERENCE, AND SORT THE ORIGINAL DECKS
      *****************************************************************
       1000-INITIALIZE-RTN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT BAQRVPRT.
           IF WS-RVPRT-STATUS NOT = '00'
               DISPLAY 'BAQRVGN - OPEN FAILED FOR BAQRVPRT, STATUS = '
                   WS-RVPRT-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-RVPRT-OPEN-SWITCH.

           MOVE WS-TODAY-DATE TO H1-RUN-DATE.
           WRITE BAQRVPRT-RECORD FROM WS-HDG1-LINE.
           WRITE BAQRVPRT-RECORD FROM WS-HDG2-LINE.

           PERFORM 1100-LOAD-CONTROL-RTN
               THRU 1100-EXIT.
           IF WS-ABORT
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT BAQDUPRG.
           IF WS-DUPRG-STATUS NOT = '00'
               DISPLAY 'BAQRVGN - OPEN FAILED FOR BAQDUPRG, STATUS = '
                   WS-DUPRG-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-DUPRG-OPEN-SWITCH.

           PERFORM 1300-OPEN-XREF-RTN
               THRU 1300-EXIT.
           IF WS-ABORT
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1400-SORT-ORIGINALS-RTN
               THRU 1400-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      *    1100-LOAD-CONTROL-RTN -- THE REVERSAL CONTROL FILE.  IT IS
      *                    REQUIRED; A RECORD THAT FAILS ITS EDIT IS
      *                    FLAGGED ON THE JOB LOG.
      *****************************************************************
       1100-LOAD-CONTROL-RTN.
           OPEN INPUT BAQREVC.
           IF WS-REVC-STATUS NOT = '00'
               DISPLAY 'BAQRVGN - OPEN FAILED FOR BAQREVC, STATUS = '
                   WS-REVC-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1100-EXIT
           END-IF.

           MOVE 'N' TO WS-LOAD-EOF-SWITCH.
           PERFORM 1110-LOAD-ONE-CONTROL-RTN
               THRU 1110-EXIT
               UNTIL WS-LOAD-EOF.

           CLOSE BAQREVC.

           IF NOT WS-RANGE-LOADED
               DISPLAY 'BAQRVGN - NO REVERSAL NUMBER RANGE ON BAQREVC'
                   ' - NOTHING CAN BE REVERSED'
           END-IF.

       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-CONTROL-RTN.
           READ BAQREVC
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   GO TO 1110-EXIT
           END-READ.

           EVALUATE TRUE
               WHEN BAQRVC-RANGE
                   PERFORM 1120-LOAD-RANGE-RTN
                       THRU 1120-EXIT
               WHEN BAQRVC-STUB-MAP
                   PERFORM 1130-LOAD-STUB-MAP-RTN
                       THRU 1130-EXIT
               WHEN BAQRVC-CARRY
               WHEN BAQRVC-NEGATE
               WHEN BAQRVC-ORIG-SEQ
                   PERFORM 1140-LOAD-FIELD-RTN
                       THRU 1140-EXIT
               WHEN OTHER
                   DISPLAY 'BAQRVGN - UNKNOWN BAQREVC ENTRY TYPE '
                       BAQRVC-ENTRY-TYPE ' IGNORED FOR STUB '
                       BAQRVC-STUB-NAME
           END-EVALUATE.

       1110-EXIT.
           EXIT.

       1120-LOAD-RANGE-RTN.
           IF WS-RANGE-LOADED
               DISPLAY 'BAQRVGN - SECOND NUMBER RANGE ON BAQREVC '
                   'IGNORED'
               GO TO 1120-EXIT
           END-IF.

           IF BAQRVC-RANGE-LOW NOT NUMERIC
                   OR BAQRVC-RANGE-HIGH NOT NUMERIC
                   OR BAQRVC-RANGE-LOW = 0
                   OR BAQRVC-RANGE-HIGH < BAQRVC-RANGE-LOW
               DISPLAY 'BAQRVGN - BAD NUMBER RANGE ON BAQREVC IGNORED'
               GO TO 1120-EXIT
           END-IF.

           MOVE BAQRVC-RANGE-LOW  TO WS-RANGE-LOW.
           MOVE BAQRVC-RANGE-HIGH TO WS-RANGE-HIGH.
           MOVE 'Y' TO WS-RANGE-SWITCH.

       1120-EXIT.
           EXIT.

       1130-LOAD-STUB-MAP-RTN.
           MOVE BAQRVC-STUB-NAME TO WS-CURR-STUB-NAME.
           PERFORM 6200-FIND-MAP-RTN
               THRU 6200-EXIT.
           IF WS-CURR-MAP-IDX > 0
               DISPLAY 'BAQRVGN - DUPLICATE BAQREVC STUB ENTRY IGNORED '
                   'FOR STUB ' BAQRVC-STUB-NAME
               GO TO 1130-EXIT
           END-IF.

           IF BAQRVC-REVERSAL-STUB = SPACES
               DISPLAY 'BAQRVGN - NO COMPENSATING STUB GIVEN FOR STUB '
                   BAQRVC-STUB-NAME
               GO TO 1130-EXIT
           END-IF.

           IF WS-MAP-COUNT >= WS-MAP-MAX
               DISPLAY 'BAQRVGN - MORE THAN ' WS-MAP-MAX
                   ' REVERSIBLE STUBS, IGNORED FOR STUB '
                   BAQRVC-STUB-NAME
               GO TO 1130-EXIT
           END-IF.

           ADD 1 TO WS-MAP-COUNT.
           MOVE BAQRVC-STUB-NAME     TO WS-MAPTBL-STUB(WS-MAP-COUNT).
           MOVE BAQRVC-REVERSAL-STUB
               TO WS-MAPTBL-REV-STUB(WS-MAP-COUNT).

       1130-EXIT.
           EXIT.

      *****************************************************************
      *    1140-LOAD-FIELD-RTN -- ONE CARRY, NEGATE OR ORIGINAL-
      *                    SEQUENCE ENTRY.  EVERY FIELD MUST LIE
      *                    INSIDE THE 4096-BYTE BODY; A NEGATED FIELD
      *                    IS A SIGN AND 1-18 DIGITS.  A FULL TABLE
      *                    FAILS THE STEP RATHER THAN DROP A FIELD.
      *****************************************************************
       1140-LOAD-FIELD-RTN.
           IF WS-FIELD-COUNT >= WS-FIELD-MAX
               DISPLAY 'BAQRVGN - MORE THAN ' WS-FIELD-MAX
                   ' BAQREVC FIELD ENTRIES, NOTHING REVERSED'
               MOVE 'Y' TO WS-ABORT-SWITCH
               MOVE 'Y' TO WS-LOAD-EOF-SWITCH
               GO TO 1140-EXIT
           END-IF.

           ADD 1 TO WS-FIELD-COUNT.
           MOVE BAQRVC-STUB-NAME  TO WS-FLDTBL-STUB(WS-FIELD-COUNT).
           MOVE BAQRVC-ENTRY-TYPE TO WS-FLDTBL-TYPE(WS-FIELD-COUNT).
           MOVE 0   TO WS-FLDTBL-FROM-POS(WS-FIELD-COUNT).
           MOVE 0   TO WS-FLDTBL-TO-POS(WS-FIELD-COUNT).
           MOVE 0   TO WS-FLDTBL-LEN(WS-FIELD-COUNT).
           MOVE 'N' TO WS-FLDTBL-VALID(WS-FIELD-COUNT).

           IF BAQRVC-TO-POS NOT NUMERIC
                   OR BAQRVC-TO-POS = 0
               GO TO 1140-BAD
           END-IF.

           IF BAQRVC-ORIG-SEQ
               IF BAQRVC-TO-POS + 8 > WS-MAX-BODY-LEN
                   GO TO 1140-BAD
               END-IF
               MOVE BAQRVC-TO-POS TO WS-FLDTBL-TO-POS(WS-FIELD-COUNT)
               MOVE 9             TO WS-FLDTBL-LEN(WS-FIELD-COUNT)
               MOVE 'Y'           TO WS-FLDTBL-VALID(WS-FIELD-COUNT)
               GO TO 1140-EXIT
           END-IF.

           IF BAQRVC-FROM-POS NOT NUMERIC
                   OR BAQRVC-FIELD-LEN NOT NUMERIC
                   OR BAQRVC-FROM-POS = 0
                   OR BAQRVC-FIELD-LEN = 0
               GO TO 1140-BAD
           END-IF.

           IF BAQRVC-FROM-POS + BAQRVC-FIELD-LEN - 1 > WS-MAX-BODY-LEN
                   OR BAQRVC-TO-POS + BAQRVC-FIELD-LEN - 1
                       > WS-MAX-BODY-LEN
               GO TO 1140-BAD
           END-IF.

           IF BAQRVC-NEGATE
                   AND (BAQRVC-FIELD-LEN < 2 OR BAQRVC-FIELD-LEN > 19)
               GO TO 1140-BAD
           END-IF.

           MOVE BAQRVC-FROM-POS  TO WS-FLDTBL-FROM-POS(WS-FIELD-COUNT).
           MOVE BAQRVC-TO-POS    TO WS-FLDTBL-TO-POS(WS-FIELD-COUNT).
           MOVE BAQRVC-FIELD-LEN TO WS-FLDTBL-LEN(WS-FIELD-COUNT).
           MOVE 'Y'              TO WS-FLDTBL-VALID(WS-FIELD-COUNT).
           GO TO 1140-EXIT.

       1140-BAD.
           DISPLAY 'BAQRVGN - BAD BAQREVC FIELD ENTRY FOR STUB '
               BAQRVC-STUB-NAME ' - STUB WILL NOT BE REVERSED'.

       1140-EXIT.
           EXIT.

      *****************************************************************
      *    1300-OPEN-XREF-RTN -- OPEN THE CROSS-REFERENCE FOR UPDATE,
      *                    CREATING IT ON THE FIRST EVER RUN (STATUS
      *                    35 ONLY, AS BAQRSUB DOES FOR BAQCLOSE), AND
      *                    READ THE LAST REVERSAL NUMBER ISSUED
      *****************************************************************
       1300-OPEN-XREF-RTN.
           OPEN I-O BAQRVXRF.
           IF WS-RVXRF-STATUS = '35'
               OPEN OUTPUT BAQRVXRF
               IF WS-RVXRF-STATUS NOT = '00'
                   DISPLAY 'BAQRVGN - OPEN OUTPUT FAILED FOR '
                       'BAQRVXRF, STATUS = ' WS-RVXRF-STATUS
                   MOVE 'Y' TO WS-ABORT-SWITCH
                   GO TO 1300-EXIT
               END-IF
               CLOSE BAQRVXRF
               OPEN I-O BAQRVXRF
           END-IF.
           IF WS-RVXRF-STATUS NOT = '00'
               DISPLAY 'BAQRVGN - OPEN FAILED FOR BAQRVXRF, STATUS = '
                   WS-RVXRF-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1300-EXIT
           END-IF.
           MOVE 'Y' TO WS-RVXRF-OPEN-SWITCH.

           MOVE 'C' TO BAQRVX-REC-TYPE.
           MOVE 0   TO BAQRVX-SEQ-NBR.
           READ BAQRVXRF
               KEY IS BAQRVX-KEY
               INVALID KEY
                   PERFORM 1310-ADD-CONTROL-RTN
                       THRU 1310-EXIT
           END-READ.

           MOVE BAQRVX-LINKED-SEQ-NBR TO WS-LAST-ISSUED.

       1300-EXIT.
           EXIT.

       1310-ADD-CONTROL-RTN.
           MOVE SPACES        TO BAQRVX-RECORD.
           MOVE 'C'           TO BAQRVX-REC-TYPE.
           MOVE 0             TO BAQRVX-SEQ-NBR.
           MOVE 0             TO BAQRVX-LINKED-SEQ-NBR.
           MOVE WS-TODAY-DATE TO BAQRVX-BUILT-DATE.

           WRITE BAQRVX-RECORD
               INVALID KEY
                   DISPLAY 'BAQRVGN - CONTROL WRITE FAILED ON '
                       'BAQRVXRF, STATUS = ' WS-RVXRF-STATUS
                   MOVE 'Y' TO WS-ABORT-SWITCH
           END-WRITE.

       1310-EXIT.
           EXIT.

      *****************************************************************
      *    1400-SORT-ORIGINALS-RTN -- THE ORIGINAL DECKS INTO SEQUENCE
      *                    NUMBER ORDER (SEGMENT ORDER WITHIN A CALL)
      *                    FOR THE MATCH.  THE DECKS AS DRIVEN ARE IN
      *                    SEQUENCE ORDER ALREADY, BUT SEVERAL NIGHTS
      *                    CONCATENATED ARE NOT.
      *****************************************************************
       1400-SORT-ORIGINALS-RTN.
           SORT BAQSRTWK
               ON ASCENDING KEY WS-SRT-SEQ-NBR
               USING BAQTRNIN
               GIVING BAQTRSRT.

           IF SORT-RETURN NOT = 0
               DISPLAY 'BAQRVGN - SORT OF BAQTRNIN FAILED, RC = '
                   SORT-RETURN
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1400-EXIT
           END-IF.

           SORT BAQPSRWK
               ON ASCENDING KEY WS-PSR-SEQ-NBR
                                WS-PSR-SEGMENT-NBR
               USING BAQPYLIN
               GIVING BAQPYSRT.

           IF SORT-RETURN NOT = 0
               DISPLAY 'BAQRVGN - SORT OF BAQPYLIN FAILED, RC = '
                   SORT-RETURN
               MOVE 'Y' TO WS-ABORT-SWITCH
           END-IF.

       1400-EXIT.
           EXIT.

      *****************************************************************
      *    2000-BUILD-REQUESTS-RTN -- BOTH SOURCES OF REQUESTS TO ONE
      *                    WORK FILE, SORTED INTO SEQUENCE ORDER
      *****************************************************************
       2000-BUILD-REQUESTS-RTN.
           OPEN OUTPUT BAQRVWK.
           IF WS-RVWK-STATUS NOT = '00'
               DISPLAY 'BAQRVGN - OPEN FAILED FOR BAQRVWK, STATUS = '
                   WS-RVWK-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-LOAD-SUSPECTS-RTN
               THRU 2100-EXIT.

           IF NOT WS-ABORT
               PERFORM 2200-LOAD-REQUESTS-RTN
                   THRU 2200-EXIT
           END-IF.

           CLOSE BAQRVWK.
           IF WS-ABORT
               GO TO 2000-EXIT
           END-IF.

           SORT BAQRQSWK
               ON ASCENDING KEY WS-WRK-SEQ-NBR
                                WS-WRK-ORDER
               USING BAQRVWK
               GIVING BAQRVSRT.

           IF SORT-RETURN NOT = 0
               DISPLAY 'BAQRVGN - SORT OF BAQRVWK FAILED, RC = '
                   SORT-RETURN
               MOVE 'Y' TO WS-ABORT-SWITCH
           END-IF.

       2000-EXIT.
           EXIT.

      *****************************************************************
      *    2100-LOAD-SUSPECTS-RTN -- EVERY CALL BAQRVAL FLAGGED.  NO
      *                    BAQSUSPT (STATUS 35) MEANS NONE.
      *****************************************************************
       2100-LOAD-SUSPECTS-RTN.
           OPEN INPUT BAQSUSPT.
           IF WS-SUSPT-STATUS = '35'
               GO TO 2100-EXIT
           END-IF.
           IF WS-SUSPT-STATUS NOT = '00'
               DISPLAY 'BAQRVGN - OPEN FAILED FOR BAQSUSPT, STATUS = '
                   WS-SUSPT-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 2100-EXIT
           END-IF.

           MOVE 'N' TO WS-LOAD-EOF-SWITCH.
           PERFORM 2110-LOAD-ONE-SUSPECT-RTN
               THRU 2110-EXIT
               UNTIL WS-LOAD-EOF.

           CLOSE BAQSUSPT.

       2100-EXIT.
           EXIT.

       2110-LOAD-ONE-SUSPECT-RTN.
           READ BAQSUSPT
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   GO TO 2110-EXIT
           END-READ.
           ADD 1 TO WS-SUSPECTS-READ.

           IF BAQSUSP-SEQ-NBR NOT NUMERIC
                   OR BAQSUSP-SEQ-NBR = 0
               DISPLAY 'BAQRVGN - BAD BAQSUSPT RECORD IGNORED, SEQ '
                   BAQSUSP-SEQ-NBR
               GO TO 2110-EXIT
           END-IF.

           MOVE SPACES             TO WS-REQUEST-AREA.
           MOVE BAQSUSP-SEQ-NBR    TO WS-REQ-SEQ-NBR.
           MOVE WS-ORDER-SUSPECT   TO WS-REQ-ORDER.
           MOVE 'R'                TO WS-REQ-ACTION.
           MOVE 'S'                TO WS-REQ-SOURCE.
           MOVE BAQSUSP-STUB-NAME  TO WS-REQ-STUB-NAME.
           MOVE 'BAQRVAL'          TO WS-REQ-REQUESTED-BY.
           MOVE 'RESPONSE FAILED THE BAQRVAL CONTENT EDIT'
               TO WS-REQ-REASON.

           WRITE BAQRVWK-RECORD FROM WS-REQUEST-AREA.

       2110-EXIT.
           EXIT.

      *****************************************************************
      *    2200-LOAD-REQUESTS-RTN -- THE REQUEST DECK.  NO BAQREVRQ
      *                    (STATUS 35) MEANS NONE.  A REQUEST THAT
      *                    CANNOT BE READ IS REJECTED ON THE REGISTER
      *                    HERE, AHEAD OF THE SORTED REQUESTS.
      *****************************************************************
       2200-LOAD-REQUESTS-RTN.
           OPEN INPUT BAQREVRQ.
           IF WS-REVRQ-STATUS = '35'
               GO TO 2200-EXIT
           END-IF.
           IF WS-REVRQ-STATUS NOT = '00'
               DISPLAY 'BAQRVGN - OPEN FAILED FOR BAQREVRQ, STATUS = '
                   WS-REVRQ-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 2200-EXIT
           END-IF.

           MOVE 'N' TO WS-LOAD-EOF-SWITCH.
           PERFORM 2210-LOAD-ONE-REQUEST-RTN
               THRU 2210-EXIT
               UNTIL WS-LOAD-EOF.

           CLOSE BAQREVRQ.

       2200-EXIT.
           EXIT.

       2210-LOAD-ONE-REQUEST-RTN.
           READ BAQREVRQ
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   GO TO 2210-EXIT
           END-READ.
           ADD 1 TO WS-REQUESTS-READ.

           MOVE SPACES TO WS-REJECT-REASON.
           IF BAQRVR-SEQ-NBR NOT NUMERIC
                   OR BAQRVR-SEQ-NBR = 0
               MOVE 'SEQUENCE NUMBER IS NOT NUMERIC'
                   TO WS-REJECT-REASON
           END-IF.
           IF NOT (BAQRVR-REVERSE OR BAQRVR-WITHDRAW)
               MOVE 'ACTION IS NOT R OR W' TO WS-REJECT-REASON
           END-IF.

           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECTED
               MOVE SPACES               TO WS-REGISTER-LINE
               MOVE BAQRVR-SEQ-NBR       TO RL-ORIG-SEQ-NBR
               MOVE BAQRVR-BUSINESS-UNIT TO RL-BUSINESS-UNIT
               MOVE 'REQUEST'            TO RL-SOURCE
               MOVE BAQRVR-REQUESTED-BY  TO RL-REQUESTED-BY
               MOVE 'REJECTED'           TO RL-RESULT
               WRITE BAQRVPRT-RECORD FROM WS-REGISTER-LINE
               MOVE WS-REJECT-REASON     TO NL-TEXT
               WRITE BAQRVPRT-RECORD FROM WS-NOTE-LINE
               GO TO 2210-EXIT
           END-IF.

           MOVE SPACES               TO WS-REQUEST-AREA.
           MOVE BAQRVR-SEQ-NBR       TO WS-REQ-SEQ-NBR.
           IF BAQRVR-WITHDRAW
               MOVE WS-ORDER-WITHDRAW TO WS-REQ-ORDER
           ELSE
               MOVE WS-ORDER-REQUEST  TO WS-REQ-ORDER
           END-IF.
           MOVE BAQRVR-ACTION        TO WS-REQ-ACTION.
           MOVE 'R'                  TO WS-REQ-SOURCE.
           MOVE BAQRVR-BUSINESS-UNIT TO WS-REQ-BUSINESS-UNIT.
           MOVE BAQRVR-REQUESTED-BY  TO WS-REQ-REQUESTED-BY.
           MOVE BAQRVR-REASON        TO WS-REQ-REASON.

           WRITE BAQRVWK-RECORD FROM WS-REQUEST-AREA.

       2210-EXIT.
           EXIT.

      *****************************************************************
      *    3000-PROCESS-REQUESTS-RTN -- MATCH THE SORTED REQUESTS TO
      *                    THE SORTED ORIGINAL DECKS AND BUILD OR
      *                    WITHDRAW EACH REVERSAL
      *****************************************************************
       3000-PROCESS-REQUESTS-RTN.
           OPEN INPUT BAQRVSRT.
           IF WS-RVSRT-STATUS NOT = '00'
               DISPLAY 'BAQRVGN - OPEN FAILED FOR BAQRVSRT, STATUS = '
                   WS-RVSRT-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 3000-EXIT
           END-IF.
           MOVE 'Y' TO WS-RVSRT-OPEN-SWITCH.

           OPEN INPUT BAQTRSRT.
           IF WS-TRSRT-STATUS NOT = '00'
               DISPLAY 'BAQRVGN - OPEN FAILED FOR BAQTRSRT, STATUS = '
                   WS-TRSRT-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 3000-EXIT
           END-IF.
           MOVE 'Y' TO WS-TRSRT-OPEN-SWITCH.

           OPEN INPUT BAQPYSRT.
           IF WS-PYSRT-STATUS NOT = '00'
               DISPLAY 'BAQRVGN - OPEN FAILED FOR BAQPYSRT, STATUS = '
                   WS-PYSRT-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 3000-EXIT
           END-IF.
           MOVE 'Y' TO WS-PYSRT-OPEN-SWITCH.

           OPEN OUTPUT BAQRVTRN.
           IF WS-RVTRN-STATUS = '00'
               MOVE 'Y' TO WS-RVTRN-OPEN-SWITCH
           END-IF.
           OPEN OUTPUT BAQRVPYL.
           IF WS-RVPYL-STATUS = '00'
               MOVE 'Y' TO WS-RVPYL-OPEN-SWITCH
           END-IF.
           IF WS-RVTRN-STATUS NOT = '00'
                   OR WS-RVPYL-STATUS NOT = '00'
               DISPLAY 'BAQRVGN - OPEN FAILED FOR BAQRVTRN/BAQRVPYL, '
                   'STATUS = ' WS-RVTRN-STATUS '/' WS-RVPYL-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3910-READ-TRANSACTION-RTN
               THRU 3910-EXIT.
           PERFORM 3920-READ-PAYLOAD-RTN
               THRU 3920-EXIT.
           PERFORM 3900-READ-REQUEST-RTN
               THRU 3900-EXIT.

           PERFORM 3100-PROCESS-ONE-REQUEST-RTN
               THRU 3100-EXIT
               UNTIL WS-REQ-EOF.

       3000-EXIT.
           EXIT.

      *****************************************************************
      *    3100-PROCESS-ONE-REQUEST-RTN -- BRING THE ORIGINAL DECK UP
      *                    TO THE REQUEST'S SEQUENCE NUMBER, ACT ON THE
      *                    REQUEST AND LIST IT ON THE REGISTER
      *****************************************************************
       3100-PROCESS-ONE-REQUEST-RTN.
           PERFORM 3910-READ-TRANSACTION-RTN
               THRU 3910-EXIT
               UNTIL WS-TRAN-EOF
                  OR BAQTRIN-SEQ-NBR >= WS-REQ-SEQ-NBR.

           IF NOT WS-TRAN-EOF
                   AND BAQTRIN-SEQ-NBR = WS-REQ-SEQ-NBR
               MOVE 'Y' TO WS-TRAN-FOUND-SWITCH
           ELSE
               MOVE 'N' TO WS-TRAN-FOUND-SWITCH
           END-IF.

           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-REGISTER-LINE.
           MOVE WS-REQ-SEQ-NBR       TO RL-ORIG-SEQ-NBR.
           MOVE WS-REQ-STUB-NAME     TO RL-ORIG-STUB-NAME.
           MOVE WS-REQ-BUSINESS-UNIT TO RL-BUSINESS-UNIT.
           IF WS-TRAN-FOUND
               MOVE BAQTRIN-STUB-NAME     TO RL-ORIG-STUB-NAME
               MOVE BAQTRIN-BUSINESS-UNIT TO RL-BUSINESS-UNIT
           END-IF.
           MOVE WS-REQ-REQUESTED-BY  TO RL-REQUESTED-BY.

           IF WS-REQ-WITHDRAW
               MOVE 'WITHDRAW' TO RL-SOURCE
               PERFORM 4500-WITHDRAW-RTN
                   THRU 4500-EXIT
           ELSE
               IF WS-REQ-FROM-SUSPECT
                   MOVE 'SUSPECT' TO RL-SOURCE
               ELSE
                   MOVE 'REQUEST' TO RL-SOURCE
               END-IF
               PERFORM 4000-REVERSE-RTN
                   THRU 4000-EXIT
           END-IF.

           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECTED
               MOVE 'REJECTED'       TO RL-RESULT
               MOVE WS-REJECT-REASON TO NL-TEXT
           ELSE
               MOVE WS-RESULT        TO RL-RESULT
               MOVE WS-REQ-REASON    TO NL-TEXT
           END-IF.
           WRITE BAQRVPRT-RECORD FROM WS-REGISTER-LINE.
           IF NL-TEXT NOT = SPACES
               WRITE BAQRVPRT-RECORD FROM WS-NOTE-LINE
           END-IF.

           PERFORM 3900-READ-REQUEST-RTN
               THRU 3900-EXIT.

       3100-EXIT.
           EXIT.

      *****************************************************************
      *    3900-READ-REQUEST-RTN -- READ THE NEXT SORTED REQUEST
      *****************************************************************
       3900-READ-REQUEST-RTN.
           READ BAQRVSRT INTO WS-REQUEST-AREA
               AT END
                   MOVE 'Y' TO WS-REQ-EOF-SWITCH
           END-READ.

       3900-EXIT.
           EXIT.

      *****************************************************************
      *    3910-READ-TRANSACTION-RTN -- READ THE NEXT ORIGINAL
      *                                 TRANSACTION RECORD
      *****************************************************************
       3910-READ-TRANSACTION-RTN.
           READ BAQTRSRT
               AT END
                   MOVE 'Y' TO WS-TRAN-EOF-SWITCH
           END-READ.

       3910-EXIT.
           EXIT.

      *****************************************************************
      *    3920-READ-PAYLOAD-RTN -- READ THE NEXT ORIGINAL PAYLOAD
      *                             SEGMENT
      *****************************************************************
       3920-READ-PAYLOAD-RTN.
           READ BAQPYSRT
               AT END
                   MOVE 'Y' TO WS-PAY-EOF-SWITCH
           END-READ.

       3920-EXIT.
           EXIT.

      *****************************************************************
      *    4000-REVERSE-RTN -- BUILD THE REVERSAL OF ONE CALL, OR SET
      *                    WS-REJECT-REASON TO WHY IT CANNOT BE
      *****************************************************************
       4000-REVERSE-RTN.
           MOVE 'O'            TO BAQRVX-REC-TYPE.
           MOVE WS-REQ-SEQ-NBR TO BAQRVX-SEQ-NBR.
           READ BAQRVXRF
               KEY IS BAQRVX-KEY
               INVALID KEY
                   MOVE SPACES TO BAQRVX-REC-TYPE
           END-READ.
           IF BAQRVX-ORIGINAL
               STRING 'ALREADY REVERSED BY SEQ ' DELIMITED BY SIZE
                   BAQRVX-LINKED-SEQ-NBR DELIMITED BY SIZE
                   ' ON ' DELIMITED BY SIZE
                   BAQRVX-BUILT-DATE DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
               GO TO 4000-EXIT
           END-IF.

           MOVE 'R'            TO BAQRVX-REC-TYPE.
           MOVE WS-REQ-SEQ-NBR TO BAQRVX-SEQ-NBR.
           READ BAQRVXRF
               KEY IS BAQRVX-KEY
               INVALID KEY
                   MOVE SPACES TO BAQRVX-REC-TYPE
           END-READ.
           IF BAQRVX-REVERSAL
               STRING 'CALL IS ITSELF THE REVERSAL OF SEQ '
                       DELIMITED BY SIZE
                   BAQRVX-LINKED-SEQ-NBR DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
               GO TO 4000-EXIT
           END-IF.

           IF NOT WS-TRAN-FOUND
               MOVE 'ORIGINAL TRANSACTION IS NOT ON BAQTRNIN'
                   TO WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF.

           IF WS-REQ-FROM-SUSPECT
                   AND WS-REQ-STUB-NAME NOT = BAQTRIN-STUB-NAME
               MOVE 'SUSPECT STUB DIFFERS FROM THE ORIGINAL TRANSACTION'
                   TO WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF.

           IF WS-REQ-FROM-REQUEST
                   AND WS-REQ-BUSINESS-UNIT NOT = BAQTRIN-BUSINESS-UNIT
               MOVE 'REQUESTING UNIT DOES NOT OWN THE CALL'
                   TO WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF.

           MOVE WS-REQ-SEQ-NBR TO WS-REG-SEQ-NBR.
           PERFORM 6100-CHECK-REGISTRY-RTN
               THRU 6100-EXIT.
           IF NOT WS-REGISTERED
               MOVE 'ORIGINAL CALL NEVER SUCCEEDED (NOT ON BAQDUPRG)'
                   TO WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF.

           MOVE BAQTRIN-STUB-NAME TO WS-CURR-STUB-NAME.
           PERFORM 6200-FIND-MAP-RTN
               THRU 6200-EXIT.
           IF WS-CURR-MAP-IDX = 0
               MOVE 'NO COMPENSATING STUB ON BAQREVC FOR THIS STUB'
                   TO WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-MAPTBL-REV-STUB(WS-CURR-MAP-IDX)
               TO RL-REV-STUB-NAME.

           PERFORM 4100-GATHER-BODY-RTN
               THRU 4100-EXIT.

           PERFORM 4200-BUILD-BODY-RTN
               THRU 4200-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 4000-EXIT
           END-IF.

           PERFORM 4300-NEXT-NUMBER-RTN
               THRU 4300-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 4000-EXIT
           END-IF.

           PERFORM 4400-RECORD-XREF-RTN
               THRU 4400-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 4000-EXIT
           END-IF.

           PERFORM 4450-WRITE-REVERSAL-RTN
               THRU 4450-EXIT.

           MOVE WS-REV-SEQ-NBR TO RL-REV-SEQ-NBR.
           MOVE 'BUILT'        TO WS-RESULT.
           ADD 1 TO WS-REVERSALS-BUILT.

       4000-EXIT.
           EXIT.

      *****************************************************************
      *    4100-GATHER-BODY-RTN -- REASSEMBLE THE ORIGINAL REQUEST BODY
      *                    FROM ITS SORTED SEGMENTS.  A CALL ASKED FOR
      *                    TWICE KEEPS THE BODY ALREADY GATHERED; A
      *                    SEGMENT REPEATED BY A CONCATENATED NIGHT IS
      *                    TAKEN ONCE.
      *****************************************************************
       4100-GATHER-BODY-RTN.
           IF WS-BODY-SEQ-NBR = WS-REQ-SEQ-NBR
               GO TO 4100-EXIT
           END-IF.

           MOVE WS-REQ-SEQ-NBR TO WS-BODY-SEQ-NBR.
           MOVE SPACES TO WS-ORIG-BODY.
           MOVE 0      TO WS-ORIG-LEN.
           MOVE 1      TO WS-ORIG-POS.
           MOVE 0      TO WS-LAST-SEGMENT-NBR.

           PERFORM 3920-READ-PAYLOAD-RTN
               THRU 3920-EXIT
               UNTIL WS-PAY-EOF
                  OR BAQPREQ-SEQ-NBR >= WS-REQ-SEQ-NBR.

           PERFORM 4110-APPEND-SEGMENT-RTN
               THRU 4110-EXIT
               UNTIL WS-PAY-EOF
                  OR BAQPREQ-SEQ-NBR NOT = WS-REQ-SEQ-NBR.

       4100-EXIT.
           EXIT.

       4110-APPEND-SEGMENT-RTN.
           IF BAQPREQ-SEGMENT-NBR = WS-LAST-SEGMENT-NBR
               GO TO 4110-READ
           END-IF.
           MOVE BAQPREQ-SEGMENT-NBR TO WS-LAST-SEGMENT-NBR.

           IF BAQPREQ-SEGMENT-LEN NUMERIC
                   AND BAQPREQ-SEGMENT-LEN > 0
                   AND BAQPREQ-SEGMENT-LEN <= WS-PAYLOAD-SEG-SIZE
               MOVE BAQPREQ-SEGMENT-LEN TO WS-SEG-LEN
           ELSE
               MOVE WS-PAYLOAD-SEG-SIZE TO WS-SEG-LEN
           END-IF.

           IF WS-ORIG-POS + WS-SEG-LEN - 1 > WS-MAX-BODY-LEN
               COMPUTE WS-SEG-LEN
                   = WS-MAX-BODY-LEN - WS-ORIG-POS + 1
           END-IF.

           IF WS-SEG-LEN > 0
               MOVE BAQPREQ-SEGMENT-DATA(1:WS-SEG-LEN)
                   TO WS-ORIG-BODY(WS-ORIG-POS:WS-SEG-LEN)
               ADD WS-SEG-LEN TO WS-ORIG-POS
               COMPUTE WS-ORIG-LEN = WS-ORIG-POS - 1
           END-IF.

       4110-READ.
           PERFORM 3920-READ-PAYLOAD-RTN
               THRU 3920-EXIT.

       4110-EXIT.
           EXIT.

      *****************************************************************
      *    4200-BUILD-BODY-RTN -- APPLY THE STUB'S FIELD ENTRIES, IN
      *                    BAQREVC ORDER, TO BUILD THE REVERSAL BODY
      *****************************************************************
       4200-BUILD-BODY-RTN.
           MOVE SPACES TO WS-REV-BODY.
           MOVE 0      TO WS-REV-LEN.

           PERFORM 4210-APPLY-ONE-FIELD-RTN
               THRU 4210-EXIT
               VARYING WS-FIELD-IDX FROM 1 BY 1
               UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
                  OR WS-REJECT-REASON NOT = SPACES.

       4200-EXIT.
           EXIT.

       4210-APPLY-ONE-FIELD-RTN.
           IF WS-FLDTBL-STUB(WS-FIELD-IDX) NOT = BAQTRIN-STUB-NAME
               GO TO 4210-EXIT
           END-IF.

           IF WS-FLDTBL-VALID(WS-FIELD-IDX) NOT = 'Y'
               MOVE 'BAQREVC FIELD ENTRY FOR THIS STUB IS IN ERROR'
                   TO WS-REJECT-REASON
               GO TO 4210-EXIT
           END-IF.

           IF WS-FLDTBL-TYPE(WS-FIELD-IDX) = 'Q'
               MOVE WS-REQ-SEQ-NBR TO WS-SEQ-DIGITS
               MOVE WS-SEQ-DIGITS
                   TO WS-REV-BODY(WS-FLDTBL-TO-POS(WS-FIELD-IDX):9)
               GO TO 4210-LENGTH
           END-IF.

           MOVE WS-FLDTBL-FROM-POS(WS-FIELD-IDX) TO WS-EDIT-POS.
           COMPUTE WS-FLD-END
               = WS-FLDTBL-FROM-POS(WS-FIELD-IDX)
               + WS-FLDTBL-LEN(WS-FIELD-IDX) - 1.
           IF WS-FLD-END > WS-ORIG-LEN
               STRING 'FIELD AT ' DELIMITED BY SIZE
                   WS-EDIT-POS DELIMITED BY SIZE
                   ' IS BEYOND THE END OF THE ORIGINAL BODY'
                       DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
               GO TO 4210-EXIT
           END-IF.

           MOVE WS-ORIG-BODY(WS-FLDTBL-FROM-POS(WS-FIELD-IDX):
                             WS-FLDTBL-LEN(WS-FIELD-IDX))
               TO WS-REV-BODY(WS-FLDTBL-TO-POS(WS-FIELD-IDX):
                              WS-FLDTBL-LEN(WS-FIELD-IDX)).

           IF WS-FLDTBL-TYPE(WS-FIELD-IDX) = 'N'
               PERFORM 4220-NEGATE-FIELD-RTN
                   THRU 4220-EXIT
           END-IF.

       4210-LENGTH.
           COMPUTE WS-FLD-END
               = WS-FLDTBL-TO-POS(WS-FIELD-IDX)
               + WS-FLDTBL-LEN(WS-FIELD-IDX) - 1.
           IF WS-FLD-END > WS-REV-LEN
               MOVE WS-FLD-END TO WS-REV-LEN
           END-IF.

       4210-EXIT.
           EXIT.

      *****************************************************************
      *    4220-NEGATE-FIELD-RTN -- THE FIELD JUST CARRIED IS A SIGN
      *                    FOLLOWED BY DIGITS.  A MINUS BECOMES A PLUS;
      *                    A PLUS OR A SPACE BECOMES A MINUS.
      *****************************************************************
       4220-NEGATE-FIELD-RTN.
           COMPUTE WS-FLD-DIGIT-POS
               = WS-FLDTBL-FROM-POS(WS-FIELD-IDX) + 1.
           COMPUTE WS-FLD-DIGIT-LEN
               = WS-FLDTBL-LEN(WS-FIELD-IDX) - 1.

           IF WS-ORIG-BODY(WS-FLD-DIGIT-POS:WS-FLD-DIGIT-LEN)
                   NOT NUMERIC
                   OR (WS-ORIG-BODY(WS-EDIT-POS:1) NOT = '+'
                       AND WS-ORIG-BODY(WS-EDIT-POS:1) NOT = '-'
                       AND WS-ORIG-BODY(WS-EDIT-POS:1) NOT = SPACE)
               STRING 'FIELD AT ' DELIMITED BY SIZE
                   WS-EDIT-POS DELIMITED BY SIZE
                   ' IS NOT A SIGNED AMOUNT AND CANNOT BE NEGATED'
                       DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
               GO TO 4220-EXIT
           END-IF.

           IF WS-ORIG-BODY(WS-EDIT-POS:1) = '-'
               MOVE '+'
                   TO WS-REV-BODY(WS-FLDTBL-TO-POS(WS-FIELD-IDX):1)
           ELSE
               MOVE '-'
                   TO WS-REV-BODY(WS-FLDTBL-TO-POS(WS-FIELD-IDX):1)
           END-IF.

       4220-EXIT.
           EXIT.

      *****************************************************************
      *    4300-NEXT-NUMBER-RTN -- THE NEXT UNUSED NUMBER IN THE
      *                    REVERSAL RANGE.  A RANGE RAISED ON BAQREVC
      *                    SINCE THE LAST RUN STARTS AT ITS NEW LOW.
      *****************************************************************
       4300-NEXT-NUMBER-RTN.
           IF NOT WS-RANGE-LOADED
               MOVE 'NO REVERSAL NUMBER RANGE ON BAQREVC'
                   TO WS-REJECT-REASON
               GO TO 4300-EXIT
           END-IF.

           IF WS-LAST-ISSUED < WS-RANGE-LOW
               MOVE WS-RANGE-LOW TO WS-REV-SEQ-NBR
           ELSE
               IF WS-LAST-ISSUED >= WS-RANGE-HIGH
                   MOVE 'REVERSAL NUMBER RANGE ON BAQREVC IS USED UP'
                       TO WS-REJECT-REASON
                   GO TO 4300-EXIT
               END-IF
               COMPUTE WS-REV-SEQ-NBR = WS-LAST-ISSUED + 1
           END-IF.

       4300-EXIT.
           EXIT.

      *****************************************************************
      *    4400-RECORD-XREF-RTN -- TAKE THE NUMBER (CONTROL RECORD)
      *                    AND RECORD THE PAIR BOTH WAYS ROUND.  THE
      *                    CROSS-REFERENCE IS WRITTEN BEFORE THE DECK,
      *                    SO A REVERSAL ON THE DECK IS ALWAYS ON FILE.
      *****************************************************************
       4400-RECORD-XREF-RTN.
           MOVE 'C' TO BAQRVX-REC-TYPE.
           MOVE 0   TO BAQRVX-SEQ-NBR.
           READ BAQRVXRF
               KEY IS BAQRVX-KEY
               INVALID KEY
                   MOVE 'REVERSAL NUMBER CONTROL RECORD IS MISSING'
                       TO WS-REJECT-REASON
                   GO TO 4400-EXIT
           END-READ.

           MOVE WS-REV-SEQ-NBR TO BAQRVX-LINKED-SEQ-NBR.
           MOVE WS-TODAY-DATE  TO BAQRVX-BUILT-DATE.
           REWRITE BAQRVX-RECORD
               INVALID KEY
                   MOVE 'REVERSAL NUMBER CONTROL RECORD REWRITE FAILED'
                       TO WS-REJECT-REASON
                   GO TO 4400-EXIT
           END-REWRITE.
           MOVE WS-REV-SEQ-NBR TO WS-LAST-ISSUED.

           MOVE 'O'            TO BAQRVX-REC-TYPE.
           MOVE WS-REQ-SEQ-NBR TO BAQRVX-SEQ-NBR.
           MOVE WS-REV-SEQ-NBR TO BAQRVX-LINKED-SEQ-NBR.
           PERFORM 4410-FILL-XREF-RTN
               THRU 4410-EXIT.
           WRITE BAQRVX-RECORD
               INVALID KEY
                   MOVE 'CROSS-REFERENCE WRITE FAILED'
                       TO WS-REJECT-REASON
                   GO TO 4400-EXIT
           END-WRITE.

           MOVE 'R'            TO BAQRVX-REC-TYPE.
           MOVE WS-REV-SEQ-NBR TO BAQRVX-SEQ-NBR.
           MOVE WS-REQ-SEQ-NBR TO BAQRVX-LINKED-SEQ-NBR.
           PERFORM 4410-FILL-XREF-RTN
               THRU 4410-EXIT.
           WRITE BAQRVX-RECORD
               INVALID KEY
                   MOVE 'CROSS-REFERENCE WRITE FAILED'
                       TO WS-REJECT-REASON
           END-WRITE.

       4400-EXIT.
           EXIT.

       4410-FILL-XREF-RTN.
           MOVE BAQTRIN-STUB-NAME     TO BAQRVX-ORIG-STUB-NAME.
           MOVE WS-MAPTBL-REV-STUB(WS-CURR-MAP-IDX)
               TO BAQRVX-REV-STUB-NAME.
           MOVE BAQTRIN-BUSINESS-UNIT TO BAQRVX-BUSINESS-UNIT.
           MOVE WS-REQ-SOURCE         TO BAQRVX-SOURCE.
           MOVE WS-REQ-REQUESTED-BY   TO BAQRVX-REQUESTED-BY.
           MOVE WS-REQ-REASON         TO BAQRVX-REASON.
           MOVE WS-TODAY-DATE         TO BAQRVX-BUILT-DATE.

       4410-EXIT.
           EXIT.

      *****************************************************************
      *    4450-WRITE-REVERSAL-RTN -- THE REVERSAL TRANSACTION IS THE
      *                    ORIGINAL UNDER ITS NEW NUMBER AND STUB, DUE
      *                    TONIGHT AND CHAINED TO THE ORIGINAL; ITS
      *                    BODY FOLLOWS IN 512-BYTE SEGMENTS.  THE
      *                    ORIGINAL AND THE PAYLOAD SEGMENT READ AHEAD
      *                    ARE PUT BACK AFTERWARDS.
      *****************************************************************
       4450-WRITE-REVERSAL-RTN.
           MOVE BAQTRIN-RECORD TO WS-TRAN-SAVE.
           MOVE BAQPREQ-RECORD TO WS-PAYLOAD-SAVE.

           MOVE WS-REV-SEQ-NBR TO BAQTRIN-SEQ-NBR.
           MOVE WS-MAPTBL-REV-STUB(WS-CURR-MAP-IDX)
               TO BAQTRIN-STUB-NAME.
           MOVE WS-REQ-SEQ-NBR TO BAQTRIN-PARENT-SEQ-NBR.
           MOVE SPACES         TO BAQTRIN-EFFECTIVE-DATE.
           WRITE BAQRVTRN-RECORD FROM BAQTRIN-RECORD.

           MOVE 0 TO WS-OUT-SEGMENT-NBR.
           PERFORM 4460-WRITE-SEGMENT-RTN
               THRU 4460-EXIT
               VARYING WS-OUT-POS FROM 1 BY WS-PAYLOAD-SEG-SIZE
               UNTIL WS-OUT-POS > WS-REV-LEN.
           MOVE WS-OUT-SEGMENT-NBR TO RL-SEGMENTS.

           MOVE WS-TRAN-SAVE    TO BAQTRIN-RECORD.
           MOVE WS-PAYLOAD-SAVE TO BAQPREQ-RECORD.

       4450-EXIT.
           EXIT.

       4460-WRITE-SEGMENT-RTN.
           COMPUTE WS-SEG-LEN = WS-REV-LEN - WS-OUT-POS + 1.
           IF WS-SEG-LEN > WS-PAYLOAD-SEG-SIZE
               MOVE WS-PAYLOAD-SEG-SIZE TO WS-SEG-LEN
           END-IF.

           ADD 1 TO WS-OUT-SEGMENT-NBR.
           MOVE SPACES             TO BAQPREQ-RECORD.
           MOVE WS-REV-SEQ-NBR     TO BAQPREQ-SEQ-NBR.
           MOVE WS-OUT-SEGMENT-NBR TO BAQPREQ-SEGMENT-NBR.
           MOVE WS-SEG-LEN         TO BAQPREQ-SEGMENT-LEN.
           MOVE WS-REV-BODY(WS-OUT-POS:WS-SEG-LEN)
               TO BAQPREQ-SEGMENT-DATA.
           WRITE BAQRVPYL-RECORD FROM BAQPREQ-RECORD.
           ADD 1 TO WS-SEGMENTS-WRITTEN.

       4460-EXIT.
           EXIT.

      *****************************************************************
      *    4500-WITHDRAW-RTN -- REMOVE A REVERSAL THAT WAS NOT
      *                    APPROVED, SO THE CALL CAN BE REVERSED AGAIN.
      *                    ONE THE DRIVER HAS ALREADY CALLED (ON THE
      *                    BAQDUPRG REGISTRY) STAYS.  ITS NUMBER IS NOT
      *                    ISSUED AGAIN.
      *****************************************************************
       4500-WITHDRAW-RTN.
           MOVE 'O'            TO BAQRVX-REC-TYPE.
           MOVE WS-REQ-SEQ-NBR TO BAQRVX-SEQ-NBR.
           READ BAQRVXRF
               KEY IS BAQRVX-KEY
               INVALID KEY
                   MOVE 'NO REVERSAL OF THIS CALL TO WITHDRAW'
                       TO WS-REJECT-REASON
                   GO TO 4500-EXIT
           END-READ.

           MOVE BAQRVX-ORIG-STUB-NAME TO RL-ORIG-STUB-NAME.
           MOVE BAQRVX-BUSINESS-UNIT  TO RL-BUSINESS-UNIT.
           MOVE BAQRVX-LINKED-SEQ-NBR TO RL-REV-SEQ-NBR.
           MOVE BAQRVX-REV-STUB-NAME  TO RL-REV-STUB-NAME.

           IF WS-REQ-BUSINESS-UNIT NOT = BAQRVX-BUSINESS-UNIT
               MOVE 'REQUESTING UNIT DOES NOT OWN THE CALL'
                   TO WS-REJECT-REASON
               GO TO 4500-EXIT
           END-IF.

           MOVE BAQRVX-LINKED-SEQ-NBR TO WS-REG-SEQ-NBR.
           PERFORM 6100-CHECK-REGISTRY-RTN
               THRU 6100-EXIT.
           IF WS-REGISTERED
               STRING 'REVERSAL WAS DRIVEN ON ' DELIMITED BY SIZE
                   WS-REG-DATE DELIMITED BY SIZE
                   ' AND CANNOT BE WITHDRAWN' DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
               GO TO 4500-EXIT
           END-IF.

           DELETE BAQRVXRF
               INVALID KEY
                   MOVE 'CROSS-REFERENCE DELETE FAILED'
                       TO WS-REJECT-REASON
                   GO TO 4500-EXIT
           END-DELETE.

           MOVE 'R'                   TO BAQRVX-REC-TYPE.
           MOVE WS-REG-SEQ-NBR        TO BAQRVX-SEQ-NBR.
           DELETE BAQRVXRF
               INVALID KEY
                   DISPLAY 'BAQRVGN - NO REVERSAL ENTRY TO DELETE FOR '
                       'SEQ ' WS-REG-SEQ-NBR
           END-DELETE.

           MOVE 'WITHDRAWN' TO WS-RESULT.
           ADD 1 TO WS-WITHDRAWN.

       4500-EXIT.
           EXIT.

      *****************************************************************
      *    6100-CHECK-REGISTRY-RTN -- POSITION THE REGISTRY AT THE
      *                    LOWEST KEY FOR WS-REG-SEQ-NBR AND READ THE
      *                    NEXT ENTRY; ANY ENTRY FOR THE SEQUENCE
      *                    NUMBER, WHATEVER ITS DATE, IS A SUCCESSFUL
      *                    CALL (AS IN BAQTVAL)
      *****************************************************************
       6100-CHECK-REGISTRY-RTN.
           MOVE 'N'    TO WS-REGISTERED-SWITCH.
           MOVE SPACES TO WS-REG-DATE.

           MOVE WS-REG-SEQ-NBR TO BAQDUPR-SEQ-NBR.
           MOVE LOW-VALUES     TO BAQDUPR-RUN-DATE.
           START BAQDUPRG
               KEY IS NOT LESS THAN BAQDUPR-KEY
               INVALID KEY
                   GO TO 6100-EXIT
           END-START.

           READ BAQDUPRG NEXT RECORD
               AT END
                   GO TO 6100-EXIT
           END-READ.

           IF WS-DUPRG-STATUS = '00'
                   AND BAQDUPR-SEQ-NBR = WS-REG-SEQ-NBR
               MOVE 'Y'              TO WS-REGISTERED-SWITCH
               MOVE BAQDUPR-RUN-DATE TO WS-REG-DATE
           END-IF.

       6100-EXIT.
           EXIT.

      *****************************************************************
      *    6200-FIND-MAP-RTN -- THE COMPENSATING STUB ENTRY FOR
      *                    WS-CURR-STUB-NAME INTO WS-CURR-MAP-IDX, OR
      *                    ZERO
      *****************************************************************
       6200-FIND-MAP-RTN.
           MOVE 0 TO WS-CURR-MAP-IDX.

           PERFORM 6210-CHECK-ONE-MAP-RTN
               THRU 6210-EXIT
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT
                  OR WS-CURR-MAP-IDX > 0.

       6200-EXIT.
           EXIT.

       6210-CHECK-ONE-MAP-RTN.
           IF WS-MAPTBL-STUB(WS-MAP-IDX) = WS-CURR-STUB-NAME
               MOVE WS-MAP-IDX TO WS-CURR-MAP-IDX
           END-IF.

       6210-EXIT.
           EXIT.

      *****************************************************************
      *    7000-WRITE-TOTALS-RTN -- REGISTER TOTALS AND THE SIGN-OFF
      *****************************************************************
       7000-WRITE-TOTALS-RTN.
           WRITE BAQRVPRT-RECORD FROM WS-TOTAL-HDG-LINE.

           MOVE 'SUSPECT CALLS READ FROM BAQSUSPT' TO TL-TEXT.
           MOVE WS-SUSPECTS-READ TO TL-COUNT.
           WRITE BAQRVPRT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'REQUESTS READ FROM BAQREVRQ' TO TL-TEXT.
           MOVE WS-REQUESTS-READ TO TL-COUNT.
           WRITE BAQRVPRT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'REVERSALS BUILT' TO TL-TEXT.
           MOVE WS-REVERSALS-BUILT TO TL-COUNT.
           WRITE BAQRVPRT-RECORD FROM WS-TOTAL-LINE.
           MOVE '  PAYLOAD SEGMENTS WRITTEN' TO TL-TEXT.
           MOVE WS-SEGMENTS-WRITTEN TO TL-COUNT.
           WRITE BAQRVPRT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'REVERSALS WITHDRAWN' TO TL-TEXT.
           MOVE WS-WITHDRAWN TO TL-COUNT.
           WRITE BAQRVPRT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'REQUESTS REJECTED' TO TL-TEXT.
           MOVE WS-REJECTED TO TL-COUNT.
           WRITE BAQRVPRT-RECORD FROM WS-TOTAL-LINE.

           IF WS-REVERSALS-BUILT > 0
               WRITE BAQRVPRT-RECORD FROM WS-APPROVAL-LINE-1
               WRITE BAQRVPRT-RECORD FROM WS-APPROVAL-LINE-2
           END-IF.

       7000-EXIT.
           EXIT.

      *****************************************************************
      *    8000-TERMINATE-RTN -- CLOSE FILES, DISPLAY SUMMARY
      *****************************************************************
       8000-TERMINATE-RTN.
           IF WS-RVSRT-OPEN
               CLOSE BAQRVSRT
           END-IF.
           IF WS-TRSRT-OPEN
               CLOSE BAQTRSRT
           END-IF.
           IF WS-PYSRT-OPEN
               CLOSE BAQPYSRT
           END-IF.
           IF WS-RVTRN-OPEN
               CLOSE BAQRVTRN
           END-IF.
           IF WS-RVPYL-OPEN
               CLOSE BAQRVPYL
           END-IF.
           IF WS-DUPRG-OPEN
               CLOSE BAQDUPRG
           END-IF.
           IF WS-RVXRF-OPEN
               CLOSE BAQRVXRF
           END-IF.
           IF WS-RVPRT-OPEN
               CLOSE BAQRVPRT
           END-IF.

           DISPLAY 'BAQRVGN - SUSPECTS READ:       ' WS-SUSPECTS-READ.
           DISPLAY 'BAQRVGN - REQUESTS READ:       ' WS-REQUESTS-READ.
           DISPLAY 'BAQRVGN - REVERSALS BUILT:     '
               WS-REVERSALS-BUILT.
           DISPLAY 'BAQRVGN - SEGMENTS WRITTEN:    '
               WS-SEGMENTS-WRITTEN.
           DISPLAY 'BAQRVGN - REVERSALS WITHDRAWN: ' WS-WITHDRAWN.
           DISPLAY 'BAQRVGN - REQUESTS REJECTED:   ' WS-REJECTED.

       8000-EXIT.
           EXIT.
