      *****************************************************************
      *
      * PROGRAM-ID.    BAQPOST
      *
      * AUTHOR.        R. OKONKWO -- BATCH INTEGRATION TEAM
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS
      * DATE-WRITTEN.  2026-10-15
      *
      *****************************************************************
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RO    INITIAL VERSION -- BUILDS THE DOWNSTREAM
      *                    POSTING INTERFACE FILES FROM THE DAY'S
      *                    GOOD BAQPYLOT RESPONSE BODIES, WITH A
      *                    CONTROL REPORT ON BAQPCPRT.
      *   2026-10-15 RO    CALLS BAQRDRV RETURNED TO THEIR BUSINESS
      *                    UNIT AS BUSINESS REJECTS (BAQBRJCT) ARE
      *                    HELD BACK AND SHOWN IN A RETURNED COLUMN.
      *****************************************************************
      * FUNCTION.
      *   REPLACES THE HAND-CUT POSTING EXTRACT.  READS THE DAY'S
      *   BAQPYLOT RESPONSE SEGMENTS, SORTED BY STUB, SEQUENCE NUMBER
      *   AND SEGMENT NUMBER, AND REASSEMBLES EACH CALL'S RESPONSE
      *   BODY THE SAME WAY BAQRVAL DOES.  A CALL WHOSE SEQUENCE
      *   NUMBER IS ON BAQSUSPT (FAILED THE BAQRVAL CONTENT EDIT) OR
      *   ON BAQEXCPT (DID NOT COME BACK BAQ-SUCCESS -- BAQRDRV STILL
      *   CAPTURES WHATEVER BODY A FAILED CALL HANDS BACK) OR ON
      *   BAQBRJCT (REJECTED BY THE API ON ITS DATA AND RETURNED TO
      *   THE BUSINESS UNIT) IS LEFT OUT.  EVERY OTHER CALL IS
      *   WRITTEN AS ONE DETAIL RECORD TO THE POSTING FILE BAQPOSTC
      *   ASSIGNS ITS STUB TO (BAQPST01-BAQPST08, ONE STUB PER FILE).
      *   EACH POSTING FILE GETS A HEADER AND A TRAILER CARRYING THE
      *   DETAIL COUNT AND A HASH TOTAL OF THE CROSSFOOT TOTAL FIELDS
      *   NAMED FOR THE STUB ON BAQRULEC -- THE SAME AMOUNTS BAQRVAL
      *   HAS ALREADY PROVED.
      *   THE CONTROL REPORT GIVES, PER STUB, WHAT WAS POSTED, WHAT
      *   WAS HELD BACK AND WHY, AND THE HASH TOTAL, SO THE POSTING
      *   TEAM CAN BALANCE WHAT THEY LOAD AGAINST WHAT WE SENT.
      *   A STUB WITH GOOD CALLS BUT NO BAQPOSTC ENTRY IS REPORTED AS
      *   UNASSIGNED AND THE STEP ENDS RC 4.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BAQPOST.
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
           SELECT BAQPYLOT ASSIGN TO BAQPYLOT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PYLOT-STATUS.

           SELECT BAQSRTWK ASSIGN TO BAQSRTWK.

           SELECT BAQPYSRT ASSIGN TO BAQPYSRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PYSRT-STATUS.

           SELECT BAQSUSPT ASSIGN TO BAQSUSPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPT-STATUS.

           SELECT BAQEXCPT ASSIGN TO BAQEXCPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCPT-STATUS.

           SELECT BAQBRJCT ASSIGN TO BAQBRJCT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRJCT-STATUS.

           SELECT BAQRULEC ASSIGN TO BAQRULEC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULEC-STATUS.

           SELECT BAQPOSTC ASSIGN TO BAQPOSTC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTC-STATUS.

           SELECT BAQPST01 ASSIGN TO BAQPST01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PST01-STATUS.

           SELECT BAQPST02 ASSIGN TO BAQPST02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PST02-STATUS.

           SELECT BAQPST03 ASSIGN TO BAQPST03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PST03-STATUS.

           SELECT BAQPST04 ASSIGN TO BAQPST04
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PST04-STATUS.

           SELECT BAQPST05 ASSIGN TO BAQPST05
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PST05-STATUS.

           SELECT BAQPST06 ASSIGN TO BAQPST06
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PST06-STATUS.

           SELECT BAQPST07 ASSIGN TO BAQPST07
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PST07-STATUS.

           SELECT BAQPST08 ASSIGN TO BAQPST08
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PST08-STATUS.

           SELECT BAQPCPRT ASSIGN TO BAQPCPRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCPRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *    THE RAW RESPONSE FILE IS ONLY EVER PASSED THROUGH THE SORT,
      *    SO IT IS DECLARED AS A PLAIN BUFFER; THE BAQPRSP FIELD
      *    NAMES LIVE ON THE SORTED FILE (BAQPYSRT) THE MAIN LOOP
      *    READS.
      *****************************************************************
       FD  BAQPYLOT
           RECORDING MODE IS F.
       01  BAQPYLOT-RECORD                 PIC X(535).

      *****************************************************************
      *    WS-SRT-RECORD MIRRORS THE FRONT OF BAQPRSP-RECORD FAR
      *    ENOUGH TO NAME THE SORT KEYS (NOT COPY BAQPRSP -- THE
      *    COPYBOOK IS ALREADY IN THE BAQPYSRT FD).
      *****************************************************************
       SD  BAQSRTWK.
       01  WS-SRT-RECORD.
           05 WS-SRT-SEQ-NBR               PIC 9(09).
           05 WS-SRT-STUB-NAME             PIC X(08).
           05 WS-SRT-SEGMENT-NBR           PIC 9(03).
           05 WS-SRT-REMAINDER             PIC X(515).

       FD  BAQPYSRT
           RECORDING MODE IS F.
           COPY BAQPRSP.

       FD  BAQSUSPT
           RECORDING MODE IS F.
       01  BAQSUSP-RECORD.
           05 BAQSUSP-SEQ-NBR              PIC 9(09).
           05 BAQSUSP-STUB-NAME            PIC X(08).

       FD  BAQEXCPT
           RECORDING MODE IS F.
           COPY BAQEXCP.

       FD  BAQBRJCT
           RECORDING MODE IS F.
           COPY BAQBREJ.

       FD  BAQRULEC
           RECORDING MODE IS F.
           COPY BAQRULE.

       FD  BAQPOSTC
           RECORDING MODE IS F.
           COPY BAQPSTC.

      *****************************************************************
      *    THE POSTING FILES ALL CARRY BAQPSTR-RECORD IMAGES, BUILT IN
      *    WORKING-STORAGE AND WRITTEN FROM THERE, SO EACH IS DECLARED
      *    AS A PLAIN BUFFER.
      *****************************************************************
       FD  BAQPST01
           RECORDING MODE IS F.
       01  BAQPST01-RECORD                 PIC X(4122).

       FD  BAQPST02
           RECORDING MODE IS F.
       01  BAQPST02-RECORD                 PIC X(4122).

       FD  BAQPST03
           RECORDING MODE IS F.
       01  BAQPST03-RECORD                 PIC X(4122).

       FD  BAQPST04
           RECORDING MODE IS F.
       01  BAQPST04-RECORD                 PIC X(4122).

       FD  BAQPST05
           RECORDING MODE IS F.
       01  BAQPST05-RECORD                 PIC X(4122).

       FD  BAQPST06
           RECORDING MODE IS F.
       01  BAQPST06-RECORD                 PIC X(4122).

       FD  BAQPST07
           RECORDING MODE IS F.
       01  BAQPST07-RECORD                 PIC X(4122).

       FD  BAQPST08
           RECORDING MODE IS F.
       01  BAQPST08-RECORD                 PIC X(4122).

       FD  BAQPCPRT
           RECORDING MODE IS F.
       01  BAQPCPRT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    SWITCHES
      *****************************************************************
       77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 WS-EOF                     VALUE 'Y'.

       77  WS-LOAD-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-LOAD-EOF                VALUE 'Y'.

       77  WS-FIRST-CALL-SWITCH        PIC X(01) VALUE 'Y'.
           88 WS-FIRST-CALL              VALUE 'Y'.

       77  WS-ABORT-SWITCH             PIC X(01) VALUE 'N'.
           88 WS-ABORT                   VALUE 'Y'.

       77  WS-FOUND-SWITCH             PIC X(01) VALUE 'N'.
           88 WS-FOUND                   VALUE 'Y'.

       77  WS-EXT-NUMERIC-SWITCH       PIC X(01) VALUE 'N'.
           88 WS-EXT-NUMERIC             VALUE 'Y'.

      *****************************************************************
      *    FILE STATUS FIELDS
      *****************************************************************
       77  WS-PYLOT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-PYSRT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-SUSPT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-EXCPT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-BRJCT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-RULEC-STATUS             PIC X(02) VALUE SPACES.
       77  WS-POSTC-STATUS             PIC X(02) VALUE SPACES.
       77  WS-PST01-STATUS             PIC X(02) VALUE SPACES.
       77  WS-PST02-STATUS             PIC X(02) VALUE SPACES.
       77  WS-PST03-STATUS             PIC X(02) VALUE SPACES.
       77  WS-PST04-STATUS             PIC X(02) VALUE SPACES.
       77  WS-PST05-STATUS             PIC X(02) VALUE SPACES.
       77  WS-PST06-STATUS             PIC X(02) VALUE SPACES.
       77  WS-PST07-STATUS             PIC X(02) VALUE SPACES.
       77  WS-PST08-STATUS             PIC X(02) VALUE SPACES.
       77  WS-PCPRT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-PST-OPEN-STATUS          PIC X(02) VALUE SPACES.

      *****************************************************************
      *    COUNTERS
      *****************************************************************
       77  WS-SEGMENTS-READ            PIC 9(09) COMP-3 VALUE 0.
       77  WS-CALLS-READ               PIC 9(09) COMP-3 VALUE 0.
       77  WS-CALLS-POSTED             PIC 9(09) COMP-3 VALUE 0.
       77  WS-CALLS-SUSPECT            PIC 9(09) COMP-3 VALUE 0.
       77  WS-CALLS-EXCEPTION          PIC 9(09) COMP-3 VALUE 0.
       77  WS-CALLS-RETURNED           PIC 9(09) COMP-3 VALUE 0.
       77  WS-CALLS-UNASSIGNED         PIC 9(09) COMP-3 VALUE 0.

      *****************************************************************
      *    STUB TABLE -- ONE ENTRY PER BAQPOSTC RECORD, PLUS ONE FOR
      *    EACH STUB FOUND ON BAQPYLOT WITH NO POSTING FILE (FILE
      *    NUMBER ZERO).  CARRIES THE STUB'S CONTROL TOTALS.
      *****************************************************************
       01  WS-STUB-TABLE.
           05 WS-STUBTBL-ENTRY OCCURS 200 TIMES.
              10 WS-STUBTBL-STUB       PIC X(08).
              10 WS-STUBTBL-FILE-NBR   PIC 9(02).
              10 WS-STUBTBL-FEED-ID    PIC X(08).
              10 WS-STUBTBL-POSTED     PIC 9(09) COMP-3.
              10 WS-STUBTBL-SUSPECT    PIC 9(09) COMP-3.
              10 WS-STUBTBL-EXCEPTION  PIC 9(09) COMP-3.
              10 WS-STUBTBL-RETURNED   PIC 9(09) COMP-3.
              10 WS-STUBTBL-UNASSIGNED PIC 9(09) COMP-3.
              10 WS-STUBTBL-HASH       PIC 9(18) COMP-3.

       77  WS-STUB-COUNT               PIC 9(05) COMP-3 VALUE 0.
       77  WS-STUB-MAX                 PIC 9(05) COMP-3 VALUE 200.
       77  WS-STUB-IDX                 PIC 9(05) COMP-3 VALUE 0.
       77  WS-CURR-STUB-IDX            PIC 9(05) COMP-3 VALUE 0.

      *****************************************************************
      *    POSTING FILE FLAGS -- A FILE NUMBER MAY BE CLAIMED BY ONE
      *    STUB ONLY, AND ONLY CLAIMED FILES ARE OPENED
      *****************************************************************
       01  WS-FILE-USED-TABLE.
           05 WS-FILE-USED OCCURS 8 TIMES
                                       PIC X(01).

       01  WS-FILE-OPEN-TABLE.
           05 WS-FILE-OPEN OCCURS 8 TIMES
                                       PIC X(01).

       77  WS-FILE-NBR                 PIC 9(02) VALUE 0.

       01  WS-FILE-NAME-AREA.
           05 FILLER                   PIC X(06) VALUE 'BAQPST'.
           05 WS-FILE-NAME-NBR         PIC 9(02).

      *****************************************************************
      *    CROSSFOOT TOTAL-FIELD TABLE -- LOADED FROM THE TYPE C
      *    RULES ON BAQRULEC.  THE TOTAL FIELD OF EVERY CROSSFOOT RULE
      *    FOR A STUB IS ADDED INTO THAT STUB'S HASH TOTAL.
      *****************************************************************
       01  WS-HASH-TABLE.
           05 WS-HASHTBL-ENTRY OCCURS 200 TIMES.
              10 WS-HASHTBL-STUB       PIC X(08).
              10 WS-HASHTBL-POS        PIC 9(04).
              10 WS-HASHTBL-LEN        PIC 9(02).

       77  WS-HASH-COUNT               PIC 9(05) COMP-3 VALUE 0.
       77  WS-HASH-MAX                 PIC 9(05) COMP-3 VALUE 200.
       77  WS-HASH-IDX                 PIC 9(05) COMP-3 VALUE 0.

      *****************************************************************
      *    EXCLUSION TABLES -- SEQUENCE NUMBERS ON BAQSUSPT, ON
      *    BAQEXCPT AND ON BAQBRJCT.  A LIST THAT WILL NOT FIT FAILS
      *    THE STEP: POSTING A CALL THAT SHOULD HAVE BEEN HELD BACK
      *    IS THE ONE THING THIS PROGRAM MUST NEVER DO.
      *****************************************************************
       01  WS-SUSP-TABLE.
           05 WS-SUSPTBL-SEQ OCCURS 5000 TIMES
                                       PIC 9(09).

       77  WS-SUSP-COUNT               PIC 9(05) COMP-3 VALUE 0.

       01  WS-EXCP-TABLE.
           05 WS-EXCPTBL-SEQ OCCURS 5000 TIMES
                                       PIC 9(09).

       77  WS-EXCP-COUNT               PIC 9(05) COMP-3 VALUE 0.

       01  WS-RTRN-TABLE.
           05 WS-RTRNTBL-SEQ OCCURS 5000 TIMES
                                       PIC 9(09).

       77  WS-RTRN-COUNT               PIC 9(05) COMP-3 VALUE 0.
       77  WS-EXCL-MAX                 PIC 9(05) COMP-3 VALUE 5000.
       77  WS-EXCL-IDX                 PIC 9(05) COMP-3 VALUE 0.

      *****************************************************************
      *    REASSEMBLED RESPONSE BODY -- SIZED TO MATCH THE DRIVER'S
      *    BAQ-RSP-PAYLOAD-DATA BUFFER (EIGHT 512-BYTE SEGMENTS)
      *****************************************************************
       01  WS-BODY-AREA.
           05 WS-BODY-DATA             PIC X(4096).

       77  WS-BODY-LEN                 PIC S9(05) COMP-3 VALUE 0.
       77  WS-BODY-POS                 PIC S9(05) COMP-3 VALUE 1.
       77  WS-SEG-LEN                  PIC S9(05) COMP-3 VALUE 0.
       77  WS-MAX-BODY-LEN             PIC S9(05) COMP-3 VALUE 4096.
       77  WS-PAYLOAD-SEG-SIZE         PIC S9(05) COMP-3 VALUE 512.

      *****************************************************************
      *    CURRENT CALL (CONTROL-BREAK) KEY
      *****************************************************************
       77  WS-CURR-SEQ-NBR             PIC 9(09) VALUE 0.
       77  WS-CURR-STUB-NAME           PIC X(08) VALUE SPACES.

      *****************************************************************
      *    FIELD-EXTRACTION WORK AREA -- AS IN BAQRVAL, THE FIELD IS
      *    RIGHT-JUSTIFIED OVER ZEROS SO THE NUMERIC CLASS TEST AND
      *    THE VALUE BOTH FALL OUT OF ONE MOVE
      *****************************************************************
       77  WS-EXT-POS                  PIC 9(04) VALUE 0.
       77  WS-EXT-LEN                  PIC 9(02) VALUE 0.
       77  WS-EXT-OFFSET               PIC S9(04) COMP-3 VALUE 0.
       77  WS-EXT-VALUE                PIC 9(18) COMP-3 VALUE 0.

       01  WS-EXT-DIGITS-AREA.
           05 WS-EXT-DIGITS-X          PIC X(18).
           05 WS-EXT-DIGITS-9 REDEFINES WS-EXT-DIGITS-X
                                       PIC 9(18).

      *****************************************************************
      *    DATES
      *****************************************************************
       77  WS-TODAY-DATE               PIC X(08) VALUE SPACES.

      *****************************************************************
      *    POSTING RECORD -- BUILT HERE, WRITTEN TO WHICHEVER POSTING
      *    FILE THE STUB OWNS
      *****************************************************************
           COPY BAQPSTR.

      *****************************************************************
      *    PRINT LINES
      *****************************************************************
       01  WS-HDG1-LINE.
           05 FILLER                   PIC X(01) VALUE '1'.
           05 FILLER                   PIC X(131) VALUE
               'BAQPOST - POSTING INTERFACE CONTROL REPORT'.

       01  WS-HDG2-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(10) VALUE 'STUB'.
           05 FILLER                   PIC X(10) VALUE 'FILE'.
           05 FILLER                   PIC X(10) VALUE 'FEED'.
           05 FILLER                   PIC X(13) VALUE '     POSTED'.
           05 FILLER                   PIC X(13) VALUE '    SUSPECT'.
           05 FILLER                   PIC X(13) VALUE '  EXCEPTION'.
           05 FILLER                   PIC X(13) VALUE '   RETURNED'.
           05 FILLER                   PIC X(13) VALUE ' UNASSIGNED'.
           05 FILLER                   PIC X(36) VALUE
               '        HASH TOTAL'.

       01  WS-DETAIL-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DL-STUB-NAME             PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DL-FILE-NAME             PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DL-FEED-ID               PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DL-POSTED                PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DL-SUSPECT               PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DL-EXCEPTION             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DL-RETURNED              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DL-UNASSIGNED            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DL-HASH-TOTAL            PIC Z(17)9.

       01  WS-TOTAL-LINE.
           05 FILLER                   PIC X(01) VALUE '0'.
           05 FILLER                   PIC X(30) VALUE
               'TOTALS'.
           05 TL-POSTED                PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 TL-SUSPECT               PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 TL-EXCEPTION             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 TL-RETURNED              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 TL-UNASSIGNED            PIC ZZZ,ZZZ,ZZ9.

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

               IF NOT WS-FIRST-CALL
                   PERFORM 5000-POST-CALL-RTN
                       THRU 5000-EXIT
               END-IF

               PERFORM 7000-CLOSE-OUT-RTN
                   THRU 7000-EXIT
           END-IF.

           PERFORM 8000-TERMINATE-RTN
               THRU 8000-EXIT.

           IF WS-ABORT
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CALLS-UNASSIGNED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

      *****************************************************************
      *    1000-INITIALIZE-RTN -- LOAD THE CONTROL, RULE AND EXCLUSION
      *                    TABLES, SORT THE RESPONSE SEGMENTS, OPEN
      *                    THE POSTING FILES AND THE REPORT, PRIME THE
      *                    LOOP
      *****************************************************************
       1000-INITIALIZE-RTN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-FILE-USED-TABLE.
           MOVE SPACES TO WS-FILE-OPEN-TABLE.

           PERFORM 1100-LOAD-POSTC-RTN
               THRU 1100-EXIT.
           IF WS-ABORT
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1200-LOAD-RULES-RTN
               THRU 1200-EXIT.
           IF WS-ABORT
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1300-LOAD-SUSPECTS-RTN
               THRU 1300-EXIT.
           IF WS-ABORT
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1400-LOAD-EXCEPTIONS-RTN
               THRU 1400-EXIT.
           IF WS-ABORT
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1450-LOAD-RETURNS-RTN
               THRU 1450-EXIT.
           IF WS-ABORT
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1500-SORT-PAYLOADS-RTN
               THRU 1500-EXIT.
           IF WS-ABORT
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT BAQPYSRT.
           IF WS-PYSRT-STATUS NOT = '00'
               DISPLAY 'BAQPOST - OPEN FAILED FOR BAQPYSRT, STATUS = '
                   WS-PYSRT-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.

           OPEN OUTPUT BAQPCPRT.
           IF WS-PCPRT-STATUS NOT = '00'
               DISPLAY 'BAQPOST - OPEN FAILED FOR BAQPCPRT, STATUS = '
                   WS-PCPRT-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1600-OPEN-POSTING-FILE-RTN
               THRU 1600-EXIT
               VARYING WS-STUB-IDX FROM 1 BY 1
               UNTIL WS-STUB-IDX > WS-STUB-COUNT
                  OR WS-ABORT.
           IF WS-ABORT
               GO TO 1000-EXIT
           END-IF.

           WRITE BAQPCPRT-RECORD FROM WS-HDG1-LINE.
           WRITE BAQPCPRT-RECORD FROM WS-HDG2-LINE.

           PERFORM 3000-READ-SEGMENT-RTN
               THRU 3000-EXIT.

       1000-EXIT.
           EXIT.

      *****************************************************************
      *    1100-LOAD-POSTC-RTN -- THE STUB-TO-POSTING-FILE ASSIGNMENTS.
      *                    THE FILE IS REQUIRED.  A RECORD NAMING A
      *                    FILE OUTSIDE 1-8, OR A FILE OR STUB ALREADY
      *                    ASSIGNED, IS IGNORED AND FLAGGED ON THE JOB
      *                    LOG.
      *****************************************************************
       1100-LOAD-POSTC-RTN.
           OPEN INPUT BAQPOSTC.
           IF WS-POSTC-STATUS NOT = '00'
               DISPLAY 'BAQPOST - OPEN FAILED FOR BAQPOSTC, STATUS = '
                   WS-POSTC-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1100-EXIT
           END-IF.

           MOVE 'N' TO WS-LOAD-EOF-SWITCH.
           PERFORM 1110-LOAD-ONE-POSTC-RTN
               THRU 1110-EXIT
               UNTIL WS-LOAD-EOF.

           CLOSE BAQPOSTC.

           IF WS-STUB-COUNT = 0
               DISPLAY 'BAQPOST - BAQPOSTC ASSIGNS NO POSTING FILES'
               MOVE 'Y' TO WS-ABORT-SWITCH
           END-IF.

       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-POSTC-RTN.
           READ BAQPOSTC
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   GO TO 1110-EXIT
           END-READ.

           IF BAQPSTC-FILE-NBR NOT NUMERIC
                   OR BAQPSTC-FILE-NBR < 1
                   OR BAQPSTC-FILE-NBR > 8
               DISPLAY 'BAQPOST - BAD POSTING FILE NUMBER IGNORED '
                   'FOR STUB ' BAQPSTC-STUB-NAME
               GO TO 1110-EXIT
           END-IF.

           IF WS-FILE-USED(BAQPSTC-FILE-NBR) = 'Y'
               DISPLAY 'BAQPOST - POSTING FILE ' BAQPSTC-FILE-NBR
                   ' ALREADY ASSIGNED, IGNORED FOR STUB '
                   BAQPSTC-STUB-NAME
               GO TO 1110-EXIT
           END-IF.

           MOVE BAQPSTC-STUB-NAME TO WS-CURR-STUB-NAME.
           PERFORM 5100-FIND-STUB-RTN
               THRU 5100-EXIT.
           IF WS-FOUND
               DISPLAY 'BAQPOST - DUPLICATE BAQPOSTC ENTRY IGNORED '
                   'FOR STUB ' BAQPSTC-STUB-NAME
               GO TO 1110-EXIT
           END-IF.

           IF WS-STUB-COUNT >= WS-STUB-MAX
               DISPLAY 'BAQPOST - STUB TABLE FULL, BAQPOSTC ENTRY '
                   'IGNORED FOR STUB ' BAQPSTC-STUB-NAME
               GO TO 1110-EXIT
           END-IF.

           ADD 1 TO WS-STUB-COUNT.
           MOVE BAQPSTC-STUB-NAME
               TO WS-STUBTBL-STUB(WS-STUB-COUNT).
           MOVE BAQPSTC-FILE-NBR
               TO WS-STUBTBL-FILE-NBR(WS-STUB-COUNT).
           MOVE BAQPSTC-FEED-ID
               TO WS-STUBTBL-FEED-ID(WS-STUB-COUNT).
           MOVE 0 TO WS-STUBTBL-POSTED(WS-STUB-COUNT).
           MOVE 0 TO WS-STUBTBL-SUSPECT(WS-STUB-COUNT).
           MOVE 0 TO WS-STUBTBL-EXCEPTION(WS-STUB-COUNT).
           MOVE 0 TO WS-STUBTBL-RETURNED(WS-STUB-COUNT).
           MOVE 0 TO WS-STUBTBL-UNASSIGNED(WS-STUB-COUNT).
           MOVE 0 TO WS-STUBTBL-HASH(WS-STUB-COUNT).
           MOVE 'Y' TO WS-FILE-USED(BAQPSTC-FILE-NBR).

       1110-EXIT.
           EXIT.

      *****************************************************************
      *    1200-LOAD-RULES-RTN -- THE CROSSFOOT RULES NAME THE AMOUNT
      *                    FIELDS THAT MAKE UP THE HASH TOTAL.  THE
      *                    FILE IS REQUIRED; THE OTHER RULE TYPES ARE
      *                    BAQRVAL'S BUSINESS AND ARE SKIPPED.
      *****************************************************************
       1200-LOAD-RULES-RTN.
           OPEN INPUT BAQRULEC.
           IF WS-RULEC-STATUS NOT = '00'
               DISPLAY 'BAQPOST - OPEN FAILED FOR BAQRULEC, STATUS = '
                   WS-RULEC-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1200-EXIT
           END-IF.

           MOVE 'N' TO WS-LOAD-EOF-SWITCH.
           PERFORM 1210-LOAD-ONE-RULE-RTN
               THRU 1210-EXIT
               UNTIL WS-LOAD-EOF
                  OR WS-ABORT.

           CLOSE BAQRULEC.

       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-RULE-RTN.
           READ BAQRULEC
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   GO TO 1210-EXIT
           END-READ.

           IF NOT BAQRULE-TYPE-CROSSFOOT
               GO TO 1210-EXIT
           END-IF.

           IF BAQRULE-TOTAL-POS NOT NUMERIC
                   OR BAQRULE-TOTAL-LEN NOT NUMERIC
                   OR BAQRULE-TOTAL-POS = 0
                   OR BAQRULE-TOTAL-LEN = 0
               DISPLAY 'BAQPOST - UNUSABLE CROSSFOOT RULE IGNORED '
                   'FOR STUB ' BAQRULE-STUB-NAME
               GO TO 1210-EXIT
           END-IF.

           IF WS-HASH-COUNT >= WS-HASH-MAX
               DISPLAY 'BAQPOST - MORE THAN ' WS-HASH-MAX
                   ' CROSSFOOT RULES ON BAQRULEC, NOTHING POSTED'
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1210-EXIT
           END-IF.

           ADD 1 TO WS-HASH-COUNT.
           MOVE BAQRULE-STUB-NAME TO WS-HASHTBL-STUB(WS-HASH-COUNT).
           MOVE BAQRULE-TOTAL-POS TO WS-HASHTBL-POS(WS-HASH-COUNT).
           MOVE BAQRULE-TOTAL-LEN TO WS-HASHTBL-LEN(WS-HASH-COUNT).

       1210-EXIT.
           EXIT.

      *****************************************************************
      *    1300-LOAD-SUSPECTS-RTN -- SEQUENCE NUMBERS BAQRVAL FLAGGED
      *****************************************************************
       1300-LOAD-SUSPECTS-RTN.
           OPEN INPUT BAQSUSPT.
           IF WS-SUSPT-STATUS NOT = '00'
               DISPLAY 'BAQPOST - OPEN FAILED FOR BAQSUSPT, STATUS = '
                   WS-SUSPT-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1300-EXIT
           END-IF.

           MOVE 'N' TO WS-LOAD-EOF-SWITCH.
           PERFORM 1310-LOAD-ONE-SUSPECT-RTN
               THRU 1310-EXIT
               UNTIL WS-LOAD-EOF
                  OR WS-ABORT.

           CLOSE BAQSUSPT.

       1300-EXIT.
           EXIT.

       1310-LOAD-ONE-SUSPECT-RTN.
           READ BAQSUSPT
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   GO TO 1310-EXIT
           END-READ.

           IF WS-SUSP-COUNT >= WS-EXCL-MAX
               DISPLAY 'BAQPOST - MORE THAN ' WS-EXCL-MAX
                   ' SUSPECTS ON BAQSUSPT, NOTHING POSTED'
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1310-EXIT
           END-IF.

           ADD 1 TO WS-SUSP-COUNT.
           MOVE BAQSUSP-SEQ-NBR TO WS-SUSPTBL-SEQ(WS-SUSP-COUNT).

       1310-EXIT.
           EXIT.

      *****************************************************************
      *    1400-LOAD-EXCEPTIONS-RTN -- SEQUENCE NUMBERS THAT DID NOT
      *                                COME BACK BAQ-SUCCESS
      *****************************************************************
       1400-LOAD-EXCEPTIONS-RTN.
           OPEN INPUT BAQEXCPT.
           IF WS-EXCPT-STATUS NOT = '00'
               DISPLAY 'BAQPOST - OPEN FAILED FOR BAQEXCPT, STATUS = '
                   WS-EXCPT-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1400-EXIT
           END-IF.

           MOVE 'N' TO WS-LOAD-EOF-SWITCH.
           PERFORM 1410-LOAD-ONE-EXCEPTION-RTN
               THRU 1410-EXIT
               UNTIL WS-LOAD-EOF
                  OR WS-ABORT.

           CLOSE BAQEXCPT.

       1400-EXIT.
           EXIT.

       1410-LOAD-ONE-EXCEPTION-RTN.
           READ BAQEXCPT
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   GO TO 1410-EXIT
           END-READ.

           IF WS-EXCP-COUNT >= WS-EXCL-MAX
               DISPLAY 'BAQPOST - MORE THAN ' WS-EXCL-MAX
                   ' EXCEPTIONS ON BAQEXCPT, NOTHING POSTED'
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1410-EXIT
           END-IF.

           ADD 1 TO WS-EXCP-COUNT.
           MOVE BAQEXCP-SEQ-NBR TO WS-EXCPTBL-SEQ(WS-EXCP-COUNT).

       1410-EXIT.
           EXIT.

      *****************************************************************
      *    1450-LOAD-RETURNS-RTN -- SEQUENCE NUMBERS THE API REJECTED
      *                    ON THEIR DATA AND BAQRDRV RETURNED TO THE
      *                    BUSINESS UNIT.  NO BAQBRJCT (STATUS 35)
      *                    MEANS NOTHING WAS RETURNED.
      *****************************************************************
       1450-LOAD-RETURNS-RTN.
           OPEN INPUT BAQBRJCT.
           IF WS-BRJCT-STATUS = '35'
               GO TO 1450-EXIT
           END-IF.
           IF WS-BRJCT-STATUS NOT = '00'
               DISPLAY 'BAQPOST - OPEN FAILED FOR BAQBRJCT, STATUS = '
                   WS-BRJCT-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1450-EXIT
           END-IF.

           MOVE 'N' TO WS-LOAD-EOF-SWITCH.
           PERFORM 1460-LOAD-ONE-RETURN-RTN
               THRU 1460-EXIT
               UNTIL WS-LOAD-EOF
                  OR WS-ABORT.

           CLOSE BAQBRJCT.

       1450-EXIT.
           EXIT.

       1460-LOAD-ONE-RETURN-RTN.
           READ BAQBRJCT
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   GO TO 1460-EXIT
           END-READ.

           IF WS-RTRN-COUNT >= WS-EXCL-MAX
               DISPLAY 'BAQPOST - MORE THAN ' WS-EXCL-MAX
                   ' BUSINESS REJECTS ON BAQBRJCT, NOTHING POSTED'
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1460-EXIT
           END-IF.

           ADD 1 TO WS-RTRN-COUNT.
           MOVE BAQBREJ-SEQ-NBR TO WS-RTRNTBL-SEQ(WS-RTRN-COUNT).

       1460-EXIT.
           EXIT.

      *****************************************************************
      *    1500-SORT-PAYLOADS-RTN -- BAQRDRV WRITES BAQPYLOT IN ITS
      *                    PRIORITY PROCESSING ORDER; SORT IT BY STUB,
      *                    SEQUENCE NUMBER AND SEGMENT NUMBER SO EACH
      *                    POSTING FILE COMES OUT IN SEQUENCE ORDER
      *****************************************************************
       1500-SORT-PAYLOADS-RTN.
           SORT BAQSRTWK
               ON ASCENDING KEY WS-SRT-STUB-NAME
                                WS-SRT-SEQ-NBR
                                WS-SRT-SEGMENT-NBR
               USING BAQPYLOT
               GIVING BAQPYSRT.

           IF SORT-RETURN NOT = 0
               DISPLAY 'BAQPOST - SORT OF BAQPYLOT FAILED, RC = '
                   SORT-RETURN
               MOVE 'Y' TO WS-ABORT-SWITCH
           END-IF.

       1500-EXIT.
           EXIT.

      *****************************************************************
      *    1600-OPEN-POSTING-FILE-RTN -- OPEN ONE ASSIGNED POSTING
      *                    FILE AND WRITE ITS HEADER
      *****************************************************************
       1600-OPEN-POSTING-FILE-RTN.
           MOVE WS-STUBTBL-FILE-NBR(WS-STUB-IDX) TO WS-FILE-NBR.

           EVALUATE WS-FILE-NBR
               WHEN 1
                   OPEN OUTPUT BAQPST01
                   MOVE WS-PST01-STATUS TO WS-PST-OPEN-STATUS
               WHEN 2
                   OPEN OUTPUT BAQPST02
                   MOVE WS-PST02-STATUS TO WS-PST-OPEN-STATUS
               WHEN 3
                   OPEN OUTPUT BAQPST03
                   MOVE WS-PST03-STATUS TO WS-PST-OPEN-STATUS
               WHEN 4
                   OPEN OUTPUT BAQPST04
                   MOVE WS-PST04-STATUS TO WS-PST-OPEN-STATUS
               WHEN 5
                   OPEN OUTPUT BAQPST05
                   MOVE WS-PST05-STATUS TO WS-PST-OPEN-STATUS
               WHEN 6
                   OPEN OUTPUT BAQPST06
                   MOVE WS-PST06-STATUS TO WS-PST-OPEN-STATUS
               WHEN 7
                   OPEN OUTPUT BAQPST07
                   MOVE WS-PST07-STATUS TO WS-PST-OPEN-STATUS
               WHEN OTHER
                   OPEN OUTPUT BAQPST08
                   MOVE WS-PST08-STATUS TO WS-PST-OPEN-STATUS
           END-EVALUATE.

           IF WS-PST-OPEN-STATUS NOT = '00'
               MOVE WS-FILE-NBR TO WS-FILE-NAME-NBR
               DISPLAY 'BAQPOST - OPEN FAILED FOR ' WS-FILE-NAME-AREA
                   ', STATUS = ' WS-PST-OPEN-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1600-EXIT
           END-IF.
           MOVE 'Y' TO WS-FILE-OPEN(WS-FILE-NBR).

           MOVE SPACES                         TO BAQPSTR-RECORD.
           MOVE 'H'                            TO BAQPSTR-REC-TYPE.
           MOVE WS-STUBTBL-STUB(WS-STUB-IDX)   TO BAQPSTR-STUB-NAME.
           MOVE WS-STUBTBL-FEED-ID(WS-STUB-IDX)
               TO BAQPSTR-HDR-FEED-ID.
           MOVE WS-TODAY-DATE                  TO BAQPSTR-HDR-RUN-DATE.
           MOVE WS-FILE-NBR                    TO BAQPSTR-HDR-FILE-NBR.

           PERFORM 6000-WRITE-POSTING-RTN
               THRU 6000-EXIT.

       1600-EXIT.
           EXIT.

      *****************************************************************
      *    2000-PROCESS-RTN -- ONE RESPONSE SEGMENT.  WHEN THE
      *                    SEQUENCE NUMBER OR STUB NAME CHANGES, THE
      *                    PRIOR CALL IS POSTED OR HELD BACK (A
      *                    CLASSIC CONTROL BREAK).
      *****************************************************************
       2000-PROCESS-RTN.
           IF BAQPRSP-SEQ-NBR NOT = WS-CURR-SEQ-NBR
                   OR BAQPRSP-STUB-NAME NOT = WS-CURR-STUB-NAME
                   OR WS-FIRST-CALL
               IF NOT WS-FIRST-CALL
                   PERFORM 5000-POST-CALL-RTN
                       THRU 5000-EXIT
               END-IF
               PERFORM 4000-START-NEW-CALL-RTN
                   THRU 4000-EXIT
           END-IF.

           PERFORM 4100-APPEND-SEGMENT-RTN
               THRU 4100-EXIT.

           PERFORM 3000-READ-SEGMENT-RTN
               THRU 3000-EXIT.

       2000-EXIT.
           EXIT.

      *****************************************************************
      *    3000-READ-SEGMENT-RTN -- READ THE NEXT SORTED SEGMENT
      *****************************************************************
       3000-READ-SEGMENT-RTN.
           READ BAQPYSRT
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-SEGMENTS-READ
           END-READ.

       3000-EXIT.
           EXIT.

      *****************************************************************
      *    4000-START-NEW-CALL-RTN -- RESET THE BODY BUFFER FOR THE
      *                               NEW SEQUENCE NUMBER/STUB
      *****************************************************************
       4000-START-NEW-CALL-RTN.
           MOVE BAQPRSP-SEQ-NBR    TO WS-CURR-SEQ-NBR.
           MOVE BAQPRSP-STUB-NAME  TO WS-CURR-STUB-NAME.
           MOVE SPACES             TO WS-BODY-DATA.
           MOVE 0                  TO WS-BODY-LEN.
           MOVE 1                  TO WS-BODY-POS.
           MOVE 'N'                TO WS-FIRST-CALL-SWITCH.

       4000-EXIT.
           EXIT.

      *****************************************************************
      *    4100-APPEND-SEGMENT-RTN -- APPEND ONE SEGMENT TO THE BODY
      *                    BUFFER, EXACTLY AS BAQRVAL DOES
      *****************************************************************
       4100-APPEND-SEGMENT-RTN.
           IF BAQPRSP-SEGMENT-LEN NUMERIC
                   AND BAQPRSP-SEGMENT-LEN > 0
                   AND BAQPRSP-SEGMENT-LEN <= WS-PAYLOAD-SEG-SIZE
               MOVE BAQPRSP-SEGMENT-LEN TO WS-SEG-LEN
           ELSE
               MOVE WS-PAYLOAD-SEG-SIZE TO WS-SEG-LEN
           END-IF.

           IF WS-BODY-POS + WS-SEG-LEN - 1 > WS-MAX-BODY-LEN
               COMPUTE WS-SEG-LEN
                   = WS-MAX-BODY-LEN - WS-BODY-POS + 1
           END-IF.

           IF WS-SEG-LEN > 0
               MOVE BAQPRSP-SEGMENT-DATA(1:WS-SEG-LEN)
                   TO WS-BODY-DATA(WS-BODY-POS:WS-SEG-LEN)
               ADD WS-SEG-LEN TO WS-BODY-POS
               COMPUTE WS-BODY-LEN = WS-BODY-POS - 1
           END-IF.

       4100-EXIT.
           EXIT.

      *****************************************************************
      *    5000-POST-CALL-RTN -- ONE COMPLETE CALL: HOLD IT BACK IF IT
      *                    IS SUSPECT, AN EXCEPTION, A BUSINESS REJECT,
      *                    OR ITS STUB HAS NO POSTING FILE; OTHERWISE
      *                    ADD ITS AMOUNTS TO THE HASH AND WRITE THE
      *                    DETAIL RECORD
      *****************************************************************
       5000-POST-CALL-RTN.
           ADD 1 TO WS-CALLS-READ.

           PERFORM 5100-FIND-STUB-RTN
               THRU 5100-EXIT.
           IF NOT WS-FOUND
               PERFORM 5150-ADD-UNASSIGNED-STUB-RTN
                   THRU 5150-EXIT
           END-IF.

           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM 5200-CHECK-SUSPECT-RTN
               THRU 5200-EXIT
               VARYING WS-EXCL-IDX FROM 1 BY 1
               UNTIL WS-EXCL-IDX > WS-SUSP-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               ADD 1 TO WS-CALLS-SUSPECT
               IF WS-CURR-STUB-IDX > 0
                   ADD 1 TO WS-STUBTBL-SUSPECT(WS-CURR-STUB-IDX)
               END-IF
               GO TO 5000-EXIT
           END-IF.

           PERFORM 5300-CHECK-EXCEPTION-RTN
               THRU 5300-EXIT
               VARYING WS-EXCL-IDX FROM 1 BY 1
               UNTIL WS-EXCL-IDX > WS-EXCP-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               ADD 1 TO WS-CALLS-EXCEPTION
               IF WS-CURR-STUB-IDX > 0
                   ADD 1 TO WS-STUBTBL-EXCEPTION(WS-CURR-STUB-IDX)
               END-IF
               GO TO 5000-EXIT
           END-IF.

           PERFORM 5350-CHECK-RETURN-RTN
               THRU 5350-EXIT
               VARYING WS-EXCL-IDX FROM 1 BY 1
               UNTIL WS-EXCL-IDX > WS-RTRN-COUNT
                  OR WS-FOUND.
           IF WS-FOUND
               ADD 1 TO WS-CALLS-RETURNED
               IF WS-CURR-STUB-IDX > 0
                   ADD 1 TO WS-STUBTBL-RETURNED(WS-CURR-STUB-IDX)
               END-IF
               GO TO 5000-EXIT
           END-IF.

           IF WS-CURR-STUB-IDX = 0
               ADD 1 TO WS-CALLS-UNASSIGNED
               GO TO 5000-EXIT
           END-IF.

           IF WS-STUBTBL-FILE-NBR(WS-CURR-STUB-IDX) = 0
               ADD 1 TO WS-CALLS-UNASSIGNED
               ADD 1 TO WS-STUBTBL-UNASSIGNED(WS-CURR-STUB-IDX)
               GO TO 5000-EXIT
           END-IF.

           PERFORM 5400-HASH-ONE-FIELD-RTN
               THRU 5400-EXIT
               VARYING WS-HASH-IDX FROM 1 BY 1
               UNTIL WS-HASH-IDX > WS-HASH-COUNT.

           MOVE SPACES             TO BAQPSTR-RECORD.
           MOVE 'D'                TO BAQPSTR-REC-TYPE.
           MOVE WS-CURR-STUB-NAME  TO BAQPSTR-STUB-NAME.
           MOVE WS-CURR-SEQ-NBR    TO BAQPSTR-DTL-SEQ-NBR.
           MOVE WS-BODY-LEN        TO BAQPSTR-DTL-BODY-LEN.
           MOVE WS-BODY-DATA       TO BAQPSTR-DTL-BODY.
           MOVE WS-STUBTBL-FILE-NBR(WS-CURR-STUB-IDX) TO WS-FILE-NBR.

           PERFORM 6000-WRITE-POSTING-RTN
               THRU 6000-EXIT.

           ADD 1 TO WS-CALLS-POSTED.
           ADD 1 TO WS-STUBTBL-POSTED(WS-CURR-STUB-IDX).

       5000-EXIT.
           EXIT.

      *****************************************************************
      *    5100-FIND-STUB-RTN -- LOOK UP WS-CURR-STUB-NAME IN THE STUB
      *                    TABLE.  SETS WS-FOUND AND WS-CURR-STUB-IDX.
      *****************************************************************
       5100-FIND-STUB-RTN.
           MOVE 'N' TO WS-FOUND-SWITCH.
           MOVE 0   TO WS-CURR-STUB-IDX.

           PERFORM 5110-CHECK-ONE-STUB-RTN
               THRU 5110-EXIT
               VARYING WS-STUB-IDX FROM 1 BY 1
               UNTIL WS-STUB-IDX > WS-STUB-COUNT
                  OR WS-FOUND.

       5100-EXIT.
           EXIT.

       5110-CHECK-ONE-STUB-RTN.
           IF WS-STUBTBL-STUB(WS-STUB-IDX) = WS-CURR-STUB-NAME
               MOVE 'Y'         TO WS-FOUND-SWITCH
               MOVE WS-STUB-IDX TO WS-CURR-STUB-IDX
           END-IF.

       5110-EXIT.
           EXIT.

      *****************************************************************
      *    5150-ADD-UNASSIGNED-STUB-RTN -- A STUB WITH NO BAQPOSTC
      *                    ENTRY GETS A FILE-ZERO ENTRY SO ITS HELD-
      *                    BACK CALLS STILL SHOW ON THE REPORT.  WITH
      *                    THE TABLE FULL THE CALLS ARE ONLY COUNTED
      *                    IN THE GRAND TOTALS.
      *****************************************************************
       5150-ADD-UNASSIGNED-STUB-RTN.
           IF WS-STUB-COUNT >= WS-STUB-MAX
               MOVE 0 TO WS-CURR-STUB-IDX
               GO TO 5150-EXIT
           END-IF.

           ADD 1 TO WS-STUB-COUNT.
           MOVE WS-STUB-COUNT     TO WS-CURR-STUB-IDX.
           MOVE WS-CURR-STUB-NAME TO WS-STUBTBL-STUB(WS-STUB-COUNT).
           MOVE 0      TO WS-STUBTBL-FILE-NBR(WS-STUB-COUNT).
           MOVE SPACES TO WS-STUBTBL-FEED-ID(WS-STUB-COUNT).
           MOVE 0      TO WS-STUBTBL-POSTED(WS-STUB-COUNT).
           MOVE 0      TO WS-STUBTBL-SUSPECT(WS-STUB-COUNT).
           MOVE 0      TO WS-STUBTBL-EXCEPTION(WS-STUB-COUNT).
           MOVE 0      TO WS-STUBTBL-RETURNED(WS-STUB-COUNT).
           MOVE 0      TO WS-STUBTBL-UNASSIGNED(WS-STUB-COUNT).
           MOVE 0      TO WS-STUBTBL-HASH(WS-STUB-COUNT).

       5150-EXIT.
           EXIT.

       5200-CHECK-SUSPECT-RTN.
           IF WS-SUSPTBL-SEQ(WS-EXCL-IDX) = WS-CURR-SEQ-NBR
               MOVE 'Y' TO WS-FOUND-SWITCH
           END-IF.

       5200-EXIT.
           EXIT.

       5300-CHECK-EXCEPTION-RTN.
           IF WS-EXCPTBL-SEQ(WS-EXCL-IDX) = WS-CURR-SEQ-NBR
               MOVE 'Y' TO WS-FOUND-SWITCH
           END-IF.

       5300-EXIT.
           EXIT.

       5350-CHECK-RETURN-RTN.
           IF WS-RTRNTBL-SEQ(WS-EXCL-IDX) = WS-CURR-SEQ-NBR
               MOVE 'Y' TO WS-FOUND-SWITCH
           END-IF.

       5350-EXIT.
           EXIT.

      *****************************************************************
      *    5400-HASH-ONE-FIELD-RTN -- ADD ONE CROSSFOOT TOTAL FIELD
      *                    FOR THE CALL'S STUB INTO THE STUB'S HASH.
      *                    THE CALL PASSED BAQRVAL, SO THE FIELD IS
      *                    NUMERIC; ONE THAT IS NOT ADDS NOTHING.
      *****************************************************************
       5400-HASH-ONE-FIELD-RTN.
           IF WS-HASHTBL-STUB(WS-HASH-IDX) NOT = WS-CURR-STUB-NAME
               GO TO 5400-EXIT
           END-IF.

           MOVE WS-HASHTBL-POS(WS-HASH-IDX) TO WS-EXT-POS.
           MOVE WS-HASHTBL-LEN(WS-HASH-IDX) TO WS-EXT-LEN.
           PERFORM 5500-EXTRACT-FIELD-RTN
               THRU 5500-EXIT.

           IF WS-EXT-NUMERIC
               ADD WS-EXT-VALUE TO WS-STUBTBL-HASH(WS-CURR-STUB-IDX)
           END-IF.

       5400-EXIT.
           EXIT.

      *****************************************************************
      *    5500-EXTRACT-FIELD-RTN -- PULL THE FIELD AT WS-EXT-POS FOR
      *                    WS-EXT-LEN OUT OF THE REASSEMBLED BODY AND
      *                    SET WS-EXT-NUMERIC AND WS-EXT-VALUE
      *****************************************************************
       5500-EXTRACT-FIELD-RTN.
           MOVE 'N' TO WS-EXT-NUMERIC-SWITCH.
           MOVE 0   TO WS-EXT-VALUE.

           IF WS-EXT-POS = 0 OR WS-EXT-LEN = 0 OR WS-EXT-LEN > 18
               GO TO 5500-EXIT
           END-IF.

           IF WS-EXT-POS + WS-EXT-LEN - 1 > WS-BODY-LEN
               GO TO 5500-EXIT
           END-IF.

           MOVE ALL '0' TO WS-EXT-DIGITS-X.
           COMPUTE WS-EXT-OFFSET = 19 - WS-EXT-LEN.
           MOVE WS-BODY-DATA(WS-EXT-POS:WS-EXT-LEN)
               TO WS-EXT-DIGITS-X(WS-EXT-OFFSET:WS-EXT-LEN).

           IF WS-EXT-DIGITS-9 NUMERIC
               MOVE 'Y' TO WS-EXT-NUMERIC-SWITCH
               MOVE WS-EXT-DIGITS-9 TO WS-EXT-VALUE
           END-IF.

       5500-EXIT.
           EXIT.

      *****************************************************************
      *    6000-WRITE-POSTING-RTN -- WRITE BAQPSTR-RECORD TO POSTING
      *                              FILE WS-FILE-NBR
      *****************************************************************
       6000-WRITE-POSTING-RTN.
           EVALUATE WS-FILE-NBR
               WHEN 1
                   WRITE BAQPST01-RECORD FROM BAQPSTR-RECORD
               WHEN 2
                   WRITE BAQPST02-RECORD FROM BAQPSTR-RECORD
               WHEN 3
                   WRITE BAQPST03-RECORD FROM BAQPSTR-RECORD
               WHEN 4
                   WRITE BAQPST04-RECORD FROM BAQPSTR-RECORD
               WHEN 5
                   WRITE BAQPST05-RECORD FROM BAQPSTR-RECORD
               WHEN 6
                   WRITE BAQPST06-RECORD FROM BAQPSTR-RECORD
               WHEN 7
                   WRITE BAQPST07-RECORD FROM BAQPSTR-RECORD
               WHEN OTHER
                   WRITE BAQPST08-RECORD FROM BAQPSTR-RECORD
           END-EVALUATE.

       6000-EXIT.
           EXIT.

      *****************************************************************
      *    7000-CLOSE-OUT-RTN -- TRAILER ON EVERY POSTING FILE, ONE
      *                    REPORT LINE PER STUB, THEN THE TOTALS
      *****************************************************************
       7000-CLOSE-OUT-RTN.
           PERFORM 7100-CLOSE-OUT-STUB-RTN
               THRU 7100-EXIT
               VARYING WS-STUB-IDX FROM 1 BY 1
               UNTIL WS-STUB-IDX > WS-STUB-COUNT.

           MOVE WS-CALLS-POSTED     TO TL-POSTED.
           MOVE WS-CALLS-SUSPECT    TO TL-SUSPECT.
           MOVE WS-CALLS-EXCEPTION  TO TL-EXCEPTION.
           MOVE WS-CALLS-RETURNED   TO TL-RETURNED.
           MOVE WS-CALLS-UNASSIGNED TO TL-UNASSIGNED.

           WRITE BAQPCPRT-RECORD FROM WS-TOTAL-LINE.

       7000-EXIT.
           EXIT.

       7100-CLOSE-OUT-STUB-RTN.
           MOVE WS-STUBTBL-FILE-NBR(WS-STUB-IDX) TO WS-FILE-NBR.

           IF WS-FILE-NBR > 0
               MOVE SPACES TO BAQPSTR-RECORD
               MOVE 'T'    TO BAQPSTR-REC-TYPE
               MOVE WS-STUBTBL-STUB(WS-STUB-IDX)
                   TO BAQPSTR-STUB-NAME
               MOVE WS-STUBTBL-FEED-ID(WS-STUB-IDX)
                   TO BAQPSTR-TRL-FEED-ID
               MOVE WS-TODAY-DATE TO BAQPSTR-TRL-RUN-DATE
               MOVE WS-STUBTBL-POSTED(WS-STUB-IDX)
                   TO BAQPSTR-TRL-RECORD-COUNT
               MOVE WS-STUBTBL-HASH(WS-STUB-IDX)
                   TO BAQPSTR-TRL-HASH-TOTAL
               PERFORM 6000-WRITE-POSTING-RTN
                   THRU 6000-EXIT
           END-IF.

           MOVE SPACES                          TO WS-DETAIL-LINE.
           MOVE WS-STUBTBL-STUB(WS-STUB-IDX)    TO DL-STUB-NAME.
           IF WS-FILE-NBR > 0
               MOVE WS-FILE-NBR       TO WS-FILE-NAME-NBR
               MOVE WS-FILE-NAME-AREA TO DL-FILE-NAME
           ELSE
               MOVE '(NONE)'          TO DL-FILE-NAME
           END-IF.
           MOVE WS-STUBTBL-FEED-ID(WS-STUB-IDX)    TO DL-FEED-ID.
           MOVE WS-STUBTBL-POSTED(WS-STUB-IDX)     TO DL-POSTED.
           MOVE WS-STUBTBL-SUSPECT(WS-STUB-IDX)    TO DL-SUSPECT.
           MOVE WS-STUBTBL-EXCEPTION(WS-STUB-IDX)  TO DL-EXCEPTION.
           MOVE WS-STUBTBL-RETURNED(WS-STUB-IDX)   TO DL-RETURNED.
           MOVE WS-STUBTBL-UNASSIGNED(WS-STUB-IDX) TO DL-UNASSIGNED.
           MOVE WS-STUBTBL-HASH(WS-STUB-IDX)       TO DL-HASH-TOTAL.

           WRITE BAQPCPRT-RECORD FROM WS-DETAIL-LINE.

       7100-EXIT.
           EXIT.

      *****************************************************************
      *    8000-TERMINATE-RTN -- CLOSE FILES, DISPLAY SUMMARY
      *****************************************************************
       8000-TERMINATE-RTN.
           IF WS-PYSRT-STATUS = '00' OR WS-PYSRT-STATUS = '10'
               CLOSE BAQPYSRT
           END-IF.
           IF WS-PCPRT-STATUS = '00'
               CLOSE BAQPCPRT
           END-IF.

           PERFORM 8100-CLOSE-POSTING-FILE-RTN
               THRU 8100-EXIT
               VARYING WS-FILE-NBR FROM 1 BY 1
               UNTIL WS-FILE-NBR > 8.

           DISPLAY 'BAQPOST - SEGMENTS READ:     ' WS-SEGMENTS-READ.
           DISPLAY 'BAQPOST - CALLS READ:        ' WS-CALLS-READ.
           DISPLAY 'BAQPOST - CALLS POSTED:      ' WS-CALLS-POSTED.
           DISPLAY 'BAQPOST - HELD, SUSPECT:     ' WS-CALLS-SUSPECT.
           DISPLAY 'BAQPOST - HELD, EXCEPTION:   ' WS-CALLS-EXCEPTION.
           DISPLAY 'BAQPOST - HELD, RETURNED:    ' WS-CALLS-RETURNED.
           DISPLAY 'BAQPOST - HELD, UNASSIGNED:  ' WS-CALLS-UNASSIGNED.

       8000-EXIT.
           EXIT.

      *****************************************************************
      *    8100-CLOSE-POSTING-FILE-RTN -- CLOSE A POSTING FILE IF IT
      *                                   WAS OPENED
      *****************************************************************
       8100-CLOSE-POSTING-FILE-RTN.
           IF WS-FILE-OPEN(WS-FILE-NBR) NOT = 'Y'
               GO TO 8100-EXIT
           END-IF.

           EVALUATE WS-FILE-NBR
               WHEN 1
                   CLOSE BAQPST01
               WHEN 2
                   CLOSE BAQPST02
               WHEN 3
                   CLOSE BAQPST03
               WHEN 4
                   CLOSE BAQPST04
               WHEN 5
                   CLOSE BAQPST05
               WHEN 6
                   CLOSE BAQPST06
               WHEN 7
                   CLOSE BAQPST07
               WHEN OTHER
                   CLOSE BAQPST08
           END-EVALUATE.

       8100-EXIT.
           EXIT.
