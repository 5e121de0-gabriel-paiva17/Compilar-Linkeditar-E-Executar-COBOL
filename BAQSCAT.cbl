      *****************************************************************
      *
      * PROGRAM-ID.    BAQSCAT
      *
      * AUTHOR.        R. OKONKWO -- BATCH INTEGRATION TEAM
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS
      * DATE-WRITTEN.  2026-10-15
      *
      *****************************************************************
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RO    INITIAL VERSION -- STUB CATALOG CONSISTENCY
      *                    REPORT OF BAQSTUBM AGAINST THE PER-STUB
      *                    CONTROL FILES.
      *****************************************************************
      * FUNCTION.
      *   CHECKS THE BAQSTUBM STUB CATALOG AGAINST THE SIX CONTROL
      *   FILES THAT CARRY PER-STUB ENTRIES -- BAQRTRYP (RETRY
      *   POLICY), BAQPACEC (PACING), BAQCTLV (EXPECTED VOLUME),
      *   BAQSLAC (SLA THRESHOLD), BAQRULEC (RESPONSE RULES) AND
      *   BAQHLTHC (STUB HEALTH) -- SO ONBOARDING OR RETIRING A STUB
      *   SHOWS EXACTLY WHICH FILES STILL NEED TOUCHING.
      *
      *   PART 1 LISTS EVERY CATALOG STUB WITH ONE COLUMN PER CONTROL
      *   FILE.  A STUB IN SERVICE (OR DUE TO COME INTO SERVICE) THAT
      *   HAS NO ENTRY IN A FILE SHOWS MISSING THERE; A RETIRED STUB
      *   THAT STILL HAS AN ENTRY SHOWS ORPHAN.
      *
      *   PART 2 LISTS EVERY STUB NAME FOUND IN A CONTROL FILE THAT
      *   IS NOT ON THE CATALOG AT ALL, WITH ORPHAN UNDER EACH FILE
      *   THAT CARRIES IT.
      *
      *   THE CONTROL FILES ARE OPTIONAL -- ONE THAT IS NOT SUPPLIED
      *   IS NAMED ON THE REPORT AND ITS COLUMN IS LEFT BLANK.  STEP
      *   RC IS 4 WHEN ANY STUB IS MISSING OR ORPHANED, 8 WHEN THE
      *   CATALOG CANNOT BE READ.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BAQSCAT.
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
           SELECT BAQSTUBM ASSIGN TO BAQSTUBM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQSTUB-STUB-NAME
               FILE STATUS IS WS-STUBM-STATUS.

           SELECT BAQRTRYP ASSIGN TO BAQRTRYP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTRYP-STATUS.

           SELECT BAQPACEC ASSIGN TO BAQPACEC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PACEC-STATUS.

           SELECT BAQCTLV ASSIGN TO BAQCTLV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLV-STATUS.

           SELECT BAQSLAC ASSIGN TO BAQSLAC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLAC-STATUS.

           SELECT BAQRULEC ASSIGN TO BAQRULEC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULEC-STATUS.

           SELECT BAQHLTHC ASSIGN TO BAQHLTHC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLTHC-STATUS.

           SELECT BAQSRPRT ASSIGN TO BAQSRPRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRPRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BAQSTUBM.
           COPY BAQSTUB.

       FD  BAQRTRYP
           RECORDING MODE IS F.
           COPY BAQRTRY.

       FD  BAQPACEC
           RECORDING MODE IS F.
           COPY BAQPACE.

       FD  BAQCTLV
           RECORDING MODE IS F.
           COPY BAQCTLV.

       FD  BAQSLAC
           RECORDING MODE IS F.
           COPY BAQSLA.

       FD  BAQRULEC
           RECORDING MODE IS F.
           COPY BAQRULE.

       FD  BAQHLTHC
           RECORDING MODE IS F.
           COPY BAQHLTH.

       FD  BAQSRPRT
           RECORDING MODE IS F.
       01  BAQSRPRT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    SWITCHES
      *****************************************************************
       77  WS-ABORT-SWITCH             PIC X(01) VALUE 'N'.
           88 WS-ABORT                   VALUE 'Y'.

       77  WS-STUBM-EOF-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-STUBM-EOF               VALUE 'Y'.

       77  WS-LOAD-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-LOAD-EOF                VALUE 'Y'.

       77  WS-FOUND-SWITCH             PIC X(01) VALUE 'N'.
           88 WS-FOUND                   VALUE 'Y'.

      *****************************************************************
      *    FILE STATUS FIELDS
      *****************************************************************
       77  WS-STUBM-STATUS             PIC X(02) VALUE SPACES.
       77  WS-RTRYP-STATUS             PIC X(02) VALUE SPACES.
       77  WS-PACEC-STATUS             PIC X(02) VALUE SPACES.
       77  WS-CTLV-STATUS              PIC X(02) VALUE SPACES.
       77  WS-SLAC-STATUS              PIC X(02) VALUE SPACES.
       77  WS-RULEC-STATUS             PIC X(02) VALUE SPACES.
       77  WS-HLTHC-STATUS             PIC X(02) VALUE SPACES.
       77  WS-SRPRT-STATUS             PIC X(02) VALUE SPACES.

      *****************************************************************
      *    COUNTERS
      *****************************************************************
       77  WS-CATALOG-READ             PIC 9(09) COMP-3 VALUE 0.
       77  WS-CONTROL-RECS-READ        PIC 9(09) COMP-3 VALUE 0.
       77  WS-MISSING-COUNT            PIC 9(09) COMP-3 VALUE 0.
       77  WS-ORPHAN-COUNT             PIC 9(09) COMP-3 VALUE 0.

      *****************************************************************
      *    CONTROL FILE INDEX -- POSITION OF EACH FILE IN THE PRESENCE
      *    FLAGS BELOW AND IN THE REPORT COLUMNS
      *****************************************************************
       77  WS-FILE-IDX                 PIC 9(01) VALUE 0.
       77  WS-FILE-RTRYP               PIC 9(01) VALUE 1.
       77  WS-FILE-PACEC               PIC 9(01) VALUE 2.
       77  WS-FILE-CTLV                PIC 9(01) VALUE 3.
       77  WS-FILE-SLAC                PIC 9(01) VALUE 4.
       77  WS-FILE-RULEC               PIC 9(01) VALUE 5.
       77  WS-FILE-HLTHC               PIC 9(01) VALUE 6.

      *    'Y' WHEN THE FILE WAS SUPPLIED AND READ
       01  WS-FILE-READ-FLAGS.
           05 WS-FILE-READ             PIC X(01) OCCURS 6 TIMES.

       01  WS-FILE-NAME-VALUES.
           05 FILLER                   PIC X(08) VALUE 'BAQRTRYP'.
           05 FILLER                   PIC X(08) VALUE 'BAQPACEC'.
           05 FILLER                   PIC X(08) VALUE 'BAQCTLV'.
           05 FILLER                   PIC X(08) VALUE 'BAQSLAC'.
           05 FILLER                   PIC X(08) VALUE 'BAQRULEC'.
           05 FILLER                   PIC X(08) VALUE 'BAQHLTHC'.
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-VALUES.
           05 WS-FILE-NAME             PIC X(08) OCCURS 6 TIMES.

      *****************************************************************
      *    STUB TABLE -- EVERY CATALOG STUB FOLLOWED BY EVERY STUB
      *    NAME FOUND ONLY IN A CONTROL FILE, WITH A PRESENCE FLAG PER
      *    CONTROL FILE ('Y' = THE FILE HAS AN ENTRY FOR IT)
      *****************************************************************
       01  WS-STUB-TABLE.
           05 WS-STBTBL-ENTRY OCCURS 1000 TIMES.
              10 WS-STBTBL-NAME        PIC X(08).
              10 WS-STBTBL-ON-CATALOG  PIC X(01).
              10 WS-STBTBL-STATE       PIC X(08).
              10 WS-STBTBL-TEAM        PIC X(20).
              10 WS-STBTBL-DESCRIPTION PIC X(40).
              10 WS-STBTBL-IN-FILE     PIC X(01) OCCURS 6 TIMES.

       77  WS-STUB-COUNT               PIC 9(05) COMP-3 VALUE 0.
       77  WS-STUB-MAX                 PIC 9(05) COMP-3 VALUE 1000.
       77  WS-STUB-IDX                 PIC 9(05) COMP-3 VALUE 0.
       77  WS-CATALOG-STUBS            PIC 9(05) COMP-3 VALUE 0.
       77  WS-FIRST-ORPHAN             PIC 9(05) COMP-3 VALUE 0.

       77  WS-TALLY-STUB               PIC X(08) VALUE SPACES.
       77  WS-TODAY-DATE               PIC X(08) VALUE SPACES.
       77  WS-LINE-FLAGGED             PIC 9(01) VALUE 0.

      *****************************************************************
      *    PRINT LINES
      *****************************************************************
       01  WS-HDG1-LINE.
           05 FILLER                   PIC X(01) VALUE '1'.
           05 FILLER                   PIC X(50) VALUE
               'BAQSCAT - STUB CATALOG CONSISTENCY REPORT'.
           05 FILLER                   PIC X(10) VALUE 'RUN DATE '.
           05 H1-RUN-DATE              PIC X(08).
           05 FILLER                   PIC X(63) VALUE SPACES.

       01  WS-HDG2-LINE.
           05 FILLER                   PIC X(01) VALUE '0'.
           05 FILLER                   PIC X(131) VALUE
               'PART 1 - CATALOG STUBS'.

       01  WS-HDG3-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(10) VALUE 'STUB'.
           05 FILLER                   PIC X(10) VALUE 'STATE'.
           05 FILLER                   PIC X(22) VALUE 'OWNING TEAM'.
           05 FILLER                   PIC X(10) VALUE 'BAQRTRYP'.
           05 FILLER                   PIC X(10) VALUE 'BAQPACEC'.
           05 FILLER                   PIC X(10) VALUE 'BAQCTLV'.
           05 FILLER                   PIC X(10) VALUE 'BAQSLAC'.
           05 FILLER                   PIC X(10) VALUE 'BAQRULEC'.
           05 FILLER                   PIC X(10) VALUE 'BAQHLTHC'.
           05 FILLER                   PIC X(29) VALUE 'DESCRIPTION'.

       01  WS-HDG4-LINE.
           05 FILLER                   PIC X(01) VALUE '0'.
           05 FILLER                   PIC X(131) VALUE
               'PART 2 - CONTROL FILE STUBS NOT ON THE CATALOG'.

       01  WS-DETAIL-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DL-STUB-NAME             PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DL-STATE                 PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DL-TEAM                  PIC X(20).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DL-FILE-CELL             PIC X(10) OCCURS 6 TIMES.
           05 DL-DESCRIPTION           PIC X(29).

       01  WS-NOFILE-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(15) VALUE
               'CONTROL FILE '.
           05 NL-FILE-NAME             PIC X(08).
           05 FILLER                   PIC X(108) VALUE
               ' WAS NOT SUPPLIED - ITS COLUMN IS NOT CHECKED'.

       01  WS-TOTAL-LINE.
           05 FILLER                   PIC X(01) VALUE '0'.
           05 FILLER                   PIC X(16) VALUE
               'CATALOG STUBS'.
           05 TL-CATALOG               PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(16) VALUE
               '  MISSING'.
           05 TL-MISSING               PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(16) VALUE
               '  ORPHANED'.
           05 TL-ORPHAN                PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      *****************************************************************
      *    0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE-RTN
               THRU 1000-EXIT.

           IF NOT WS-ABORT
               PERFORM 2000-LOAD-CATALOG-RTN
                   THRU 2000-EXIT
           END-IF.

           IF NOT WS-ABORT
               PERFORM 3000-TALLY-CONTROL-FILES-RTN
                   THRU 3000-EXIT
           END-IF.

           IF NOT WS-ABORT
               PERFORM 5000-WRITE-REPORT-RTN
                   THRU 5000-EXIT
           END-IF.

           PERFORM 8000-TERMINATE-RTN
               THRU 8000-EXIT.

           IF WS-ABORT
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-MISSING-COUNT > 0 OR WS-ORPHAN-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

      *****************************************************************
      *    1000-INITIALIZE-RTN -- OPEN THE CATALOG AND THE REPORT
      *****************************************************************
       1000-INITIALIZE-RTN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE 'NNNNNN' TO WS-FILE-READ-FLAGS.

           OPEN INPUT BAQSTUBM.
           IF WS-STUBM-STATUS NOT = '00'
               DISPLAY 'BAQSCAT - OPEN FAILED FOR BAQSTUBM, STATUS = '
                   WS-STUBM-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.

           OPEN OUTPUT BAQSRPRT.
           IF WS-SRPRT-STATUS NOT = '00'
               DISPLAY 'BAQSCAT - OPEN FAILED FOR BAQSRPRT, STATUS = '
                   WS-SRPRT-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.

       1000-EXIT.
           EXIT.

      *****************************************************************
      *    2000-LOAD-CATALOG-RTN -- WALK THE WHOLE CATALOG IN KEY ORDER
      *****************************************************************
       2000-LOAD-CATALOG-RTN.
           MOVE LOW-VALUES TO BAQSTUB-STUB-NAME.
           START BAQSTUBM
               KEY IS >= BAQSTUB-STUB-NAME
               INVALID KEY
                   MOVE 'Y' TO WS-STUBM-EOF-SWITCH
           END-START.

           PERFORM 2100-LOAD-ONE-STUB-RTN
               THRU 2100-EXIT
               UNTIL WS-STUBM-EOF
                  OR WS-ABORT.

           MOVE WS-STUB-COUNT TO WS-CATALOG-STUBS.

       2000-EXIT.
           EXIT.

      *****************************************************************
      *    2100-LOAD-ONE-STUB-RTN -- ONE CATALOG ENTRY.  ITS STATE IS
      *                    WORKED OUT FOR TODAY THE SAME WAY BAQTVAL
      *                    DOES: RETIRED BY STATUS OR BY A RETIRE DATE
      *                    REACHED, PENDING BEFORE ITS EFFECTIVE DATE,
      *                    OTHERWISE ACTIVE.
      *****************************************************************
       2100-LOAD-ONE-STUB-RTN.
           READ BAQSTUBM NEXT
               AT END
                   MOVE 'Y' TO WS-STUBM-EOF-SWITCH
                   GO TO 2100-EXIT
           END-READ.

           ADD 1 TO WS-CATALOG-READ.
           IF WS-STUB-COUNT >= WS-STUB-MAX
               DISPLAY 'BAQSCAT - STUB TABLE FULL AT '
                   WS-STUB-MAX ' ENTRIES'
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 2100-EXIT
           END-IF.

           ADD 1 TO WS-STUB-COUNT.
           MOVE BAQSTUB-STUB-NAME   TO WS-STBTBL-NAME(WS-STUB-COUNT).
           MOVE 'Y'            TO WS-STBTBL-ON-CATALOG(WS-STUB-COUNT).
           MOVE BAQSTUB-OWNING-TEAM TO WS-STBTBL-TEAM(WS-STUB-COUNT).
           MOVE BAQSTUB-DESCRIPTION
               TO WS-STBTBL-DESCRIPTION(WS-STUB-COUNT).
           MOVE 'N'
               TO WS-STBTBL-IN-FILE(WS-STUB-COUNT, 1)
                  WS-STBTBL-IN-FILE(WS-STUB-COUNT, 2)
                  WS-STBTBL-IN-FILE(WS-STUB-COUNT, 3)
                  WS-STBTBL-IN-FILE(WS-STUB-COUNT, 4)
                  WS-STBTBL-IN-FILE(WS-STUB-COUNT, 5)
                  WS-STBTBL-IN-FILE(WS-STUB-COUNT, 6).

           IF BAQSTUB-RETIRED
                   OR (BAQSTUB-RETIRE-DATE NOT = SPACES
                       AND BAQSTUB-RETIRE-DATE NOT > WS-TODAY-DATE)
               MOVE 'RETIRED' TO WS-STBTBL-STATE(WS-STUB-COUNT)
           ELSE
               IF NOT BAQSTUB-ACTIVE
                       OR BAQSTUB-EFFECTIVE-DATE > WS-TODAY-DATE
                   MOVE 'PENDING' TO WS-STBTBL-STATE(WS-STUB-COUNT)
               ELSE
                   MOVE 'ACTIVE'  TO WS-STBTBL-STATE(WS-STUB-COUNT)
               END-IF
           END-IF.

       2100-EXIT.
           EXIT.

      *****************************************************************
      *    3000-TALLY-CONTROL-FILES-RTN -- READ EACH CONTROL FILE AND
      *                    MARK EVERY STUB IT CARRIES
      *****************************************************************
       3000-TALLY-CONTROL-FILES-RTN.
           PERFORM 3100-TALLY-RTRYP-RTN
               THRU 3100-EXIT.
           PERFORM 3200-TALLY-PACEC-RTN
               THRU 3200-EXIT.
           PERFORM 3300-TALLY-CTLV-RTN
               THRU 3300-EXIT.
           PERFORM 3400-TALLY-SLAC-RTN
               THRU 3400-EXIT.
           PERFORM 3500-TALLY-RULEC-RTN
               THRU 3500-EXIT.
           PERFORM 3600-TALLY-HLTHC-RTN
               THRU 3600-EXIT.

       3000-EXIT.
           EXIT.

      *****************************************************************
      *    3100-TALLY-RTRYP-RTN -- RETRY POLICY FILE
      *****************************************************************
       3100-TALLY-RTRYP-RTN.
           MOVE WS-FILE-RTRYP TO WS-FILE-IDX.
           OPEN INPUT BAQRTRYP.
           IF WS-RTRYP-STATUS NOT = '00'
               DISPLAY 'BAQSCAT - NO BAQRTRYP, STATUS = '
                   WS-RTRYP-STATUS ' - NOT CHECKED'
               GO TO 3100-EXIT
           END-IF.

           MOVE 'Y' TO WS-FILE-READ(WS-FILE-IDX).
           MOVE 'N' TO WS-LOAD-EOF-SWITCH.
           PERFORM 3110-TALLY-ONE-RTRYP-RTN
               THRU 3110-EXIT
               UNTIL WS-LOAD-EOF
                  OR WS-ABORT.
           CLOSE BAQRTRYP.

       3100-EXIT.
           EXIT.

      *****************************************************************
      *    3110-TALLY-ONE-RTRYP-RTN -- ONE BAQRTRYP RECORD
      *****************************************************************
       3110-TALLY-ONE-RTRYP-RTN.
           READ BAQRTRYP
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   GO TO 3110-EXIT
           END-READ.

           MOVE BAQRTRY-STUB-NAME TO WS-TALLY-STUB.
           PERFORM 3900-TALLY-STUB-RTN
               THRU 3900-EXIT.

       3110-EXIT.
           EXIT.

      *****************************************************************
      *    3200-TALLY-PACEC-RTN -- CALL PACING FILE
      *****************************************************************
       3200-TALLY-PACEC-RTN.
           MOVE WS-FILE-PACEC TO WS-FILE-IDX.
           OPEN INPUT BAQPACEC.
           IF WS-PACEC-STATUS NOT = '00'
               DISPLAY 'BAQSCAT - NO BAQPACEC, STATUS = '
                   WS-PACEC-STATUS ' - NOT CHECKED'
               GO TO 3200-EXIT
           END-IF.

           MOVE 'Y' TO WS-FILE-READ(WS-FILE-IDX).
           MOVE 'N' TO WS-LOAD-EOF-SWITCH.
           PERFORM 3210-TALLY-ONE-PACEC-RTN
               THRU 3210-EXIT
               UNTIL WS-LOAD-EOF
                  OR WS-ABORT.
           CLOSE BAQPACEC.

       3200-EXIT.
           EXIT.

      *****************************************************************
      *    3210-TALLY-ONE-PACEC-RTN -- ONE BAQPACEC RECORD
      *****************************************************************
       3210-TALLY-ONE-PACEC-RTN.
           READ BAQPACEC
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   GO TO 3210-EXIT
           END-READ.

           MOVE BAQPACE-STUB-NAME TO WS-TALLY-STUB.
           PERFORM 3900-TALLY-STUB-RTN
               THRU 3900-EXIT.

       3210-EXIT.
           EXIT.

      *****************************************************************
      *    3300-TALLY-CTLV-RTN -- EXPECTED VOLUME FILE
      *****************************************************************
       3300-TALLY-CTLV-RTN.
           MOVE WS-FILE-CTLV TO WS-FILE-IDX.
           OPEN INPUT BAQCTLV.
           IF WS-CTLV-STATUS NOT = '00'
               DISPLAY 'BAQSCAT - NO BAQCTLV, STATUS = '
                   WS-CTLV-STATUS ' - NOT CHECKED'
               GO TO 3300-EXIT
           END-IF.

           MOVE 'Y' TO WS-FILE-READ(WS-FILE-IDX).
           MOVE 'N' TO WS-LOAD-EOF-SWITCH.
           PERFORM 3310-TALLY-ONE-CTLV-RTN
               THRU 3310-EXIT
               UNTIL WS-LOAD-EOF
                  OR WS-ABORT.
           CLOSE BAQCTLV.

       3300-EXIT.
           EXIT.

      *****************************************************************
      *    3310-TALLY-ONE-CTLV-RTN -- ONE BAQCTLV RECORD
      *****************************************************************
       3310-TALLY-ONE-CTLV-RTN.
           READ BAQCTLV
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   GO TO 3310-EXIT
           END-READ.

           MOVE BAQCTLV-STUB-NAME TO WS-TALLY-STUB.
           PERFORM 3900-TALLY-STUB-RTN
               THRU 3900-EXIT.

       3310-EXIT.
           EXIT.

      *****************************************************************
      *    3400-TALLY-SLAC-RTN -- SLA THRESHOLD FILE
      *****************************************************************
       3400-TALLY-SLAC-RTN.
           MOVE WS-FILE-SLAC TO WS-FILE-IDX.
           OPEN INPUT BAQSLAC.
           IF WS-SLAC-STATUS NOT = '00'
               DISPLAY 'BAQSCAT - NO BAQSLAC, STATUS = '
                   WS-SLAC-STATUS ' - NOT CHECKED'
               GO TO 3400-EXIT
           END-IF.

           MOVE 'Y' TO WS-FILE-READ(WS-FILE-IDX).
           MOVE 'N' TO WS-LOAD-EOF-SWITCH.
           PERFORM 3410-TALLY-ONE-SLAC-RTN
               THRU 3410-EXIT
               UNTIL WS-LOAD-EOF
                  OR WS-ABORT.
           CLOSE BAQSLAC.

       3400-EXIT.
           EXIT.

      *****************************************************************
      *    3410-TALLY-ONE-SLAC-RTN -- ONE BAQSLAC RECORD
      *****************************************************************
       3410-TALLY-ONE-SLAC-RTN.
           READ BAQSLAC
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   GO TO 3410-EXIT
           END-READ.

           MOVE BAQSLA-STUB-NAME TO WS-TALLY-STUB.
           PERFORM 3900-TALLY-STUB-RTN
               THRU 3900-EXIT.

       3410-EXIT.
           EXIT.

      *****************************************************************
      *    3500-TALLY-RULEC-RTN -- RESPONSE RULE FILE.  A STUB MAY
      *                    HAVE MANY RULES; ANY ONE OF THEM COUNTS.
      *****************************************************************
       3500-TALLY-RULEC-RTN.
           MOVE WS-FILE-RULEC TO WS-FILE-IDX.
           OPEN INPUT BAQRULEC.
           IF WS-RULEC-STATUS NOT = '00'
               DISPLAY 'BAQSCAT - NO BAQRULEC, STATUS = '
                   WS-RULEC-STATUS ' - NOT CHECKED'
               GO TO 3500-EXIT
           END-IF.

           MOVE 'Y' TO WS-FILE-READ(WS-FILE-IDX).
           MOVE 'N' TO WS-LOAD-EOF-SWITCH.
           PERFORM 3510-TALLY-ONE-RULEC-RTN
               THRU 3510-EXIT
               UNTIL WS-LOAD-EOF
                  OR WS-ABORT.
           CLOSE BAQRULEC.

       3500-EXIT.
           EXIT.

      *****************************************************************
      *    3510-TALLY-ONE-RULEC-RTN -- ONE BAQRULEC RECORD
      *****************************************************************
       3510-TALLY-ONE-RULEC-RTN.
           READ BAQRULEC
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   GO TO 3510-EXIT
           END-READ.

           MOVE BAQRULE-STUB-NAME TO WS-TALLY-STUB.
           PERFORM 3900-TALLY-STUB-RTN
               THRU 3900-EXIT.

       3510-EXIT.
           EXIT.

      *****************************************************************
      *    3600-TALLY-HLTHC-RTN -- STUB HEALTH FILE
      *****************************************************************
       3600-TALLY-HLTHC-RTN.
           MOVE WS-FILE-HLTHC TO WS-FILE-IDX.
           OPEN INPUT BAQHLTHC.
           IF WS-HLTHC-STATUS NOT = '00'
               DISPLAY 'BAQSCAT - NO BAQHLTHC, STATUS = '
                   WS-HLTHC-STATUS ' - NOT CHECKED'
               GO TO 3600-EXIT
           END-IF.

           MOVE 'Y' TO WS-FILE-READ(WS-FILE-IDX).
           MOVE 'N' TO WS-LOAD-EOF-SWITCH.
           PERFORM 3610-TALLY-ONE-HLTHC-RTN
               THRU 3610-EXIT
               UNTIL WS-LOAD-EOF
                  OR WS-ABORT.
           CLOSE BAQHLTHC.

       3600-EXIT.
           EXIT.

      *****************************************************************
      *    3610-TALLY-ONE-HLTHC-RTN -- ONE BAQHLTHC RECORD
      *****************************************************************
       3610-TALLY-ONE-HLTHC-RTN.
           READ BAQHLTHC
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   GO TO 3610-EXIT
           END-READ.

           MOVE BAQHLTH-STUB-NAME TO WS-TALLY-STUB.
           PERFORM 3900-TALLY-STUB-RTN
               THRU 3900-EXIT.

       3610-EXIT.
           EXIT.

      *****************************************************************
      *    3900-TALLY-STUB-RTN -- MARK WS-TALLY-STUB AS PRESENT IN
      *                    CONTROL FILE WS-FILE-IDX, ADDING IT TO THE
      *                    TABLE AS A NON-CATALOG STUB THE FIRST TIME
      *                    IT IS SEEN.  BLANK NAMES ARE IGNORED.
      *****************************************************************
       3900-TALLY-STUB-RTN.
           ADD 1 TO WS-CONTROL-RECS-READ.
           IF WS-TALLY-STUB = SPACES
               GO TO 3900-EXIT
           END-IF.

           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM 3910-COMPARE-ONE-STUB-RTN
               THRU 3910-EXIT
               VARYING WS-STUB-IDX FROM 1 BY 1
               UNTIL WS-STUB-IDX > WS-STUB-COUNT
                  OR WS-FOUND.

           IF WS-FOUND
               SUBTRACT 1 FROM WS-STUB-IDX
               MOVE 'Y' TO WS-STBTBL-IN-FILE(WS-STUB-IDX, WS-FILE-IDX)
               GO TO 3900-EXIT
           END-IF.

           IF WS-STUB-COUNT >= WS-STUB-MAX
               DISPLAY 'BAQSCAT - STUB TABLE FULL AT '
                   WS-STUB-MAX ' ENTRIES'
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 3900-EXIT
           END-IF.

           ADD 1 TO WS-STUB-COUNT.
           MOVE WS-TALLY-STUB TO WS-STBTBL-NAME(WS-STUB-COUNT).
           MOVE 'N'           TO WS-STBTBL-ON-CATALOG(WS-STUB-COUNT).
           MOVE 'UNKNOWN'     TO WS-STBTBL-STATE(WS-STUB-COUNT).
           MOVE SPACES        TO WS-STBTBL-TEAM(WS-STUB-COUNT).
           MOVE SPACES
               TO WS-STBTBL-DESCRIPTION(WS-STUB-COUNT).
           MOVE 'N'
               TO WS-STBTBL-IN-FILE(WS-STUB-COUNT, 1)
                  WS-STBTBL-IN-FILE(WS-STUB-COUNT, 2)
                  WS-STBTBL-IN-FILE(WS-STUB-COUNT, 3)
                  WS-STBTBL-IN-FILE(WS-STUB-COUNT, 4)
                  WS-STBTBL-IN-FILE(WS-STUB-COUNT, 5)
                  WS-STBTBL-IN-FILE(WS-STUB-COUNT, 6).
           MOVE 'Y'
               TO WS-STBTBL-IN-FILE(WS-STUB-COUNT, WS-FILE-IDX).

       3900-EXIT.
           EXIT.

      *****************************************************************
      *    3910-COMPARE-ONE-STUB-RTN -- COMPARE ONE TABLE ENTRY AGAINST
      *                                 WS-TALLY-STUB
      *****************************************************************
       3910-COMPARE-ONE-STUB-RTN.
           IF WS-STBTBL-NAME(WS-STUB-IDX) = WS-TALLY-STUB
               MOVE 'Y' TO WS-FOUND-SWITCH
           END-IF.

       3910-EXIT.
           EXIT.

      *****************************************************************
      *    5000-WRITE-REPORT-RTN -- PART 1 (CATALOG STUBS), PART 2
      *                    (STUBS NOT ON THE CATALOG), THEN TOTALS
      *****************************************************************
       5000-WRITE-REPORT-RTN.
           MOVE WS-TODAY-DATE TO H1-RUN-DATE.
           WRITE BAQSRPRT-RECORD FROM WS-HDG1-LINE.

           PERFORM 5050-WRITE-NOFILE-RTN
               THRU 5050-EXIT
               VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 6.

           WRITE BAQSRPRT-RECORD FROM WS-HDG2-LINE.
           WRITE BAQSRPRT-RECORD FROM WS-HDG3-LINE.
           PERFORM 5100-WRITE-ONE-STUB-RTN
               THRU 5100-EXIT
               VARYING WS-STUB-IDX FROM 1 BY 1
               UNTIL WS-STUB-IDX > WS-CATALOG-STUBS.

           WRITE BAQSRPRT-RECORD FROM WS-HDG4-LINE.
           WRITE BAQSRPRT-RECORD FROM WS-HDG3-LINE.
           COMPUTE WS-FIRST-ORPHAN = WS-CATALOG-STUBS + 1.
           PERFORM 5100-WRITE-ONE-STUB-RTN
               THRU 5100-EXIT
               VARYING WS-STUB-IDX FROM WS-FIRST-ORPHAN BY 1
               UNTIL WS-STUB-IDX > WS-STUB-COUNT.

           MOVE WS-CATALOG-STUBS TO TL-CATALOG.
           MOVE WS-MISSING-COUNT TO TL-MISSING.
           MOVE WS-ORPHAN-COUNT  TO TL-ORPHAN.
           WRITE BAQSRPRT-RECORD FROM WS-TOTAL-LINE.

       5000-EXIT.
           EXIT.

      *****************************************************************
      *    5050-WRITE-NOFILE-RTN -- NAME A CONTROL FILE THAT WAS NOT
      *                             SUPPLIED
      *****************************************************************
       5050-WRITE-NOFILE-RTN.
           IF WS-FILE-READ(WS-FILE-IDX) NOT = 'Y'
               MOVE WS-FILE-NAME(WS-FILE-IDX) TO NL-FILE-NAME
               WRITE BAQSRPRT-RECORD FROM WS-NOFILE-LINE
           END-IF.

       5050-EXIT.
           EXIT.

      *****************************************************************
      *    5100-WRITE-ONE-STUB-RTN -- ONE STUB LINE.  A CATALOG STUB
      *                    THAT IS RETIRED, AND EVERY STUB NOT ON THE
      *                    CATALOG, IS ORPHANED IN EACH FILE THAT
      *                    STILL CARRIES IT; ANY OTHER CATALOG STUB IS
      *                    MISSING FROM EACH FILE THAT DOES NOT.  A
      *                    STUB WITH NOTHING TO SAY ABOUT IT IS STILL
      *                    LISTED IN PART 1 SO THE CATALOG IS SHOWN
      *                    WHOLE.
      *****************************************************************
       5100-WRITE-ONE-STUB-RTN.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-STBTBL-NAME(WS-STUB-IDX)        TO DL-STUB-NAME.
           MOVE WS-STBTBL-STATE(WS-STUB-IDX)       TO DL-STATE.
           MOVE WS-STBTBL-TEAM(WS-STUB-IDX)        TO DL-TEAM.
           MOVE WS-STBTBL-DESCRIPTION(WS-STUB-IDX) TO DL-DESCRIPTION.

           PERFORM 5110-SET-ONE-CELL-RTN
               THRU 5110-EXIT
               VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 6.

           WRITE BAQSRPRT-RECORD FROM WS-DETAIL-LINE.

       5100-EXIT.
           EXIT.

      *****************************************************************
      *    5110-SET-ONE-CELL-RTN -- ONE CONTROL FILE COLUMN OF THE
      *                    CURRENT STUB LINE.  A FILE THAT WAS NOT
      *                    SUPPLIED LEAVES ITS COLUMN BLANK.
      *****************************************************************
       5110-SET-ONE-CELL-RTN.
           IF WS-FILE-READ(WS-FILE-IDX) NOT = 'Y'
               GO TO 5110-EXIT
           END-IF.

           IF WS-STBTBL-ON-CATALOG(WS-STUB-IDX) = 'N'
                   OR WS-STBTBL-STATE(WS-STUB-IDX) = 'RETIRED'
               IF WS-STBTBL-IN-FILE(WS-STUB-IDX, WS-FILE-IDX) = 'Y'
                   MOVE 'ORPHAN' TO DL-FILE-CELL(WS-FILE-IDX)
                   ADD 1 TO WS-ORPHAN-COUNT
               ELSE
                   MOVE '-'      TO DL-FILE-CELL(WS-FILE-IDX)
               END-IF
           ELSE
               IF WS-STBTBL-IN-FILE(WS-STUB-IDX, WS-FILE-IDX) = 'Y'
                   MOVE 'OK'      TO DL-FILE-CELL(WS-FILE-IDX)
               ELSE
                   MOVE 'MISSING' TO DL-FILE-CELL(WS-FILE-IDX)
                   ADD 1 TO WS-MISSING-COUNT
               END-IF
           END-IF.

       5110-EXIT.
           EXIT.

      *****************************************************************
      *    8000-TERMINATE-RTN -- CLOSE FILES, DISPLAY TOTALS
      *****************************************************************
       8000-TERMINATE-RTN.
           IF WS-STUBM-STATUS = '00' OR WS-STUBM-STATUS = '10'
               CLOSE BAQSTUBM
           END-IF.
           IF WS-SRPRT-STATUS = '00'
               CLOSE BAQSRPRT
           END-IF.

           DISPLAY 'BAQSCAT - CATALOG STUBS READ:    ' WS-CATALOG-READ.
           DISPLAY 'BAQSCAT - CONTROL RECORDS READ:  '
               WS-CONTROL-RECS-READ.
           DISPLAY 'BAQSCAT - MISSING ENTRIES:       ' WS-MISSING-COUNT.
           DISPLAY 'BAQSCAT - ORPHANED ENTRIES:      ' WS-ORPHAN-COUNT.

       8000-EXIT.
           EXIT.
