      *****************************************************************
      *
      * PROGRAM-ID.    BAQQRPT
      *
      * AUTHOR.        R. OKONKWO -- BATCH INTEGRATION TEAM
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS
      * DATE-WRITTEN.  2026-10-15
      *
      *****************************************************************
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RO    INITIAL VERSION -- DAILY CALL QUOTA STATUS
      *                    REPORT, ONE LINE PER BUSINESS UNIT UNDER
      *                    QUOTA, FROM BAQQUOTC AND BAQQUSAG.
      *****************************************************************
      * FUNCTION.
      *   BAQCHGB TELLS FINANCE AFTER THE MONTH IS OVER WHAT EACH
      *   TENANT USED; BAQRDRV CUTS A TENANT OFF THE MOMENT IT
      *   REACHES ITS BAQQUOTC CEILING.  THIS REPORT SITS BETWEEN THE
      *   TWO SO THE BUSINESS UNITS SEE THEY ARE GETTING CLOSE BEFORE
      *   THEY ARE CUT OFF.  FOR EVERY BUSINESS UNIT ON THE BAQQUOTC
      *   QUOTA CONTROL FILE IT READS THE TENANT'S BAQQUSAG USAGE
      *   RECORD AND PRINTS:
      *
      *     - CALLS USED TODAY AGAINST THE DAILY CEILING
      *     - CALLS USED MONTH TO DATE AGAINST THE MONTHLY CEILING,
      *       AND THE MONTH-TO-DATE BURN AS A PERCENTAGE OF IT
      *     - THE MONTH-END FIGURE THE TENANT IS ON PACE FOR (THE
      *       MONTH-TO-DATE USAGE SPREAD OVER THE DAYS GONE, CARRIED
      *       TO THE END OF THE MONTH)
      *     - THE TRANSACTIONS HELD AT A CEILING THIS MONTH
      *     - A STATUS: AT MTD CEILING, AT DAILY CEILING, NEAR
      *       CEILING (BURN AT OR ABOVE BAQQUOT-WARN-PCT, DEFAULT 80),
      *       ON PACE TO EXCEED, OR OK.  A ZERO CEILING IS NO CEILING.
      *
      *   USAGE LEFT OVER FROM AN EARLIER DAY OR MONTH COUNTS AS ZERO
      *   FOR TODAY OR THIS MONTH, AS IT DOES IN BAQRDRV.  STEP RC IS
      *   4 WHEN ANY TENANT IS NOT OK AND 8 WHEN THE QUOTA FILES OR
      *   THE REPORT CANNOT BE OPENED.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BAQQRPT.
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
           SELECT BAQQUOTC ASSIGN TO BAQQUOTC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTC-STATUS.

           SELECT BAQQUSAG ASSIGN TO BAQQUSAG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQQUSG-BUSINESS-UNIT
               FILE STATUS IS WS-QUSAG-STATUS.

           SELECT BAQQRPRT ASSIGN TO BAQQRPRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QRPRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BAQQUOTC
           RECORDING MODE IS F.
           COPY BAQQUOT.

       FD  BAQQUSAG.
           COPY BAQQUSG.

       FD  BAQQRPRT
           RECORDING MODE IS F.
       01  BAQQRPRT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    SWITCHES
      *****************************************************************
       77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88 WS-EOF                     VALUE 'Y'.

       77  WS-ABORT-SWITCH             PIC X(01) VALUE 'N'.
           88 WS-ABORT                   VALUE 'Y'.

       77  WS-QUOTC-OPEN-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-QUOTC-OPEN              VALUE 'Y'.

       77  WS-QUSAG-OPEN-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-QUSAG-OPEN              VALUE 'Y'.

       77  WS-QRPRT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-QRPRT-OPEN              VALUE 'Y'.

       77  WS-USAGE-FOUND-SWITCH       PIC X(01) VALUE 'N'.
           88 WS-USAGE-FOUND             VALUE 'Y'.

      *****************************************************************
      *    FILE STATUS FIELDS
      *****************************************************************
       77  WS-QUOTC-STATUS             PIC X(02) VALUE SPACES.
       77  WS-QUSAG-STATUS             PIC X(02) VALUE SPACES.
       77  WS-QRPRT-STATUS             PIC X(02) VALUE SPACES.

      *****************************************************************
      *    REPORT DATE -- TODAY, AND HOW FAR THROUGH ITS MONTH IT IS
      *****************************************************************
       01  WS-TODAY.
           05 WS-TODAY-YYYY            PIC 9(04).
           05 WS-TODAY-MM              PIC 9(02).
           05 WS-TODAY-DD              PIC 9(02).
       01  WS-TODAY-X REDEFINES WS-TODAY.
           05 WS-TODAY-MONTH           PIC X(06).
           05 FILLER                   PIC X(02).

       01  WS-MONTH-DAYS-VALUES.
           05 FILLER                   PIC X(24) VALUE
               '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05 WS-MONTH-DAYS            PIC 9(02) OCCURS 12 TIMES.

       77  WS-DAYS-IN-MONTH            PIC 9(02) VALUE 0.
       77  WS-LEAP-QUOTIENT            PIC 9(04) COMP-3 VALUE 0.
       77  WS-LEAP-REM-4               PIC 9(04) COMP-3 VALUE 0.
       77  WS-LEAP-REM-100             PIC 9(04) COMP-3 VALUE 0.
       77  WS-LEAP-REM-400             PIC 9(04) COMP-3 VALUE 0.

      *****************************************************************
      *    ONE TENANT'S FIGURES
      *****************************************************************
       77  WS-DFLT-WARN-PCT            PIC 9(03) VALUE 080.
       77  WS-WARN-PCT                 PIC 9(03) VALUE 0.
       77  WS-USED-TODAY               PIC 9(07) COMP-3 VALUE 0.
       77  WS-USED-MTD                 PIC 9(09) COMP-3 VALUE 0.
       77  WS-HELD-MTD                 PIC 9(09) COMP-3 VALUE 0.
       77  WS-BURN-PCT                 PIC 9(04)V9 COMP-3 VALUE 0.
       77  WS-PROJECTED                PIC 9(11) COMP-3 VALUE 0.
       77  WS-STATUS-TEXT              PIC X(17) VALUE SPACES.

      *****************************************************************
      *    REPORT TOTALS
      *****************************************************************
       77  WS-UNIT-COUNT               PIC 9(05) COMP-3 VALUE 0.
       77  WS-AT-CEILING-COUNT         PIC 9(05) COMP-3 VALUE 0.
       77  WS-NEAR-CEILING-COUNT       PIC 9(05) COMP-3 VALUE 0.
       77  WS-ON-PACE-COUNT            PIC 9(05) COMP-3 VALUE 0.
       77  WS-SKIPPED-COUNT            PIC 9(05) COMP-3 VALUE 0.

      *****************************************************************
      *    PRINT LINES
      *****************************************************************
       01  WS-HDG1-LINE.
           05 FILLER                   PIC X(01) VALUE '1'.
           05 FILLER                   PIC X(50) VALUE
               'BAQQRPT - CALL QUOTA STATUS REPORT'.
           05 FILLER                   PIC X(05) VALUE 'DATE '.
           05 H1-TODAY                 PIC X(08).
           05 FILLER                   PIC X(68) VALUE SPACES.

       01  WS-HDG2-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 FILLER                   PIC X(09) VALUE '     USED'.
           05 FILLER                   PIC X(11) VALUE
               '      DAILY'.
           05 FILLER                   PIC X(13) VALUE
               '         USED'.
           05 FILLER                   PIC X(13) VALUE
               '      MONTHLY'.
           05 FILLER                   PIC X(08) VALUE '     MTD'.
           05 FILLER                   PIC X(12) VALUE
               '     ON PACE'.
           05 FILLER                   PIC X(13) VALUE
               '         HELD'.
           05 FILLER                   PIC X(42) VALUE SPACES.

       01  WS-HDG3-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(10) VALUE 'UNIT'.
           05 FILLER                   PIC X(09) VALUE '    TODAY'.
           05 FILLER                   PIC X(11) VALUE
               '    CEILING'.
           05 FILLER                   PIC X(13) VALUE
               'MONTH TO DATE'.
           05 FILLER                   PIC X(13) VALUE
               '      CEILING'.
           05 FILLER                   PIC X(08) VALUE '  BURN %'.
           05 FILLER                   PIC X(12) VALUE
               '   FOR MONTH'.
           05 FILLER                   PIC X(13) VALUE
               '   THIS MONTH'.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(38) VALUE 'STATUS'.

       01  WS-DETAIL-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DL-UNIT                  PIC X(06).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 DL-USED-TODAY            PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DL-DAILY-LIMIT           PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DL-USED-MTD              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DL-MTD-LIMIT             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DL-BURN-PCT              PIC ZZZ9.9 BLANK WHEN ZERO.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DL-PROJECTED             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DL-HELD-MTD              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 DL-STATUS                PIC X(17).
           05 FILLER                   PIC X(21) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05 FILLER                   PIC X(01) VALUE '0'.
           05 TL-TEXT                  PIC X(40).
           05 TL-COUNT                 PIC ZZ,ZZ9.
           05 FILLER                   PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
      *****************************************************************
      *    0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE-RTN
               THRU 1000-EXIT.

           IF NOT WS-ABORT
               PERFORM 3000-READ-QUOTA-RTN
                   THRU 3000-EXIT

               PERFORM 2000-PROCESS-RTN
                   THRU 2000-EXIT
                   UNTIL WS-EOF

               PERFORM 7000-WRITE-TOTALS-RTN
                   THRU 7000-EXIT
           END-IF.

           PERFORM 8000-TERMINATE-RTN
               THRU 8000-EXIT.

           IF WS-ABORT
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-AT-CEILING-COUNT > 0
                       OR WS-NEAR-CEILING-COUNT > 0
                       OR WS-ON-PACE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

           GOBACK.

      *****************************************************************
      *    1000-INITIALIZE-RTN -- TAKE TODAY'S DATE, OPEN THE QUOTA
      *                    CONTROL AND USAGE FILES AND THE REPORT,
      *                    WRITE HEADINGS.  A USAGE FILE THAT DOES NOT
      *                    EXIST YET (STATUS 35 -- BAQRDRV HAS NEVER
      *                    RUN UNDER QUOTA) MEANS NOTHING USED.
      *****************************************************************
       1000-INITIALIZE-RTN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 1100-SET-MONTH-DAYS-RTN
               THRU 1100-EXIT.

           OPEN INPUT BAQQUOTC.
           IF WS-QUOTC-STATUS NOT = '00'
               DISPLAY 'BAQQRPT - OPEN FAILED FOR BAQQUOTC, STATUS = '
                   WS-QUOTC-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-QUOTC-OPEN-SWITCH.

           OPEN INPUT BAQQUSAG.
           IF WS-QUSAG-STATUS = '00'
               MOVE 'Y' TO WS-QUSAG-OPEN-SWITCH
           ELSE
               IF WS-QUSAG-STATUS NOT = '35'
                   DISPLAY 'BAQQRPT - OPEN FAILED FOR BAQQUSAG, '
                       'STATUS = ' WS-QUSAG-STATUS
                   MOVE 'Y' TO WS-ABORT-SWITCH
                   GO TO 1000-EXIT
               END-IF
           END-IF.

           OPEN OUTPUT BAQQRPRT.
           IF WS-QRPRT-STATUS NOT = '00'
               DISPLAY 'BAQQRPT - OPEN FAILED FOR BAQQRPRT, STATUS = '
                   WS-QRPRT-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-QRPRT-OPEN-SWITCH.

           MOVE WS-TODAY-X TO H1-TODAY.
           WRITE BAQQRPRT-RECORD FROM WS-HDG1-LINE.
           WRITE BAQQRPRT-RECORD FROM WS-HDG2-LINE.
           WRITE BAQQRPRT-RECORD FROM WS-HDG3-LINE.

       1000-EXIT.
           EXIT.

      *****************************************************************
      *    1100-SET-MONTH-DAYS-RTN -- THE NUMBER OF DAYS IN THIS
      *                    MONTH, WITH FEBRUARY TAKING THE LEAP-YEAR
      *                    RULE (EVERY FOURTH YEAR, BUT NOT CENTURIES
      *                    UNLESS DIVISIBLE BY 400)
      *****************************************************************
       1100-SET-MONTH-DAYS-RTN.
           MOVE WS-MONTH-DAYS(WS-TODAY-MM) TO WS-DAYS-IN-MONTH.
           IF WS-TODAY-MM NOT = 2
               GO TO 1100-EXIT
           END-IF.

           DIVIDE WS-TODAY-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-4.
           DIVIDE WS-TODAY-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-100.
           DIVIDE WS-TODAY-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-400.

           IF WS-LEAP-REM-4 = 0
                   AND (WS-LEAP-REM-100 NOT = 0
                        OR WS-LEAP-REM-400 = 0)
               MOVE 29 TO WS-DAYS-IN-MONTH
           END-IF.

       1100-EXIT.
           EXIT.

      *****************************************************************
      *    2000-PROCESS-RTN -- ONE BUSINESS UNIT FROM THE QUOTA
      *                    CONTROL FILE.  A RECORD BAQRDRV WOULD NOT
      *                    LOAD (NO UNIT, OR A CEILING THAT IS NOT
      *                    NUMERIC) IS COUNTED AND PASSED OVER.
      *****************************************************************
       2000-PROCESS-RTN.
           IF BAQQUOT-BUSINESS-UNIT = SPACES
                   OR BAQQUOT-DAILY-LIMIT NOT NUMERIC
                   OR BAQQUOT-MTD-LIMIT NOT NUMERIC
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY 'BAQQRPT - UNUSABLE BAQQUOTC RECORD SKIPPED: '
                   BAQQUOT-BUSINESS-UNIT
               GO TO 2000-NEXT
           END-IF.

           PERFORM 2100-GET-USAGE-RTN
               THRU 2100-EXIT.

           PERFORM 2200-ASSESS-UNIT-RTN
               THRU 2200-EXIT.

           PERFORM 4500-WRITE-UNIT-LINE-RTN
               THRU 4500-EXIT.

       2000-NEXT.
           PERFORM 3000-READ-QUOTA-RTN
               THRU 3000-EXIT.

       2000-EXIT.
           EXIT.

      *****************************************************************
      *    2100-GET-USAGE-RTN -- THE UNIT'S USAGE FOR TODAY AND THIS
      *                    MONTH.  NO RECORD, OR ONE LAST TOUCHED ON
      *                    AN EARLIER DAY OR IN AN EARLIER MONTH, IS
      *                    ZERO USAGE FOR THAT PERIOD.
      *****************************************************************
       2100-GET-USAGE-RTN.
           MOVE 0 TO WS-USED-TODAY.
           MOVE 0 TO WS-USED-MTD.
           MOVE 0 TO WS-HELD-MTD.
           MOVE 'N' TO WS-USAGE-FOUND-SWITCH.

           IF NOT WS-QUSAG-OPEN
               GO TO 2100-EXIT
           END-IF.

           MOVE BAQQUOT-BUSINESS-UNIT TO BAQQUSG-BUSINESS-UNIT.
           READ BAQQUSAG
               KEY IS BAQQUSG-BUSINESS-UNIT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-USAGE-FOUND-SWITCH
           END-READ.

           IF NOT WS-USAGE-FOUND
               GO TO 2100-EXIT
           END-IF.

           IF BAQQUSG-USAGE-DATE = WS-TODAY-X
                   AND BAQQUSG-USED-TODAY NUMERIC
               MOVE BAQQUSG-USED-TODAY TO WS-USED-TODAY
           END-IF.

           IF BAQQUSG-USAGE-MONTH = WS-TODAY-MONTH
               IF BAQQUSG-USED-MTD NUMERIC
                   MOVE BAQQUSG-USED-MTD TO WS-USED-MTD
               END-IF
               IF BAQQUSG-HELD-MTD NUMERIC
                   MOVE BAQQUSG-HELD-MTD TO WS-HELD-MTD
               END-IF
           END-IF.

       2100-EXIT.
           EXIT.

      *****************************************************************
      *    2200-ASSESS-UNIT-RTN -- BURN, MONTH-END PACE AND STATUS FOR
      *                    THE UNIT.  THE WORST STATUS THAT APPLIES
      *                    IS THE ONE SHOWN.
      *****************************************************************
       2200-ASSESS-UNIT-RTN.
           IF BAQQUOT-WARN-PCT NUMERIC
                   AND BAQQUOT-WARN-PCT > 0
               MOVE BAQQUOT-WARN-PCT TO WS-WARN-PCT
           ELSE
               MOVE WS-DFLT-WARN-PCT TO WS-WARN-PCT
           END-IF.

           MOVE 0 TO WS-BURN-PCT.
           IF BAQQUOT-MTD-LIMIT > 0
               COMPUTE WS-BURN-PCT ROUNDED
                   = WS-USED-MTD * 100 / BAQQUOT-MTD-LIMIT
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-BURN-PCT
               END-COMPUTE
           END-IF.

           COMPUTE WS-PROJECTED
               = WS-USED-MTD * WS-DAYS-IN-MONTH / WS-TODAY-DD.

           EVALUATE TRUE
               WHEN BAQQUOT-MTD-LIMIT > 0
                       AND WS-USED-MTD >= BAQQUOT-MTD-LIMIT
                   MOVE 'AT MTD CEILING' TO WS-STATUS-TEXT
                   ADD 1 TO WS-AT-CEILING-COUNT
               WHEN BAQQUOT-DAILY-LIMIT > 0
                       AND WS-USED-TODAY >= BAQQUOT-DAILY-LIMIT
                   MOVE 'AT DAILY CEILING' TO WS-STATUS-TEXT
                   ADD 1 TO WS-AT-CEILING-COUNT
               WHEN BAQQUOT-MTD-LIMIT > 0
                       AND WS-BURN-PCT >= WS-WARN-PCT
                   MOVE 'NEAR CEILING' TO WS-STATUS-TEXT
                   ADD 1 TO WS-NEAR-CEILING-COUNT
               WHEN BAQQUOT-MTD-LIMIT > 0
                       AND WS-PROJECTED > BAQQUOT-MTD-LIMIT
                   MOVE 'ON PACE TO EXCEED' TO WS-STATUS-TEXT
                   ADD 1 TO WS-ON-PACE-COUNT
               WHEN OTHER
                   MOVE 'OK' TO WS-STATUS-TEXT
           END-EVALUATE.

       2200-EXIT.
           EXIT.

      *****************************************************************
      *    3000-READ-QUOTA-RTN -- READ THE NEXT QUOTA CONTROL RECORD
      *****************************************************************
       3000-READ-QUOTA-RTN.
           READ BAQQUOTC
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       3000-EXIT.
           EXIT.

      *****************************************************************
      *    4500-WRITE-UNIT-LINE-RTN -- PRINT THE UNIT'S LINE
      *****************************************************************
       4500-WRITE-UNIT-LINE-RTN.
           ADD 1 TO WS-UNIT-COUNT.

           MOVE SPACES                TO WS-DETAIL-LINE.
           MOVE BAQQUOT-BUSINESS-UNIT TO DL-UNIT.
           MOVE WS-USED-TODAY         TO DL-USED-TODAY.
           MOVE BAQQUOT-DAILY-LIMIT   TO DL-DAILY-LIMIT.
           MOVE WS-USED-MTD           TO DL-USED-MTD.
           MOVE BAQQUOT-MTD-LIMIT     TO DL-MTD-LIMIT.
           MOVE WS-BURN-PCT           TO DL-BURN-PCT.
           MOVE WS-PROJECTED          TO DL-PROJECTED.
           MOVE WS-HELD-MTD           TO DL-HELD-MTD.
           MOVE WS-STATUS-TEXT        TO DL-STATUS.

           WRITE BAQQRPRT-RECORD FROM WS-DETAIL-LINE.

       4500-EXIT.
           EXIT.

      *****************************************************************
      *    7000-WRITE-TOTALS-RTN
      *****************************************************************
       7000-WRITE-TOTALS-RTN.
           MOVE 'BUSINESS UNITS REPORTED' TO TL-TEXT.
           MOVE WS-UNIT-COUNT             TO TL-COUNT.
           WRITE BAQQRPRT-RECORD FROM WS-TOTAL-LINE.

           MOVE 'AT A CEILING'            TO TL-TEXT.
           MOVE WS-AT-CEILING-COUNT       TO TL-COUNT.
           WRITE BAQQRPRT-RECORD FROM WS-TOTAL-LINE.

           MOVE 'NEAR THE MONTHLY CEILING' TO TL-TEXT.
           MOVE WS-NEAR-CEILING-COUNT      TO TL-COUNT.
           WRITE BAQQRPRT-RECORD FROM WS-TOTAL-LINE.

           MOVE 'ON PACE TO EXCEED THE MONTHLY CEILING' TO TL-TEXT.
           MOVE WS-ON-PACE-COUNT                        TO TL-COUNT.
           WRITE BAQQRPRT-RECORD FROM WS-TOTAL-LINE.

       7000-EXIT.
           EXIT.

      *****************************************************************
      *    8000-TERMINATE-RTN -- CLOSE FILES
      *****************************************************************
       8000-TERMINATE-RTN.
           IF WS-QRPRT-OPEN
               CLOSE BAQQRPRT
           END-IF.
           IF WS-QUSAG-OPEN
               CLOSE BAQQUSAG
           END-IF.
           IF WS-QUOTC-OPEN
               CLOSE BAQQUOTC
           END-IF.

           DISPLAY 'BAQQRPT - BUSINESS UNITS REPORTED: '
               WS-UNIT-COUNT.
           DISPLAY 'BAQQRPT - AT A CEILING:            '
               WS-AT-CEILING-COUNT.
           DISPLAY 'BAQQRPT - NEAR OR ON PACE TO EXCEED: '
               WS-NEAR-CEILING-COUNT ' / ' WS-ON-PACE-COUNT.
           IF WS-SKIPPED-COUNT > 0
               DISPLAY 'BAQQRPT - UNUSABLE RECORDS SKIPPED: '
                   WS-SKIPPED-COUNT
           END-IF.

       8000-EXIT.
           EXIT.
