      *****************************************************************
      *
      * PROGRAM-ID.    BAQCROT
      *
      * AUTHOR.        R. OKONKWO -- BATCH INTEGRATION TEAM
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS
      * DATE-WRITTEN.  2026-10-15
      *
      *****************************************************************
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RO    INITIAL VERSION -- CREDENTIAL ROTATION AND
      *                    DANGLING-REFERENCE REPORT FOR THE BAQVAULT
      *                    CREDENTIAL VAULT.
      *****************************************************************
      * FUNCTION.
      *   PART 1 WALKS THE WHOLE BAQVAULT CREDENTIAL VAULT AND LISTS
      *   EVERY ACTIVE CREDENTIAL WHOSE BAQCRED-ROTATION-DUE DATE HAS
      *   PASSED, FALLS WITHIN THE WARNING WINDOW, OR IS NOT A USABLE
      *   DATE AT ALL.  JWT ENTRIES (TYPE J) BELONG TO THE BAQRDRV
      *   TOKEN CACHE AND ARE NEVER ROTATED, AND REVOKED ENTRIES ARE
      *   KEPT ONLY FOR THE AUDIT TRAIL, SO NEITHER IS LISTED.
      *
      *   PART 2 READS THE BAQTENCT TENANT FILE AND THE BAQTRNIN
      *   TRANSACTION FILE AND LOOKS UP EVERY CREDENTIAL REFERENCE
      *   THEY CARRY.  A REFERENCE THAT IS NOT ON THE VAULT, IS
      *   REVOKED, NAMES AN ENTRY OF THE WRONG CREDENTIAL TYPE, OR IS
      *   OWNED BY ANOTHER BUSINESS UNIT THAN THE ONE USING IT IS
      *   LISTED ONCE PER USING UNIT, WITH WHERE IT WAS FIRST SEEN AND
      *   HOW MANY RECORDS USE IT -- BAQRDRV WOULD FAIL EVERY ONE OF
      *   THOSE CALLS.  BOTH INPUT FILES ARE OPTIONAL.
      *
      *   THE WARNING WINDOW IS 14 DAYS UNLESS THE PARM GIVES ANOTHER
      *   (3 DIGITS, E.G. PARM='030').  STEP RC IS 4 WHEN ANY
      *   CREDENTIAL IS PAST DUE OR ANY REFERENCE IS UNUSABLE, 8 WHEN
      *   THE VAULT CANNOT BE READ.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BAQCROT.
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
           SELECT BAQVAULT ASSIGN TO BAQVAULT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQCRED-REF-KEY
               FILE STATUS IS WS-VAULT-STATUS.

           SELECT BAQTENCT ASSIGN TO BAQTENCT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TENCT-STATUS.

           SELECT BAQTRNIN ASSIGN TO BAQTRNIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRNIN-STATUS.

           SELECT BAQVRPRT ASSIGN TO BAQVRPRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VRPRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BAQVAULT.
           COPY BAQCRED.

       FD  BAQTENCT
           RECORDING MODE IS F.
           COPY BAQTEN.

       FD  BAQTRNIN
           RECORDING MODE IS F.
           COPY BAQTRIN.

       FD  BAQVRPRT
           RECORDING MODE IS F.
       01  BAQVRPRT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    SWITCHES
      *****************************************************************
       77  WS-VAULT-EOF-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-VAULT-EOF               VALUE 'Y'.

       77  WS-LOAD-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-LOAD-EOF                VALUE 'Y'.

       77  WS-ABORT-SWITCH             PIC X(01) VALUE 'N'.
           88 WS-ABORT                   VALUE 'Y'.

       77  WS-REF-FOUND-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-REF-FOUND               VALUE 'Y'.

       77  WS-TABLE-FULL-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-TABLE-FULL              VALUE 'Y'.

       77  WS-DATE-VALID-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-DATE-VALID              VALUE 'Y'.

       77  WS-VAULT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-VAULT-OPEN              VALUE 'Y'.

       77  WS-VRPRT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-VRPRT-OPEN              VALUE 'Y'.

      *****************************************************************
      *    FILE STATUS FIELDS
      *****************************************************************
       77  WS-VAULT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-TENCT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-TRNIN-STATUS             PIC X(02) VALUE SPACES.
       77  WS-VRPRT-STATUS             PIC X(02) VALUE SPACES.

      *****************************************************************
      *    COUNTERS
      *****************************************************************
       77  WS-VAULT-ENTRIES-READ       PIC 9(09) COMP-3 VALUE 0.
       77  WS-PAST-DUE-COUNT           PIC 9(09) COMP-3 VALUE 0.
       77  WS-NEAR-DUE-COUNT           PIC 9(09) COMP-3 VALUE 0.
       77  WS-NO-DUE-DATE-COUNT        PIC 9(09) COMP-3 VALUE 0.
       77  WS-TENANTS-READ             PIC 9(09) COMP-3 VALUE 0.
       77  WS-TRANSACTIONS-READ        PIC 9(09) COMP-3 VALUE 0.
       77  WS-REFS-CHECKED             PIC 9(09) COMP-3 VALUE 0.
       77  WS-BAD-REF-COUNT            PIC 9(09) COMP-3 VALUE 0.

      *****************************************************************
      *    WARNING WINDOW IN DAYS -- DEFAULT 14, OR FROM THE PARM
      *****************************************************************
       77  WS-WINDOW-DAYS              PIC 9(03) VALUE 14.

      *****************************************************************
      *    DATE WORK AREAS -- DAYS TO ROTATION ARE WORKED OUT IN WHOLE
      *    DAYS FROM TODAY TO BAQCRED-ROTATION-DUE
      *****************************************************************
       01  WS-TODAY-AREA.
           05 WS-TODAY-DATE            PIC X(08).
           05 WS-TODAY-DATE-NUM REDEFINES WS-TODAY-DATE
                                       PIC 9(08).

       01  WS-DUE-DATE-AREA.
           05 WS-DUE-DATE              PIC X(08).
           05 WS-DUE-DATE-NUM REDEFINES WS-DUE-DATE
                                       PIC 9(08).
           05 WS-DUE-DATE-PARTS REDEFINES WS-DUE-DATE.
              10 WS-DUE-CCYY           PIC 9(04).
              10 WS-DUE-MM             PIC 9(02).
              10 WS-DUE-DD             PIC 9(02).

       77  WS-TODAY-INT                PIC S9(09) COMP-3 VALUE 0.
       77  WS-DUE-INT                  PIC S9(09) COMP-3 VALUE 0.
       77  WS-DAYS-TO-DUE              PIC S9(05) COMP-3 VALUE 0.

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
      *    REFERENCE BEING CHECKED, WHERE IT CAME FROM, AND THE
      *    CREDENTIAL TYPE THE FIELD CALLS FOR
      *****************************************************************
       77  WS-CHK-REF-KEY              PIC X(16) VALUE SPACES.
       77  WS-CHK-TYPE                 PIC X(01) VALUE SPACE.
       77  WS-CHK-SOURCE               PIC X(30) VALUE SPACES.
       77  WS-CHK-PROBLEM              PIC X(30) VALUE SPACES.
       77  WS-CHK-BUSINESS-UNIT        PIC X(06) VALUE SPACES.
       77  WS-SEQ-DISPLAY              PIC 9(09) VALUE 0.

      *****************************************************************
      *    REFERENCE TABLE -- EVERY DISTINCT REFERENCE AND USING UNIT
      *    SEEN IN PART 2, ITS OUTCOME AND HOW MANY RECORDS CARRY IT.
      *    THE OUTCOME DEPENDS ON THE UNIT (OWNERSHIP), SO A REFERENCE
      *    IS LOOKED UP ON THE VAULT THE FIRST TIME EACH UNIT USES IT.
      *****************************************************************
       01  WS-REF-TABLE.
           05 WS-REFTBL-ENTRY OCCURS 1000 TIMES.
              10 WS-REFTBL-KEY         PIC X(16).
              10 WS-REFTBL-UNIT        PIC X(06).
              10 WS-REFTBL-SOURCE      PIC X(30).
              10 WS-REFTBL-PROBLEM     PIC X(30).
              10 WS-REFTBL-USES        PIC 9(07) COMP-3.

       77  WS-REF-COUNT                PIC 9(05) COMP-3 VALUE 0.
       77  WS-REF-MAX                  PIC 9(05) COMP-3 VALUE 1000.
       77  WS-REF-IDX                  PIC 9(05) COMP-3 VALUE 0.

      *****************************************************************
      *    PRINT LINES
      *****************************************************************
       01  WS-HDG1-LINE.
           05 FILLER                   PIC X(01) VALUE '1'.
           05 FILLER                   PIC X(131) VALUE
               'BAQCROT - CREDENTIAL ROTATION AND REFERENCE REPORT'.

       01  WS-HDG2-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(131) VALUE
               'PART 1 - CREDENTIALS PAST OR NEAR ROTATION DUE'.

       01  WS-HDG3-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(18) VALUE 'REFERENCE'.
           05 FILLER                   PIC X(06) VALUE 'TYPE'.
           05 FILLER                   PIC X(08) VALUE 'UNIT'.
           05 FILLER                   PIC X(32) VALUE 'DESCRIPTION'.
           05 FILLER                   PIC X(10) VALUE 'ROTATED'.
           05 FILLER                   PIC X(10) VALUE 'DUE'.
           05 FILLER                   PIC X(08) VALUE 'DAYS'.
           05 FILLER                   PIC X(39) VALUE 'CONDITION'.

       01  WS-HDG4-LINE.
           05 FILLER                   PIC X(01) VALUE '0'.
           05 FILLER                   PIC X(131) VALUE
               'PART 2 - CREDENTIAL REFERENCES THAT CANNOT BE RESOLVED'.

       01  WS-HDG5-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(18) VALUE 'REFERENCE'.
           05 FILLER                   PIC X(32) VALUE 'FIRST SEEN'.
           05 FILLER                   PIC X(10) VALUE 'RECORDS'.
           05 FILLER                   PIC X(71) VALUE 'PROBLEM'.

       01  WS-DETAIL-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DL-REF-KEY               PIC X(16).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DL-TYPE                  PIC X(01).
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 DL-OWNER-BU              PIC X(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DL-DESCRIPTION           PIC X(30).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DL-LAST-ROTATED          PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DL-ROTATION-DUE          PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DL-DAYS                  PIC ----9.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 DL-CONDITION             PIC X(30).

       01  WS-REF-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RL-REF-KEY               PIC X(16).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RL-SOURCE                PIC X(30).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RL-USES                  PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RL-PROBLEM               PIC X(30).

       01  WS-TOTAL-LINE.
           05 FILLER                   PIC X(01) VALUE '0'.
           05 FILLER                   PIC X(10) VALUE 'PAST DUE'.
           05 TL-PAST-DUE              PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(14) VALUE
               '  DUE SOON'.
           05 TL-NEAR-DUE              PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(14) VALUE
               '  NO DUE DATE'.
           05 TL-NO-DUE-DATE           PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(16) VALUE
               '  BAD REFERENCES'.
           05 TL-BAD-REFS              PIC ZZZ,ZZ9.

       LINKAGE SECTION.
      *****************************************************************
      *    LK-PARM-AREA -- OPTIONAL WARNING WINDOW IN DAYS, THREE
      *    DIGITS IN POSITIONS 1-3
      *****************************************************************
       01  LK-PARM-AREA.
           05 LK-PARM-LEN              PIC S9(04) COMP.
           05 LK-PARM-DATA             PIC X(80).

       PROCEDURE DIVISION USING LK-PARM-AREA.
      *****************************************************************
      *    0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE-RTN
               THRU 1000-EXIT.

           IF NOT WS-ABORT
               PERFORM 2000-ROTATION-SCAN-RTN
                   THRU 2000-EXIT

               PERFORM 3000-TENANT-REFS-RTN
                   THRU 3000-EXIT

               PERFORM 4000-TRANSACTION-REFS-RTN
                   THRU 4000-EXIT

               PERFORM 6000-WRITE-BAD-REFS-RTN
                   THRU 6000-EXIT

               PERFORM 7000-WRITE-TOTALS-RTN
                   THRU 7000-EXIT
           END-IF.

           PERFORM 8000-TERMINATE-RTN
               THRU 8000-EXIT.

           IF WS-ABORT
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-PAST-DUE-COUNT > 0 OR WS-BAD-REF-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

      *****************************************************************
      *    1000-INITIALIZE-RTN -- EDIT THE PARM, OPEN THE VAULT AND
      *                           THE REPORT
      *****************************************************************
       1000-INITIALIZE-RTN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT
               = FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM).

           IF LK-PARM-LEN > 0
               IF LK-PARM-LEN < 3
                       OR LK-PARM-DATA(1:3) NOT NUMERIC
                   DISPLAY 'BAQCROT - PARM MUST GIVE THE WARNING '
                       'WINDOW AS 3 DIGITS'
                   MOVE 'Y' TO WS-ABORT-SWITCH
                   GO TO 1000-EXIT
               END-IF
               MOVE LK-PARM-DATA(1:3) TO WS-WINDOW-DAYS
           END-IF.

           OPEN INPUT BAQVAULT.
           IF WS-VAULT-STATUS NOT = '00'
               DISPLAY 'BAQCROT - OPEN FAILED FOR BAQVAULT, STATUS = '
                   WS-VAULT-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-VAULT-OPEN-SWITCH.

           OPEN OUTPUT BAQVRPRT.
           IF WS-VRPRT-STATUS NOT = '00'
               DISPLAY 'BAQCROT - OPEN FAILED FOR BAQVRPRT, STATUS = '
                   WS-VRPRT-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-VRPRT-OPEN-SWITCH.

           WRITE BAQVRPRT-RECORD FROM WS-HDG1-LINE.
           WRITE BAQVRPRT-RECORD FROM WS-HDG2-LINE.
           WRITE BAQVRPRT-RECORD FROM WS-HDG3-LINE.

       1000-EXIT.
           EXIT.

      *****************************************************************
      *    2000-ROTATION-SCAN-RTN -- WALK THE WHOLE VAULT IN KEY ORDER
      *****************************************************************
       2000-ROTATION-SCAN-RTN.
           MOVE LOW-VALUES TO BAQCRED-REF-KEY.
           START BAQVAULT
               KEY IS >= BAQCRED-REF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-VAULT-EOF-SWITCH
           END-START.

           PERFORM 2100-CHECK-ONE-ENTRY-RTN
               THRU 2100-EXIT
               UNTIL WS-VAULT-EOF.

       2000-EXIT.
           EXIT.

      *****************************************************************
      *    2100-CHECK-ONE-ENTRY-RTN -- ONE VAULT ENTRY.  A DUE DATE
      *                    THAT IS NOT A REAL CCYYMMDD DATE IS LISTED
      *                    RATHER THAN TRUSTED -- NOBODY KNOWS WHEN
      *                    THAT SECRET IS DUE.
      *****************************************************************
       2100-CHECK-ONE-ENTRY-RTN.
           READ BAQVAULT NEXT
               AT END
                   MOVE 'Y' TO WS-VAULT-EOF-SWITCH
                   GO TO 2100-EXIT
           END-READ.

           ADD 1 TO WS-VAULT-ENTRIES-READ.

           IF BAQCRED-TYPE-JWT OR BAQCRED-REVOKED
               GO TO 2100-EXIT
           END-IF.

           MOVE SPACES               TO WS-DETAIL-LINE.
           MOVE BAQCRED-ROTATION-DUE TO WS-DUE-DATE.
           PERFORM 2150-EDIT-DUE-DATE-RTN
               THRU 2150-EXIT.
           IF NOT WS-DATE-VALID
               ADD 1 TO WS-NO-DUE-DATE-COUNT
               MOVE 'NO VALID ROTATION DUE DATE' TO DL-CONDITION
               GO TO 2100-WRITE
           END-IF.

           COMPUTE WS-DUE-INT
               = FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM).
           COMPUTE WS-DAYS-TO-DUE = WS-DUE-INT - WS-TODAY-INT.
           MOVE WS-DAYS-TO-DUE TO DL-DAYS.

           EVALUATE TRUE
               WHEN WS-DAYS-TO-DUE < 0
                   ADD 1 TO WS-PAST-DUE-COUNT
                   MOVE 'PAST ROTATION DUE DATE' TO DL-CONDITION
               WHEN WS-DAYS-TO-DUE <= WS-WINDOW-DAYS
                   ADD 1 TO WS-NEAR-DUE-COUNT
                   MOVE 'ROTATION DUE SOON' TO DL-CONDITION
               WHEN OTHER
                   GO TO 2100-EXIT
           END-EVALUATE.

       2100-WRITE.
           MOVE BAQCRED-REF-KEY      TO DL-REF-KEY.
           MOVE BAQCRED-TYPE         TO DL-TYPE.
           MOVE BAQCRED-OWNER-BU     TO DL-OWNER-BU.
           MOVE BAQCRED-DESCRIPTION  TO DL-DESCRIPTION.
           MOVE BAQCRED-LAST-ROTATED TO DL-LAST-ROTATED.
           MOVE BAQCRED-ROTATION-DUE TO DL-ROTATION-DUE.

           WRITE BAQVRPRT-RECORD FROM WS-DETAIL-LINE.

       2100-EXIT.
           EXIT.

      *****************************************************************
      *    2150-EDIT-DUE-DATE-RTN -- IS WS-DUE-DATE A REAL CCYYMMDD
      *                    DATE?  FEBRUARY TAKES THE LEAP-YEAR RULE
      *                    (EVERY FOURTH YEAR, BUT NOT CENTURIES UNLESS
      *                    DIVISIBLE BY 400).
      *****************************************************************
       2150-EDIT-DUE-DATE-RTN.
           MOVE 'N' TO WS-DATE-VALID-SWITCH.

           IF WS-DUE-DATE NOT NUMERIC
               GO TO 2150-EXIT
           END-IF.
           IF WS-DUE-MM < 1 OR WS-DUE-MM > 12
                   OR WS-DUE-CCYY < 1601
               GO TO 2150-EXIT
           END-IF.

           MOVE WS-MONTH-DAYS(WS-DUE-MM) TO WS-DAYS-IN-MONTH.
           IF WS-DUE-MM = 2
               DIVIDE WS-DUE-CCYY BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-DUE-CCYY BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-DUE-CCYY BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = 0
                       AND (WS-LEAP-REM-100 NOT = 0
                            OR WS-LEAP-REM-400 = 0)
                   MOVE 29 TO WS-DAYS-IN-MONTH
               END-IF
           END-IF.

           IF WS-DUE-DD < 1 OR WS-DUE-DD > WS-DAYS-IN-MONTH
               GO TO 2150-EXIT
           END-IF.

           MOVE 'Y' TO WS-DATE-VALID-SWITCH.

       2150-EXIT.
           EXIT.

      *****************************************************************
      *    3000-TENANT-REFS-RTN -- EVERY TENANT'S CLIENT-SECRET
      *                    REFERENCE.  NO TENANT FILE, NOTHING TO
      *                    CHECK.
      *****************************************************************
       3000-TENANT-REFS-RTN.
           OPEN INPUT BAQTENCT.
           IF WS-TENCT-STATUS NOT = '00'
               GO TO 3000-EXIT
           END-IF.
           MOVE 'N' TO WS-LOAD-EOF-SWITCH.
           PERFORM 3100-ONE-TENANT-RTN
               THRU 3100-EXIT
               UNTIL WS-LOAD-EOF.
           CLOSE BAQTENCT.

       3000-EXIT.
           EXIT.

       3100-ONE-TENANT-RTN.
           READ BAQTENCT
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   GO TO 3100-EXIT
           END-READ.

           ADD 1 TO WS-TENANTS-READ.

           IF BAQTEN-OAUTH-SECRET-REF NOT = SPACES
               MOVE BAQTEN-OAUTH-SECRET-REF TO WS-CHK-REF-KEY
               MOVE 'S'                     TO WS-CHK-TYPE
               MOVE BAQTEN-BUSINESS-UNIT    TO WS-CHK-BUSINESS-UNIT
               MOVE SPACES                  TO WS-CHK-SOURCE
               STRING 'BAQTENCT UNIT ' DELIMITED BY SIZE
                      BAQTEN-BUSINESS-UNIT DELIMITED BY SIZE
                   INTO WS-CHK-SOURCE
               END-STRING
               PERFORM 5000-CHECK-REFERENCE-RTN
                   THRU 5000-EXIT
           END-IF.

       3100-EXIT.
           EXIT.

      *****************************************************************
      *    4000-TRANSACTION-REFS-RTN -- EVERY CREDENTIAL REFERENCE ON
      *                    THE NIGHT'S TRANSACTIONS.  NO TRANSACTION
      *                    FILE, NOTHING TO CHECK.
      *****************************************************************
       4000-TRANSACTION-REFS-RTN.
           OPEN INPUT BAQTRNIN.
           IF WS-TRNIN-STATUS NOT = '00'
               GO TO 4000-EXIT
           END-IF.
           MOVE 'N' TO WS-LOAD-EOF-SWITCH.
           PERFORM 4100-ONE-TRANSACTION-RTN
               THRU 4100-EXIT
               UNTIL WS-LOAD-EOF.
           CLOSE BAQTRNIN.

       4000-EXIT.
           EXIT.

      *****************************************************************
      *    4100-ONE-TRANSACTION-RTN -- ONLY THE REFERENCES THE
      *                    TRANSACTION'S AUTH MODE ACTUALLY USES ARE
      *                    CHECKED, THE SAME ONES BAQRDRV RESOLVES
      *****************************************************************
       4100-ONE-TRANSACTION-RTN.
           READ BAQTRNIN
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   GO TO 4100-EXIT
           END-READ.

           ADD 1 TO WS-TRANSACTIONS-READ.

           MOVE BAQTRIN-SEQ-NBR       TO WS-SEQ-DISPLAY.
           MOVE BAQTRIN-BUSINESS-UNIT TO WS-CHK-BUSINESS-UNIT.
           MOVE SPACES                TO WS-CHK-SOURCE.
           STRING 'BAQTRNIN SEQ ' DELIMITED BY SIZE
                  WS-SEQ-DISPLAY  DELIMITED BY SIZE
               INTO WS-CHK-SOURCE
           END-STRING.

           EVALUATE TRUE
               WHEN BAQTRIN-MODE-OAUTH
                   IF BAQTRIN-OAUTH-PASSWORD-REF NOT = SPACES
                       MOVE BAQTRIN-OAUTH-PASSWORD-REF
                           TO WS-CHK-REF-KEY
                       MOVE 'P' TO WS-CHK-TYPE
                       PERFORM 5000-CHECK-REFERENCE-RTN
                           THRU 5000-EXIT
                   END-IF
                   IF BAQTRIN-OAUTH-SECRET-REF NOT = SPACES
                       MOVE BAQTRIN-OAUTH-SECRET-REF
                           TO WS-CHK-REF-KEY
                       MOVE 'S' TO WS-CHK-TYPE
                       PERFORM 5000-CHECK-REFERENCE-RTN
                           THRU 5000-EXIT
                   END-IF
               WHEN BAQTRIN-MODE-TOKEN
                   IF BAQTRIN-TOKEN-PASSWORD-REF NOT = SPACES
                       MOVE BAQTRIN-TOKEN-PASSWORD-REF
                           TO WS-CHK-REF-KEY
                       MOVE 'T' TO WS-CHK-TYPE
                       PERFORM 5000-CHECK-REFERENCE-RTN
                           THRU 5000-EXIT
                   END-IF
               WHEN BAQTRIN-MODE-CERT
                   IF BAQTRIN-CERT-REF NOT = SPACES
                       MOVE BAQTRIN-CERT-REF TO WS-CHK-REF-KEY
                       MOVE 'C' TO WS-CHK-TYPE
                       PERFORM 5000-CHECK-REFERENCE-RTN
                           THRU 5000-EXIT
                   END-IF
           END-EVALUATE.

       4100-EXIT.
           EXIT.

      *****************************************************************
      *    5000-CHECK-REFERENCE-RTN -- A REFERENCE ALREADY IN THE
      *                    TABLE FOR THE SAME USING UNIT JUST HAS ITS
      *                    USE COUNT STEPPED.  A
      *                    NEW ONE IS LOOKED UP ON THE VAULT AND ITS
      *                    OUTCOME REMEMBERED.  ONCE THE TABLE IS FULL
      *                    A NEW REFERENCE IS STILL LOOKED UP, BUT A
      *                    BAD ONE IS PRINTED AT ONCE.
      *****************************************************************
       5000-CHECK-REFERENCE-RTN.
           ADD 1 TO WS-REFS-CHECKED.

           MOVE 'N' TO WS-REF-FOUND-SWITCH.
           PERFORM 5100-SEARCH-REF-RTN
               THRU 5100-EXIT
               VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-REF-COUNT
                  OR WS-REF-FOUND.
           IF WS-REF-FOUND
               GO TO 5000-EXIT
           END-IF.

           PERFORM 5200-LOOKUP-VAULT-RTN
               THRU 5200-EXIT.

           IF WS-CHK-PROBLEM NOT = SPACES
               ADD 1 TO WS-BAD-REF-COUNT
           END-IF.

           IF WS-REF-COUNT < WS-REF-MAX
               ADD 1 TO WS-REF-COUNT
               MOVE WS-CHK-REF-KEY TO WS-REFTBL-KEY(WS-REF-COUNT)
               MOVE WS-CHK-BUSINESS-UNIT
                   TO WS-REFTBL-UNIT(WS-REF-COUNT)
               MOVE WS-CHK-SOURCE  TO WS-REFTBL-SOURCE(WS-REF-COUNT)
               MOVE WS-CHK-PROBLEM TO WS-REFTBL-PROBLEM(WS-REF-COUNT)
               MOVE 1              TO WS-REFTBL-USES(WS-REF-COUNT)
               GO TO 5000-EXIT
           END-IF.

           IF NOT WS-TABLE-FULL
               DISPLAY 'BAQCROT - REFERENCE TABLE FULL AT '
                   WS-REF-MAX ' ENTRIES, LATER REFERENCES NOT MERGED'
               MOVE 'Y' TO WS-TABLE-FULL-SWITCH
           END-IF.

           IF WS-CHK-PROBLEM NOT = SPACES
               MOVE SPACES         TO WS-REF-LINE
               MOVE WS-CHK-REF-KEY TO RL-REF-KEY
               MOVE WS-CHK-SOURCE  TO RL-SOURCE
               MOVE 1              TO RL-USES
               MOVE WS-CHK-PROBLEM TO RL-PROBLEM
               WRITE BAQVRPRT-RECORD FROM WS-REF-LINE
           END-IF.

       5000-EXIT.
           EXIT.

       5100-SEARCH-REF-RTN.
           IF WS-REFTBL-KEY(WS-REF-IDX) = WS-CHK-REF-KEY
                   AND WS-REFTBL-UNIT(WS-REF-IDX) = WS-CHK-BUSINESS-UNIT
               ADD 1 TO WS-REFTBL-USES(WS-REF-IDX)
               MOVE 'Y' TO WS-REF-FOUND-SWITCH
           END-IF.

       5100-EXIT.
           EXIT.

      *****************************************************************
      *    5200-LOOKUP-VAULT-RTN -- SETS WS-CHK-PROBLEM, SPACES WHEN
      *                    BAQRDRV COULD RESOLVE THE REFERENCE FOR
      *                    WS-CHK-BUSINESS-UNIT
      *****************************************************************
       5200-LOOKUP-VAULT-RTN.
           MOVE SPACES         TO WS-CHK-PROBLEM.
           MOVE WS-CHK-REF-KEY TO BAQCRED-REF-KEY.

           READ BAQVAULT
               INVALID KEY
                   MOVE 'NOT ON VAULT' TO WS-CHK-PROBLEM
                   GO TO 5200-EXIT
           END-READ.

           IF BAQCRED-REVOKED
               MOVE 'CREDENTIAL REVOKED' TO WS-CHK-PROBLEM
               GO TO 5200-EXIT
           END-IF.

           IF BAQCRED-TYPE NOT = WS-CHK-TYPE
               MOVE 'WRONG CREDENTIAL TYPE' TO WS-CHK-PROBLEM
               GO TO 5200-EXIT
           END-IF.

           IF BAQCRED-OWNER-BU NOT = WS-CHK-BUSINESS-UNIT
               MOVE 'OWNED BY ANOTHER UNIT' TO WS-CHK-PROBLEM
           END-IF.

       5200-EXIT.
           EXIT.

      *****************************************************************
      *    6000-WRITE-BAD-REFS-RTN -- PART 2 OF THE REPORT
      *****************************************************************
       6000-WRITE-BAD-REFS-RTN.
           WRITE BAQVRPRT-RECORD FROM WS-HDG4-LINE.
           WRITE BAQVRPRT-RECORD FROM WS-HDG5-LINE.

           PERFORM 6100-WRITE-ONE-REF-RTN
               THRU 6100-EXIT
               VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-REF-COUNT.

       6000-EXIT.
           EXIT.

       6100-WRITE-ONE-REF-RTN.
           IF WS-REFTBL-PROBLEM(WS-REF-IDX) = SPACES
               GO TO 6100-EXIT
           END-IF.

           MOVE SPACES                         TO WS-REF-LINE.
           MOVE WS-REFTBL-KEY(WS-REF-IDX)      TO RL-REF-KEY.
           MOVE WS-REFTBL-SOURCE(WS-REF-IDX)   TO RL-SOURCE.
           MOVE WS-REFTBL-USES(WS-REF-IDX)     TO RL-USES.
           MOVE WS-REFTBL-PROBLEM(WS-REF-IDX)  TO RL-PROBLEM.

           WRITE BAQVRPRT-RECORD FROM WS-REF-LINE.

       6100-EXIT.
           EXIT.

      *****************************************************************
      *    7000-WRITE-TOTALS-RTN
      *****************************************************************
       7000-WRITE-TOTALS-RTN.
           MOVE WS-PAST-DUE-COUNT    TO TL-PAST-DUE.
           MOVE WS-NEAR-DUE-COUNT    TO TL-NEAR-DUE.
           MOVE WS-NO-DUE-DATE-COUNT TO TL-NO-DUE-DATE.
           MOVE WS-BAD-REF-COUNT     TO TL-BAD-REFS.

           WRITE BAQVRPRT-RECORD FROM WS-TOTAL-LINE.

       7000-EXIT.
           EXIT.

      *****************************************************************
      *    8000-TERMINATE-RTN -- CLOSE FILES, DISPLAY SUMMARY
      *****************************************************************
       8000-TERMINATE-RTN.
           IF WS-VAULT-OPEN
               CLOSE BAQVAULT
           END-IF.
           IF WS-VRPRT-OPEN
               CLOSE BAQVRPRT
           END-IF.

           DISPLAY 'BAQCROT - VAULT ENTRIES READ:    '
               WS-VAULT-ENTRIES-READ.
           DISPLAY 'BAQCROT - PAST ROTATION DUE:     '
               WS-PAST-DUE-COUNT.
           DISPLAY 'BAQCROT - DUE WITHIN WINDOW:     '
               WS-NEAR-DUE-COUNT.
           DISPLAY 'BAQCROT - NO VALID DUE DATE:     '
               WS-NO-DUE-DATE-COUNT.
           DISPLAY 'BAQCROT - REFERENCES CHECKED:    '
               WS-REFS-CHECKED.
           DISPLAY 'BAQCROT - UNUSABLE REFERENCES:   '
               WS-BAD-REF-COUNT.

       8000-EXIT.
           EXIT.
