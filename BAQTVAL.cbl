      *                    IS REJECTED UP FRONT.  THE REGISTRY IS
      *                    OPTIONAL HERE; BAQRDRV STILL CHECKS IT
      *                    BEFORE EVERY LIVE CALL.
      *   2026-10-15 RO    CREDENTIAL EDITS NOW CHECK THE BAQVAULT
      *                    REFERENCE KEYS THAT REPLACED THE CLEAR-TEXT
      *                    SECRETS, AND REJECT ANY RECORD STILL
      *                    CARRYING DATA IN THE RESERVED REMAINDER OF
      *                    AN OLD SECRET FIELD.
      *   2026-10-15 RO    POSTS THE READ/VALID/REJECTED COUNTS TO A
      *                    FRESH BAQLEDGR RUN BALANCING LEDGER AT END
      *                    OF STEP FOR BAQBALN TO PROVE THE NIGHT.
      *   2026-10-15 RO    ADDED THE STUB CATALOG EDIT -- THE STUB MUST
      *                    BE ON THE BAQSTUBM CATALOG AND IN SERVICE
      *                    TODAY, AND A BUSINESS UNIT ON THE RECORD
      *                    MUST BE ENTITLED TO CALL IT.
      *   2026-10-15 RO    ADDED THE DEPENDENCY-CHAIN EDIT.  A FIRST
      *                    PASS OF BAQTRNIN TABLES EVERY SEQUENCE
      *                    NUMBER WITH ITS PARENT AND PRIORITY CLASS;
      *                    A CHILD IS REJECTED IF ITS PARENT IS
      *                    NEITHER IN THE DECK NOR ON THE BAQDUPRG
      *                    REGISTRY, IF ITS CHAIN LOOPS BACK TO IT, OR
      *                    IF BAQRDRV WOULD DRIVE IT BEFORE ITS PARENT
      *                    (A MORE URGENT CLASS, OR A LOWER SEQUENCE
      *                    NUMBER IN THE SAME CLASS).
      *   2026-10-15 RO    ADDED THE EFFECTIVE-DATE EDIT -- A
      *                    BAQTRIN-EFFECTIVE-DATE MUST BE A VALID
      *                    YYYYMMDD DATE AND NOT AFTER TODAY.  WORK
      *                    DATED AHEAD BELONGS ON THE BAQFWHSE
      *                    WAREHOUSE, WHICH BAQFREL RELEASES FROM.
      *****************************************************************
      * FUNCTION.
      *   READS THE RAW TRANSACTION FILE AND EDITS EVERY RECORD BEFORE
      *   ANYTHING TOUCHES THE LIVE Z/OS CONNECT EE SERVER: THE MODE
      *   SWITCH MUST BE O/T/C, THE STUB NAME NON-BLANK, THE STUB ON
      *   THE BAQSTUBM STUB CATALOG, IN SERVICE TODAY AND ENTITLED TO
      *   THE RECORD'S BUSINESS UNIT, THE SEQUENCE NUMBER NUMERIC AND
      *   ASCENDING, THE CREDENTIAL FIELDS REQUIRED BY THE CHOSEN MODE
      *   ACTUALLY POPULATED, AND ANY BUSINESS UNIT PRESENT ON THE
      *   BAQTENCT TENANT CONTROL FILE, AND ANY PARENT NAMED BY A
      *   DEPENDENT (CHILD) TRANSACTION MUST EXIST, MUST NOT LEAD BACK
      *   TO THE CHILD, AND MUST BE DRIVEN AHEAD OF IT, AND ANY
      *   EFFECTIVE DATE MUST BE A REAL DATE ALREADY REACHED.  CLEAN
      *   RECORDS ARE COPIED UNCHANGED TO THE VALIDATED TRANSACTION
      *   FILE FOR BAQRDRV; REJECTED RECORDS ARE COPIED UNCHANGED TO
      *   THE REJECT FILE, AND EVERY FAILED EDIT PRINTS ONE REPORT LINE
      *   SAYING WHICH FIELD FAILED AND WHY.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BAQTVAL.
               RECORD KEY IS BAQDUPR-KEY
               FILE STATUS IS WS-DUPRG-STATUS.

           SELECT BAQSTUBM ASSIGN TO BAQSTUBM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQSTUB-STUB-NAME
               FILE STATUS IS WS-STUBM-STATUS.

           SELECT BAQTRNVO ASSIGN TO BAQTRNVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRNVO-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VRPRT-STATUS.

           SELECT BAQLEDGR ASSIGN TO BAQLEDGR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BAQTRNIN
       FD  BAQDUPRG.
           COPY BAQDUPR.

       FD  BAQSTUBM.
           COPY BAQSTUB.

      *****************************************************************
      *    THE VALIDATED AND REJECT FILES BOTH CARRY BAQTRIN-RECORD
      *    IMAGES, UNCHANGED.  THEY ARE DECLARED AS PLAIN BUFFERS
           RECORDING MODE IS F.
       01  BAQVRPRT-RECORD                 PIC X(132).

       FD  BAQLEDGR
           RECORDING MODE IS F.
           COPY BAQLEDG.

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    SWITCHES
       77  WS-DUPRG-OPEN-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-DUPRG-OPEN              VALUE 'Y'.

       77  WS-FILES-OPEN-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-FILES-OPEN              VALUE 'Y'.

       77  WS-STUB-FOUND-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-STUB-FOUND              VALUE 'Y'.

       77  WS-ENTITLED-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-ENTITLED                VALUE 'Y'.

       77  WS-CHAIN-EOF-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-CHAIN-EOF               VALUE 'Y'.

       77  WS-CHAIN-FULL-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-CHAIN-TABLE-FULL        VALUE 'Y'.

       77  WS-CHAIN-DONE-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-CHAIN-DONE              VALUE 'Y'.

       77  WS-CHAIN-LOOP-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-CHAIN-LOOPS             VALUE 'Y'.

       77  WS-PARENT-REG-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-PARENT-REGISTERED       VALUE 'Y'.

      *****************************************************************
      *    FILE STATUS FIELDS
      *****************************************************************
       77  WS-TRNRJ-STATUS             PIC X(02) VALUE SPACES.
       77  WS-VRPRT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-DUPRG-STATUS             PIC X(02) VALUE SPACES.
       77  WS-LEDGR-STATUS             PIC X(02) VALUE SPACES.
       77  WS-STUBM-STATUS             PIC X(02) VALUE SPACES.

      *****************************************************************
      *    COUNTERS
       77  WS-MAX-SCOPE-LEN            PIC S9(09) COMP-5 VALUE 256.
       77  WS-TODAY-DATE               PIC X(08) VALUE SPACES.

      *****************************************************************
      *    EFFECTIVE-DATE EDIT FIELDS -- THE DATE TAKEN APART, AND THE
      *    DAYS IN EACH MONTH WITH FEBRUARY SET BY THE LEAP-YEAR RULE
      *****************************************************************
       01  WS-EFF-DATE.
           05 WS-EFF-YYYY              PIC 9(04).
           05 WS-EFF-MM                PIC 9(02).
           05 WS-EFF-DD                PIC 9(02).
       01  WS-EFF-DATE-X REDEFINES WS-EFF-DATE
                                       PIC X(08).

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
       77  WS-LEDGER-TIME              PIC X(06) VALUE SPACES.
       77  WS-ENTITLED-IDX             PIC 9(05) COMP-3 VALUE 0.

      *****************************************************************
      *    BUSINESS-UNIT TABLE -- ONLY THE BUSINESS UNIT KEYS FROM
      *    BAQTENCT ARE NEEDED HERE; THE EDIT ONLY PROVES THE UNIT
       77  WS-TENANT-COUNT             PIC 9(05) COMP-3 VALUE 0.
       77  WS-TENANT-IDX               PIC 9(05) COMP-3 VALUE 0.

      *****************************************************************
      *    DEPENDENCY CHAIN TABLE -- ONE ENTRY PER TRANSACTION IN THE
      *    DECK, LOADED BY A FIRST PASS OF BAQTRNIN BEFORE ANY RECORD
      *    IS EDITED, SO A CHILD CAN BE CHECKED AGAINST A PARENT THAT
      *    COMES LATER IN THE FILE.  ONLY RECORDS WHOSE SEQUENCE
      *    NUMBER IS NUMERIC AND ASCENDING ARE TABLED (THE OTHERS FAIL
      *    THE SEQUENCE EDIT), SO THE TABLE IS IN SEQUENCE ORDER AND
      *    IS SEARCHED BY HALVING.  THE PARENT IS ZERO FOR A RECORD
      *    WITH NONE; A CLASS THAT IS NOT 1-9 IS TABLED AS 9, AS
      *    BAQRDRV WOULD DRIVE IT.  A DECK TOO BIG FOR THE TABLE IS
      *    EDITED AS FAR AS IT GOES; A PARENT NOT FOUND IN A FULL
      *    TABLE IS GIVEN THE BENEFIT OF THE DOUBT AND BAQRDRV'S OWN
      *    CHECK BEFORE THE CALL IS THE BACKSTOP.
      *****************************************************************
       01  WS-CHAIN-TABLE.
           05 WS-CHNTBL-ENTRY OCCURS 20000 TIMES.
              10 WS-CHNTBL-SEQ         PIC 9(09).
              10 WS-CHNTBL-PARENT      PIC 9(09).
              10 WS-CHNTBL-CLASS       PIC 9(01).

       77  WS-CHAIN-COUNT              PIC 9(05) COMP-3 VALUE 0.
       77  WS-CHAIN-MAX                PIC 9(05) COMP-3 VALUE 20000.
       77  WS-CHAIN-CUR                PIC 9(05) COMP-3 VALUE 0.
       77  WS-CHAIN-LOW                PIC 9(05) COMP-3 VALUE 0.
       77  WS-CHAIN-HIGH               PIC 9(05) COMP-3 VALUE 0.
       77  WS-CHAIN-MID                PIC 9(05) COMP-3 VALUE 0.
       77  WS-CHAIN-STEPS              PIC 9(05) COMP-3 VALUE 0.
       77  WS-CHAIN-KEY                PIC 9(09) VALUE 0.
       77  WS-CHAIN-LAST-SEQ           PIC 9(09) VALUE 0.
       77  WS-CHAIN-NEXT-PARENT        PIC 9(09) VALUE 0.
       77  WS-CHILD-CLASS              PIC 9(01) VALUE 0.
       77  WS-PARENT-SEQ-X             PIC X(09) VALUE SPACES.

      *****************************************************************
      *    PRINT LINES
      *****************************************************************
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT BAQSTUBM.
           IF WS-STUBM-STATUS NOT = '00'
               DISPLAY 'BAQTVAL - OPEN FAILED FOR BAQSTUBM, STATUS = '
                   WS-STUBM-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-FILES-OPEN-SWITCH.

           PERFORM 1300-LOAD-TENANT-TABLE-RTN
               THRU 1300-EXIT.

           PERFORM 1400-OPEN-DUP-REGISTRY-RTN
               THRU 1400-EXIT.

           PERFORM 1500-LOAD-CHAIN-TABLE-RTN
               THRU 1500-EXIT.
           IF WS-EOF
               GO TO 1000-EXIT
           END-IF.

           WRITE BAQVRPRT-RECORD FROM WS-HDG1-LINE.
           WRITE BAQVRPRT-RECORD FROM WS-HDG2-LINE.

       1400-EXIT.
           EXIT.

      *****************************************************************
      *    1500-LOAD-CHAIN-TABLE-RTN -- FIRST PASS: READ THE WHOLE
      *                    DECK INTO THE DEPENDENCY CHAIN TABLE, THEN
      *                    REOPEN BAQTRNIN FOR THE EDIT PASS
      *****************************************************************
       1500-LOAD-CHAIN-TABLE-RTN.
           PERFORM 1510-LOAD-ONE-CHAIN-RTN
               THRU 1510-EXIT
               UNTIL WS-CHAIN-EOF.

           CLOSE BAQTRNIN.
           OPEN INPUT BAQTRNIN.
           IF WS-TRNIN-STATUS NOT = '00'
               DISPLAY 'BAQTVAL - REOPEN FAILED FOR BAQTRNIN, STATUS = '
                   WS-TRNIN-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

       1500-EXIT.
           EXIT.

      *****************************************************************
      *    1510-LOAD-ONE-CHAIN-RTN -- READ ONE RECORD AND TABLE ITS
      *                    SEQUENCE NUMBER, PARENT AND CLASS
      *****************************************************************
       1510-LOAD-ONE-CHAIN-RTN.
           READ BAQTRNIN
               AT END
                   MOVE 'Y' TO WS-CHAIN-EOF-SWITCH
                   GO TO 1510-EXIT
           END-READ.

           IF BAQTRIN-SEQ-NBR NOT NUMERIC
                   OR BAQTRIN-SEQ-NBR NOT > WS-CHAIN-LAST-SEQ
               GO TO 1510-EXIT
           END-IF.

           IF WS-CHAIN-COUNT >= WS-CHAIN-MAX
               IF NOT WS-CHAIN-TABLE-FULL
                   DISPLAY 'BAQTVAL - CHAIN TABLE FULL AT '
                       WS-CHAIN-MAX ' ENTRIES, MISSING-PARENT EDIT '
                       'LIMITED TO THE TABLED RECORDS'
                   MOVE 'Y' TO WS-CHAIN-FULL-SWITCH
               END-IF
               GO TO 1510-EXIT
           END-IF.

           MOVE BAQTRIN-SEQ-NBR TO WS-CHAIN-LAST-SEQ.
           ADD 1 TO WS-CHAIN-COUNT.
           MOVE BAQTRIN-SEQ-NBR TO WS-CHNTBL-SEQ(WS-CHAIN-COUNT).

           IF BAQTRIN-PARENT-SEQ-NBR NUMERIC
               MOVE BAQTRIN-PARENT-SEQ-NBR
                   TO WS-CHNTBL-PARENT(WS-CHAIN-COUNT)
           ELSE
               MOVE 0 TO WS-CHNTBL-PARENT(WS-CHAIN-COUNT)
           END-IF.

           IF BAQTRIN-PRIORITY-VALID
               MOVE BAQTRIN-PRIORITY-CLASS
                   TO WS-CHNTBL-CLASS(WS-CHAIN-COUNT)
           ELSE
               MOVE 9 TO WS-CHNTBL-CLASS(WS-CHAIN-COUNT)
           END-IF.

       1510-EXIT.
           EXIT.

      *****************************************************************
      *    2000-PROCESS-RTN -- EDIT ONE TRANSACTION RECORD AND ROUTE
      *                        IT TO THE VALIDATED OR REJECT FILE
           PERFORM 4600-EDIT-DUPLICATE-RTN
               THRU 4600-EXIT.

           PERFORM 4700-EDIT-PARENT-RTN
               THRU 4700-EXIT.

           PERFORM 4800-EDIT-EFFECTIVE-DATE-RTN
               THRU 4800-EXIT.

           IF WS-RECORD-INVALID
               WRITE BAQTRNRJ-RECORD FROM BAQTRIN-RECORD
               ADD 1 TO WS-RECORDS-REJECTED

      *****************************************************************
      *    4200-EDIT-STUB-NAME-RTN -- THE STUB NAME MUST BE NON-BLANK
      *                    AND PASS THE STUB CATALOG EDIT
      *****************************************************************
       4200-EDIT-STUB-NAME-RTN.
           IF BAQTRIN-STUB-NAME = SPACES
               MOVE 'STUB NAME IS BLANK' TO EL-REASON
               PERFORM 5000-LOG-EDIT-ERROR-RTN
                   THRU 5000-EXIT
               GO TO 4200-EXIT
           END-IF.

           PERFORM 4210-EDIT-STUB-CATALOG-RTN
               THRU 4210-EXIT.

       4200-EXIT.
           EXIT.

      *****************************************************************
      *    4210-EDIT-STUB-CATALOG-RTN -- THE STUB MUST BE ON THE
      *                    BAQSTUBM CATALOG AND IN SERVICE TODAY:
      *                    ACTIVE, PAST ITS EFFECTIVE DATE AND SHORT OF
      *                    ANY RETIRE DATE.  A BUSINESS UNIT ON THE
      *                    RECORD MUST BE ONE OF THE STUB'S ENTITLED
      *                    UNITS, OR THE STUB MUST ENTITLE '*ALL'.
      *****************************************************************
       4210-EDIT-STUB-CATALOG-RTN.
           MOVE 'N' TO WS-STUB-FOUND-SWITCH.
           MOVE BAQTRIN-STUB-NAME TO BAQSTUB-STUB-NAME.
           READ BAQSTUBM
               KEY IS BAQSTUB-STUB-NAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-STUB-FOUND-SWITCH
           END-READ.

           IF NOT WS-STUB-FOUND
               MOVE 'BAQTRIN-STUB-NAME' TO EL-FIELD-NAME
               MOVE 'STUB IS NOT ON THE BAQSTUBM STUB CATALOG'
                   TO EL-REASON
               PERFORM 5000-LOG-EDIT-ERROR-RTN
                   THRU 5000-EXIT
               GO TO 4210-EXIT
           END-IF.

           IF BAQSTUB-RETIRED
                   OR (BAQSTUB-RETIRE-DATE NOT = SPACES
                       AND BAQSTUB-RETIRE-DATE NOT > WS-TODAY-DATE)
               MOVE 'BAQTRIN-STUB-NAME' TO EL-FIELD-NAME
               MOVE 'STUB IS RETIRED ON THE BAQSTUBM STUB CATALOG'
                   TO EL-REASON
               PERFORM 5000-LOG-EDIT-ERROR-RTN
                   THRU 5000-EXIT
           ELSE
               IF NOT BAQSTUB-ACTIVE
                       OR BAQSTUB-EFFECTIVE-DATE > WS-TODAY-DATE
                   MOVE 'BAQTRIN-STUB-NAME' TO EL-FIELD-NAME
                   MOVE 'STUB IS NOT YET IN SERVICE ON THE CATALOG'
                       TO EL-REASON
                   PERFORM 5000-LOG-EDIT-ERROR-RTN
                       THRU 5000-EXIT
               END-IF
           END-IF.

           IF BAQTRIN-BUSINESS-UNIT = SPACES
               GO TO 4210-EXIT
           END-IF.

           MOVE 'N' TO WS-ENTITLED-SWITCH.
           IF BAQSTUB-ENTITLED-COUNT NUMERIC
               PERFORM 4220-COMPARE-ONE-ENTITLED-RTN
                   THRU 4220-EXIT
                   VARYING WS-ENTITLED-IDX FROM 1 BY 1
                   UNTIL WS-ENTITLED-IDX > BAQSTUB-ENTITLED-COUNT
                      OR WS-ENTITLED-IDX > 20
                      OR WS-ENTITLED
           END-IF.

           IF NOT WS-ENTITLED
               MOVE 'BAQTRIN-BUSINESS-UNIT' TO EL-FIELD-NAME
               MOVE 'BUSINESS UNIT IS NOT ENTITLED TO CALL THIS STUB'
                   TO EL-REASON
               PERFORM 5000-LOG-EDIT-ERROR-RTN
                   THRU 5000-EXIT
           END-IF.

       4210-EXIT.
           EXIT.

      *****************************************************************
      *    4220-COMPARE-ONE-ENTITLED-RTN -- COMPARE ONE ENTITLED UNIT
      *                    AGAINST THE TRANSACTION'S BUSINESS UNIT
      *****************************************************************
       4220-COMPARE-ONE-ENTITLED-RTN.
           IF BAQSTUB-ENTITLED-BU(WS-ENTITLED-IDX)
                       = BAQTRIN-BUSINESS-UNIT
                   OR BAQSTUB-ENTITLED-BU(WS-ENTITLED-IDX) = '*ALL'
               MOVE 'Y' TO WS-ENTITLED-SWITCH
           END-IF.

       4220-EXIT.
           EXIT.

      *****************************************************************
      *    4300-EDIT-MODE-SWITCH-RTN -- THE MODE SWITCH MUST BE O, T
      *                    OR C, AND THE CREDENTIAL FIELDS THAT MODE
      *                    THERE IS NO WAY TO KNOW WHICH FIELDS APPLY.
      *****************************************************************
       4300-EDIT-MODE-SWITCH-RTN.
           PERFORM 4340-EDIT-CLEAR-TEXT-RTN
               THRU 4340-EXIT.

           EVALUATE TRUE
               WHEN BAQTRIN-MODE-OAUTH
                   PERFORM 4310-EDIT-OAUTH-FIELDS-RTN

      *****************************************************************
      *    4310-EDIT-OAUTH-FIELDS-RTN -- MODE O NEEDS A USERNAME AND
      *                    PASSWORD REFERENCE ON THE TRANSACTION, A
      *                    CLIENT ID AND SECRET REFERENCE FROM EITHER
      *                    THE TRANSACTION OR THE TENANT TABLE, AND A
      *                    SANE SCOPE LENGTH
      *****************************************************************
       4310-EDIT-OAUTH-FIELDS-RTN.
           PERFORM 4050-LOOKUP-TENANT-RTN
                   THRU 5000-EXIT
           END-IF.

           IF BAQTRIN-OAUTH-PASSWORD-REF = SPACES
               MOVE 'BAQTRIN-OAUTH-PASSWORD-REF' TO EL-FIELD-NAME
               MOVE 'OAUTH PASSWORD REFERENCE IS BLANK FOR MODE O'
                   TO EL-REASON
               PERFORM 5000-LOG-EDIT-ERROR-RTN
                   THRU 5000-EXIT
           END-IF.
                   THRU 5000-EXIT
           END-IF.

           IF BAQTRIN-OAUTH-SECRET-REF = SPACES
                   AND NOT WS-TENANT-FOUND
               MOVE 'BAQTRIN-OAUTH-SECRET-REF' TO EL-FIELD-NAME
               MOVE 'OAUTH SECRET REF IS BLANK AND NO TENANT OVERRIDE'
                   TO EL-REASON
               PERFORM 5000-LOG-EDIT-ERROR-RTN
                   THRU 5000-EXIT

      *****************************************************************
      *    4330-EDIT-CERT-FIELDS-RTN -- MODE C NEEDS A KEYRING AND A
      *                    CERTIFICATE LABEL, UNLESS A CERTIFICATE
      *                    REFERENCE SUPPLIES BOTH FROM THE VAULT
      *****************************************************************
       4330-EDIT-CERT-FIELDS-RTN.
           IF BAQTRIN-CERT-REF NOT = SPACES
               GO TO 4330-EXIT
           END-IF.

           IF BAQTRIN-CERT-KEYRING = SPACES
               MOVE 'BAQTRIN-CERT-KEYRING' TO EL-FIELD-NAME
               MOVE 'CERT KEYRING IS BLANK FOR MODE C' TO EL-REASON
       4330-EXIT.
           EXIT.

      *****************************************************************
      *    4340-EDIT-CLEAR-TEXT-RTN -- ONLY THE REFERENCE KEY AT THE
      *                    FRONT OF EACH OLD SECRET FIELD IS IN USE.
      *                    ANYTHING IN THE RESERVED REMAINDER MEANS THE
      *                    DECK WAS BUILT THE OLD WAY WITH A SECRET IN
      *                    CLEAR, AND THE RECORD GOES NO FURTHER.
      *****************************************************************
       4340-EDIT-CLEAR-TEXT-RTN.
           IF BAQTRIN-OAUTH-PASSWORD-RSV NOT = SPACES
               MOVE 'BAQTRIN-OAUTH-PASSWORD-RSV' TO EL-FIELD-NAME
               MOVE 'POSSIBLE CLEAR-TEXT SECRET IN RESERVED AREA'
                   TO EL-REASON
               PERFORM 5000-LOG-EDIT-ERROR-RTN
                   THRU 5000-EXIT
           END-IF.

           IF BAQTRIN-OAUTH-SECRET-RSV NOT = SPACES
               MOVE 'BAQTRIN-OAUTH-SECRET-RSV' TO EL-FIELD-NAME
               MOVE 'POSSIBLE CLEAR-TEXT SECRET IN RESERVED AREA'
                   TO EL-REASON
               PERFORM 5000-LOG-EDIT-ERROR-RTN
                   THRU 5000-EXIT
           END-IF.

           IF BAQTRIN-TOKEN-PASSWORD-RSV NOT = SPACES
               MOVE 'BAQTRIN-TOKEN-PASSWORD-RSV' TO EL-FIELD-NAME
               MOVE 'POSSIBLE CLEAR-TEXT SECRET IN RESERVED AREA'
                   TO EL-REASON
               PERFORM 5000-LOG-EDIT-ERROR-RTN
                   THRU 5000-EXIT
           END-IF.

       4340-EXIT.
           EXIT.

      *****************************************************************
      *    4400-EDIT-PRIORITY-RTN -- THE PRIORITY CLASS MUST BE 1
      *                    THROUGH 9.  BAQRDRV WOULD DRIVE ANYTHING
       4600-EXIT.
           EXIT.

      *****************************************************************
      *    4700-EDIT-PARENT-RTN -- A CHILD TRANSACTION'S CHAIN MUST
      *                    HOLD TOGETHER.  THE PARENT MUST BE IN THE
      *                    DECK OR ALREADY ON THE PROCESSED-CALL
      *                    REGISTRY (IT SUCCEEDED ON AN EARLIER DAY);
      *                    FOLLOWING THE PARENTS UP FROM THE CHILD MUST
      *                    NOT LEAD BACK TO IT; AND THE PARENT MUST BE
      *                    DRIVEN FIRST -- BAQRDRV GOES IN PRIORITY
      *                    CLASS ORDER, ASCENDING SEQUENCE WITHIN A
      *                    CLASS, SO THE CHILD MAY NOT BE IN A MORE
      *                    URGENT CLASS THAN ITS PARENT, NOR AHEAD OF
      *                    IT IN THE SAME CLASS.  A BLANK OR ZERO
      *                    PARENT MEANS THE TRANSACTION STANDS ALONE.
      *****************************************************************
       4700-EDIT-PARENT-RTN.
           MOVE BAQTRIN-PARENT-SEQ-NBR TO WS-PARENT-SEQ-X.
           IF WS-PARENT-SEQ-X = SPACES
               GO TO 4700-EXIT
           END-IF.

           IF BAQTRIN-PARENT-SEQ-NBR NOT NUMERIC
               MOVE 'BAQTRIN-PARENT-SEQ-NBR' TO EL-FIELD-NAME
               MOVE 'PARENT SEQUENCE NUMBER IS NOT NUMERIC'
                   TO EL-REASON
               PERFORM 5000-LOG-EDIT-ERROR-RTN
                   THRU 5000-EXIT
               GO TO 4700-EXIT
           END-IF.

           IF BAQTRIN-PARENT-SEQ-NBR = 0
                   OR BAQTRIN-SEQ-NBR NOT NUMERIC
               GO TO 4700-EXIT
           END-IF.

           IF BAQTRIN-PARENT-SEQ-NBR = BAQTRIN-SEQ-NBR
               MOVE 'BAQTRIN-PARENT-SEQ-NBR' TO EL-FIELD-NAME
               MOVE 'TRANSACTION NAMES ITSELF AS ITS PARENT'
                   TO EL-REASON
               PERFORM 5000-LOG-EDIT-ERROR-RTN
                   THRU 5000-EXIT
               GO TO 4700-EXIT
           END-IF.

           MOVE BAQTRIN-PARENT-SEQ-NBR TO WS-CHAIN-KEY.
           PERFORM 4750-FIND-CHAIN-ENTRY-RTN
               THRU 4750-EXIT.

           IF WS-CHAIN-CUR = 0
               PERFORM 4710-EDIT-MISSING-PARENT-RTN
                   THRU 4710-EXIT
               GO TO 4700-EXIT
           END-IF.

           IF BAQTRIN-PRIORITY-VALID
               MOVE BAQTRIN-PRIORITY-CLASS TO WS-CHILD-CLASS
           ELSE
               MOVE 9 TO WS-CHILD-CLASS
           END-IF.

           IF WS-CHILD-CLASS < WS-CHNTBL-CLASS(WS-CHAIN-CUR)
               MOVE 'BAQTRIN-PARENT-SEQ-NBR' TO EL-FIELD-NAME
               MOVE 'CHILD IS IN A MORE URGENT CLASS THAN ITS PARENT'
                   TO EL-REASON
               PERFORM 5000-LOG-EDIT-ERROR-RTN
                   THRU 5000-EXIT
           END-IF.

           IF WS-CHILD-CLASS = WS-CHNTBL-CLASS(WS-CHAIN-CUR)
                   AND BAQTRIN-SEQ-NBR < BAQTRIN-PARENT-SEQ-NBR
               MOVE 'BAQTRIN-PARENT-SEQ-NBR' TO EL-FIELD-NAME
               MOVE 'CHILD IS AHEAD OF ITS PARENT IN THE SAME CLASS'
                   TO EL-REASON
               PERFORM 5000-LOG-EDIT-ERROR-RTN
                   THRU 5000-EXIT
           END-IF.

           PERFORM 4720-EDIT-CHAIN-LOOP-RTN
               THRU 4720-EXIT.

       4700-EXIT.
           EXIT.

      *****************************************************************
      *    4710-EDIT-MISSING-PARENT-RTN -- THE PARENT IS NOT IN THE
      *                    DECK.  IT IS STILL GOOD IF THE REGISTRY
      *                    SHOWS IT SUCCEEDED ON ANY DAY, OR IF THE
      *                    CHAIN TABLE FILLED BEFORE IT COULD BE SEEN.
      *****************************************************************
       4710-EDIT-MISSING-PARENT-RTN.
           IF WS-CHAIN-TABLE-FULL
               GO TO 4710-EXIT
           END-IF.

           MOVE 'N' TO WS-PARENT-REG-SWITCH.
           IF WS-DUPRG-OPEN
               PERFORM 4715-CHECK-PARENT-REGISTRY-RTN
                   THRU 4715-EXIT
           END-IF.

           IF NOT WS-PARENT-REGISTERED
               MOVE 'BAQTRIN-PARENT-SEQ-NBR' TO EL-FIELD-NAME
               MOVE 'PARENT IS NOT IN THE DECK OR ON THE REGISTRY'
                   TO EL-REASON
               PERFORM 5000-LOG-EDIT-ERROR-RTN
                   THRU 5000-EXIT
           END-IF.

       4710-EXIT.
           EXIT.

      *****************************************************************
      *    4715-CHECK-PARENT-REGISTRY-RTN -- POSITION THE REGISTRY AT
      *                    THE PARENT'S LOWEST KEY AND READ THE NEXT
      *                    ENTRY; ANY ENTRY FOR THE SEQUENCE NUMBER,
      *                    WHATEVER ITS DATE, IS A SUCCESSFUL CALL
      *****************************************************************
       4715-CHECK-PARENT-REGISTRY-RTN.
           MOVE BAQTRIN-PARENT-SEQ-NBR TO BAQDUPR-SEQ-NBR.
           MOVE LOW-VALUES             TO BAQDUPR-RUN-DATE.
           START BAQDUPRG
               KEY IS NOT LESS THAN BAQDUPR-KEY
               INVALID KEY
                   GO TO 4715-EXIT
           END-START.

           READ BAQDUPRG NEXT RECORD
               AT END
                   GO TO 4715-EXIT
           END-READ.

           IF WS-DUPRG-STATUS = '00'
                   AND BAQDUPR-SEQ-NBR = BAQTRIN-PARENT-SEQ-NBR
               MOVE 'Y' TO WS-PARENT-REG-SWITCH
           END-IF.

       4715-EXIT.
           EXIT.

      *****************************************************************
      *    4720-EDIT-CHAIN-LOOP-RTN -- WALK UP THE CHAIN FROM THE
      *                    PARENT.  REACHING THE CHILD AGAIN IS A
      *                    LOOP.  THE WALK STOPS AT A TRANSACTION WITH
      *                    NO PARENT, AT A PARENT OUTSIDE THE DECK, OR
      *                    AFTER AS MANY STEPS AS THE TABLE HAS
      *                    ENTRIES (A LOOP HIGHER UP THAT DOES NOT
      *                    PASS THROUGH THIS CHILD IS REPORTED AGAINST
      *                    ITS OWN MEMBERS).
      *****************************************************************
       4720-EDIT-CHAIN-LOOP-RTN.
           MOVE 'N' TO WS-CHAIN-DONE-SWITCH.
           MOVE 'N' TO WS-CHAIN-LOOP-SWITCH.
           MOVE 0   TO WS-CHAIN-STEPS.

           PERFORM 4730-CHAIN-ONE-STEP-RTN
               THRU 4730-EXIT
               UNTIL WS-CHAIN-DONE.

           IF WS-CHAIN-LOOPS
               MOVE 'BAQTRIN-PARENT-SEQ-NBR' TO EL-FIELD-NAME
               MOVE 'PARENT CHAIN LOOPS BACK TO THIS TRANSACTION'
                   TO EL-REASON
               PERFORM 5000-LOG-EDIT-ERROR-RTN
                   THRU 5000-EXIT
           END-IF.

       4720-EXIT.
           EXIT.

      *****************************************************************
      *    4730-CHAIN-ONE-STEP-RTN -- FROM THE CURRENT CHAIN ENTRY
      *                    (WS-CHAIN-CUR) MOVE TO ITS PARENT
      *****************************************************************
       4730-CHAIN-ONE-STEP-RTN.
           ADD 1 TO WS-CHAIN-STEPS.
           MOVE WS-CHNTBL-PARENT(WS-CHAIN-CUR) TO WS-CHAIN-NEXT-PARENT.

           IF WS-CHAIN-NEXT-PARENT = 0
                   OR WS-CHAIN-STEPS > WS-CHAIN-COUNT
               MOVE 'Y' TO WS-CHAIN-DONE-SWITCH
               GO TO 4730-EXIT
           END-IF.

           IF WS-CHAIN-NEXT-PARENT = BAQTRIN-SEQ-NBR
               MOVE 'Y' TO WS-CHAIN-LOOP-SWITCH
               MOVE 'Y' TO WS-CHAIN-DONE-SWITCH
               GO TO 4730-EXIT
           END-IF.

           MOVE WS-CHAIN-NEXT-PARENT TO WS-CHAIN-KEY.
           PERFORM 4750-FIND-CHAIN-ENTRY-RTN
               THRU 4750-EXIT.
           IF WS-CHAIN-CUR = 0
               MOVE 'Y' TO WS-CHAIN-DONE-SWITCH
           END-IF.

       4730-EXIT.
           EXIT.

      *****************************************************************
      *    4750-FIND-CHAIN-ENTRY-RTN -- LOCATE WS-CHAIN-KEY ON THE
      *                    CHAIN TABLE BY HALVING.  WS-CHAIN-CUR IS
      *                    ITS ENTRY, OR ZERO IF IT IS NOT THERE.
      *****************************************************************
       4750-FIND-CHAIN-ENTRY-RTN.
           MOVE 0              TO WS-CHAIN-CUR.
           MOVE 1              TO WS-CHAIN-LOW.
           MOVE WS-CHAIN-COUNT TO WS-CHAIN-HIGH.

           PERFORM 4755-HALVE-ONE-RTN
               THRU 4755-EXIT
               UNTIL WS-CHAIN-LOW > WS-CHAIN-HIGH
                  OR WS-CHAIN-CUR > 0.

       4750-EXIT.
           EXIT.

      *****************************************************************
      *    4755-HALVE-ONE-RTN -- PROBE THE MIDDLE OF THE REMAINING
      *                    RANGE AND KEEP THE HALF THE KEY IS IN
      *****************************************************************
       4755-HALVE-ONE-RTN.
           COMPUTE WS-CHAIN-MID = (WS-CHAIN-LOW + WS-CHAIN-HIGH) / 2.

           EVALUATE TRUE
               WHEN WS-CHNTBL-SEQ(WS-CHAIN-MID) = WS-CHAIN-KEY
                   MOVE WS-CHAIN-MID TO WS-CHAIN-CUR
               WHEN WS-CHNTBL-SEQ(WS-CHAIN-MID) < WS-CHAIN-KEY
                   COMPUTE WS-CHAIN-LOW = WS-CHAIN-MID + 1
               WHEN OTHER
                   COMPUTE WS-CHAIN-HIGH = WS-CHAIN-MID - 1
           END-EVALUATE.

       4755-EXIT.
           EXIT.

      *****************************************************************
      *    4800-EDIT-EFFECTIVE-DATE-RTN -- A BLANK EFFECTIVE DATE IS
      *                    DUE NOW.  ANYTHING ELSE MUST BE A REAL
      *                    YYYYMMDD DATE NO LATER THAN TODAY -- A LATER
      *                    ONE SHOULD HAVE BEEN KEPT BACK ON THE
      *                    BAQFWHSE WAREHOUSE AND MUST NOT GO OUT EARLY.
      *****************************************************************
       4800-EDIT-EFFECTIVE-DATE-RTN.
           IF BAQTRIN-EFFECTIVE-DATE = SPACES
               GO TO 4800-EXIT
           END-IF.

           MOVE BAQTRIN-EFFECTIVE-DATE TO WS-EFF-DATE-X.
           IF WS-EFF-DATE-X NOT NUMERIC
               GO TO 4800-BAD-DATE
           END-IF.

           IF WS-EFF-MM < 1 OR WS-EFF-MM > 12
                   OR WS-EFF-YYYY < 1601
               GO TO 4800-BAD-DATE
           END-IF.

           PERFORM 4810-SET-MONTH-DAYS-RTN
               THRU 4810-EXIT.
           IF WS-EFF-DD < 1 OR WS-EFF-DD > WS-DAYS-IN-MONTH
               GO TO 4800-BAD-DATE
           END-IF.

           IF BAQTRIN-EFFECTIVE-DATE > WS-TODAY-DATE
               MOVE 'BAQTRIN-EFFECTIVE-DATE' TO EL-FIELD-NAME
               MOVE 'EFFECTIVE DATE NOT REACHED - BELONGS ON BAQFWHSE'
                   TO EL-REASON
               PERFORM 5000-LOG-EDIT-ERROR-RTN
                   THRU 5000-EXIT
           END-IF.
           GO TO 4800-EXIT.

       4800-BAD-DATE.
           MOVE 'BAQTRIN-EFFECTIVE-DATE' TO EL-FIELD-NAME.
           MOVE 'EFFECTIVE DATE IS NOT A VALID YYYYMMDD DATE'
               TO EL-REASON.
           PERFORM 5000-LOG-EDIT-ERROR-RTN
               THRU 5000-EXIT.

       4800-EXIT.
           EXIT.

      *****************************************************************
      *    4810-SET-MONTH-DAYS-RTN -- THE NUMBER OF DAYS IN THE
      *                    EFFECTIVE DATE'S MONTH, WITH FEBRUARY TAKING
      *                    THE LEAP-YEAR RULE (EVERY FOURTH YEAR, BUT
      *                    NOT CENTURIES UNLESS DIVISIBLE BY 400)
      *****************************************************************
       4810-SET-MONTH-DAYS-RTN.
           MOVE WS-MONTH-DAYS(WS-EFF-MM) TO WS-DAYS-IN-MONTH.
           IF WS-EFF-MM NOT = 2
               GO TO 4810-EXIT
           END-IF.

           DIVIDE WS-EFF-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-4.
           DIVIDE WS-EFF-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-100.
           DIVIDE WS-EFF-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REM-400.

           IF WS-LEAP-REM-4 = 0
                   AND (WS-LEAP-REM-100 NOT = 0
                        OR WS-LEAP-REM-400 = 0)
               MOVE 29 TO WS-DAYS-IN-MONTH
           END-IF.

       4810-EXIT.
           EXIT.

      *****************************************************************
      *    5000-LOG-EDIT-ERROR-RTN -- FLAG THE RECORD AS REJECTED AND
      *                    PRINT ONE EDIT LINE.  CALLERS MOVE THE
           IF WS-DUPRG-OPEN
               CLOSE BAQDUPRG
           END-IF.
           IF WS-FILES-OPEN
               CLOSE BAQSTUBM
           END-IF.

           DISPLAY 'BAQTVAL - RECORDS READ:     ' WS-RECORDS-READ.
           DISPLAY 'BAQTVAL - RECORDS VALID:    ' WS-RECORDS-VALID.
           DISPLAY 'BAQTVAL - RECORDS REJECTED: ' WS-RECORDS-REJECTED.

           IF WS-FILES-OPEN
               PERFORM 8500-POST-LEDGER-RTN
                   THRU 8500-EXIT
           END-IF.

       8000-EXIT.
           EXIT.

      *****************************************************************
      *    8500-POST-LEDGER-RTN -- POST THIS STEP'S CONTROL COUNTS TO
      *                    THE RUN BALANCING LEDGER.  BAQTVAL IS THE
      *                    FIRST STEP OF THE NIGHT, SO IT STARTS THE
      *                    LEDGER AFRESH; EVERY LATER STEP EXTENDS IT.
      *                    A LEDGER THAT CANNOT BE OPENED DOES NOT
      *                    FAIL THE EDIT -- BAQBALN REPORTS THE
      *                    MISSING POSTING.
      *****************************************************************
       8500-POST-LEDGER-RTN.
           OPEN OUTPUT BAQLEDGR.
           IF WS-LEDGR-STATUS NOT = '00'
               DISPLAY 'BAQTVAL - OPEN FAILED FOR BAQLEDGR, STATUS = '
                   WS-LEDGR-STATUS
               GO TO 8500-EXIT
           END-IF.

           ACCEPT WS-TODAY-DATE  FROM DATE YYYYMMDD.
           ACCEPT WS-LEDGER-TIME FROM TIME.

           MOVE SPACES          TO BAQLDG-RECORD.
           MOVE 'BAQTVAL'       TO BAQLDG-PROGRAM.
           MOVE '00'            TO BAQLDG-STREAM.
           MOVE WS-TODAY-DATE   TO BAQLDG-RUN-DATE.
           MOVE WS-LEDGER-TIME  TO BAQLDG-RUN-TIME.

           MOVE 'READ'          TO BAQLDG-COUNT-NAME.
           MOVE WS-RECORDS-READ TO BAQLDG-COUNT.
           WRITE BAQLDG-RECORD.

           MOVE 'VALID'          TO BAQLDG-COUNT-NAME.
           MOVE WS-RECORDS-VALID TO BAQLDG-COUNT.
           WRITE BAQLDG-RECORD.

           MOVE 'REJECTED'          TO BAQLDG-COUNT-NAME.
           MOVE WS-RECORDS-REJECTED TO BAQLDG-COUNT.
           WRITE BAQLDG-RECORD.

           CLOSE BAQLEDGR.

       8500-EXIT.
           EXIT.
