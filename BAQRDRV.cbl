      *   2026-09-03 RO    CARRIED THE BUSINESS UNIT ONTO EACH
      *                    BAQAUDIT RECORD SO BAQCHGB CAN ROLL UP
      *                    PER-TENANT USAGE AND CHARGEBACK FIGURES.
      *   2026-10-15 RO    CREDENTIALS NOW RESOLVED AT CALL TIME FROM
      *                    THE KEYED BAQVAULT CREDENTIAL VAULT -- THE
      *                    TRANSACTION, TENANT AND TOKEN CACHE RECORDS
      *                    CARRY ONLY REFERENCE KEYS.  AN UNRESOLVED
      *                    OR REVOKED REFERENCE FAILS THE CALL BEFORE
      *                    THE STUB IS DRIVEN, LIKE A BAD SCOPE.
      *   2026-10-15 RO    POSTS THE RUN'S TRANSACTIONS READ, CALLED,
      *                    DEFERRED, SWEPT, DUPLICATE AND RESTART-
      *                    SKIPPED COUNTS TO THE BAQLEDGR RUN
      *                    BALANCING LEDGER AT END OF STEP.  THE
      *                    STREAM NUMBER OF A PARALLEL RUN COMES FROM
      *                    POSITION 10 OF THE JCL PARM.
      *   2026-10-15 RO    ADDED PER-BUSINESS-UNIT CALL QUOTAS -- DAILY
      *                    AND MONTH-TO-DATE CEILINGS FROM THE
      *                    BAQQUOTC CONTROL FILE, COUNTED ON THE KEYED
      *                    BAQQUSAG USAGE FILE.  A TENANT AT ITS
      *                    CEILING IS NOT CALLED; ITS REMAINING
      *                    TRANSACTIONS ARE HELD UNTOUCHED TO THE
      *                    BAQQHOLD QUOTA-HOLD FILE, AND THE END-OF-RUN
      *                    SUMMARY, BAQRUNSM AND THE LEDGER SHOW THE
      *                    HELD COUNT AND EACH TENANT'S CONSUMED-
      *                    VERSUS-ALLOWED POSITION.
      *   2026-10-15 RO    NON-SUCCESS RESPONSES ARE CLASSED ON THE
      *                    KEYED BAQSTCAT STATUS-CODE CATALOG (STUB +
      *                    BAQ-STATUS-CODE).  TECHNICAL FAILURES GO TO
      *                    BAQEXCPT AS BEFORE AND ARE RETRIED AS THE
      *                    CATALOG SAYS; BUSINESS REJECTS ARE NEVER
      *                    RETRIED, STAY OFF BAQEXCPT AND GO TO THE
      *                    BAQBRJCT BUSINESS RETURN FILE WITH A
      *                    READABLE REASON; INFORMATIONAL CODES COUNT
      *                    AS SUCCESS.
      *   2026-10-15 RO    DEPENDENT-TRANSACTION CHAINING.  A CHILD
      *                    TRANSACTION (BAQTRIN-PARENT-SEQ-NBR SET) IS
      *                    CALLED ONLY IF ITS PARENT SUCCEEDED IN THIS
      *                    RUN OR ON THE BAQDUPRG REGISTRY IN AN
      *                    EARLIER ONE; OTHERWISE IT IS HELD TO THE
      *                    BAQDHOLD DEPENDENCY-HOLD FILE WITH THE
      *                    REASON, AND COUNTED ON THE SUMMARY, BAQRUNSM
      *                    AND THE LEDGER.
      *   2026-10-15 RO    A VAULT ENTRY OF THE WRONG TYPE OR OWNED BY
      *                    ANOTHER BUSINESS UNIT NOW FAILS THE CALL; A
      *                    REVOKED OR NON-JWT TOKEN CACHE ENTRY IS A
      *                    MISS; AN INFORMATIONAL OAUTH RESPONSE NOW
      *                    CACHES ITS TOKEN.
      *****************************************************************
      * FUNCTION.
      *   READS A SEQUENTIAL TRANSACTION FILE OF Z/OS CONNECT EE STUB
               RECORD KEY IS BAQSIMD-STUB-NAME
               FILE STATUS IS WS-SIMD-STATUS.

           SELECT BAQVAULT ASSIGN TO BAQVAULT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQCRED-REF-KEY
               FILE STATUS IS WS-VAULT-STATUS.

           SELECT BAQLEDGR ASSIGN TO BAQLEDGR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGR-STATUS.

           SELECT BAQQUOTC ASSIGN TO BAQQUOTC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTC-STATUS.

           SELECT BAQQUSAG ASSIGN TO BAQQUSAG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQQUSG-BUSINESS-UNIT
               FILE STATUS IS WS-QUSAG-STATUS.

           SELECT BAQQHOLD ASSIGN TO BAQQHOLD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QHOLD-STATUS.

           SELECT BAQSTCAT ASSIGN TO BAQSTCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAQSTCD-KEY
               FILE STATUS IS WS-STCAT-STATUS.

           SELECT BAQBRJCT ASSIGN TO BAQBRJCT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRJCT-STATUS.

           SELECT BAQDHOLD ASSIGN TO BAQDHOLD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
           05 WS-SRT-MODE-SWITCH           PIC X(01).
           05 WS-SRT-BUSINESS-UNIT         PIC X(06).
           05 WS-SRT-PRIORITY              PIC X(01).
           05 WS-SRT-REMAINDER             PIC X(2585).
           05 WS-SRT-PARENT-SEQ-NBR        PIC 9(09).
           05 FILLER                       PIC X(24).

       FD  BAQTRNSR
           RECORDING MODE IS F.
           RECORDING MODE IS F.
           COPY BAQRUNS.

       FD  BAQLEDGR
           RECORDING MODE IS F.
           COPY BAQLEDG.

       FD  BAQSIMDT.
           COPY BAQSIMD.

       FD  BAQVAULT.
           COPY BAQCRED.

       FD  BAQQUOTC
           RECORDING MODE IS F.
           COPY BAQQUOT.

       FD  BAQQUSAG.
           COPY BAQQUSG.

      *****************************************************************
      *    THE QUOTA-HOLD FILE CARRIES THE UNTOUCHED BAQTRIN-RECORD
      *    IMAGES OF THE TRANSACTIONS HELD BECAUSE THEIR BUSINESS UNIT
      *    HAD REACHED ITS CALL QUOTA CEILING -- THE SAME SHAPE AS
      *    BAQDEFER AND BAQCARRY, KEPT SEPARATE SO THE BUSINESS UNIT
      *    CAN DECIDE WHETHER THE HELD WORK IS RESUBMITTED TOMORROW OR
      *    NEXT MONTH.
      *****************************************************************
       FD  BAQQHOLD
           RECORDING MODE IS F.
       01  BAQQHLD-RECORD                  PIC X(2643).

       FD  BAQSTCAT.
           COPY BAQSTCD.

       FD  BAQBRJCT
           RECORDING MODE IS F.
           COPY BAQBREJ.

      *****************************************************************
      *    THE DEPENDENCY-HOLD FILE CARRIES THE UNTOUCHED BAQTRIN-RECORD
      *    IMAGE OF EACH CHILD TRANSACTION HELD BECAUSE ITS PARENT DID
      *    NOT SUCCEED, FOLLOWED BY THE PARENT AND THE REASON.
      *****************************************************************
       FD  BAQDHOLD
           RECORDING MODE IS F.
           COPY BAQDHLD.

       WORKING-STORAGE SECTION.
      *****************************************************************
      *    SWITCHES
       77  WS-DUPLICATE-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-DUPLICATE-CALL          VALUE 'Y'.

       77  WS-CRED-INVALID-SWITCH      PIC X(01) VALUE 'N'.
           88 WS-CRED-INVALID            VALUE 'Y'.

       77  WS-TOKEN-STORED-SWITCH      PIC X(01) VALUE 'N'.
           88 WS-TOKEN-STORED            VALUE 'Y'.

       77  WS-QUOTC-EOF-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-QUOTC-EOF               VALUE 'Y'.

       77  WS-QUSAG-OPEN-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-QUSAG-OPEN              VALUE 'Y'.

       77  WS-QUOTA-FOUND-SWITCH       PIC X(01) VALUE 'N'.
           88 WS-QUOTA-FOUND             VALUE 'Y'.

       77  WS-QUSAG-NEW-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-QUSAG-NEW               VALUE 'Y'.

       77  WS-QUOTA-HOLD-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-QUOTA-HOLD              VALUE 'Y'.

       77  WS-STCAT-OPEN-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-STCAT-OPEN              VALUE 'Y'.

       77  WS-STCD-FOUND-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-STCD-FOUND              VALUE 'Y'.

       77  WS-DEP-HOLD-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-DEP-HOLD                VALUE 'Y'.

       77  WS-PARENT-REG-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-PARENT-REGISTERED       VALUE 'Y'.

       77  WS-PARENT-FULL-SWITCH       PIC X(01) VALUE 'N'.
           88 WS-PARENT-TABLE-FULL       VALUE 'Y'.

      *    HOW THE CURRENT CALL'S RESPONSE IS CLASSED -- SET BY
      *    5700-CLASSIFY-RESPONSE-RTN AFTER EVERY ATTEMPT
       77  WS-RSP-CLASS-SWITCH         PIC X(01) VALUE 'S'.
           88 WS-RSP-SUCCESS             VALUE 'S'.
           88 WS-RSP-TECH-RETRY          VALUE 'R'.
           88 WS-RSP-TECH-FINAL          VALUE 'N'.
           88 WS-RSP-BUSINESS-REJECT     VALUE 'B'.
           88 WS-RSP-INFORMATIONAL       VALUE 'I'.
           88 WS-RSP-TECHNICAL           VALUE 'R' 'N'.
           88 WS-RSP-GOOD                VALUE 'S' 'I'.

      *****************************************************************
      *    FILE STATUS FIELDS
      *****************************************************************
       77  WS-PACEC-STATUS             PIC X(02) VALUE SPACES.
       77  WS-THRC-STATUS              PIC X(02) VALUE SPACES.
       77  WS-RUNSM-STATUS             PIC X(02) VALUE SPACES.
       77  WS-VAULT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-LEDGR-STATUS             PIC X(02) VALUE SPACES.
       77  WS-QUOTC-STATUS             PIC X(02) VALUE SPACES.
       77  WS-QUSAG-STATUS             PIC X(02) VALUE SPACES.
       77  WS-QHOLD-STATUS             PIC X(02) VALUE SPACES.
       77  WS-STCAT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-BRJCT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-DHOLD-STATUS             PIC X(02) VALUE SPACES.

      *****************************************************************
      *    COUNTERS
       77  WS-TRANS-DEFERRED           PIC 9(09) COMP-3 VALUE 0.
       77  WS-TRANS-SWEPT              PIC 9(09) COMP-3 VALUE 0.
       77  WS-DUPLICATES-SKIPPED       PIC 9(09) COMP-3 VALUE 0.
       77  WS-TRANS-READ               PIC 9(09) COMP-3 VALUE 0.
       77  WS-RESTART-SKIPPED          PIC 9(09) COMP-3 VALUE 0.
       77  WS-TRANS-QUOTA-HELD         PIC 9(09) COMP-3 VALUE 0.
       77  WS-BUSINESS-RETURNS         PIC 9(09) COMP-3 VALUE 0.
       77  WS-INFO-ACCEPTED            PIC 9(09) COMP-3 VALUE 0.
       77  WS-TRANS-DEP-HELD           PIC 9(09) COMP-3 VALUE 0.
       77  WS-FIRST-SEQ-NBR            PIC 9(09) VALUE 0.
       77  WS-LAST-SEQ-NBR             PIC 9(09) VALUE 0.

       77  WS-MAX-SCOPE-LEN            PIC S9(09) COMP-5 VALUE 256.
       77  WS-SCOPE-ERROR-STATUS-CODE  PIC S9(09) COMP-5 VALUE 90001.
       77  WS-MAX-TOKEN-LEN            PIC S9(09) COMP-5 VALUE 256.
       77  WS-CRED-ERROR-STATUS-CODE   PIC S9(09) COMP-5 VALUE 90002.

      *****************************************************************
      *    CREDENTIAL VAULT WORK AREA -- WS-CRED-REF-KEY IS THE
      *    REFERENCE 4700-RESOLVE-CREDENTIAL-RTN LOOKS UP ON BAQVAULT
      *    AND WS-CRED-EXPECTED-TYPE THE BAQCRED-TYPE THE CALLER NEEDS.
      *    A JWT CACHED FOR A NEW CLIENT ID IS FILED ON THE VAULT UNDER
      *    'TK' + TODAY'S DATE + A SIX-DIGIT SERIAL, STEPPED PAST ANY
      *    SERIAL AN EARLIER RUN TODAY ALREADY USED.
      *****************************************************************
       77  WS-CRED-REF-KEY             PIC X(16) VALUE SPACES.
       77  WS-CRED-EXPECTED-TYPE       PIC X(01) VALUE SPACES.
       77  WS-TOKEN-REF-TRIES          PIC 9(05) COMP-3 VALUE 0.
       77  WS-MAX-TOKEN-REF-TRIES      PIC 9(05) COMP-3 VALUE 999.

       01  WS-TOKEN-REF-AREA.
           05 WS-TOKEN-REF-PREFIX      PIC X(02) VALUE 'TK'.
           05 WS-TOKEN-REF-DATE        PIC X(08) VALUE SPACES.
           05 WS-TOKEN-REF-SERIAL      PIC 9(06) VALUE 0.

      *****************************************************************
      *    LENGTH-CALCULATION WORK AREA -- SHARED BY
           05 WS-TENTBL-ENTRY OCCURS 50 TIMES.
              10 WS-TENTBL-BU          PIC X(06).
              10 WS-TENTBL-CID         PIC X(256).
              10 WS-TENTBL-SECRET-REF  PIC X(16).
              10 WS-TENTBL-URI         PIC X(256).
              10 WS-TENTBL-BACKUP-URI  PIC X(256).
              10 WS-TENTBL-FAILED-SW   PIC X(01).
       77  WS-TENANT-IDX               PIC 9(05) COMP-3 VALUE 0.
       77  WS-TENANT-CUR               PIC 9(05) COMP-3 VALUE 0.
       77  WS-TENANT-CLIENTID          PIC X(256) VALUE SPACES.
       77  WS-TENANT-SECRET-REF        PIC X(16) VALUE SPACES.
       77  WS-TENANT-SERVER-URI        PIC X(256) VALUE SPACES.

      *****************************************************************
      *    EFFECTIVE CREDENTIAL FIELDS -- THE OAUTH CLIENT ID/SECRET
      *    AND SERVER URI ACTUALLY USED FOR THE CURRENT TRANSACTION,
      *    AFTER ANY TENANT-TABLE OVERRIDE HAS BEEN APPLIED.  THE
      *    SECRET IS HELD ONLY AS ITS VAULT REFERENCE UNTIL
      *    4100-BUILD-OAUTH-RTN RESOLVES IT FOR THE CALL.
      *****************************************************************
       77  WS-EFFECTIVE-CLIENTID       PIC X(256) VALUE SPACES.
       77  WS-EFFECTIVE-SECRET-REF     PIC X(16) VALUE SPACES.
       77  WS-EFFECTIVE-CLIENT-SECRET  PIC X(256) VALUE SPACES.
       77  WS-EFFECTIVE-SERVER-URI     PIC X(256) VALUE SPACES.

      *****************************************************************
      *    RETRY POLICY TABLE -- LOADED FROM BAQRTRYP AT STARTUP.  ONE
      *    ENTRY PER STUB NAME GIVES THE TOTAL ATTEMPTS A TRANSIENT
      *    FAILURE (BAQ-ERROR-IN-ZCEE / BAQ-ERROR-NO-RESPONSE, OR A
      *    CODE BAQSTCAT MARKS FOR RETRY) IS ALLOWED AND THE WAIT
      *    BETWEEN ATTEMPTS.  THE FILE IS
      *    OPTIONAL -- A STUB WITH NO ENTRY GETS ONE ATTEMPT, AS IT
      *    ALWAYS DID.
      *****************************************************************
       77  WS-RUN-START-TIME           PIC X(06) VALUE SPACES.
       77  WS-RUN-END-TIME             PIC X(06) VALUE SPACES.

      *****************************************************************
      *    RUN BALANCING LEDGER -- THE STREAM THIS RUN'S COUNTS ARE
      *    POSTED UNDER: '01'-'04' WHEN DRIVING ONE OF BAQSPLT'S
      *    STREAMS, '00' FOR AN UNSPLIT NIGHT.
      *****************************************************************
       77  WS-LEDGER-STREAM            PIC X(02) VALUE '00'.

      *****************************************************************
      *    CALL QUOTA TABLE -- LOADED FROM BAQQUOTC AT STARTUP, ONE
      *    ENTRY PER BUSINESS UNIT WITH A DAILY AND/OR MONTH-TO-DATE
      *    CEILING (ZERO = NO CEILING OF THAT KIND).  THE RUN FIGURES
      *    COUNT THIS RUN'S CALLS AND HOLDS FOR THE TENANT; THE USED
      *    FIGURES ARE THE TENANT'S POSITION ON BAQQUSAG AS OF ITS LAST
      *    TRANSACTION, FOR THE END-OF-RUN SUMMARY AND BAQRUNSM.  THE
      *    FILE IS OPTIONAL -- WITHOUT IT NO TENANT IS HELD, AS BEFORE.
      *****************************************************************
       01  WS-QUOTA-TABLE.
           05 WS-QTATBL-ENTRY OCCURS 50 TIMES.
              10 WS-QTATBL-BU          PIC X(06).
              10 WS-QTATBL-DAILY-LIMIT PIC 9(07).
              10 WS-QTATBL-MTD-LIMIT   PIC 9(09).
              10 WS-QTATBL-RUN-CALLS   PIC 9(07) COMP-3.
              10 WS-QTATBL-RUN-HELD    PIC 9(07) COMP-3.
              10 WS-QTATBL-USED-TODAY  PIC 9(07) COMP-3.
              10 WS-QTATBL-USED-MTD    PIC 9(09) COMP-3.
              10 WS-QTATBL-REACHED-SW  PIC X(01).

       77  WS-QUOTA-COUNT              PIC 9(05) COMP-3 VALUE 0.
       77  WS-QUOTA-IDX                PIC 9(05) COMP-3 VALUE 0.
       77  WS-QUOTA-CUR                PIC 9(05) COMP-3 VALUE 0.
       77  WS-QUOTA-MONTH              PIC X(06) VALUE SPACES.

      *****************************************************************
      *    STATUS-CODE CATALOG WORK AREA -- THE CATALOG'S READABLE
      *    REASON FOR THE CURRENT RESPONSE, AND THE '*ALL' STUB NAME
      *    WHOSE ENTRIES APPLY TO ANY STUB WITHOUT ITS OWN.  THE FILE
      *    IS OPTIONAL -- WITHOUT IT EVERY NON-SUCCESS IS TECHNICAL,
      *    AS BEFORE.
      *****************************************************************
       77  WS-RSP-REASON               PIC X(60) VALUE SPACES.
       77  WS-STCD-ANY-STUB            PIC X(08) VALUE '*ALL'.

      *****************************************************************
      *    PARENT OUTCOME TABLE -- EVERY DISTINCT PARENT SEQUENCE
      *    NUMBER NAMED BY A CHILD IN THE DECK, NOTED AS THE DECK IS
      *    RELEASED TO THE SORT.  WHEN A PARENT IS PROCESSED ITS
      *    OUTCOME IS RECORDED HERE (SAME CODES AS BAQDHLD-REASON-CODE,
      *    PLUS S FOR A SUCCESSFUL OR ALREADY-DRIVEN CALL); BLANK MEANS
      *    NOT PROCESSED IN THIS RUN.  A PARENT THAT DOES NOT FIT THE
      *    TABLE, OR WAS NOT PROCESSED IN THIS RUN, IS LOOKED FOR ON
      *    THE BAQDUPRG REGISTRY INSTEAD.
      *****************************************************************
       01  WS-PARENT-TABLE.
           05 WS-PARTBL-ENTRY OCCURS 5000 TIMES.
              10 WS-PARTBL-SEQ         PIC 9(09).
              10 WS-PARTBL-OUTCOME     PIC X(01).

       77  WS-PARENT-COUNT             PIC 9(05) COMP-3 VALUE 0.
       77  WS-PARENT-IDX               PIC 9(05) COMP-3 VALUE 0.
       77  WS-PARENT-CUR               PIC 9(05) COMP-3 VALUE 0.
       77  WS-PARENT-MAX               PIC 9(05) COMP-3 VALUE 5000.
       77  WS-PARENT-KEY               PIC 9(09) VALUE 0.
       77  WS-DEP-OUTCOME              PIC X(01) VALUE SPACE.

           COPY BAQRINFO.

           COPY BAQPAYL.
      *****************************************************************
      *    LK-PARM-AREA -- OPTIONAL JCL PARM.  A PARM OF 'SIMULATE'
      *    PUTS THE ENTIRE RUN INTO DRY-RUN MODE (SEE
      *    5000-CALL-STUB-RTN / BAQ-SIMULATION-SWITCH).  POSITION 10,
      *    WHEN PRESENT, IS THE STREAM NUMBER (1-4) OF A PARALLEL RUN
      *    DRIVING ONE OF BAQSPLT'S STREAMS, E.G. 'SIMULATE,2' OR
      *    'LIVE    ,2' -- IT ONLY LABELS THE LEDGER POSTING.
      *****************************************************************
       01  LK-PARM-AREA.
           05 LK-PARM-LEN              PIC S9(04) COMP.
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1260-OPEN-VAULT-RTN
               THRU 1260-EXIT.
           IF WS-EOF
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1270-OPEN-STATUS-CATALOG-RTN
               THRU 1270-EXIT.
           IF WS-EOF
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1300-LOAD-TENANT-TABLE-RTN
               THRU 1300-EXIT.

           PERFORM 1600-LOAD-PACE-TABLE-RTN
               THRU 1600-EXIT.

           PERFORM 1900-LOAD-QUOTA-TABLE-RTN
               THRU 1900-EXIT.

           IF WS-QUOTA-COUNT > 0
                   AND NOT BAQ-SIMULATION-MODE
               PERFORM 1950-OPEN-QUOTA-USAGE-RTN
                   THRU 1950-EXIT
               IF WS-EOF
                   GO TO 1000-EXIT
               END-IF
           END-IF.

           IF BAQ-SIMULATION-MODE
               OPEN INPUT BAQSIMDT
               IF WS-SIMD-STATUS NOT = '00'
               GO TO 1000-EXIT
           END-IF.

           IF WS-RESTARTING
               OPEN EXTEND BAQQHOLD
           ELSE
               OPEN OUTPUT BAQQHOLD
           END-IF.
           IF WS-QHOLD-STATUS NOT = '00'
               DISPLAY 'BAQRDRV - OPEN FAILED FOR BAQQHOLD, STATUS = '
                   WS-QHOLD-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF.

           IF WS-RESTARTING
               OPEN EXTEND BAQBRJCT
           ELSE
               OPEN OUTPUT BAQBRJCT
           END-IF.
           IF WS-BRJCT-STATUS NOT = '00'
               DISPLAY 'BAQRDRV - OPEN FAILED FOR BAQBRJCT, STATUS = '
                   WS-BRJCT-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF.

           IF WS-RESTARTING
               OPEN EXTEND BAQDHOLD
           ELSE
               OPEN OUTPUT BAQDHOLD
           END-IF.
           IF WS-DHOLD-STATUS NOT = '00'
               DISPLAY 'BAQRDRV - OPEN FAILED FOR BAQDHOLD, STATUS = '
                   WS-DHOLD-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1000-EXIT
           END-IF.

           PERFORM 3000-READ-TRANSACTION-RTN
               THRU 3000-EXIT.

               END-IF
           END-IF.

           MOVE '00' TO WS-LEDGER-STREAM.
           IF LK-PARM-LEN >= 10
                   AND LK-PARM-DATA(10:1) NOT = SPACE
               IF LK-PARM-DATA(10:1) >= '1'
                       AND LK-PARM-DATA(10:1) <= '4'
                   MOVE LK-PARM-DATA(10:1) TO WS-LEDGER-STREAM(2:1)
                   DISPLAY 'BAQRDRV - DRIVING STREAM '
                       WS-LEDGER-STREAM
               ELSE
                   DISPLAY 'BAQRDRV - STREAM NUMBER IN PARM MUST BE '
                       '1-4, LEDGER POSTED AS STREAM 00'
               END-IF
           END-IF.

       1050-EXIT.
           EXIT.

       1250-EXIT.
           EXIT.

      *****************************************************************
      *    1260-OPEN-VAULT-RTN -- OPEN THE CREDENTIAL VAULT FOR UPDATE
      *                    (THE TOKEN CACHE FILES ITS JWTS THERE).
      *                    UNLIKE BAQTOKC THE VAULT IS NEVER CREATED
      *                    HERE -- IT IS BUILT AND LOADED UNDER
      *                    SECURITY ADMINISTRATION, AND AN EMPTY ONE
      *                    WOULD ONLY FAIL EVERY CALL, SO ANY NON-ZERO
      *                    STATUS FAILS THE RUN.
      *****************************************************************
       1260-OPEN-VAULT-RTN.
           OPEN I-O BAQVAULT.
           IF WS-VAULT-STATUS NOT = '00'
               DISPLAY 'BAQRDRV - OPEN FAILED FOR BAQVAULT, STATUS = '
                   WS-VAULT-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

       1260-EXIT.
           EXIT.

      *****************************************************************
      *    1270-OPEN-STATUS-CATALOG-RTN -- OPEN THE STATUS-CODE
      *                    CATALOG FOR LOOKUP.  IT IS OPTIONAL: NO
      *                    CATALOG (STATUS 35) LEAVES EVERY NON-SUCCESS
      *                    RESPONSE TECHNICAL, AS IT ALWAYS WAS.  ANY
      *                    OTHER NON-ZERO STATUS FAILS THE RUN RATHER
      *                    THAN QUIETLY SEND BUSINESS REJECTS BACK
      *                    INTO THE EXCEPTION QUEUE.
      *****************************************************************
       1270-OPEN-STATUS-CATALOG-RTN.
           OPEN INPUT BAQSTCAT.
           IF WS-STCAT-STATUS = '00'
               MOVE 'Y' TO WS-STCAT-OPEN-SWITCH
               GO TO 1270-EXIT
           END-IF.

           IF WS-STCAT-STATUS = '35'
               DISPLAY 'BAQRDRV - NO BAQSTCAT STATUS-CODE CATALOG, '
                   'ALL FAILURES TREATED AS TECHNICAL'
           ELSE
               DISPLAY 'BAQRDRV - OPEN FAILED FOR BAQSTCAT, STATUS = '
                   WS-STCAT-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

       1270-EXIT.
           EXIT.

      *****************************************************************
      *    1300-LOAD-TENANT-TABLE-RTN -- LOAD THE BUSINESS-UNIT
      *                    CREDENTIAL CONTROL FILE INTO WS-TENANT-TABLE.
                           TO WS-TENTBL-BU(WS-TENANT-COUNT)
                       MOVE BAQTEN-OAUTH-CLIENTID
                           TO WS-TENTBL-CID(WS-TENANT-COUNT)
                       MOVE BAQTEN-OAUTH-SECRET-REF
                           TO WS-TENTBL-SECRET-REF(WS-TENANT-COUNT)
                       MOVE BAQTEN-ZCON-SERVER-URI
                           TO WS-TENTBL-URI(WS-TENANT-COUNT)
                       MOVE BAQTEN-ZCON-BACKUP-URI
      *                    TO THE SORT.  A PRIORITY CLASS THAT IS NOT
      *                    1-9 IS DRIVEN AS CLASS 9 -- LAST, NOT
      *                    FIRST -- SO AN UNEDITED OR OLD-FORMAT DECK
      *                    CANNOT JUMP THE QUEUE.  THE PARENT
      *                    NAMED BY A CHILD TRANSACTION IS NOTED ON
      *                    THE PARENT OUTCOME TABLE ON THE WAY PAST.
      *****************************************************************
       1820-RELEASE-ONE-RTN.
           READ BAQTRNIN
               AT END
                   MOVE 'Y' TO WS-RAWIN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-TRANS-READ
                   MOVE BAQTRNIN-RECORD TO WS-SRT-RECORD
                   IF WS-SRT-PRIORITY NOT NUMERIC
                           OR WS-SRT-PRIORITY = '0'
                       MOVE '9' TO WS-SRT-PRIORITY
                   END-IF
                   IF WS-SRT-PARENT-SEQ-NBR NUMERIC
                           AND WS-SRT-PARENT-SEQ-NBR > 0
                       PERFORM 1830-NOTE-PARENT-RTN
                           THRU 1830-EXIT
                   END-IF
                   RELEASE WS-SRT-RECORD
           END-READ.

       1820-EXIT.
           EXIT.

      *****************************************************************
      *    1830-NOTE-PARENT-RTN -- ADD THE PARENT NAMED BY THE RECORD
      *                    BEING RELEASED TO THE PARENT OUTCOME TABLE,
      *                    ONCE.  A FULL TABLE IS REPORTED ONCE; ITS
      *                    OVERFLOW PARENTS ARE CHECKED ON THE
      *                    REGISTRY ALONE.
      *****************************************************************
       1830-NOTE-PARENT-RTN.
           MOVE WS-SRT-PARENT-SEQ-NBR TO WS-PARENT-KEY.
           PERFORM 2510-FIND-PARENT-RTN
               THRU 2510-EXIT.
           IF WS-PARENT-CUR > 0
               GO TO 1830-EXIT
           END-IF.

           IF WS-PARENT-COUNT >= WS-PARENT-MAX
               IF NOT WS-PARENT-TABLE-FULL
                   DISPLAY 'BAQRDRV - PARENT TABLE FULL AT '
                       WS-PARENT-MAX ' ENTRIES, FURTHER PARENTS '
                       'CHECKED ON BAQDUPRG ONLY'
                   MOVE 'Y' TO WS-PARENT-FULL-SWITCH
               END-IF
               GO TO 1830-EXIT
           END-IF.

           ADD 1 TO WS-PARENT-COUNT.
           MOVE WS-PARENT-KEY TO WS-PARTBL-SEQ(WS-PARENT-COUNT).
           MOVE SPACE         TO WS-PARTBL-OUTCOME(WS-PARENT-COUNT).

       1830-EXIT.
           EXIT.

      *****************************************************************
      *    1900-LOAD-QUOTA-TABLE-RTN -- LOAD THE PER-BUSINESS-UNIT
      *                    CALL QUOTA CONTROL FILE INTO
      *                    WS-QUOTA-TABLE.  THE FILE IS OPTIONAL -- A
      *                    RUN WITHOUT IT HOLDS NO TENANT, AS BEFORE.
      *****************************************************************
       1900-LOAD-QUOTA-TABLE-RTN.
           OPEN INPUT BAQQUOTC.
           IF WS-QUOTC-STATUS = '00'
               PERFORM 1910-LOAD-ONE-QUOTA-RTN
                   THRU 1910-EXIT
                   UNTIL WS-QUOTC-EOF
               CLOSE BAQQUOTC
           END-IF.

       1900-EXIT.
           EXIT.

      *****************************************************************
      *    1910-LOAD-ONE-QUOTA-RTN -- READ ONE BAQQUOTC RECORD INTO
      *                    THE NEXT TABLE ENTRY.  A RECORD WITH NO
      *                    BUSINESS UNIT, OR WITH A CEILING THAT IS
      *                    NOT NUMERIC, LOADS NO ENTRY.
      *****************************************************************
       1910-LOAD-ONE-QUOTA-RTN.
           READ BAQQUOTC
               AT END
                   MOVE 'Y' TO WS-QUOTC-EOF-SWITCH
               NOT AT END
                   IF WS-QUOTA-COUNT < 50
                           AND BAQQUOT-BUSINESS-UNIT NOT = SPACES
                           AND BAQQUOT-DAILY-LIMIT NUMERIC
                           AND BAQQUOT-MTD-LIMIT NUMERIC
                       ADD 1 TO WS-QUOTA-COUNT
                       MOVE BAQQUOT-BUSINESS-UNIT
                           TO WS-QTATBL-BU(WS-QUOTA-COUNT)
                       MOVE BAQQUOT-DAILY-LIMIT
                           TO WS-QTATBL-DAILY-LIMIT(WS-QUOTA-COUNT)
                       MOVE BAQQUOT-MTD-LIMIT
                           TO WS-QTATBL-MTD-LIMIT(WS-QUOTA-COUNT)
                       MOVE 0
                           TO WS-QTATBL-RUN-CALLS(WS-QUOTA-COUNT)
                       MOVE 0
                           TO WS-QTATBL-RUN-HELD(WS-QUOTA-COUNT)
                       MOVE 0
                           TO WS-QTATBL-USED-TODAY(WS-QUOTA-COUNT)
                       MOVE 0
                           TO WS-QTATBL-USED-MTD(WS-QUOTA-COUNT)
                       MOVE 'N'
                           TO WS-QTATBL-REACHED-SW(WS-QUOTA-COUNT)
                   END-IF
           END-READ.

       1910-EXIT.
           EXIT.

      *****************************************************************
      *    1950-OPEN-QUOTA-USAGE-RTN -- OPEN THE QUOTA USAGE FILE FOR
      *                    UPDATE, CREATING IT ON THE FIRST EVER RUN.
      *                    AS WITH BAQDUPRG, STATUS 35 (FILE NOT
      *                    FOUND) IS THE ONLY STATUS TREATED AS "FIRST
      *                    RUN, CREATE IT" -- ANYTHING ELSE FAILS THE
      *                    RUN RATHER THAN RISK EMPTYING THE MONTH'S
      *                    USAGE AND LETTING A TENANT PAST ITS CEILING.
      *****************************************************************
       1950-OPEN-QUOTA-USAGE-RTN.
           OPEN I-O BAQQUSAG.
           IF WS-QUSAG-STATUS = '35'
               OPEN OUTPUT BAQQUSAG
               IF WS-QUSAG-STATUS NOT = '00'
                   DISPLAY 'BAQRDRV - OPEN OUTPUT FAILED FOR '
                       'BAQQUSAG, STATUS = ' WS-QUSAG-STATUS
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 1950-EXIT
               END-IF
               CLOSE BAQQUSAG
               OPEN I-O BAQQUSAG
           END-IF.
           IF WS-QUSAG-STATUS NOT = '00'
               DISPLAY 'BAQRDRV - OPEN FAILED FOR BAQQUSAG, STATUS = '
                   WS-QUSAG-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
               GO TO 1950-EXIT
           END-IF.

           MOVE 'Y' TO WS-QUSAG-OPEN-SWITCH.

       1950-EXIT.
           EXIT.

      *****************************************************************
      *    2000-PROCESS-RTN -- ONE ITERATION PER TRANSACTION RECORD
      *****************************************************************
               GO TO 2000-EXIT
           END-IF.

           MOVE SPACE TO WS-DEP-OUTCOME.

           IF NOT WS-FIRST-SEQ-SEEN
               MOVE BAQTRIN-SEQ-NBR TO WS-FIRST-SEQ-NBR
               MOVE 'Y' TO WS-FIRST-SEQ-SWITCH
           IF WS-STUB-TRIPPED
               PERFORM 2100-DEFER-TRANSACTION-RTN
                   THRU 2100-EXIT
               MOVE 'D' TO WS-DEP-OUTCOME
               GO TO 2000-NEXT
           END-IF.

               PERFORM 2300-CHECK-DUPLICATE-RTN
                   THRU 2300-EXIT
               IF WS-DUPLICATE-CALL
                   MOVE 'S' TO WS-DEP-OUTCOME
                   GO TO 2000-NEXT
               END-IF
           END-IF.

      *    A CHILD IS HELD BEFORE THE QUOTA CHECK SO A CALL THAT NEVER
      *    GOES OUT DOES NOT USE UP ITS BUSINESS UNIT'S QUOTA.
           IF BAQTRIN-PARENT-SEQ-NBR NUMERIC
                   AND BAQTRIN-PARENT-SEQ-NBR > 0
               PERFORM 2500-CHECK-PARENT-RTN
                   THRU 2500-EXIT
               IF WS-DEP-HOLD
                   GO TO 2000-NEXT
               END-IF
           END-IF.

           IF WS-QUSAG-OPEN
               PERFORM 2400-CHECK-QUOTA-RTN
                   THRU 2400-EXIT
               IF WS-QUOTA-HOLD
                   MOVE 'Q' TO WS-DEP-OUTCOME
                   GO TO 2000-NEXT
               END-IF
           END-IF.

           IF NOT BAQ-SIMULATION-MODE
                   AND NOT WS-SCOPE-INVALID
                   AND NOT WS-CRED-INVALID
               PERFORM 5400-PACE-CALL-RTN
                   THRU 5400-EXIT
           END-IF.

           IF NOT BAQ-SIMULATION-MODE
                   AND NOT WS-SCOPE-INVALID
                   AND NOT WS-CRED-INVALID
               PERFORM 6500-UPDATE-BREAKER-RTN
                   THRU 6500-EXIT
               PERFORM 6600-REGISTER-CALL-RTN

           ADD 1 TO WS-CALLS-MADE.

           EVALUATE TRUE
               WHEN WS-SCOPE-INVALID OR WS-CRED-INVALID
                   MOVE 'F' TO WS-DEP-OUTCOME
               WHEN WS-RSP-GOOD
                   MOVE 'S' TO WS-DEP-OUTCOME
               WHEN WS-RSP-BUSINESS-REJECT
                   MOVE 'B' TO WS-DEP-OUTCOME
               WHEN OTHER
                   MOVE 'F' TO WS-DEP-OUTCOME
           END-EVALUATE.

       2000-NEXT.
           IF WS-PARENT-COUNT > 0
               PERFORM 2560-NOTE-OUTCOME-RTN
                   THRU 2560-EXIT
           END-IF.

           PERFORM 7000-CHECKPOINT-RTN
               THRU 7000-EXIT.

       2300-EXIT.
           EXIT.

      *****************************************************************
      *    2400-CHECK-QUOTA-RTN -- COUNT THE TRANSACTION AGAINST ITS
      *                    BUSINESS UNIT'S CALL QUOTA.  A TENANT
      *                    ALREADY AT ITS DAILY OR MONTH-TO-DATE
      *                    CEILING IS NOT CALLED -- THE TRANSACTION IS
      *                    HELD UNTOUCHED TO BAQQHOLD.  OTHERWISE THE
      *                    CALL IS COUNTED AS CONSUMED BEFORE IT GOES
      *                    OUT, SO A CALL THAT FAILS STILL COUNTS, AS
      *                    IT DOES ON THE CHARGEBACK.  THE USAGE
      *                    RECORD IS READ AND REWRITTEN EVERY TIME SO
      *                    PARALLEL STREAMS SHARE ONE CEILING.  A
      *                    TRANSACTION WITH NO BUSINESS UNIT, OR FOR
      *                    A TENANT WITH NO QUOTA, IS NOT COUNTED.
      *****************************************************************
       2400-CHECK-QUOTA-RTN.
           MOVE 'N' TO WS-QUOTA-HOLD-SWITCH.
           IF BAQTRIN-BUSINESS-UNIT = SPACES
               GO TO 2400-EXIT
           END-IF.

           MOVE 'N' TO WS-QUOTA-FOUND-SWITCH.
           MOVE 0   TO WS-QUOTA-CUR.
           PERFORM 2410-COMPARE-ONE-QUOTA-RTN
               THRU 2410-EXIT
               VARYING WS-QUOTA-IDX FROM 1 BY 1
               UNTIL WS-QUOTA-IDX > WS-QUOTA-COUNT
                  OR WS-QUOTA-FOUND.
           IF NOT WS-QUOTA-FOUND
               GO TO 2400-EXIT
           END-IF.

           PERFORM 2420-READ-QUOTA-USAGE-RTN
               THRU 2420-EXIT.

           IF (WS-QTATBL-DAILY-LIMIT(WS-QUOTA-CUR) > 0
                   AND BAQQUSG-USED-TODAY
                       >= WS-QTATBL-DAILY-LIMIT(WS-QUOTA-CUR))
               OR (WS-QTATBL-MTD-LIMIT(WS-QUOTA-CUR) > 0
                   AND BAQQUSG-USED-MTD
                       >= WS-QTATBL-MTD-LIMIT(WS-QUOTA-CUR))
               PERFORM 2430-HOLD-TRANSACTION-RTN
                   THRU 2430-EXIT
           ELSE
               ADD 1 TO BAQQUSG-USED-TODAY
               ADD 1 TO BAQQUSG-USED-MTD
               ADD 1 TO WS-QTATBL-RUN-CALLS(WS-QUOTA-CUR)
           END-IF.

           MOVE BAQQUSG-USED-TODAY
               TO WS-QTATBL-USED-TODAY(WS-QUOTA-CUR).
           MOVE BAQQUSG-USED-MTD
               TO WS-QTATBL-USED-MTD(WS-QUOTA-CUR).

           PERFORM 2440-WRITE-QUOTA-USAGE-RTN
               THRU 2440-EXIT.

       2400-EXIT.
           EXIT.

      *****************************************************************
      *    2410-COMPARE-ONE-QUOTA-RTN -- COMPARE ONE QUOTA TABLE ENTRY
      *                    AGAINST THE TRANSACTION'S BUSINESS UNIT
      *****************************************************************
       2410-COMPARE-ONE-QUOTA-RTN.
           IF WS-QTATBL-BU(WS-QUOTA-IDX) = BAQTRIN-BUSINESS-UNIT
               MOVE WS-QUOTA-IDX TO WS-QUOTA-CUR
               MOVE 'Y' TO WS-QUOTA-FOUND-SWITCH
           END-IF.

       2410-EXIT.
           EXIT.

      *****************************************************************
      *    2420-READ-QUOTA-USAGE-RTN -- FETCH THE TENANT'S USAGE
      *                    RECORD (A NEW ONE STARTS AT ZERO) AND ROLL
      *                    ITS COUNTS OVER TO TODAY AND THIS MONTH
      *****************************************************************
       2420-READ-QUOTA-USAGE-RTN.
           MOVE 'N' TO WS-QUSAG-NEW-SWITCH.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE(1:6) TO WS-QUOTA-MONTH.

           MOVE BAQTRIN-BUSINESS-UNIT TO BAQQUSG-BUSINESS-UNIT.
           READ BAQQUSAG
               KEY IS BAQQUSG-BUSINESS-UNIT
               INVALID KEY
                   MOVE 'Y' TO WS-QUSAG-NEW-SWITCH
           END-READ.

           IF WS-QUSAG-NEW
               MOVE SPACES                TO BAQQUSG-RECORD
               MOVE BAQTRIN-BUSINESS-UNIT TO BAQQUSG-BUSINESS-UNIT
               MOVE WS-CURRENT-DATE       TO BAQQUSG-USAGE-DATE
               MOVE WS-QUOTA-MONTH        TO BAQQUSG-USAGE-MONTH
               MOVE 0 TO BAQQUSG-USED-TODAY
               MOVE 0 TO BAQQUSG-HELD-TODAY
               MOVE 0 TO BAQQUSG-USED-MTD
               MOVE 0 TO BAQQUSG-HELD-MTD
           END-IF.

           IF BAQQUSG-USAGE-DATE NOT = WS-CURRENT-DATE
                   OR BAQQUSG-USED-TODAY NOT NUMERIC
                   OR BAQQUSG-HELD-TODAY NOT NUMERIC
               MOVE WS-CURRENT-DATE TO BAQQUSG-USAGE-DATE
               MOVE 0 TO BAQQUSG-USED-TODAY
               MOVE 0 TO BAQQUSG-HELD-TODAY
           END-IF.

           IF BAQQUSG-USAGE-MONTH NOT = WS-QUOTA-MONTH
                   OR BAQQUSG-USED-MTD NOT NUMERIC
                   OR BAQQUSG-HELD-MTD NOT NUMERIC
               MOVE WS-QUOTA-MONTH TO BAQQUSG-USAGE-MONTH
               MOVE 0 TO BAQQUSG-USED-MTD
               MOVE 0 TO BAQQUSG-HELD-MTD
           END-IF.

       2420-EXIT.
           EXIT.

      *****************************************************************
      *    2430-HOLD-TRANSACTION-RTN -- THE TENANT IS AT ITS CEILING:
      *                    PASS THE TRANSACTION RECORD, UNTOUCHED, TO
      *                    THE QUOTA-HOLD FILE INSTEAD OF CALLING THE
      *                    STUB.  THE FIRST HOLD FOR A TENANT IS
      *                    LOGGED.
      *****************************************************************
       2430-HOLD-TRANSACTION-RTN.
           MOVE 'Y' TO WS-QUOTA-HOLD-SWITCH.

           WRITE BAQQHLD-RECORD FROM BAQTRIN-RECORD.
           ADD 1 TO WS-TRANS-QUOTA-HELD.
           ADD 1 TO WS-QTATBL-RUN-HELD(WS-QUOTA-CUR).
           ADD 1 TO BAQQUSG-HELD-TODAY.
           ADD 1 TO BAQQUSG-HELD-MTD.

           IF WS-QTATBL-REACHED-SW(WS-QUOTA-CUR) NOT = 'Y'
               MOVE 'Y' TO WS-QTATBL-REACHED-SW(WS-QUOTA-CUR)
               DISPLAY 'BAQRDRV - CALL QUOTA REACHED FOR BUSINESS '
                   'UNIT ' BAQTRIN-BUSINESS-UNIT
                   ' - HOLDING ITS TRANSACTIONS TO BAQQHOLD'
           END-IF.

       2430-EXIT.
           EXIT.

      *****************************************************************
      *    2440-WRITE-QUOTA-USAGE-RTN -- PUT THE UPDATED USAGE RECORD
      *                    BACK ON BAQQUSAG
      *****************************************************************
       2440-WRITE-QUOTA-USAGE-RTN.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-TIME TO BAQQUSG-TIME-STAMP.

           IF WS-QUSAG-NEW
               WRITE BAQQUSG-RECORD
                   INVALID KEY
                       DISPLAY 'BAQRDRV - BAQQUSAG WRITE FAILED FOR '
                           BAQQUSG-BUSINESS-UNIT ', STATUS = '
                           WS-QUSAG-STATUS
               END-WRITE
           ELSE
               REWRITE BAQQUSG-RECORD
                   INVALID KEY
                       DISPLAY 'BAQRDRV - BAQQUSAG REWRITE FAILED FOR '
                           BAQQUSG-BUSINESS-UNIT ', STATUS = '
                           WS-QUSAG-STATUS
               END-REWRITE
           END-IF.

       2440-EXIT.
           EXIT.

      *****************************************************************
      *    2500-CHECK-PARENT-RTN -- A CHILD TRANSACTION GOES OUT ONLY
      *                    IF ITS PARENT SUCCEEDED.  A PARENT
      *                    PROCESSED EARLIER IN THIS RUN ANSWERS FROM
      *                    THE PARENT OUTCOME TABLE; ONE NOT PROCESSED
      *                    IN THIS RUN (OR BEFORE A RESTART POINT) MUST
      *                    BE ON THE BAQDUPRG REGISTRY FOR SOME DAY.
      *                    ANYTHING ELSE HOLDS THE CHILD TO BAQDHOLD.
      *****************************************************************
       2500-CHECK-PARENT-RTN.
           MOVE 'N' TO WS-DEP-HOLD-SWITCH.
           MOVE BAQTRIN-PARENT-SEQ-NBR TO WS-PARENT-KEY.

           PERFORM 2510-FIND-PARENT-RTN
               THRU 2510-EXIT.

           IF WS-PARENT-CUR > 0
               IF WS-PARTBL-OUTCOME(WS-PARENT-CUR) = 'S'
                   GO TO 2500-EXIT
               END-IF
               IF WS-PARTBL-OUTCOME(WS-PARENT-CUR) NOT = SPACE
                   MOVE WS-PARTBL-OUTCOME(WS-PARENT-CUR)
                       TO BAQDHLD-REASON-CODE
                   PERFORM 2530-HOLD-CHILD-RTN
                       THRU 2530-EXIT
                   GO TO 2500-EXIT
               END-IF
           END-IF.

           PERFORM 2520-CHECK-PARENT-REGISTRY-RTN
               THRU 2520-EXIT.
           IF WS-PARENT-REGISTERED
               GO TO 2500-EXIT
           END-IF.

           MOVE 'N' TO BAQDHLD-REASON-CODE.
           PERFORM 2530-HOLD-CHILD-RTN
               THRU 2530-EXIT.

       2500-EXIT.
           EXIT.

      *****************************************************************
      *    2510-FIND-PARENT-RTN -- LOCATE WS-PARENT-KEY ON THE PARENT
      *                    OUTCOME TABLE.  WS-PARENT-CUR IS ITS ENTRY,
      *                    OR ZERO IF IT IS NOT THERE.
      *****************************************************************
       2510-FIND-PARENT-RTN.
           MOVE 0 TO WS-PARENT-CUR.

           PERFORM 2515-COMPARE-ONE-PARENT-RTN
               THRU 2515-EXIT
               VARYING WS-PARENT-IDX FROM 1 BY 1
               UNTIL WS-PARENT-IDX > WS-PARENT-COUNT
                  OR WS-PARENT-CUR > 0.

       2510-EXIT.
           EXIT.

      *****************************************************************
      *    2515-COMPARE-ONE-PARENT-RTN -- COMPARE ONE PARENT TABLE
      *                    ENTRY AGAINST WS-PARENT-KEY
      *****************************************************************
       2515-COMPARE-ONE-PARENT-RTN.
           IF WS-PARTBL-SEQ(WS-PARENT-IDX) = WS-PARENT-KEY
               MOVE WS-PARENT-IDX TO WS-PARENT-CUR
           END-IF.

       2515-EXIT.
           EXIT.

      *****************************************************************
      *    2520-CHECK-PARENT-REGISTRY-RTN -- LOOK FOR A SUCCESSFUL
      *                    CALL FOR THE PARENT ON THE PROCESSED-CALL
      *                    REGISTRY UNDER ANY RUN DATE: POSITION AT
      *                    THE PARENT'S LOWEST KEY AND READ THE NEXT
      *                    ENTRY.  ONLY SUCCESSFUL CALLS ARE EVER
      *                    REGISTERED, SO ANY ENTRY FOR THE SEQUENCE
      *                    NUMBER WILL DO.
      *****************************************************************
       2520-CHECK-PARENT-REGISTRY-RTN.
           MOVE 'N' TO WS-PARENT-REG-SWITCH.

           MOVE WS-PARENT-KEY TO BAQDUPR-SEQ-NBR.
           MOVE LOW-VALUES    TO BAQDUPR-RUN-DATE.
           START BAQDUPRG
               KEY IS NOT LESS THAN BAQDUPR-KEY
               INVALID KEY
                   GO TO 2520-EXIT
           END-START.

           READ BAQDUPRG NEXT RECORD
               AT END
                   GO TO 2520-EXIT
           END-READ.

           IF WS-DUPRG-STATUS = '00'
                   AND BAQDUPR-SEQ-NBR = WS-PARENT-KEY
               MOVE 'Y' TO WS-PARENT-REG-SWITCH
           END-IF.

       2520-EXIT.
           EXIT.

      *****************************************************************
      *    2530-HOLD-CHILD-RTN -- WRITE THE CHILD, UNTOUCHED, TO THE
      *                    DEPENDENCY-HOLD FILE WITH ITS PARENT AND THE
      *                    REASON (BAQDHLD-REASON-CODE IS ALREADY SET)
      *                    INSTEAD OF CALLING IT
      *****************************************************************
       2530-HOLD-CHILD-RTN.
           MOVE 'Y' TO WS-DEP-HOLD-SWITCH.
           MOVE 'H' TO WS-DEP-OUTCOME.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.

           MOVE BAQTRIN-RECORD  TO BAQDHLD-TRANSACTION.
           MOVE WS-PARENT-KEY   TO BAQDHLD-PARENT-SEQ-NBR.
           MOVE WS-CURRENT-DATE TO BAQDHLD-HOLD-DATE.
           MOVE WS-CURRENT-TIME TO BAQDHLD-HOLD-TIME.

           EVALUATE TRUE
               WHEN BAQDHLD-PARENT-FAILED
                   MOVE 'PARENT CALL FAILED IN THIS RUN'
                       TO BAQDHLD-REASON
               WHEN BAQDHLD-PARENT-REJECTED
                   MOVE 'PARENT CALL WAS A BUSINESS REJECT IN THIS RUN'
                       TO BAQDHLD-REASON
               WHEN BAQDHLD-PARENT-DEFERRED
                   MOVE 'PARENT DEFERRED, ITS STUB BREAKER TRIPPED'
                       TO BAQDHLD-REASON
               WHEN BAQDHLD-PARENT-QUOTA-HELD
                   MOVE 'PARENT HELD AT ITS BUSINESS UNIT CALL QUOTA'
                       TO BAQDHLD-REASON
               WHEN BAQDHLD-PARENT-DEP-HELD
                   MOVE 'PARENT HELD, ITS OWN PARENT DID NOT SUCCEED'
                       TO BAQDHLD-REASON
               WHEN OTHER
                   MOVE 'N' TO BAQDHLD-REASON-CODE
                   MOVE 'PARENT HAS NOT SUCCEEDED IN THIS OR ANY RUN'
                       TO BAQDHLD-REASON
           END-EVALUATE.

           WRITE BAQDHLD-RECORD.
           ADD 1 TO WS-TRANS-DEP-HELD.

           DISPLAY 'BAQRDRV - SEQ ' BAQTRIN-SEQ-NBR
               ' HELD FOR PARENT ' WS-PARENT-KEY ': '
               BAQDHLD-REASON.

       2530-EXIT.
           EXIT.

      *****************************************************************
      *    2560-NOTE-OUTCOME-RTN -- IF THE TRANSACTION JUST PROCESSED
      *                    IS A PARENT, RECORD HOW IT CAME OUT FOR ITS
      *                    CHILDREN TO SEE
      *****************************************************************
       2560-NOTE-OUTCOME-RTN.
           IF WS-DEP-OUTCOME = SPACE
               GO TO 2560-EXIT
           END-IF.

           MOVE BAQTRIN-SEQ-NBR TO WS-PARENT-KEY.
           PERFORM 2510-FIND-PARENT-RTN
               THRU 2510-EXIT.
           IF WS-PARENT-CUR > 0
               MOVE WS-DEP-OUTCOME
                   TO WS-PARTBL-OUTCOME(WS-PARENT-CUR)
           END-IF.

       2560-EXIT.
           EXIT.

      *****************************************************************
      *    3000-READ-TRANSACTION-RTN -- READ THE NEXT TRANSACTION
      *                    RECORD THAT HAS NOT ALREADY BEEN PROCESSED
           PERFORM 3100-READ-ONE-RTN
               THRU 3100-EXIT.

           PERFORM 3050-SKIP-ONE-RTN
               THRU 3050-EXIT
               UNTIL WS-EOF
                  OR BAQTRIN-PRIORITY-CLASS > WS-RESTART-PRIORITY
                  OR (BAQTRIN-PRIORITY-CLASS = WS-RESTART-PRIORITY
       3000-EXIT.
           EXIT.

      *****************************************************************
      *    3050-SKIP-ONE-RTN -- PASS OVER ONE TRANSACTION THE FAILED
      *                    ATTEMPT ALREADY DROVE, COUNTING IT FOR THE
      *                    RUN BALANCING LEDGER
      *****************************************************************
       3050-SKIP-ONE-RTN.
           ADD 1 TO WS-RESTART-SKIPPED.

           PERFORM 3100-READ-ONE-RTN
               THRU 3100-EXIT.

       3050-EXIT.
           EXIT.

      *****************************************************************
      *    3100-READ-ONE-RTN -- PHYSICAL READ OF ONE TRANSACTION
      *                         RECORD FROM THE SORTED FILE
           INITIALIZE BAQ-REQUEST-INFO-USER.
           MOVE BAQTRIN-STUB-NAME TO WS-STUB-PGM-NAME.
           MOVE 'N' TO WS-SCOPE-INVALID-SWITCH.
           MOVE 'N' TO WS-CRED-INVALID-SWITCH.
           MOVE 'N' TO WS-FAILOVER-CALL-SWITCH.

           MOVE BAQTRIN-ZCON-SERVER-URI    TO WS-EFFECTIVE-SERVER-URI.
           MOVE BAQTRIN-OAUTH-CLIENTID     TO WS-EFFECTIVE-CLIENTID.
           MOVE BAQTRIN-OAUTH-SECRET-REF   TO WS-EFFECTIVE-SECRET-REF.

           PERFORM 4050-LOOKUP-TENANT-RTN
               THRU 4050-EXIT.
           IF WS-TENANT-FOUND
               MOVE WS-TENANT-SERVER-URI    TO WS-EFFECTIVE-SERVER-URI
               MOVE WS-TENANT-CLIENTID      TO WS-EFFECTIVE-CLIENTID
               MOVE WS-TENANT-SECRET-REF    TO WS-EFFECTIVE-SECRET-REF
           END-IF.

           MOVE WS-EFFECTIVE-SERVER-URI TO BAQ-ZCON-SERVER-URI.
           IF WS-TENTBL-BU(WS-TENANT-IDX) = BAQTRIN-BUSINESS-UNIT
               MOVE WS-TENTBL-CID(WS-TENANT-IDX)
                   TO WS-TENANT-CLIENTID
               MOVE WS-TENTBL-SECRET-REF(WS-TENANT-IDX)
                   TO WS-TENANT-SECRET-REF
               IF WS-TENTBL-FAILED-SW(WS-TENANT-IDX) = 'Y'
                   MOVE WS-TENTBL-BACKUP-URI(WS-TENANT-IDX)
                       TO WS-TENANT-SERVER-URI
      *****************************************************************
      *    4100-BUILD-OAUTH-RTN -- FILL BAQ-OAUTH FROM TRANSACTION,
      *                    USING THE EFFECTIVE (POSSIBLY TENANT-
      *                    OVERRIDDEN) CLIENT ID AND SECRET.  THE
      *                    PASSWORD AND CLIENT SECRET ARE RESOLVED
      *                    FROM THE VAULT BY THEIR REFERENCE KEYS.
      *****************************************************************
       4100-BUILD-OAUTH-RTN.
           MOVE BAQTRIN-OAUTH-USERNAME      TO BAQ-OAUTH-USERNAME.
           PERFORM 4070-CALCULATE-FIELD-LEN-RTN THRU 4070-EXIT.
           MOVE WS-LEN-CALC-RESULT          TO BAQ-OAUTH-USERNAME-LEN.

           MOVE BAQTRIN-OAUTH-PASSWORD-REF  TO WS-CRED-REF-KEY.
           MOVE 'P'                         TO WS-CRED-EXPECTED-TYPE.
           PERFORM 4700-RESOLVE-CREDENTIAL-RTN THRU 4700-EXIT.
           IF WS-CRED-INVALID
               GO TO 4100-EXIT
           END-IF.
           MOVE BAQCRED-SECRET-VALUE        TO BAQ-OAUTH-PASSWORD.
           MOVE BAQCRED-SECRET-VALUE        TO WS-LEN-CALC-FIELD.
           PERFORM 4070-CALCULATE-FIELD-LEN-RTN THRU 4070-EXIT.
           MOVE WS-LEN-CALC-RESULT          TO BAQ-OAUTH-PASSWORD-LEN.

           PERFORM 4070-CALCULATE-FIELD-LEN-RTN THRU 4070-EXIT.
           MOVE WS-LEN-CALC-RESULT          TO BAQ-OAUTH-CLIENTID-LEN.

           MOVE WS-EFFECTIVE-SECRET-REF     TO WS-CRED-REF-KEY.
           MOVE 'S'                         TO WS-CRED-EXPECTED-TYPE.
           PERFORM 4700-RESOLVE-CREDENTIAL-RTN THRU 4700-EXIT.
           IF WS-CRED-INVALID
               GO TO 4100-EXIT
           END-IF.
           MOVE BAQCRED-SECRET-VALUE        TO BAQ-OAUTH-CLIENT-SECRET.
           MOVE BAQCRED-SECRET-VALUE        TO WS-LEN-CALC-FIELD.
           PERFORM 4070-CALCULATE-FIELD-LEN-RTN THRU 4070-EXIT.
           MOVE WS-LEN-CALC-RESULT
               TO BAQ-OAUTH-CLIENT-SECRET-LEN.
      *                    ON THE TOKEN CACHE.  A HIT THAT WAS CACHED
      *                    EARLIER TODAY MEANS WE CAN SKIP OAUTH AND
      *                    CALL THE STUB WITH THE CACHED JWT INSTEAD.
      *                    THE JWT ITSELF IS READ FROM THE VAULT; A
      *                    CACHE ENTRY WHOSE VAULT ENTRY HAS GONE, IS
      *                    REVOKED OR IS NOT A JWT IS TREATED AS A
      *                    MISS.
      *****************************************************************
       4150-CHECK-TOKEN-CACHE-RTN.
           MOVE 'N' TO WS-CACHE-HIT-SWITCH.
                   END-IF
           END-READ.

           IF NOT WS-CACHE-HIT
               GO TO 4150-EXIT
           END-IF.

           MOVE BAQTKNC-TOKEN-REF TO BAQCRED-REF-KEY.
           READ BAQVAULT
               KEY IS BAQCRED-REF-KEY
               INVALID KEY
                   MOVE 'N' TO WS-CACHE-HIT-SWITCH
                   GO TO 4150-EXIT
           END-READ.

           IF NOT BAQCRED-ACTIVE OR NOT BAQCRED-TYPE-JWT
               MOVE 'N' TO WS-CACHE-HIT-SWITCH
           END-IF.

       4150-EXIT.
           EXIT.

      *****************************************************************
      *    4160-BUILD-TOKEN-FROM-CACHE-RTN -- FILL BAQ-AUTHTOKEN FROM
      *                    THE CACHED JWT (READ OFF THE VAULT BY
      *                    4150-CHECK-TOKEN-CACHE-RTN)
      *****************************************************************
       4160-BUILD-TOKEN-FROM-CACHE-RTN.
           MOVE BAQCRED-SECRET-VALUE  TO BAQ-TOKEN-USERNAME.
           MOVE BAQTKNC-JWT-TOKEN-LEN TO BAQ-TOKEN-USERNAME-LEN.
           MOVE SPACES                TO BAQ-TOKEN-PASSWORD.
           MOVE 0                     TO BAQ-TOKEN-PASSWORD-LEN.
           EXIT.

      *****************************************************************
      *    4200-BUILD-TOKEN-RTN -- FILL BAQ-AUTHTOKEN FROM TRANSACTION,
      *                    RESOLVING THE PASSWORD FROM THE VAULT.  A
      *                    TOKEN CALL WITH NO PASSWORD REFERENCE GOES
      *                    OUT WITH AN EMPTY PASSWORD, AS BEFORE.
      *****************************************************************
       4200-BUILD-TOKEN-RTN.
           MOVE BAQTRIN-TOKEN-USERNAME TO BAQ-TOKEN-USERNAME.
           PERFORM 4070-CALCULATE-FIELD-LEN-RTN THRU 4070-EXIT.
           MOVE WS-LEN-CALC-RESULT     TO BAQ-TOKEN-USERNAME-LEN.

           MOVE SPACES                 TO BAQ-TOKEN-PASSWORD.
           MOVE 0                      TO BAQ-TOKEN-PASSWORD-LEN.
           IF BAQTRIN-TOKEN-PASSWORD-REF = SPACES
               GO TO 4200-EXIT
           END-IF.

           MOVE BAQTRIN-TOKEN-PASSWORD-REF TO WS-CRED-REF-KEY.
           MOVE 'T'                        TO WS-CRED-EXPECTED-TYPE.
           PERFORM 4700-RESOLVE-CREDENTIAL-RTN THRU 4700-EXIT.
           IF WS-CRED-INVALID
               GO TO 4200-EXIT
           END-IF.
           MOVE BAQCRED-SECRET-VALUE   TO BAQ-TOKEN-PASSWORD.
           MOVE BAQCRED-SECRET-VALUE   TO WS-LEN-CALC-FIELD.
           PERFORM 4070-CALCULATE-FIELD-LEN-RTN THRU 4070-EXIT.
           MOVE WS-LEN-CALC-RESULT     TO BAQ-TOKEN-PASSWORD-LEN.


      *****************************************************************
      *    4300-BUILD-CERT-RTN -- FILL BAQ-CLIENTCERT FROM TRANSACTION
      *                    FOR MUTUAL-TLS STUB CALLS.  A TRANSACTION
      *                    CARRYING A CERTIFICATE REFERENCE TAKES THE
      *                    KEYRING AND LABEL FROM THE VAULT INSTEAD.
      *****************************************************************
       4300-BUILD-CERT-RTN.
           IF BAQTRIN-CERT-REF NOT = SPACES
               MOVE BAQTRIN-CERT-REF TO WS-CRED-REF-KEY
               MOVE 'C'              TO WS-CRED-EXPECTED-TYPE
               PERFORM 4700-RESOLVE-CREDENTIAL-RTN THRU 4700-EXIT
               IF WS-CRED-INVALID
                   GO TO 4300-EXIT
               END-IF
               MOVE BAQCRED-SECRET-VALUE TO BAQ-CERT-KEYRING
               MOVE BAQCRED-CERT-LABEL   TO BAQ-CERT-LABEL
           ELSE
               MOVE BAQTRIN-CERT-KEYRING TO BAQ-CERT-KEYRING
               MOVE BAQTRIN-CERT-LABEL   TO BAQ-CERT-LABEL
           END-IF.

           MOVE BAQ-CERT-KEYRING     TO WS-LEN-CALC-FIELD.
           PERFORM 4070-CALCULATE-FIELD-LEN-RTN THRU 4070-EXIT.
           MOVE WS-LEN-CALC-RESULT   TO BAQ-CERT-KEYRING-LEN.

           MOVE BAQ-CERT-LABEL       TO WS-LEN-CALC-FIELD.
           PERFORM 4070-CALCULATE-FIELD-LEN-RTN THRU 4070-EXIT.
           MOVE WS-LEN-CALC-RESULT   TO BAQ-CERT-LABEL-LEN.

       4650-EXIT.
           EXIT.

      *****************************************************************
      *    4700-RESOLVE-CREDENTIAL-RTN -- READ THE VAULT ENTRY NAMED BY
      *                    WS-CRED-REF-KEY INTO BAQCRED-RECORD FOR THE
      *                    CALLER TO TAKE THE SECRET FROM.  A BLANK,
      *                    UNKNOWN OR REVOKED REFERENCE, AN ENTRY THAT
      *                    IS NOT OF WS-CRED-EXPECTED-TYPE, OR ONE
      *                    OWNED BY ANOTHER BUSINESS UNIT FAILS THE
      *                    CALL THE SAME WAY A BAD SCOPE DOES: THE
      *                    RESPONSE IS BUILT HERE AND THE STUB IS NEVER
      *                    DRIVEN.
      *****************************************************************
       4700-RESOLVE-CREDENTIAL-RTN.
           IF WS-CRED-REF-KEY = SPACES
               MOVE 'CREDENTIAL REFERENCE IS BLANK'
                   TO BAQ-STATUS-MESSAGE
               MOVE 29 TO BAQ-STATUS-MESSAGE-LEN
               PERFORM 4750-CREDENTIAL-FAILED-RTN
                   THRU 4750-EXIT
               GO TO 4700-EXIT
           END-IF.

           MOVE WS-CRED-REF-KEY TO BAQCRED-REF-KEY.
           READ BAQVAULT
               KEY IS BAQCRED-REF-KEY
               INVALID KEY
                   MOVE 'CREDENTIAL REFERENCE NOT ON VAULT'
                       TO BAQ-STATUS-MESSAGE
                   MOVE 33 TO BAQ-STATUS-MESSAGE-LEN
                   PERFORM 4750-CREDENTIAL-FAILED-RTN
                       THRU 4750-EXIT
                   GO TO 4700-EXIT
           END-READ.

           IF NOT BAQCRED-ACTIVE
               MOVE 'CREDENTIAL REFERENCE IS REVOKED'
                   TO BAQ-STATUS-MESSAGE
               MOVE 31 TO BAQ-STATUS-MESSAGE-LEN
               PERFORM 4750-CREDENTIAL-FAILED-RTN
                   THRU 4750-EXIT
               GO TO 4700-EXIT
           END-IF.

           IF BAQCRED-TYPE NOT = WS-CRED-EXPECTED-TYPE
               MOVE 'CREDENTIAL REFERENCE IS THE WRONG TYPE'
                   TO BAQ-STATUS-MESSAGE
               MOVE 38 TO BAQ-STATUS-MESSAGE-LEN
               PERFORM 4750-CREDENTIAL-FAILED-RTN
                   THRU 4750-EXIT
               GO TO 4700-EXIT
           END-IF.

           IF BAQCRED-OWNER-BU NOT = BAQTRIN-BUSINESS-UNIT
               MOVE 'CREDENTIAL BELONGS TO ANOTHER BUSINESS UNIT'
                   TO BAQ-STATUS-MESSAGE
               MOVE 43 TO BAQ-STATUS-MESSAGE-LEN
               PERFORM 4750-CREDENTIAL-FAILED-RTN
                   THRU 4750-EXIT
           END-IF.

       4700-EXIT.
           EXIT.

      *****************************************************************
      *    4750-CREDENTIAL-FAILED-RTN -- FINISH THE FAILED RESPONSE
      *                    (MESSAGE ALREADY SET BY THE CALLER), BLANK
      *                    ANY SECRET ALREADY RESOLVED FOR THE CALL, AND
      *                    LOG THE REFERENCE -- NEVER A SECRET
      *****************************************************************
       4750-CREDENTIAL-FAILED-RTN.
           MOVE 'Y' TO WS-CRED-INVALID-SWITCH.
           MOVE SPACES TO BAQCRED-SECRET-VALUE.
           MOVE SPACES TO BAQ-OAUTH-PASSWORD.
           MOVE SPACES TO BAQ-OAUTH-CLIENT-SECRET.
           MOVE SPACES TO BAQ-TOKEN-PASSWORD.
           MOVE WS-STUB-PGM-NAME TO BAQ-STUB-NAME.
           MOVE 3 TO BAQ-RETURN-CODE.
           MOVE WS-CRED-ERROR-STATUS-CODE TO BAQ-STATUS-CODE.
           DISPLAY 'BAQRDRV - CREDENTIAL REFERENCE ' WS-CRED-REF-KEY
               ' NOT USABLE FOR SEQ ' BAQTRIN-SEQ-NBR.

       4750-EXIT.
           EXIT.

      *****************************************************************
      *    5000-CALL-STUB-RTN -- EITHER DYNAMICALLY CALL THE Z/OS
      *                    CONNECT STUB NAMED ON THE TRANSACTION
      *                    RECORD, OR, IN SIMULATION MODE, SUBSTITUTE
      *                    A CANNED RESPONSE FROM BAQSIMDT.  A
      *                    TRANSACTION THAT FAILED SCOPE VALIDATION
      *                    (4400-VALIDATE-SCOPE-RTN) OR CREDENTIAL
      *                    RESOLUTION (4700-RESOLVE-CREDENTIAL-RTN)
      *                    ALREADY HAS ITS RESPONSE BUILT AND SKIPS
      *                    BOTH.
      *****************************************************************
       5000-CALL-STUB-RTN.
           IF WS-SCOPE-INVALID OR WS-CRED-INVALID
               CONTINUE
           ELSE
               IF BAQ-SIMULATION-MODE
      *****************************************************************
      *    5500-CALL-WITH-RETRY-RTN -- DRIVE THE STUB CALL, THEN
      *                    RE-DRIVE IT UNDER THE STUB'S RETRY POLICY
      *                    FOR AS LONG AS 5700-CLASSIFY-RESPONSE-RTN
      *                    CALLS THE RESPONSE A RETRYABLE TECHNICAL
      *                    FAILURE AND ATTEMPTS REMAIN.  WITHOUT A
      *                    CATALOG ENTRY THAT MEANS BAQ-ERROR-IN-ZCEE OR
      *                    BAQ-ERROR-NO-RESPONSE, AS BEFORE.  BUSINESS
      *                    REJECTS AND OTHER PERMANENT ERRORS FALL
      *                    STRAIGHT THROUGH.  SIMULATED CALLS ARE NEVER
      *                    RETRIED -- THE CANNED RESPONSE CANNOT CHANGE
      *                    BETWEEN ATTEMPTS.
           PERFORM 5000-CALL-STUB-RTN
               THRU 5000-EXIT.

           PERFORM 5700-CLASSIFY-RESPONSE-RTN
               THRU 5700-EXIT.

           IF BAQ-SIMULATION-MODE OR WS-SCOPE-INVALID
                   OR WS-CRED-INVALID
               GO TO 5500-EXIT
           END-IF.

           PERFORM 5520-RETRY-ONE-RTN
               THRU 5520-EXIT
               UNTIL NOT WS-RSP-TECH-RETRY
                  OR WS-RETRY-USED >= WS-RETRY-MAX-ATTEMPTS - 1.

           IF WS-RSP-TECHNICAL
                   AND (BAQ-ERROR-IN-ZCEE OR BAQ-ERROR-NO-RESPONSE)
               PERFORM 5600-TRY-FAILOVER-RTN
                   THRU 5600-EXIT
           END-IF.
           PERFORM 5000-CALL-STUB-RTN
               THRU 5000-EXIT.

           PERFORM 5700-CLASSIFY-RESPONSE-RTN
               THRU 5700-EXIT.

           ADD 1 TO WS-RETRY-USED.
           ADD 1 TO WS-RETRIES-DONE.

           PERFORM 5000-CALL-STUB-RTN
               THRU 5000-EXIT.

           PERFORM 5700-CLASSIFY-RESPONSE-RTN
               THRU 5700-EXIT.

       5600-EXIT.
           EXIT.

      *****************************************************************
      *    5700-CLASSIFY-RESPONSE-RTN -- CLASS THE RESPONSE JUST BACK
      *                    FROM THE STUB.  BAQ-SUCCESS IS SUCCESS.  A
      *                    SCOPE OR CREDENTIAL FAILURE IS OURS AND IS
      *                    TECHNICAL, NOT RETRIED.  ANYTHING ELSE IS
      *                    LOOKED UP ON THE STATUS-CODE CATALOG UNDER
      *                    THE STUB, THEN UNDER '*ALL'; WITH NO ENTRY
      *                    IT IS TECHNICAL, RETRYABLE ONLY FOR
      *                    BAQ-ERROR-IN-ZCEE / BAQ-ERROR-NO-RESPONSE.
      *****************************************************************
       5700-CLASSIFY-RESPONSE-RTN.
           MOVE SPACES TO WS-RSP-REASON.

           IF BAQ-SUCCESS
               MOVE 'S' TO WS-RSP-CLASS-SWITCH
               GO TO 5700-EXIT
           END-IF.

           IF BAQ-ERROR-IN-ZCEE OR BAQ-ERROR-NO-RESPONSE
               MOVE 'R' TO WS-RSP-CLASS-SWITCH
           ELSE
               MOVE 'N' TO WS-RSP-CLASS-SWITCH
           END-IF.

           IF WS-SCOPE-INVALID OR WS-CRED-INVALID
               MOVE 'N' TO WS-RSP-CLASS-SWITCH
               GO TO 5700-EXIT
           END-IF.

           IF NOT WS-STCAT-OPEN
               GO TO 5700-EXIT
           END-IF.

           MOVE WS-STUB-PGM-NAME TO BAQSTCD-STUB-NAME.
           PERFORM 5710-READ-STATUS-CATALOG-RTN
               THRU 5710-EXIT.
           IF NOT WS-STCD-FOUND
               MOVE WS-STCD-ANY-STUB TO BAQSTCD-STUB-NAME
               PERFORM 5710-READ-STATUS-CATALOG-RTN
                   THRU 5710-EXIT
           END-IF.
           IF NOT WS-STCD-FOUND
               GO TO 5700-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN BAQSTCD-BUSINESS-REJECT
                   MOVE 'B' TO WS-RSP-CLASS-SWITCH
               WHEN BAQSTCD-INFORMATIONAL
                   MOVE 'I' TO WS-RSP-CLASS-SWITCH
               WHEN BAQSTCD-TECHNICAL AND BAQSTCD-RETRY
                   MOVE 'R' TO WS-RSP-CLASS-SWITCH
               WHEN BAQSTCD-TECHNICAL AND BAQSTCD-NO-RETRY
                   MOVE 'N' TO WS-RSP-CLASS-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE BAQSTCD-REASON TO WS-RSP-REASON.

       5700-EXIT.
           EXIT.

      *****************************************************************
      *    5710-READ-STATUS-CATALOG-RTN -- LOOK UP BAQSTCD-STUB-NAME
      *                    (ALREADY SET BY THE CALLER) WITH THE CURRENT
      *                    BAQ-STATUS-CODE ON THE CATALOG
      *****************************************************************
       5710-READ-STATUS-CATALOG-RTN.
           MOVE 'N' TO WS-STCD-FOUND-SWITCH.
           MOVE BAQ-STATUS-CODE TO BAQSTCD-STATUS-CODE.

           READ BAQSTCAT
               KEY IS BAQSTCD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-STCD-FOUND-SWITCH
           END-READ.

       5710-EXIT.
           EXIT.

      *****************************************************************
      *    6000-CHECK-RESPONSE-RTN -- WHEN THE STUB CALL DID NOT COME
      *                    BACK BAQ-SUCCESS, LOG IT TO THE EXCEPTION
      *                    FILE INSTEAD OF LETTING IT GO UNNOTICED --
      *                    UNLESS THE STATUS-CODE CATALOG CLASSES IT AS
      *                    A BUSINESS REJECT, WHICH GOES BACK TO THE
      *                    BUSINESS UNIT ON BAQBRJCT, OR AS
      *                    INFORMATIONAL, WHICH IS A GOOD CALL.  ONLY
      *                    A TECHNICAL FAILURE CONDEMNS A CACHED TOKEN;
      *                    A REJECT PROVES THE TOKEN WAS ACCEPTED.
      *****************************************************************
       6000-CHECK-RESPONSE-RTN.
           IF NOT BAQ-SIMULATION-MODE
                   THRU 6400-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-RSP-BUSINESS-REJECT
                   PERFORM 6150-WRITE-BUSINESS-RETURN-RTN
                       THRU 6150-EXIT
               WHEN WS-RSP-INFORMATIONAL
                   ADD 1 TO WS-INFO-ACCEPTED
                   IF BAQTRIN-MODE-OAUTH AND NOT WS-CACHE-HIT
                       AND NOT BAQ-SIMULATION-MODE
                       PERFORM 6200-UPDATE-TOKEN-CACHE-RTN
                           THRU 6200-EXIT
                   END-IF
               WHEN NOT BAQ-SUCCESS
                   PERFORM 6100-WRITE-EXCEPTION-RTN
                       THRU 6100-EXIT
                   IF BAQTRIN-MODE-OAUTH AND WS-CACHE-HIT
                       PERFORM 6110-INVALIDATE-TOKEN-CACHE-RTN
                           THRU 6110-EXIT
                   END-IF
               WHEN OTHER
                   IF BAQTRIN-MODE-OAUTH AND NOT WS-CACHE-HIT
                       AND NOT BAQ-SIMULATION-MODE
                       PERFORM 6200-UPDATE-TOKEN-CACHE-RTN
                           THRU 6200-EXIT
                   END-IF
           END-EVALUATE.

       6000-EXIT.
           EXIT.
       6100-EXIT.
           EXIT.

      *****************************************************************
      *    6150-WRITE-BUSINESS-RETURN-RTN -- BUILD AND WRITE ONE
      *                    BAQBRJCT RECORD FOR A CALL THE API REJECTED
      *                    ON ITS DATA.  THE REASON IS THE CATALOG'S;
      *                    WHERE IT GIVES NONE THE API'S OWN MESSAGE
      *                    STANDS IN.
      *****************************************************************
       6150-WRITE-BUSINESS-RETURN-RTN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.

           MOVE BAQTRIN-BUSINESS-UNIT TO BAQBREJ-BUSINESS-UNIT.
           MOVE BAQTRIN-SEQ-NBR       TO BAQBREJ-SEQ-NBR.
           MOVE BAQ-STUB-NAME         TO BAQBREJ-STUB-NAME.
           MOVE BAQ-RETURN-CODE       TO BAQBREJ-RETURN-CODE.
           MOVE BAQ-STATUS-CODE       TO BAQBREJ-STATUS-CODE.
           IF WS-RSP-REASON = SPACES
               MOVE BAQ-STATUS-MESSAGE TO BAQBREJ-REASON
           ELSE
               MOVE WS-RSP-REASON     TO BAQBREJ-REASON
           END-IF.
           MOVE BAQ-STATUS-MESSAGE    TO BAQBREJ-STATUS-MESSAGE.
           MOVE WS-CURRENT-DATE       TO BAQBREJ-DATE-STAMP.
           MOVE WS-CURRENT-TIME       TO BAQBREJ-TIME-STAMP.

           WRITE BAQBREJ-RECORD.
           ADD 1 TO WS-BUSINESS-RETURNS.

       6150-EXIT.
           EXIT.

      *****************************************************************
      *    6110-INVALIDATE-TOKEN-CACHE-RTN -- THE STUB CALL REUSED A
      *                    CACHED TOKEN BUT CAME BACK NON-SUCCESS, SO
      *                    IT SO THE NEXT TRANSACTION FOR THIS CLIENT
      *                    ID FALLS THROUGH TO A FRESH OAUTH CALL
      *                    INSTEAD OF RETRYING THE SAME BAD TOKEN FOR
      *                    THE REST OF THE DAY.  THE JWT'S VAULT
      *                    ENTRY GOES WITH IT.
      *****************************************************************
       6110-INVALIDATE-TOKEN-CACHE-RTN.
           MOVE WS-EFFECTIVE-CLIENTID TO BAQTKNC-CLIENTID.
           READ BAQTOKC
               KEY IS BAQTKNC-CLIENTID
               INVALID KEY
                   GO TO 6110-EXIT
           END-READ.

           MOVE BAQTKNC-TOKEN-REF TO BAQCRED-REF-KEY.
           DELETE BAQVAULT
               RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

           DELETE BAQTOKC
               RECORD
               INVALID KEY
      *****************************************************************
      *    6200-UPDATE-TOKEN-CACHE-RTN -- A FRESH OAUTH CALL SUCCEEDED,
      *                    SO CACHE THE JWT IT RETURNED FOR THE REST
      *                    OF TODAY'S RUNS AGAINST THIS CLIENT ID.  AN
      *                    EXISTING CACHE ENTRY KEEPS ITS VAULT
      *                    REFERENCE AND HAS THE JWT BEHIND IT
      *                    REPLACED; A NEW ONE FILES THE JWT ON THE
      *                    VAULT UNDER A NEW REFERENCE FIRST.
      *****************************************************************
       6200-UPDATE-TOKEN-CACHE-RTN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-EFFECTIVE-CLIENTID TO BAQTKNC-CLIENTID.
           READ BAQTOKC
               KEY IS BAQTKNC-CLIENTID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 6210-REPLACE-TOKEN-CACHE-RTN
                       THRU 6210-EXIT
                   GO TO 6200-EXIT
           END-READ.

           PERFORM 6220-STORE-NEW-TOKEN-RTN
               THRU 6220-EXIT.
           IF NOT WS-TOKEN-STORED
               GO TO 6200-EXIT
           END-IF.

           MOVE SPACES                 TO BAQTKNC-RECORD.
           MOVE WS-EFFECTIVE-CLIENTID  TO BAQTKNC-CLIENTID.
           MOVE BAQCRED-REF-KEY        TO BAQTKNC-TOKEN-REF.
           PERFORM 6240-SET-TOKEN-LEN-RTN
               THRU 6240-EXIT.
           MOVE WS-CURRENT-DATE        TO BAQTKNC-CACHED-DATE.

           WRITE BAQTKNC-RECORD
               INVALID KEY
                   DISPLAY 'BAQRDRV - TOKEN CACHE WRITE FAILED, '
                       'STATUS = ' WS-TOKC-STATUS
           END-WRITE.

       6200-EXIT.

      *****************************************************************
      *    6210-REPLACE-TOKEN-CACHE-RTN -- A CACHE ENTRY FOR THIS
      *                    CLIENT ID ALREADY EXISTS, SO REPLACE THE
      *                    JWT BEHIND ITS VAULT REFERENCE WITH TODAY'S
      *                    AND RE-DATE THE ENTRY.  A VAULT ENTRY THAT
      *                    HAS GONE MISSING IS FILED AFRESH UNDER THE
      *                    SAME REFERENCE.
      *****************************************************************
       6210-REPLACE-TOKEN-CACHE-RTN.
           MOVE BAQTKNC-TOKEN-REF TO BAQCRED-REF-KEY.
           READ BAQVAULT
               KEY IS BAQCRED-REF-KEY
               INVALID KEY
                   PERFORM 6230-BUILD-TOKEN-ENTRY-RTN
                       THRU 6230-EXIT
                   WRITE BAQCRED-RECORD
                       INVALID KEY
                           DISPLAY 'BAQRDRV - VAULT WRITE FAILED FOR '
                               BAQCRED-REF-KEY ', STATUS = '
                               WS-VAULT-STATUS
                   END-WRITE
                   GO TO 6210-CACHE
           END-READ.

           PERFORM 6230-BUILD-TOKEN-ENTRY-RTN
               THRU 6230-EXIT.
           REWRITE BAQCRED-RECORD
               INVALID KEY
                   DISPLAY 'BAQRDRV - VAULT REWRITE FAILED FOR '
                       BAQCRED-REF-KEY ', STATUS = ' WS-VAULT-STATUS
           END-REWRITE.

       6210-CACHE.
           PERFORM 6240-SET-TOKEN-LEN-RTN
               THRU 6240-EXIT.
           MOVE WS-CURRENT-DATE        TO BAQTKNC-CACHED-DATE.

           REWRITE BAQTKNC-RECORD.

       6210-EXIT.
           EXIT.

      *****************************************************************
      *    6220-STORE-NEW-TOKEN-RTN -- FILE A NEW JWT ON THE VAULT
      *                    UNDER THE NEXT FREE 'TK' + DATE + SERIAL
      *                    REFERENCE.  A SERIAL AN EARLIER RUN TODAY
      *                    ALREADY TOOK COMES BACK INVALID KEY AND IS
      *                    STEPPED PAST.
      *****************************************************************
       6220-STORE-NEW-TOKEN-RTN.
           MOVE 'N' TO WS-TOKEN-STORED-SWITCH.
           MOVE 0   TO WS-TOKEN-REF-TRIES.
           IF WS-TOKEN-REF-DATE NOT = WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE TO WS-TOKEN-REF-DATE
               MOVE 0               TO WS-TOKEN-REF-SERIAL
           END-IF.

           PERFORM 6225-WRITE-TOKEN-ENTRY-RTN
               THRU 6225-EXIT
               UNTIL WS-TOKEN-STORED
                  OR WS-TOKEN-REF-TRIES >= WS-MAX-TOKEN-REF-TRIES.

           IF NOT WS-TOKEN-STORED
               DISPLAY 'BAQRDRV - NO FREE VAULT REFERENCE FOR TOKEN, '
                   'JWT NOT CACHED'
           END-IF.

       6220-EXIT.
           EXIT.

      *****************************************************************
      *    6225-WRITE-TOKEN-ENTRY-RTN -- TRY THE NEXT SERIAL
      *****************************************************************
       6225-WRITE-TOKEN-ENTRY-RTN.
           ADD 1 TO WS-TOKEN-REF-TRIES.
           ADD 1 TO WS-TOKEN-REF-SERIAL.
           MOVE WS-TOKEN-REF-AREA TO BAQCRED-REF-KEY.

           PERFORM 6230-BUILD-TOKEN-ENTRY-RTN
               THRU 6230-EXIT.

           WRITE BAQCRED-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-TOKEN-STORED-SWITCH
           END-WRITE.

       6225-EXIT.
           EXIT.

      *****************************************************************
      *    6230-BUILD-TOKEN-ENTRY-RTN -- FILL THE VAULT RECORD (KEY
      *                    ALREADY SET) WITH THE JWT JUST RETURNED
      *****************************************************************
       6230-BUILD-TOKEN-ENTRY-RTN.
           MOVE 'J'                    TO BAQCRED-TYPE.
           MOVE 'A'                    TO BAQCRED-STATUS-SWITCH.
           MOVE BAQTRIN-BUSINESS-UNIT  TO BAQCRED-OWNER-BU.
           MOVE 'CACHED OAUTH JWT'     TO BAQCRED-DESCRIPTION.
           MOVE BAQ-STATUS-MESSAGE     TO BAQCRED-SECRET-VALUE.
           MOVE SPACES                 TO BAQCRED-CERT-LABEL.
           MOVE WS-CURRENT-DATE        TO BAQCRED-LAST-ROTATED.
           MOVE WS-CURRENT-DATE        TO BAQCRED-ROTATION-DUE.

       6230-EXIT.
           EXIT.

      *****************************************************************
      *    6240-SET-TOKEN-LEN-RTN -- CACHED LENGTH OF THE JWT, CAPPED
      *                    AT WHAT BAQ-TOKEN-USERNAME CAN HOLD
      *****************************************************************
       6240-SET-TOKEN-LEN-RTN.
           IF BAQ-STATUS-MESSAGE-LEN > WS-MAX-TOKEN-LEN
               MOVE WS-MAX-TOKEN-LEN TO BAQTKNC-JWT-TOKEN-LEN
           ELSE
               MOVE BAQ-STATUS-MESSAGE-LEN TO BAQTKNC-JWT-TOKEN-LEN
           END-IF.

       6240-EXIT.
           EXIT.

      *****************************************************************

      *****************************************************************
      *    6500-UPDATE-BREAKER-RTN -- ROLL THE CALL'S OUTCOME INTO THE
      *                    STUB'S BREAKER ENTRY.  ANY CALL THE API
      *                    ANSWERED ON ITS MERITS -- SUCCESS,
      *                    INFORMATIONAL OR BUSINESS REJECT -- RESETS
      *                    THE CONSECUTIVE FAILURE COUNT; ONLY A
      *                    TECHNICAL FAILURE COUNTS AGAINST THE LIMIT
      *                    AND TRIPS THE BREAKER WHEN IT IS REACHED.
      *****************************************************************
       6500-UPDATE-BREAKER-RTN.
           IF WS-BREAKER-CUR = 0
               GO TO 6500-EXIT
           END-IF.

           IF NOT WS-RSP-TECHNICAL
               MOVE 0 TO WS-BRKTBL-CONSEC(WS-BREAKER-CUR)
           ELSE
               ADD 1 TO WS-BRKTBL-CONSEC(WS-BREAKER-CUR)
      *****************************************************************
      *    6600-REGISTER-CALL-RTN -- RECORD A SUCCESSFUL LIVE CALL ON
      *                    THE PROCESSED-CALL REGISTRY UNDER TODAY'S
      *                    DATE.  AN INFORMATIONAL RESPONSE COUNTS AS
      *                    SUCCESSFUL.  FAILED CALLS ARE NOT REGISTERED
      *                    -- BAQRSUB'S RESUBMISSION OF ONE (SAME
      *                    SEQUENCE NUMBER, SAME DAY) MUST NOT BE
      *                    MISTAKEN FOR A DUPLICATE -- AND NEITHER ARE
      *                    BUSINESS REJECTS, WHICH THE UNIT MAY FIX
      *                    AND SEND AGAIN.
      *****************************************************************
       6600-REGISTER-CALL-RTN.
           IF NOT WS-RSP-GOOD
               GO TO 6600-EXIT
           END-IF.

           CLOSE BAQOVFLW.
           CLOSE BAQDEFER.
           CLOSE BAQCARRY.
           CLOSE BAQQHOLD.
           CLOSE BAQBRJCT.
           CLOSE BAQDHOLD.
           IF WS-STCAT-OPEN
               CLOSE BAQSTCAT
           END-IF.
           CLOSE BAQDUPRG.
           IF WS-QUSAG-OPEN
               CLOSE BAQQUSAG
           END-IF.
           CLOSE BAQVAULT.
           IF WS-PYLIN-OPEN
               CLOSE BAQPYLIN
           END-IF.
           DISPLAY 'BAQRDRV - TRANSACTIONS PROCESSED: ' WS-CALLS-MADE.
           DISPLAY 'BAQRDRV - EXCEPTIONS WRITTEN:      '
               WS-EXCEPTIONS-WRITTEN.
           DISPLAY 'BAQRDRV - BUSINESS REJECTS RETURNED: '
               WS-BUSINESS-RETURNS.
           DISPLAY 'BAQRDRV - INFORMATIONAL ACCEPTED:    '
               WS-INFO-ACCEPTED.
           DISPLAY 'BAQRDRV - OVERFLOW MESSAGES WRITTEN: '
               WS-OVERFLOWS-WRITTEN.
           DISPLAY 'BAQRDRV - TRANSIENT RETRIES MADE:    '
           END-IF.
           DISPLAY 'BAQRDRV - DUPLICATES SKIPPED:        '
               WS-DUPLICATES-SKIPPED.
           IF WS-QUOTA-COUNT > 0
               DISPLAY 'BAQRDRV - HELD AT QUOTA CEILING:     '
                   WS-TRANS-QUOTA-HELD
           END-IF.
           DISPLAY 'BAQRDRV - HELD FOR PARENT (BAQDHOLD): '
               WS-TRANS-DEP-HELD.
           COMPUTE WS-PACING-SECONDS = WS-PACING-HUNDREDTHS / 100.
           DISPLAY 'BAQRDRV - TIME SPENT PACING (SECS):  '
               WS-PACING-SECONDS.
           PERFORM 8300-WRITE-RUN-SUMMARY-RTN
               THRU 8300-EXIT.

           PERFORM 8600-POST-LEDGER-RTN
               THRU 8600-EXIT.

           DISPLAY 'BAQRDRV - JOB RETURN CODE:           '
               WS-JOB-RC.
           PERFORM 8100-REPORT-ONE-BREAKER-RTN
               THRU 8500-EXIT
               VARYING WS-TENANT-IDX FROM 1 BY 1
               UNTIL WS-TENANT-IDX > WS-TENANT-COUNT.
           PERFORM 8700-REPORT-ONE-QUOTA-RTN
               THRU 8700-EXIT
               VARYING WS-QUOTA-IDX FROM 1 BY 1
               UNTIL WS-QUOTA-IDX > WS-QUOTA-COUNT.
           IF BAQ-SIMULATION-MODE
               DISPLAY 'BAQRDRV - SIMULATED CALLS:          '
                   WS-SIMULATED-CALLS
           MOVE WS-CUTOFF-TIME        TO BAQRUN-CUTOFF-TIME.
           MOVE WS-TRANS-SWEPT        TO BAQRUN-SWEPT.
           MOVE WS-DUPLICATES-SKIPPED TO BAQRUN-DUPLICATES.
           MOVE WS-TRANS-QUOTA-HELD   TO BAQRUN-QUOTA-HELD.
           MOVE WS-TRANS-DEP-HELD     TO BAQRUN-DEP-HELD.

           MOVE 0 TO BAQRUN-QUOTA-COUNT.
           INITIALIZE BAQRUN-QUOTA-TENANTS.
           PERFORM 8310-SUMMARIZE-ONE-QUOTA-RTN
               THRU 8310-EXIT
               VARYING WS-QUOTA-IDX FROM 1 BY 1
               UNTIL WS-QUOTA-IDX > WS-QUOTA-COUNT.

           WRITE BAQRUN-RECORD.

       8300-EXIT.
           EXIT.

      *****************************************************************
      *    8310-SUMMARIZE-ONE-QUOTA-RTN -- CARRY ONE TENANT'S QUOTA
      *                    POSITION ONTO THE RUN SUMMARY RECORD IF IT
      *                    HAD ANY WORK THIS RUN
      *****************************************************************
       8310-SUMMARIZE-ONE-QUOTA-RTN.
           IF WS-QTATBL-RUN-CALLS(WS-QUOTA-IDX) = 0
                   AND WS-QTATBL-RUN-HELD(WS-QUOTA-IDX) = 0
               GO TO 8310-EXIT
           END-IF.

           ADD 1 TO BAQRUN-QUOTA-COUNT.
           MOVE WS-QTATBL-BU(WS-QUOTA-IDX)
               TO BAQRUN-QTA-UNIT(BAQRUN-QUOTA-COUNT).
           MOVE WS-QTATBL-RUN-CALLS(WS-QUOTA-IDX)
               TO BAQRUN-QTA-RUN-CALLS(BAQRUN-QUOTA-COUNT).
           MOVE WS-QTATBL-RUN-HELD(WS-QUOTA-IDX)
               TO BAQRUN-QTA-RUN-HELD(BAQRUN-QUOTA-COUNT).
           MOVE WS-QTATBL-USED-TODAY(WS-QUOTA-IDX)
               TO BAQRUN-QTA-USED-TODAY(BAQRUN-QUOTA-COUNT).
           MOVE WS-QTATBL-DAILY-LIMIT(WS-QUOTA-IDX)
               TO BAQRUN-QTA-DAILY-LIMIT(BAQRUN-QUOTA-COUNT).
           MOVE WS-QTATBL-USED-MTD(WS-QUOTA-IDX)
               TO BAQRUN-QTA-USED-MTD(BAQRUN-QUOTA-COUNT).
           MOVE WS-QTATBL-MTD-LIMIT(WS-QUOTA-IDX)
               TO BAQRUN-QTA-MTD-LIMIT(BAQRUN-QUOTA-COUNT).

       8310-EXIT.
           EXIT.

      *****************************************************************
      *    8500-REPORT-ONE-FAILOVER-RTN -- SUMMARY LINE FOR EACH
      *                    TENANT THAT FAILED OVER TO ITS BACKUP

       8500-EXIT.
           EXIT.

      *****************************************************************
      *    8600-POST-LEDGER-RTN -- POST THE RUN'S TRANSACTION CONTROL
      *                    COUNTS TO THE RUN BALANCING LEDGER UNDER
      *                    THIS RUN'S STREAM.  EVERY TRANSACTION READ
      *                    IS CALLED, DEFERRED, SWEPT, SKIPPED AS A
      *                    DUPLICATE, SKIPPED ON RESTART, HELD AT
      *                    ITS TENANT'S QUOTA CEILING OR HELD FOR ITS
      *                    PARENT -- BAQBALN PROVES IT.  A RUN THAT
      *                    FAILED BEFORE IT READ ANYTHING STILL POSTS,
      *                    SO ITS STREAM SHOWS UP SHORT INSTEAD OF
      *                    SILENTLY ABSENT.
      *                    A LEDGER THAT CANNOT BE OPENED DOES NOT
      *                    CHANGE THE STEP RC -- BAQBALN REPORTS THE
      *                    MISSING POSTING.
      *****************************************************************
       8600-POST-LEDGER-RTN.
           OPEN EXTEND BAQLEDGR.
           IF WS-LEDGR-STATUS = '35'
               OPEN OUTPUT BAQLEDGR
           END-IF.
           IF WS-LEDGR-STATUS NOT = '00'
               DISPLAY 'BAQRDRV - OPEN FAILED FOR BAQLEDGR, STATUS = '
                   WS-LEDGR-STATUS
               GO TO 8600-EXIT
           END-IF.

           IF WS-RUN-END-TIME = SPACES
               ACCEPT WS-RUN-END-TIME FROM TIME
           END-IF.

           MOVE SPACES            TO BAQLDG-RECORD.
           MOVE 'BAQRDRV'         TO BAQLDG-PROGRAM.
           MOVE WS-LEDGER-STREAM  TO BAQLDG-STREAM.
           MOVE WS-RUN-START-DATE TO BAQLDG-RUN-DATE.
           MOVE WS-RUN-END-TIME   TO BAQLDG-RUN-TIME.

           MOVE 'READ'            TO BAQLDG-COUNT-NAME.
           MOVE WS-TRANS-READ     TO BAQLDG-COUNT.
           WRITE BAQLDG-RECORD.

           MOVE 'CALLED'          TO BAQLDG-COUNT-NAME.
           MOVE WS-CALLS-MADE     TO BAQLDG-COUNT.
           WRITE BAQLDG-RECORD.

           MOVE 'DEFERRED'        TO BAQLDG-COUNT-NAME.
           MOVE WS-TRANS-DEFERRED TO BAQLDG-COUNT.
           WRITE BAQLDG-RECORD.

           MOVE 'SWEPT'           TO BAQLDG-COUNT-NAME.
           MOVE WS-TRANS-SWEPT    TO BAQLDG-COUNT.
           WRITE BAQLDG-RECORD.

           MOVE 'DUPLICAT'            TO BAQLDG-COUNT-NAME.
           MOVE WS-DUPLICATES-SKIPPED TO BAQLDG-COUNT.
           WRITE BAQLDG-RECORD.

           MOVE 'RESTSKIP'         TO BAQLDG-COUNT-NAME.
           MOVE WS-RESTART-SKIPPED TO BAQLDG-COUNT.
           WRITE BAQLDG-RECORD.

           MOVE 'QUOTHELD'          TO BAQLDG-COUNT-NAME.
           MOVE WS-TRANS-QUOTA-HELD TO BAQLDG-COUNT.
           WRITE BAQLDG-RECORD.

           MOVE 'DEPHELD'         TO BAQLDG-COUNT-NAME.
           MOVE WS-TRANS-DEP-HELD TO BAQLDG-COUNT.
           WRITE BAQLDG-RECORD.

           CLOSE BAQLEDGR.

       8600-EXIT.
           EXIT.

      *****************************************************************
      *    8700-REPORT-ONE-QUOTA-RTN -- SUMMARY LINE FOR EACH TENANT
      *                    UNDER QUOTA THAT HAD WORK THIS RUN: CALLS
      *                    CONSUMED AGAINST CALLS ALLOWED TODAY AND
      *                    MONTH TO DATE (A ZERO LIMIT IS NO CEILING),
      *                    AND THE TRANSACTIONS HELD
      *****************************************************************
       8700-REPORT-ONE-QUOTA-RTN.
           IF WS-QTATBL-RUN-CALLS(WS-QUOTA-IDX) = 0
                   AND WS-QTATBL-RUN-HELD(WS-QUOTA-IDX) = 0
               GO TO 8700-EXIT
           END-IF.

           DISPLAY 'BAQRDRV - QUOTA: '
               WS-QTATBL-BU(WS-QUOTA-IDX)
               ' TODAY ' WS-QTATBL-USED-TODAY(WS-QUOTA-IDX)
               ' OF ' WS-QTATBL-DAILY-LIMIT(WS-QUOTA-IDX)
               ' MTD ' WS-QTATBL-USED-MTD(WS-QUOTA-IDX)
               ' OF ' WS-QTATBL-MTD-LIMIT(WS-QUOTA-IDX)
               ' HELD ' WS-QTATBL-RUN-HELD(WS-QUOTA-IDX).

       8700-EXIT.
           EXIT.
