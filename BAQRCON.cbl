      *****************************************************************
      *
      * PROGRAM-ID.    BAQRCON
      *
      * AUTHOR.        R. OKONKWO -- BATCH INTEGRATION TEAM
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS
      * DATE-WRITTEN.  2026-10-15
      *
      *****************************************************************
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RO    INITIAL VERSION -- THREE-WAY RECONCILIATION
      *                    OF OUR CALLS AGAINST THE PROVIDERS' DAILY
      *                    CONFIRMATION FILES, WITH AN AGED OPEN-ITEMS
      *                    FILE AND THE BAQRCPRT REPORT.
      *****************************************************************
      * FUNCTION.
      *   BAQRRPT ONLY PROVES OUR OWN CALL COUNTS.  THIS STEP PROVES
      *   THE CALLS THEMSELVES AGAINST WHAT THE API PROVIDERS SAY THEY
      *   PROCESSED, SO WE FIND A BREAK BEFORE THE PROVIDER DOES.
      *
      *   OUR SIDE IS BUILT FROM THREE FILES.  EVERY BAQAUDIT CALL FOR
      *   A STUB LISTED ON BAQCNFC IS ONE ITEM.  ITS STATUS IS FAILED
      *   WHEN THE SAME SEQUENCE NUMBER AND DATE IS ON BAQEXCPT,
      *   REJECTED WHEN IT IS ON BAQBRJCT (OPTIONAL), AND SUCCEEDED
      *   OTHERWISE.  ITS AMOUNT IS THE STUB'S FIRST CROSSFOOT TOTAL
      *   FIELD ON BAQRULEC, TAKEN FROM THE RESPONSE BODY ON BAQPYLOT.
      *   THEIR SIDE IS EVERY RECORD ON THE CONFIRMATION FILES
      *   BAQCNF01-BAQCNF08 (BAQCNFC SAYS WHICH STUBS EACH CARRIES; A
      *   FILE NOT SENT TONIGHT IS SIMPLY NOT THERE).  LAST NIGHT'S
      *   OPEN ITEMS (BAQROPEN) ARE ADDED TO BOTH SIDES.
      *
      *   THE ITEMS ARE SORTED AND MATCHED ON SEQUENCE NUMBER AND
      *   DATE.  A MATCHED PAIR IS CHECKED FOR A STATUS MISMATCH AND,
      *   WHEN BOTH SIDES CARRY ONE, AN AMOUNT MISMATCH; A MISMATCH IS
      *   REPORTED AS A DISPUTE AND NOT CARRIED.  A SUCCEEDED CALL
      *   WITH NO CONFIRMATION IS OURS-ONLY (A FAILED OR REJECTED CALL
      *   NEED NOT BE CONFIRMED).  A CONFIRMATION WITH NO CALL IS
      *   THEIRS-ONLY -- A DUPLICATE WHEN THE PROVIDER CONFIRMED THE
      *   SAME CALL MORE THAN ONCE.  OURS-ONLY AND THEIRS-ONLY ITEMS
      *   GO TO BAQROPNW, WHICH THE JCL HANDS TO THE NEXT RUN AS
      *   BAQROPEN, AND AGE FROM THEIR DATE UNTIL THEY MATCH OR ARE
      *   CLOSED BY HAND ON THE BAQROCLS DECK (OPTIONAL).
      *
      *   BAQRCPRT LISTS EVERY BREAK, EVERY CARRIED ITEM RESOLVED
      *   TONIGHT AND EVERY HAND CLOSURE, THEN THE CONFIRMATION FILES
      *   RECEIVED AND A SUMMARY PER STUB: MATCHED, OURS-ONLY,
      *   THEIRS-ONLY, STATUS AND AMOUNT MISMATCHES, RESOLVED AND THE
      *   AGE OF THE OLDEST OPEN ITEM.  STEP RC IS 4 WHEN THERE IS ANY
      *   BREAK, A REJECTED CONFIRMATION RECORD OR A CLOSURE THAT
      *   NAMES NO OPEN ITEM, AND 8 WHEN A FILE CANNOT BE USED.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BAQRCON.
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
           SELECT BAQCNFC ASSIGN TO BAQCNFC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNFC-STATUS.

           SELECT BAQCNF01 ASSIGN TO BAQCNF01
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNF01-STATUS.

           SELECT BAQCNF02 ASSIGN TO BAQCNF02
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNF02-STATUS.

           SELECT BAQCNF03 ASSIGN TO BAQCNF03
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNF03-STATUS.

           SELECT BAQCNF04 ASSIGN TO BAQCNF04
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNF04-STATUS.

           SELECT BAQCNF05 ASSIGN TO BAQCNF05
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNF05-STATUS.

           SELECT BAQCNF06 ASSIGN TO BAQCNF06
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNF06-STATUS.

           SELECT BAQCNF07 ASSIGN TO BAQCNF07
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNF07-STATUS.

           SELECT BAQCNF08 ASSIGN TO BAQCNF08
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNF08-STATUS.

           SELECT BAQAUDIT ASSIGN TO BAQAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT BAQEXCPT ASSIGN TO BAQEXCPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCPT-STATUS.

           SELECT BAQBRJCT ASSIGN TO BAQBRJCT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRJCT-STATUS.

           SELECT BAQPYLOT ASSIGN TO BAQPYLOT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PYLOT-STATUS.

           SELECT BAQSRTWK ASSIGN TO BAQSRTWK.

           SELECT BAQPYSRT ASSIGN TO BAQPYSRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PYSRT-STATUS.

           SELECT BAQRULEC ASSIGN TO BAQRULEC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULEC-STATUS.

           SELECT BAQROPEN ASSIGN TO BAQROPEN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROPEN-STATUS.

           SELECT BAQROCLS ASSIGN TO BAQROCLS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROCLS-STATUS.

           SELECT BAQRCWK ASSIGN TO BAQRCWK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCWK-STATUS.

           SELECT BAQRCSWK ASSIGN TO BAQRCSWK.

           SELECT BAQRCSRT ASSIGN TO BAQRCSRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCSRT-STATUS.

           SELECT BAQROPNW ASSIGN TO BAQROPNW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROPNW-STATUS.

           SELECT BAQRCPRT ASSIGN TO BAQRCPRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCPRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BAQCNFC
           RECORDING MODE IS F.
           COPY BAQCNFC.

      *****************************************************************
      *    THE CONFIRMATION FILES ALL CARRY BAQCNF-RECORD IMAGES, READ
      *    INTO WORKING-STORAGE, SO EACH IS DECLARED AS A PLAIN BUFFER.
      *****************************************************************
       FD  BAQCNF01
           RECORDING MODE IS F.
       01  BAQCNF01-RECORD                 PIC X(64).

       FD  BAQCNF02
           RECORDING MODE IS F.
       01  BAQCNF02-RECORD                 PIC X(64).

       FD  BAQCNF03
           RECORDING MODE IS F.
       01  BAQCNF03-RECORD                 PIC X(64).

       FD  BAQCNF04
           RECORDING MODE IS F.
       01  BAQCNF04-RECORD                 PIC X(64).

       FD  BAQCNF05
           RECORDING MODE IS F.
       01  BAQCNF05-RECORD                 PIC X(64).

       FD  BAQCNF06
           RECORDING MODE IS F.
       01  BAQCNF06-RECORD                 PIC X(64).

       FD  BAQCNF07
           RECORDING MODE IS F.
       01  BAQCNF07-RECORD                 PIC X(64).

       FD  BAQCNF08
           RECORDING MODE IS F.
       01  BAQCNF08-RECORD                 PIC X(64).

       FD  BAQAUDIT
           RECORDING MODE IS F.
           COPY BAQAUDT.

       FD  BAQEXCPT
           RECORDING MODE IS F.
           COPY BAQEXCP.

       FD  BAQBRJCT
           RECORDING MODE IS F.
           COPY BAQBREJ.

      *****************************************************************
      *    THE RAW RESPONSE FILE IS ONLY EVER PASSED THROUGH THE SORT,
      *    SO IT IS DECLARED AS A PLAIN BUFFER; THE BAQPRSP FIELD
      *    NAMES LIVE ON THE SORTED FILE (BAQPYSRT).
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

       FD  BAQRULEC
           RECORDING MODE IS F.
           COPY BAQRULE.

       FD  BAQROCLS
           RECORDING MODE IS F.
           COPY BAQROCL.

      *****************************************************************
      *    THE OPEN-ITEMS FILES AND THE MATCHING WORK FILES ALL CARRY
      *    BAQROPN-RECORD IMAGES, BUILT AND READ IN WORKING-STORAGE,
      *    SO EACH IS DECLARED AS A PLAIN BUFFER.  WS-WRK-RECORD
      *    MIRRORS THE FRONT OF BAQROPN-RECORD FAR ENOUGH TO NAME THE
      *    SORT KEYS.
      *****************************************************************
       FD  BAQROPEN
           RECORDING MODE IS F.
       01  BAQROPEN-RECORD                 PIC X(80).

       FD  BAQRCWK
           RECORDING MODE IS F.
       01  BAQRCWK-RECORD                  PIC X(80).

       SD  BAQRCSWK.
       01  WS-WRK-RECORD.
           05 WS-WRK-SEQ-NBR               PIC 9(09).
           05 WS-WRK-ITEM-DATE             PIC X(08).
           05 WS-WRK-SIDE                  PIC X(01).
           05 WS-WRK-ORIGIN                PIC X(01).
           05 WS-WRK-PROVIDER-REF          PIC X(20).
           05 WS-WRK-REMAINDER             PIC X(41).

       FD  BAQRCSRT
           RECORDING MODE IS F.
       01  BAQRCSRT-RECORD                 PIC X(80).

       FD  BAQROPNW
           RECORDING MODE IS F.
       01  BAQROPNW-RECORD                 PIC X(80).

       FD  BAQRCPRT
           RECORDING MODE IS F.
       01  BAQRCPRT-RECORD                 PIC X(132).

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

       77  WS-FIRST-GROUP-SWITCH       PIC X(01) VALUE 'Y'.
           88 WS-FIRST-GROUP             VALUE 'Y'.

       77  WS-ABORT-SWITCH             PIC X(01) VALUE 'N'.
           88 WS-ABORT                   VALUE 'Y'.

       77  WS-FOUND-SWITCH             PIC X(01) VALUE 'N'.
           88 WS-FOUND                   VALUE 'Y'.

       77  WS-EXT-NUMERIC-SWITCH       PIC X(01) VALUE 'N'.
           88 WS-EXT-NUMERIC             VALUE 'Y'.

       77  WS-DATE-VALID-SWITCH        PIC X(01) VALUE 'N'.
           88 WS-DATE-VALID              VALUE 'Y'.

       77  WS-GROUP-FAILED-SWITCH      PIC X(01) VALUE 'N'.
           88 WS-GROUP-FAILED            VALUE 'Y'.

       77  WS-GROUP-REJECTED-SWITCH    PIC X(01) VALUE 'N'.
           88 WS-GROUP-REJECTED          VALUE 'Y'.

       77  WS-CARRIED-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-ITEM-CARRIED            VALUE 'Y'.

      *****************************************************************
      *    FILE STATUS FIELDS
      *****************************************************************
       77  WS-CNFC-STATUS              PIC X(02) VALUE SPACES.
       77  WS-CNF01-STATUS             PIC X(02) VALUE SPACES.
       77  WS-CNF02-STATUS             PIC X(02) VALUE SPACES.
       77  WS-CNF03-STATUS             PIC X(02) VALUE SPACES.
       77  WS-CNF04-STATUS             PIC X(02) VALUE SPACES.
       77  WS-CNF05-STATUS             PIC X(02) VALUE SPACES.
       77  WS-CNF06-STATUS             PIC X(02) VALUE SPACES.
       77  WS-CNF07-STATUS             PIC X(02) VALUE SPACES.
       77  WS-CNF08-STATUS             PIC X(02) VALUE SPACES.
       77  WS-CNF-OPEN-STATUS          PIC X(02) VALUE SPACES.
       77  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-EXCPT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-BRJCT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-PYLOT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-PYSRT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-RULEC-STATUS             PIC X(02) VALUE SPACES.
       77  WS-ROPEN-STATUS             PIC X(02) VALUE SPACES.
       77  WS-ROCLS-STATUS             PIC X(02) VALUE SPACES.
       77  WS-RCWK-STATUS              PIC X(02) VALUE SPACES.
       77  WS-RCSRT-STATUS             PIC X(02) VALUE SPACES.
       77  WS-ROPNW-STATUS             PIC X(02) VALUE SPACES.
       77  WS-RCPRT-STATUS             PIC X(02) VALUE SPACES.

      *****************************************************************
      *    COUNTERS
      *****************************************************************
       77  WS-AUDIT-READ               PIC 9(09) COMP-3 VALUE 0.
       77  WS-AUDIT-SKIPPED            PIC 9(09) COMP-3 VALUE 0.
       77  WS-EXCEPTIONS-READ          PIC 9(09) COMP-3 VALUE 0.
       77  WS-REJECTS-READ             PIC 9(09) COMP-3 VALUE 0.
       77  WS-SEGMENTS-READ            PIC 9(09) COMP-3 VALUE 0.
       77  WS-CONFIRMS-READ            PIC 9(09) COMP-3 VALUE 0.
       77  WS-CONFIRMS-BAD             PIC 9(09) COMP-3 VALUE 0.
       77  WS-CARRIED-IN               PIC 9(09) COMP-3 VALUE 0.
       77  WS-CARRIED-OUT              PIC 9(09) COMP-3 VALUE 0.
       77  WS-NOT-EXPECTED             PIC 9(09) COMP-3 VALUE 0.
       77  WS-TOT-MATCHED              PIC 9(09) COMP-3 VALUE 0.
       77  WS-TOT-OURS-ONLY            PIC 9(09) COMP-3 VALUE 0.
       77  WS-TOT-THEIRS-ONLY          PIC 9(09) COMP-3 VALUE 0.
       77  WS-TOT-DUPLICATES           PIC 9(09) COMP-3 VALUE 0.
       77  WS-TOT-STATUS-DIFF          PIC 9(09) COMP-3 VALUE 0.
       77  WS-TOT-AMOUNT-DIFF          PIC 9(09) COMP-3 VALUE 0.
       77  WS-TOT-RESOLVED             PIC 9(09) COMP-3 VALUE 0.
       77  WS-TOT-CLOSED               PIC 9(09) COMP-3 VALUE 0.
       77  WS-CLOSURES-UNUSED          PIC 9(09) COMP-3 VALUE 0.

      *****************************************************************
      *    STUB TABLE -- ONE ENTRY PER BAQCNFC RECORD, PLUS ONE FOR A
      *    STUB MET ON A CARRIED ITEM THAT HAS SINCE LEFT BAQCNFC
      *    (FILE NUMBER ZERO).  CARRIES THE STUB'S RECONCILIATION
      *    COUNTS AND THE AGE IN DAYS OF ITS OLDEST OPEN ITEM.
      *****************************************************************
       01  WS-STUB-TABLE.
           05 WS-STUBTBL-ENTRY OCCURS 200 TIMES.
              10 WS-STUBTBL-STUB       PIC X(08).
              10 WS-STUBTBL-FILE-NBR   PIC 9(02).
              10 WS-STUBTBL-MATCHED    PIC 9(09) COMP-3.
              10 WS-STUBTBL-OURS-ONLY  PIC 9(09) COMP-3.
              10 WS-STUBTBL-THEIRS-ONLY
                                       PIC 9(09) COMP-3.
              10 WS-STUBTBL-STATUS-DIFF
                                       PIC 9(09) COMP-3.
              10 WS-STUBTBL-AMOUNT-DIFF
                                       PIC 9(09) COMP-3.
              10 WS-STUBTBL-RESOLVED   PIC 9(09) COMP-3.
              10 WS-STUBTBL-OLDEST     PIC 9(05) COMP-3.

       77  WS-STUB-COUNT               PIC 9(05) COMP-3 VALUE 0.
       77  WS-STUB-MAX                 PIC 9(05) COMP-3 VALUE 200.
       77  WS-STUB-IDX                 PIC 9(05) COMP-3 VALUE 0.
       77  WS-CURR-STUB-IDX            PIC 9(05) COMP-3 VALUE 0.
       77  WS-CURR-STUB-NAME           PIC X(08) VALUE SPACES.

      *****************************************************************
      *    CONFIRMATION FILE TABLE -- A FILE IS OPENED ONLY WHEN SOME
      *    STUB ON BAQCNFC NAMES IT
      *****************************************************************
       01  WS-CNF-FILE-TABLE.
           05 WS-CNFTBL-ENTRY OCCURS 8 TIMES.
              10 WS-CNFTBL-PROVIDER    PIC X(20).
              10 WS-CNFTBL-USED        PIC X(01).
              10 WS-CNFTBL-RECEIVED    PIC X(01).
              10 WS-CNFTBL-READ        PIC 9(09) COMP-3.
              10 WS-CNFTBL-BAD         PIC 9(09) COMP-3.

       77  WS-FILE-NBR                 PIC 9(02) VALUE 0.
       77  WS-CNF-REASON               PIC X(40) VALUE SPACES.

       01  WS-FILE-NAME-AREA.
           05 FILLER                   PIC X(06) VALUE 'BAQCNF'.
           05 WS-FILE-NAME-NBR         PIC 9(02).

      *****************************************************************
      *    AMOUNT-FIELD TABLE -- THE FIRST TYPE C RULE FOR EACH STUB
      *    ON BAQRULEC.  ITS TOTAL FIELD IS THE CALL'S AMOUNT.
      *****************************************************************
       01  WS-RULE-TABLE.
           05 WS-RULETBL-ENTRY OCCURS 200 TIMES.
              10 WS-RULETBL-STUB       PIC X(08).
              10 WS-RULETBL-POS        PIC 9(04).
              10 WS-RULETBL-LEN        PIC 9(02).

       77  WS-RULE-COUNT               PIC 9(05) COMP-3 VALUE 0.
       77  WS-RULE-MAX                 PIC 9(05) COMP-3 VALUE 200.
       77  WS-RULE-IDX                 PIC 9(05) COMP-3 VALUE 0.
       77  WS-CURR-RULE-IDX            PIC 9(05) COMP-3 VALUE 0.

      *****************************************************************
      *    CALL AMOUNT TABLE -- ONE ENTRY PER RESPONSE BODY ON BAQPYLOT
      *    WHOSE STUB HAS AN AMOUNT FIELD, IN SEQUENCE NUMBER/STUB
      *    ORDER (THE ORDER THE SORT HANDS THEM OVER) FOR A BINARY
      *    SEARCH.  A DAY THAT WILL NOT FIT FAILS THE STEP RATHER THAN
      *    REPORT GOOD CALLS AS AMOUNT MISMATCHES.
      *****************************************************************
       01  WS-PAY-TABLE.
           05 WS-PAYTBL-ENTRY OCCURS 20000 TIMES.
              10 WS-PAYTBL-KEY         PIC X(17).
              10 WS-PAYTBL-AMOUNT      PIC 9(18) COMP-3.

       77  WS-PAY-COUNT                PIC 9(05) COMP-3 VALUE 0.
       77  WS-PAY-MAX                  PIC 9(05) COMP-3 VALUE 20000.
       77  WS-PAY-CUR                  PIC 9(05) COMP-3 VALUE 0.
       77  WS-SRCH-LOW                 PIC 9(05) COMP-3 VALUE 0.
       77  WS-SRCH-HIGH                PIC 9(05) COMP-3 VALUE 0.
       77  WS-SRCH-MID                 PIC 9(05) COMP-3 VALUE 0.

       01  WS-PAY-KEY.
           05 WS-PAY-KEY-SEQ           PIC 9(09).
           05 WS-PAY-KEY-STUB          PIC X(08).

      *****************************************************************
      *    HAND-CLOSURE TABLE -- THE BAQROCLS DECK.  AN ENTRY IS MARKED
      *    USED WHEN IT CLOSES AN ITEM; ONE NEVER USED IS REPORTED.
      *****************************************************************
       01  WS-CLOSE-TABLE.
           05 WS-CLSTBL-ENTRY OCCURS 500 TIMES.
              10 WS-CLSTBL-KEY         PIC X(38).
              10 WS-CLSTBL-CLOSED-BY   PIC X(20).
              10 WS-CLSTBL-REASON      PIC X(40).
              10 WS-CLSTBL-USED        PIC X(01).

       77  WS-CLOSE-COUNT              PIC 9(05) COMP-3 VALUE 0.
       77  WS-CLOSE-MAX                PIC 9(05) COMP-3 VALUE 500.
       77  WS-CLOSE-IDX                PIC 9(05) COMP-3 VALUE 0.
       77  WS-CURR-CLOSE-IDX           PIC 9(05) COMP-3 VALUE 0.

       01  WS-CLOSE-KEY.
           05 WS-CLOSE-KEY-SEQ         PIC 9(09).
           05 WS-CLOSE-KEY-DATE        PIC X(08).
           05 WS-CLOSE-KEY-SIDE        PIC X(01).
           05 WS-CLOSE-KEY-REF         PIC X(20).

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

       77  WS-CURR-SEQ-NBR             PIC 9(09) VALUE 0.

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
      *    MATCHING WORK AREAS.  THE WORK FILE CARRIES TWO MARKER
      *    SIDES AS WELL AS OURS (O) AND THEIRS (T): E FOR A BAQEXCPT
      *    RECORD AND J FOR A BAQBRJCT RECORD.  THEY SORT AHEAD OF O
      *    WITHIN A SEQUENCE NUMBER AND DATE, SO THE GROUP KNOWS THE
      *    CALL FAILED OR WAS REJECTED BEFORE IT MEETS THE CALL.
      *****************************************************************
       77  WS-SIDE-EXCEPTION           PIC X(01) VALUE 'E'.
       77  WS-SIDE-REJECT              PIC X(01) VALUE 'J'.

       01  WS-OURS-TABLE.
           05 WS-OURTBL-ITEM OCCURS 20 TIMES
                                       PIC X(80).

       01  WS-THEIRS-TABLE.
           05 WS-THRTBL-ITEM OCCURS 20 TIMES
                                       PIC X(80).

       77  WS-OURS-COUNT               PIC 9(05) COMP-3 VALUE 0.
       77  WS-THEIRS-COUNT             PIC 9(05) COMP-3 VALUE 0.
       77  WS-GROUP-MAX                PIC 9(05) COMP-3 VALUE 20.
       77  WS-PAIR-IDX                 PIC 9(05) COMP-3 VALUE 0.
       77  WS-PAIR-START               PIC 9(05) COMP-3 VALUE 0.
       77  WS-GROUP-KEY                PIC X(17) VALUE SPACES.
       77  WS-NEXT-ITEM                PIC X(80) VALUE SPACES.
       77  WS-BREAK-TYPE               PIC X(13) VALUE SPACES.

      *****************************************************************
      *    OUR HALF OF THE PAIR BEING COMPARED
      *****************************************************************
       77  WS-US-STUB-NAME             PIC X(08) VALUE SPACES.
       77  WS-US-STATUS                PIC X(01) VALUE SPACES.
       77  WS-US-ORIGIN                PIC X(01) VALUE SPACES.
       77  WS-US-AMOUNT-SWITCH         PIC X(01) VALUE 'N'.
           88 WS-US-AMOUNT-KNOWN         VALUE 'Y'.
       77  WS-US-AMOUNT                PIC 9(18) VALUE 0.

      *****************************************************************
      *    DATES -- TODAY AND THE DATE BEING EDITED OR AGED
      *****************************************************************
       01  WS-TODAY-DATE               PIC X(08) VALUE SPACES.
       01  WS-TODAY-DATE-NUM REDEFINES WS-TODAY-DATE
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

       77  WS-TODAY-INT                PIC 9(07) COMP-3 VALUE 0.
       77  WS-ITEM-INT                 PIC 9(07) COMP-3 VALUE 0.
       77  WS-ITEM-AGE                 PIC S9(07) COMP-3 VALUE 0.
       77  WS-DAYS-IN-MONTH            PIC 9(02) VALUE 0.
       77  WS-LEAP-QUOTIENT            PIC 9(04) COMP-3 VALUE 0.
       77  WS-LEAP-REM-4               PIC 9(04) COMP-3 VALUE 0.
       77  WS-LEAP-REM-100             PIC 9(04) COMP-3 VALUE 0.
       77  WS-LEAP-REM-400             PIC 9(04) COMP-3 VALUE 0.

      *****************************************************************
      *    RECORD AREAS -- THE CONFIRMATION AND OPEN-ITEM RECORDS ARE
      *    READ INTO AND BUILT HERE
      *****************************************************************
           COPY BAQCNF.

           COPY BAQROPN.

      *****************************************************************
      *    PRINT LINES
      *****************************************************************
       01  WS-HDG1-LINE.
           05 FILLER                   PIC X(01) VALUE '1'.
           05 FILLER                   PIC X(60) VALUE
               'BAQRCON - PROVIDER CONFIRMATION RECONCILIATION'.
           05 FILLER                   PIC X(10) VALUE 'RUN DATE'.
           05 H1-RUN-DATE              PIC X(08).
           05 FILLER                   PIC X(53) VALUE SPACES.

       01  WS-BRK-HDG1-LINE.
           05 FILLER                   PIC X(01) VALUE '0'.
           05 FILLER                   PIC X(131) VALUE
               'BREAKS, RESOLUTIONS AND CLOSURES'.

       01  WS-BRK-HDG2-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(14) VALUE 'TYPE'.
           05 FILLER                   PIC X(10) VALUE 'STUB'.
           05 FILLER                   PIC X(11) VALUE 'SEQUENCE'.
           05 FILLER                   PIC X(10) VALUE 'DATE'.
           05 FILLER                   PIC X(05) VALUE 'US'.
           05 FILLER                   PIC X(05) VALUE 'THEM'.
           05 FILLER                   PIC X(20) VALUE
               '         OUR AMOUNT'.
           05 FILLER                   PIC X(20) VALUE
               '       THEIR AMOUNT'.
           05 FILLER                   PIC X(22) VALUE
               'PROVIDER REFERENCE'.
           05 FILLER                   PIC X(14) VALUE '  AGE'.

       01  WS-BREAK-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 BL-TYPE                  PIC X(13).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 BL-STUB-NAME             PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 BL-SEQ-NBR               PIC 9(09).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 BL-ITEM-DATE             PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 BL-US-STATUS             PIC X(01).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 BL-THEM-STATUS           PIC X(01).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 BL-US-AMOUNT             PIC Z(17)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 BL-THEM-AMOUNT           PIC Z(17)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 BL-PROVIDER-REF          PIC X(20).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 BL-AGE                   PIC ZZZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 BL-CARRIED               PIC X(07).

       01  WS-NOTE-LINE.
           05 FILLER                   PIC X(15) VALUE SPACES.
           05 NL-TEXT                  PIC X(117).

       01  WS-CLS-HDG1-LINE.
           05 FILLER                   PIC X(01) VALUE '0'.
           05 FILLER                   PIC X(131) VALUE
               'CLOSURES NOT APPLIED -- NO SUCH OPEN ITEM'.

       01  WS-CLS-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 CL-SEQ-NBR               PIC 9(09).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CL-ITEM-DATE             PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CL-SIDE                  PIC X(01).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 CL-PROVIDER-REF          PIC X(20).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CL-CLOSED-BY             PIC X(20).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 CL-REASON                PIC X(40).
           05 FILLER                   PIC X(21) VALUE SPACES.

       01  WS-FIL-HDG1-LINE.
           05 FILLER                   PIC X(01) VALUE '0'.
           05 FILLER                   PIC X(131) VALUE
               'CONFIRMATION FILES'.

       01  WS-FIL-HDG2-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(10) VALUE 'FILE'.
           05 FILLER                   PIC X(22) VALUE 'PROVIDER'.
           05 FILLER                   PIC X(14) VALUE 'STATE'.
           05 FILLER                   PIC X(13) VALUE '       READ'.
           05 FILLER                   PIC X(72) VALUE
               '   REJECTED'.

       01  WS-FILE-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FL-FILE-NAME             PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FL-PROVIDER              PIC X(20).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FL-STATE                 PIC X(12).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FL-READ                  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FL-BAD                   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(61) VALUE SPACES.

       01  WS-SUM-HDG1-LINE.
           05 FILLER                   PIC X(01) VALUE '0'.
           05 FILLER                   PIC X(131) VALUE
               'SUMMARY BY STUB'.

       01  WS-SUM-HDG2-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(10) VALUE 'STUB'.
           05 FILLER                   PIC X(10) VALUE 'FILE'.
           05 FILLER                   PIC X(13) VALUE '    MATCHED'.
           05 FILLER                   PIC X(13) VALUE '  OURS ONLY'.
           05 FILLER                   PIC X(13) VALUE 'THEIRS ONLY'.
           05 FILLER                   PIC X(13) VALUE 'STATUS DIFF'.
           05 FILLER                   PIC X(13) VALUE 'AMOUNT DIFF'.
           05 FILLER                   PIC X(13) VALUE '   RESOLVED'.
           05 FILLER                   PIC X(33) VALUE 'OLDEST'.

       01  WS-SUMMARY-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SL-STUB-NAME             PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 SL-FILE-NAME             PIC X(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 SL-MATCHED               PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 SL-OURS-ONLY             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 SL-THEIRS-ONLY           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 SL-STATUS-DIFF           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 SL-AMOUNT-DIFF           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 SL-RESOLVED              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 SL-OLDEST                PIC ZZZZ9.
           05 FILLER                   PIC X(28) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05 FILLER                   PIC X(01) VALUE '0'.
           05 FILLER                   PIC X(20) VALUE
               'TOTALS'.
           05 TL-MATCHED               PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 TL-OURS-ONLY             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 TL-THEIRS-ONLY           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 TL-STATUS-DIFF           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 TL-AMOUNT-DIFF           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 TL-RESOLVED              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.
      *****************************************************************
      *    0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE-RTN
               THRU 1000-EXIT.

           IF NOT WS-ABORT
               PERFORM 2000-BUILD-WORK-RTN
                   THRU 2000-EXIT
           END-IF.

           IF NOT WS-ABORT
               PERFORM 3000-MATCH-RTN
                   THRU 3000-EXIT
           END-IF.

           IF NOT WS-ABORT
               PERFORM 6000-REPORT-SUMMARY-RTN
                   THRU 6000-EXIT
           END-IF.

           PERFORM 8000-TERMINATE-RTN
               THRU 8000-EXIT.

           IF WS-ABORT
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TOT-OURS-ONLY > 0
                       OR WS-TOT-THEIRS-ONLY > 0
                       OR WS-TOT-STATUS-DIFF > 0
                       OR WS-TOT-AMOUNT-DIFF > 0
                       OR WS-CONFIRMS-BAD > 0
                       OR WS-CLOSURES-UNUSED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

      *****************************************************************
      *    1000-INITIALIZE-RTN -- OPEN THE REPORT, LOAD THE CONTROL,
      *                    RULE AND CLOSURE TABLES AND THE DAY'S CALL
      *                    AMOUNTS
      *****************************************************************
       1000-INITIALIZE-RTN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT
               = FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM).

           PERFORM 1050-CLEAR-CNF-FILE-RTN
               THRU 1050-EXIT
               VARYING WS-FILE-NBR FROM 1 BY 1
               UNTIL WS-FILE-NBR > 8.

           OPEN OUTPUT BAQRCPRT.
           IF WS-RCPRT-STATUS NOT = '00'
               DISPLAY 'BAQRCON - OPEN FAILED FOR BAQRCPRT, STATUS = '
                   WS-RCPRT-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.

           MOVE WS-TODAY-DATE TO H1-RUN-DATE.
           WRITE BAQRCPRT-RECORD FROM WS-HDG1-LINE.

           PERFORM 1100-LOAD-CNFC-RTN
               THRU 1100-EXIT.
           IF WS-ABORT
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1200-LOAD-RULES-RTN
               THRU 1200-EXIT.
           IF WS-ABORT
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1300-LOAD-CLOSURES-RTN
               THRU 1300-EXIT.
           IF WS-ABORT
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1400-LOAD-AMOUNTS-RTN
               THRU 1400-EXIT.

       1000-EXIT.
           EXIT.

       1050-CLEAR-CNF-FILE-RTN.
           MOVE SPACES TO WS-CNFTBL-PROVIDER(WS-FILE-NBR).
           MOVE 'N'    TO WS-CNFTBL-USED(WS-FILE-NBR).
           MOVE 'N'    TO WS-CNFTBL-RECEIVED(WS-FILE-NBR).
           MOVE 0      TO WS-CNFTBL-READ(WS-FILE-NBR).
           MOVE 0      TO WS-CNFTBL-BAD(WS-FILE-NBR).

       1050-EXIT.
           EXIT.

      *****************************************************************
      *    1100-LOAD-CNFC-RTN -- THE STUB-TO-CONFIRMATION-FILE
      *                    ASSIGNMENTS.  THE FILE IS REQUIRED.  A
      *                    RECORD NAMING A FILE OUTSIDE 1-8, OR A STUB
      *                    ALREADY ASSIGNED, IS IGNORED AND FLAGGED ON
      *                    THE JOB LOG.
      *****************************************************************
       1100-LOAD-CNFC-RTN.
           OPEN INPUT BAQCNFC.
           IF WS-CNFC-STATUS NOT = '00'
               DISPLAY 'BAQRCON - OPEN FAILED FOR BAQCNFC, STATUS = '
                   WS-CNFC-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1100-EXIT
           END-IF.

           MOVE 'N' TO WS-LOAD-EOF-SWITCH.
           PERFORM 1110-LOAD-ONE-CNFC-RTN
               THRU 1110-EXIT
               UNTIL WS-LOAD-EOF.

           CLOSE BAQCNFC.

           IF WS-STUB-COUNT = 0
               DISPLAY 'BAQRCON - BAQCNFC ASSIGNS NO CONFIRMATION FILES'
               MOVE 'Y' TO WS-ABORT-SWITCH
           END-IF.

       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-CNFC-RTN.
           READ BAQCNFC
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   GO TO 1110-EXIT
           END-READ.

           IF BAQCNFC-FILE-NBR NOT NUMERIC
                   OR BAQCNFC-FILE-NBR < 1
                   OR BAQCNFC-FILE-NBR > 8
               DISPLAY 'BAQRCON - BAD CONFIRMATION FILE NUMBER IGNORED '
                   'FOR STUB ' BAQCNFC-STUB-NAME
               GO TO 1110-EXIT
           END-IF.

           MOVE BAQCNFC-STUB-NAME TO WS-CURR-STUB-NAME.
           PERFORM 4600-FIND-STUB-RTN
               THRU 4600-EXIT.
           IF WS-FOUND
               DISPLAY 'BAQRCON - DUPLICATE BAQCNFC ENTRY IGNORED '
                   'FOR STUB ' BAQCNFC-STUB-NAME
               GO TO 1110-EXIT
           END-IF.

           IF WS-STUB-COUNT >= WS-STUB-MAX
               DISPLAY 'BAQRCON - STUB TABLE FULL, BAQCNFC ENTRY '
                   'IGNORED FOR STUB ' BAQCNFC-STUB-NAME
               GO TO 1110-EXIT
           END-IF.

           PERFORM 4650-ADD-STUB-RTN
               THRU 4650-EXIT.
           MOVE BAQCNFC-FILE-NBR
               TO WS-STUBTBL-FILE-NBR(WS-CURR-STUB-IDX).

           MOVE 'Y' TO WS-CNFTBL-USED(BAQCNFC-FILE-NBR).
           IF WS-CNFTBL-PROVIDER(BAQCNFC-FILE-NBR) = SPACES
               MOVE BAQCNFC-PROVIDER
                   TO WS-CNFTBL-PROVIDER(BAQCNFC-FILE-NBR)
           END-IF.

       1110-EXIT.
           EXIT.

      *****************************************************************
      *    1200-LOAD-RULES-RTN -- THE FIRST CROSSFOOT RULE FOR A STUB
      *                    NAMES ITS AMOUNT FIELD.  THE FILE IS
      *                    REQUIRED; THE OTHER RULE TYPES ARE BAQRVAL'S
      *                    BUSINESS AND ARE SKIPPED.  A STUB WITH NO
      *                    CROSSFOOT RULE HAS NO AMOUNT TO COMPARE.
      *****************************************************************
       1200-LOAD-RULES-RTN.
           OPEN INPUT BAQRULEC.
           IF WS-RULEC-STATUS NOT = '00'
               DISPLAY 'BAQRCON - OPEN FAILED FOR BAQRULEC, STATUS = '
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
               DISPLAY 'BAQRCON - UNUSABLE CROSSFOOT RULE IGNORED '
                   'FOR STUB ' BAQRULE-STUB-NAME
               GO TO 1210-EXIT
           END-IF.

           MOVE BAQRULE-STUB-NAME TO WS-CURR-STUB-NAME.
           PERFORM 7400-FIND-RULE-RTN
               THRU 7400-EXIT.
           IF WS-CURR-RULE-IDX > 0
               GO TO 1210-EXIT
           END-IF.

           IF WS-RULE-COUNT >= WS-RULE-MAX
               DISPLAY 'BAQRCON - MORE THAN ' WS-RULE-MAX
                   ' CROSSFOOT STUBS ON BAQRULEC, NOTHING RECONCILED'
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1210-EXIT
           END-IF.

           ADD 1 TO WS-RULE-COUNT.
           MOVE BAQRULE-STUB-NAME TO WS-RULETBL-STUB(WS-RULE-COUNT).
           MOVE BAQRULE-TOTAL-POS TO WS-RULETBL-POS(WS-RULE-COUNT).
           MOVE BAQRULE-TOTAL-LEN TO WS-RULETBL-LEN(WS-RULE-COUNT).

       1210-EXIT.
           EXIT.

      *****************************************************************
      *    1300-LOAD-CLOSURES-RTN -- THE HAND-CLOSURE DECK.  NO
      *                    BAQROCLS (STATUS 35) MEANS NOTHING IS
      *                    CLOSED TONIGHT.
      *****************************************************************
       1300-LOAD-CLOSURES-RTN.
           OPEN INPUT BAQROCLS.
           IF WS-ROCLS-STATUS = '35'
               GO TO 1300-EXIT
           END-IF.
           IF WS-ROCLS-STATUS NOT = '00'
               DISPLAY 'BAQRCON - OPEN FAILED FOR BAQROCLS, STATUS = '
                   WS-ROCLS-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1300-EXIT
           END-IF.

           MOVE 'N' TO WS-LOAD-EOF-SWITCH.
           PERFORM 1310-LOAD-ONE-CLOSURE-RTN
               THRU 1310-EXIT
               UNTIL WS-LOAD-EOF.

           CLOSE BAQROCLS.

       1300-EXIT.
           EXIT.

       1310-LOAD-ONE-CLOSURE-RTN.
           READ BAQROCLS
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   GO TO 1310-EXIT
           END-READ.

           IF BAQROCL-SEQ-NBR NOT NUMERIC
                   OR NOT (BAQROCL-OURS OR BAQROCL-THEIRS)
               DISPLAY 'BAQRCON - BAD BAQROCLS RECORD IGNORED, SEQ '
                   BAQROCL-SEQ-NBR
               GO TO 1310-EXIT
           END-IF.

           IF WS-CLOSE-COUNT >= WS-CLOSE-MAX
               DISPLAY 'BAQRCON - MORE THAN ' WS-CLOSE-MAX
                   ' CLOSURES, IGNORED FOR SEQ ' BAQROCL-SEQ-NBR
               GO TO 1310-EXIT
           END-IF.

           MOVE BAQROCL-SEQ-NBR   TO WS-CLOSE-KEY-SEQ.
           MOVE BAQROCL-ITEM-DATE TO WS-CLOSE-KEY-DATE.
           MOVE BAQROCL-SIDE      TO WS-CLOSE-KEY-SIDE.
           IF BAQROCL-THEIRS
               MOVE BAQROCL-PROVIDER-REF TO WS-CLOSE-KEY-REF
           ELSE
               MOVE SPACES               TO WS-CLOSE-KEY-REF
           END-IF.

           ADD 1 TO WS-CLOSE-COUNT.
           MOVE WS-CLOSE-KEY      TO WS-CLSTBL-KEY(WS-CLOSE-COUNT).
           MOVE BAQROCL-CLOSED-BY
               TO WS-CLSTBL-CLOSED-BY(WS-CLOSE-COUNT).
           MOVE BAQROCL-REASON    TO WS-CLSTBL-REASON(WS-CLOSE-COUNT).
           MOVE 'N'               TO WS-CLSTBL-USED(WS-CLOSE-COUNT).

       1310-EXIT.
           EXIT.

      *****************************************************************
      *    1400-LOAD-AMOUNTS-RTN -- SORT THE DAY'S RESPONSE SEGMENTS
      *                    BY SEQUENCE NUMBER, STUB AND SEGMENT NUMBER,
      *                    REASSEMBLE EACH BODY THE WAY BAQRVAL DOES
      *                    AND TABLE THE AMOUNT FIELD OF EVERY BODY
      *                    WHOSE STUB HAS ONE
      *****************************************************************
       1400-LOAD-AMOUNTS-RTN.
           SORT BAQSRTWK
               ON ASCENDING KEY WS-SRT-SEQ-NBR
                                WS-SRT-STUB-NAME
                                WS-SRT-SEGMENT-NBR
               USING BAQPYLOT
               GIVING BAQPYSRT.

           IF SORT-RETURN NOT = 0
               DISPLAY 'BAQRCON - SORT OF BAQPYLOT FAILED, RC = '
                   SORT-RETURN
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1400-EXIT
           END-IF.

           OPEN INPUT BAQPYSRT.
           IF WS-PYSRT-STATUS NOT = '00'
               DISPLAY 'BAQRCON - OPEN FAILED FOR BAQPYSRT, STATUS = '
                   WS-PYSRT-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1400-EXIT
           END-IF.

           MOVE 'N' TO WS-LOAD-EOF-SWITCH.
           MOVE 'Y' TO WS-FIRST-CALL-SWITCH.
           PERFORM 1410-READ-SEGMENT-RTN
               THRU 1410-EXIT.
           PERFORM 1420-PROCESS-SEGMENT-RTN
               THRU 1420-EXIT
               UNTIL WS-LOAD-EOF
                  OR WS-ABORT.

           IF NOT WS-FIRST-CALL
                   AND NOT WS-ABORT
               PERFORM 1450-STORE-AMOUNT-RTN
                   THRU 1450-EXIT
           END-IF.

           CLOSE BAQPYSRT.

       1400-EXIT.
           EXIT.

       1410-READ-SEGMENT-RTN.
           READ BAQPYSRT
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-SEGMENTS-READ
           END-READ.

       1410-EXIT.
           EXIT.

      *****************************************************************
      *    1420-PROCESS-SEGMENT-RTN -- ONE RESPONSE SEGMENT.  WHEN THE
      *                    SEQUENCE NUMBER OR STUB NAME CHANGES, THE
      *                    PRIOR BODY'S AMOUNT IS TABLED.
      *****************************************************************
       1420-PROCESS-SEGMENT-RTN.
           IF BAQPRSP-SEQ-NBR NOT = WS-CURR-SEQ-NBR
                   OR BAQPRSP-STUB-NAME NOT = WS-CURR-STUB-NAME
                   OR WS-FIRST-CALL
               IF NOT WS-FIRST-CALL
                   PERFORM 1450-STORE-AMOUNT-RTN
                       THRU 1450-EXIT
               END-IF
               MOVE BAQPRSP-SEQ-NBR   TO WS-CURR-SEQ-NBR
               MOVE BAQPRSP-STUB-NAME TO WS-CURR-STUB-NAME
               MOVE SPACES            TO WS-BODY-DATA
               MOVE 0                 TO WS-BODY-LEN
               MOVE 1                 TO WS-BODY-POS
               MOVE 'N'               TO WS-FIRST-CALL-SWITCH
           END-IF.

           PERFORM 1430-APPEND-SEGMENT-RTN
               THRU 1430-EXIT.

           PERFORM 1410-READ-SEGMENT-RTN
               THRU 1410-EXIT.

       1420-EXIT.
           EXIT.

      *****************************************************************
      *    1430-APPEND-SEGMENT-RTN -- APPEND ONE SEGMENT TO THE BODY
      *                    BUFFER, EXACTLY AS BAQRVAL DOES
      *****************************************************************
       1430-APPEND-SEGMENT-RTN.
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

       1430-EXIT.
           EXIT.

      *****************************************************************
      *    1450-STORE-AMOUNT-RTN -- TABLE THE AMOUNT OF THE BODY JUST
      *                    REASSEMBLED.  NO AMOUNT FIELD FOR THE STUB,
      *                    OR A FIELD THAT IS NOT NUMERIC, LEAVES THE
      *                    CALL WITHOUT AN AMOUNT.
      *****************************************************************
       1450-STORE-AMOUNT-RTN.
           PERFORM 7400-FIND-RULE-RTN
               THRU 7400-EXIT.
           IF WS-CURR-RULE-IDX = 0
               GO TO 1450-EXIT
           END-IF.

           MOVE WS-RULETBL-POS(WS-CURR-RULE-IDX) TO WS-EXT-POS.
           MOVE WS-RULETBL-LEN(WS-CURR-RULE-IDX) TO WS-EXT-LEN.
           PERFORM 7300-EXTRACT-FIELD-RTN
               THRU 7300-EXIT.
           IF NOT WS-EXT-NUMERIC
               GO TO 1450-EXIT
           END-IF.

           IF WS-PAY-COUNT >= WS-PAY-MAX
               DISPLAY 'BAQRCON - MORE THAN ' WS-PAY-MAX
                   ' RESPONSE AMOUNTS ON BAQPYLOT, NOTHING RECONCILED'
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 1450-EXIT
           END-IF.

           MOVE WS-CURR-SEQ-NBR   TO WS-PAY-KEY-SEQ.
           MOVE WS-CURR-STUB-NAME TO WS-PAY-KEY-STUB.
           ADD 1 TO WS-PAY-COUNT.
           MOVE WS-PAY-KEY        TO WS-PAYTBL-KEY(WS-PAY-COUNT).
           MOVE WS-EXT-VALUE      TO WS-PAYTBL-AMOUNT(WS-PAY-COUNT).

       1450-EXIT.
           EXIT.

      *****************************************************************
      *    2000-BUILD-WORK-RTN -- WRITE EVERY ITEM FROM BOTH SIDES,
      *                    THE FAILURE AND REJECT MARKERS AND LAST
      *                    NIGHT'S OPEN ITEMS TO THE WORK FILE, THEN
      *                    SORT IT INTO MATCHING ORDER
      *****************************************************************
       2000-BUILD-WORK-RTN.
           OPEN OUTPUT BAQRCWK.
           IF WS-RCWK-STATUS NOT = '00'
               DISPLAY 'BAQRCON - OPEN FAILED FOR BAQRCWK, STATUS = '
                   WS-RCWK-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-LOAD-CALLS-RTN
               THRU 2100-EXIT.

           IF NOT WS-ABORT
               PERFORM 2200-LOAD-EXCEPTIONS-RTN
                   THRU 2200-EXIT
           END-IF.

           IF NOT WS-ABORT
               PERFORM 2300-LOAD-REJECTS-RTN
                   THRU 2300-EXIT
           END-IF.

           IF NOT WS-ABORT
               PERFORM 2400-LOAD-CNF-FILE-RTN
                   THRU 2400-EXIT
                   VARYING WS-FILE-NBR FROM 1 BY 1
                   UNTIL WS-FILE-NBR > 8
                      OR WS-ABORT
           END-IF.

           IF NOT WS-ABORT
               PERFORM 2500-LOAD-OPEN-ITEMS-RTN
                   THRU 2500-EXIT
           END-IF.

           CLOSE BAQRCWK.
           IF WS-ABORT
               GO TO 2000-EXIT
           END-IF.

           SORT BAQRCSWK
               ON ASCENDING KEY WS-WRK-SEQ-NBR
                                WS-WRK-ITEM-DATE
                                WS-WRK-SIDE
                                WS-WRK-ORIGIN
                                WS-WRK-PROVIDER-REF
               USING BAQRCWK
               GIVING BAQRCSRT.

           IF SORT-RETURN NOT = 0
               DISPLAY 'BAQRCON - SORT OF BAQRCWK FAILED, RC = '
                   SORT-RETURN
               MOVE 'Y' TO WS-ABORT-SWITCH
           END-IF.

       2000-EXIT.
           EXIT.

      *****************************************************************
      *    2100-LOAD-CALLS-RTN -- OUR SIDE: ONE ITEM PER BAQAUDIT CALL
      *                    FOR A STUB ON BAQCNFC, WITH ITS AMOUNT FROM
      *                    THE RESPONSE BODY.  THE STATUS IS SET WHEN
      *                    THE ITEM MEETS ITS MARKERS IN THE MATCH.
      *****************************************************************
       2100-LOAD-CALLS-RTN.
           OPEN INPUT BAQAUDIT.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'BAQRCON - OPEN FAILED FOR BAQAUDIT, STATUS = '
                   WS-AUDIT-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 2100-EXIT
           END-IF.

           MOVE 'N' TO WS-LOAD-EOF-SWITCH.
           PERFORM 2110-LOAD-ONE-CALL-RTN
               THRU 2110-EXIT
               UNTIL WS-LOAD-EOF.

           CLOSE BAQAUDIT.

       2100-EXIT.
           EXIT.

       2110-LOAD-ONE-CALL-RTN.
           READ BAQAUDIT
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   GO TO 2110-EXIT
           END-READ.
           ADD 1 TO WS-AUDIT-READ.

           IF BAQAUDT-SEQ-NBR NOT NUMERIC
                   OR BAQAUDT-SEQ-NBR = 0
               ADD 1 TO WS-AUDIT-SKIPPED
               GO TO 2110-EXIT
           END-IF.

           MOVE BAQAUDT-STUB-NAME TO WS-CURR-STUB-NAME.
           PERFORM 4600-FIND-STUB-RTN
               THRU 4600-EXIT.
           IF NOT WS-FOUND
               ADD 1 TO WS-AUDIT-SKIPPED
               GO TO 2110-EXIT
           END-IF.

           MOVE SPACES                TO BAQROPN-RECORD.
           MOVE BAQAUDT-SEQ-NBR       TO BAQROPN-SEQ-NBR.
           MOVE BAQAUDT-DATE-STAMP    TO BAQROPN-ITEM-DATE.
           MOVE 'O'                   TO BAQROPN-SIDE.
           MOVE 'N'                   TO BAQROPN-ORIGIN.
           MOVE BAQAUDT-STUB-NAME     TO BAQROPN-STUB-NAME.
           MOVE BAQAUDT-BUSINESS-UNIT TO BAQROPN-BUSINESS-UNIT.
           MOVE 'S'                   TO BAQROPN-STATUS.
           MOVE WS-STUBTBL-FILE-NBR(WS-CURR-STUB-IDX)
               TO BAQROPN-FILE-NBR.

           MOVE BAQAUDT-SEQ-NBR   TO WS-PAY-KEY-SEQ.
           MOVE BAQAUDT-STUB-NAME TO WS-PAY-KEY-STUB.
           PERFORM 7500-FIND-AMOUNT-RTN
               THRU 7500-EXIT.
           IF WS-PAY-CUR > 0
               MOVE 'Y' TO BAQROPN-AMOUNT-SWITCH
               MOVE WS-PAYTBL-AMOUNT(WS-PAY-CUR) TO BAQROPN-AMOUNT
           ELSE
               MOVE 'N' TO BAQROPN-AMOUNT-SWITCH
               MOVE 0   TO BAQROPN-AMOUNT
           END-IF.

           WRITE BAQRCWK-RECORD FROM BAQROPN-RECORD.

       2110-EXIT.
           EXIT.

      *****************************************************************
      *    2200-LOAD-EXCEPTIONS-RTN -- A MARKER FOR EVERY CALL THAT
      *                    DID NOT COME BACK BAQ-SUCCESS
      *****************************************************************
       2200-LOAD-EXCEPTIONS-RTN.
           OPEN INPUT BAQEXCPT.
           IF WS-EXCPT-STATUS NOT = '00'
               DISPLAY 'BAQRCON - OPEN FAILED FOR BAQEXCPT, STATUS = '
                   WS-EXCPT-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 2200-EXIT
           END-IF.

           MOVE 'N' TO WS-LOAD-EOF-SWITCH.
           PERFORM 2210-LOAD-ONE-EXCEPTION-RTN
               THRU 2210-EXIT
               UNTIL WS-LOAD-EOF.

           CLOSE BAQEXCPT.

       2200-EXIT.
           EXIT.

       2210-LOAD-ONE-EXCEPTION-RTN.
           READ BAQEXCPT
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   GO TO 2210-EXIT
           END-READ.
           ADD 1 TO WS-EXCEPTIONS-READ.

           IF BAQEXCP-SEQ-NBR NOT NUMERIC
               GO TO 2210-EXIT
           END-IF.

           MOVE SPACES             TO BAQROPN-RECORD.
           MOVE BAQEXCP-SEQ-NBR    TO BAQROPN-SEQ-NBR.
           MOVE BAQEXCP-DATE-STAMP TO BAQROPN-ITEM-DATE.
           MOVE WS-SIDE-EXCEPTION  TO BAQROPN-SIDE.
           MOVE 'N'                TO BAQROPN-ORIGIN.
           MOVE BAQEXCP-STUB-NAME  TO BAQROPN-STUB-NAME.
           MOVE 'F'                TO BAQROPN-STATUS.
           MOVE 'N'                TO BAQROPN-AMOUNT-SWITCH.
           MOVE 0                  TO BAQROPN-AMOUNT.
           MOVE 0                  TO BAQROPN-FILE-NBR.

           WRITE BAQRCWK-RECORD FROM BAQROPN-RECORD.

       2210-EXIT.
           EXIT.

      *****************************************************************
      *    2300-LOAD-REJECTS-RTN -- A MARKER FOR EVERY CALL THE API
      *                    REJECTED ON ITS DATA.  NO BAQBRJCT (STATUS
      *                    35) MEANS NOTHING WAS REJECTED.
      *****************************************************************
       2300-LOAD-REJECTS-RTN.
           OPEN INPUT BAQBRJCT.
           IF WS-BRJCT-STATUS = '35'
               GO TO 2300-EXIT
           END-IF.
           IF WS-BRJCT-STATUS NOT = '00'
               DISPLAY 'BAQRCON - OPEN FAILED FOR BAQBRJCT, STATUS = '
                   WS-BRJCT-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 2300-EXIT
           END-IF.

           MOVE 'N' TO WS-LOAD-EOF-SWITCH.
           PERFORM 2310-LOAD-ONE-REJECT-RTN
               THRU 2310-EXIT
               UNTIL WS-LOAD-EOF.

           CLOSE BAQBRJCT.

       2300-EXIT.
           EXIT.

       2310-LOAD-ONE-REJECT-RTN.
           READ BAQBRJCT
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   GO TO 2310-EXIT
           END-READ.
           ADD 1 TO WS-REJECTS-READ.

           IF BAQBREJ-SEQ-NBR NOT NUMERIC
               GO TO 2310-EXIT
           END-IF.

           MOVE SPACES             TO BAQROPN-RECORD.
           MOVE BAQBREJ-SEQ-NBR    TO BAQROPN-SEQ-NBR.
           MOVE BAQBREJ-DATE-STAMP TO BAQROPN-ITEM-DATE.
           MOVE WS-SIDE-REJECT     TO BAQROPN-SIDE.
           MOVE 'N'                TO BAQROPN-ORIGIN.
           MOVE BAQBREJ-STUB-NAME  TO BAQROPN-STUB-NAME.
           MOVE BAQBREJ-BUSINESS-UNIT
               TO BAQROPN-BUSINESS-UNIT.
           MOVE 'R'                TO BAQROPN-STATUS.
           MOVE 'N'                TO BAQROPN-AMOUNT-SWITCH.
           MOVE 0                  TO BAQROPN-AMOUNT.
           MOVE 0                  TO BAQROPN-FILE-NBR.

           WRITE BAQRCWK-RECORD FROM BAQROPN-RECORD.

       2310-EXIT.
           EXIT.

      *****************************************************************
      *    2400-LOAD-CNF-FILE-RTN -- THEIR SIDE: EVERY RECORD ON ONE
      *                    CONFIRMATION FILE.  A FILE NO STUB NAMES IS
      *                    NOT OPENED; A FILE NOT SENT TONIGHT (STATUS
      *                    35) IS SHOWN AS NOT RECEIVED.
      *****************************************************************
       2400-LOAD-CNF-FILE-RTN.
           IF WS-CNFTBL-USED(WS-FILE-NBR) NOT = 'Y'
               GO TO 2400-EXIT
           END-IF.

           EVALUATE WS-FILE-NBR
               WHEN 1
                   OPEN INPUT BAQCNF01
                   MOVE WS-CNF01-STATUS TO WS-CNF-OPEN-STATUS
               WHEN 2
                   OPEN INPUT BAQCNF02
                   MOVE WS-CNF02-STATUS TO WS-CNF-OPEN-STATUS
               WHEN 3
                   OPEN INPUT BAQCNF03
                   MOVE WS-CNF03-STATUS TO WS-CNF-OPEN-STATUS
               WHEN 4
                   OPEN INPUT BAQCNF04
                   MOVE WS-CNF04-STATUS TO WS-CNF-OPEN-STATUS
               WHEN 5
                   OPEN INPUT BAQCNF05
                   MOVE WS-CNF05-STATUS TO WS-CNF-OPEN-STATUS
               WHEN 6
                   OPEN INPUT BAQCNF06
                   MOVE WS-CNF06-STATUS TO WS-CNF-OPEN-STATUS
               WHEN 7
                   OPEN INPUT BAQCNF07
                   MOVE WS-CNF07-STATUS TO WS-CNF-OPEN-STATUS
               WHEN OTHER
                   OPEN INPUT BAQCNF08
                   MOVE WS-CNF08-STATUS TO WS-CNF-OPEN-STATUS
           END-EVALUATE.

           IF WS-CNF-OPEN-STATUS = '35'
               GO TO 2400-EXIT
           END-IF.
           IF WS-CNF-OPEN-STATUS NOT = '00'
               MOVE WS-FILE-NBR TO WS-FILE-NAME-NBR
               DISPLAY 'BAQRCON - OPEN FAILED FOR ' WS-FILE-NAME-AREA
                   ', STATUS = ' WS-CNF-OPEN-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 2400-EXIT
           END-IF.
           MOVE 'Y' TO WS-CNFTBL-RECEIVED(WS-FILE-NBR).

           MOVE 'N' TO WS-LOAD-EOF-SWITCH.
           PERFORM 2410-LOAD-ONE-CONFIRM-RTN
               THRU 2410-EXIT
               UNTIL WS-LOAD-EOF.

           EVALUATE WS-FILE-NBR
               WHEN 1
                   CLOSE BAQCNF01
               WHEN 2
                   CLOSE BAQCNF02
               WHEN 3
                   CLOSE BAQCNF03
               WHEN 4
                   CLOSE BAQCNF04
               WHEN 5
                   CLOSE BAQCNF05
               WHEN 6
                   CLOSE BAQCNF06
               WHEN 7
                   CLOSE BAQCNF07
               WHEN OTHER
                   CLOSE BAQCNF08
           END-EVALUATE.

       2400-EXIT.
           EXIT.

       2410-LOAD-ONE-CONFIRM-RTN.
           EVALUATE WS-FILE-NBR
               WHEN 1
                   READ BAQCNF01 INTO BAQCNF-RECORD
                       AT END
                           MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   END-READ
               WHEN 2
                   READ BAQCNF02 INTO BAQCNF-RECORD
                       AT END
                           MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   END-READ
               WHEN 3
                   READ BAQCNF03 INTO BAQCNF-RECORD
                       AT END
                           MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   END-READ
               WHEN 4
                   READ BAQCNF04 INTO BAQCNF-RECORD
                       AT END
                           MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   END-READ
               WHEN 5
                   READ BAQCNF05 INTO BAQCNF-RECORD
                       AT END
                           MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   END-READ
               WHEN 6
                   READ BAQCNF06 INTO BAQCNF-RECORD
                       AT END
                           MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   END-READ
               WHEN 7
                   READ BAQCNF07 INTO BAQCNF-RECORD
                       AT END
                           MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   END-READ
               WHEN OTHER
                   READ BAQCNF08 INTO BAQCNF-RECORD
                       AT END
                           MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   END-READ
           END-EVALUATE.
           IF WS-LOAD-EOF
               GO TO 2410-EXIT
           END-IF.

           ADD 1 TO WS-CONFIRMS-READ.
           ADD 1 TO WS-CNFTBL-READ(WS-FILE-NBR).

           PERFORM 2420-EDIT-CONFIRM-RTN
               THRU 2420-EXIT.
           IF WS-CNF-REASON NOT = SPACES
               MOVE WS-FILE-NBR TO WS-FILE-NAME-NBR
               DISPLAY 'BAQRCON - ' WS-FILE-NAME-AREA
                   ' RECORD REJECTED, REF ' BAQCNF-PROVIDER-REF
                   ' - ' WS-CNF-REASON
               ADD 1 TO WS-CONFIRMS-BAD
               ADD 1 TO WS-CNFTBL-BAD(WS-FILE-NBR)
               GO TO 2410-EXIT
           END-IF.

           MOVE SPACES               TO BAQROPN-RECORD.
           MOVE BAQCNF-SEQ-NBR       TO BAQROPN-SEQ-NBR.
           MOVE BAQCNF-PROCESS-DATE  TO BAQROPN-ITEM-DATE.
           MOVE 'T'                  TO BAQROPN-SIDE.
           MOVE 'N'                  TO BAQROPN-ORIGIN.
           MOVE BAQCNF-PROVIDER-REF  TO BAQROPN-PROVIDER-REF.
           MOVE BAQCNF-STUB-NAME     TO BAQROPN-STUB-NAME.
           MOVE BAQCNF-STATUS        TO BAQROPN-STATUS.
           IF BAQCNF-AMOUNT-X = SPACES
               MOVE 'N' TO BAQROPN-AMOUNT-SWITCH
               MOVE 0   TO BAQROPN-AMOUNT
           ELSE
               MOVE 'Y' TO BAQROPN-AMOUNT-SWITCH
               MOVE BAQCNF-AMOUNT TO BAQROPN-AMOUNT
           END-IF.
           MOVE WS-FILE-NBR          TO BAQROPN-FILE-NBR.

           WRITE BAQRCWK-RECORD FROM BAQROPN-RECORD.

       2410-EXIT.
           EXIT.

      *****************************************************************
      *    2420-EDIT-CONFIRM-RTN -- IS THE CONFIRMATION USABLE?  SETS
      *                    WS-CNF-REASON TO WHY NOT, OR SPACES.  THE
      *                    STUB MUST BE ONE BAQCNFC GIVES TO THIS FILE,
      *                    OR ITS CALLS WERE NEVER PUT ON OUR SIDE.
      *****************************************************************
       2420-EDIT-CONFIRM-RTN.
           MOVE SPACES TO WS-CNF-REASON.

           IF BAQCNF-SEQ-NBR NOT NUMERIC
                   OR BAQCNF-SEQ-NBR = 0
               MOVE 'SEQUENCE NUMBER IS NOT NUMERIC'
                   TO WS-CNF-REASON
               GO TO 2420-EXIT
           END-IF.

           MOVE BAQCNF-PROCESS-DATE TO WS-EDIT-DATE-X.
           PERFORM 7100-EDIT-DATE-RTN
               THRU 7100-EXIT.
           IF NOT WS-DATE-VALID
               MOVE 'PROCESS DATE IS NOT A VALID YYYYMMDD DATE'
                   TO WS-CNF-REASON
               GO TO 2420-EXIT
           END-IF.

           IF NOT (BAQCNF-PROCESSED OR BAQCNF-REJECTED)
               MOVE 'STATUS IS NOT S OR R'
                   TO WS-CNF-REASON
               GO TO 2420-EXIT
           END-IF.

           IF BAQCNF-AMOUNT-X NOT = SPACES
                   AND BAQCNF-AMOUNT NOT NUMERIC
               MOVE 'AMOUNT IS NOT NUMERIC'
                   TO WS-CNF-REASON
               GO TO 2420-EXIT
           END-IF.

           MOVE BAQCNF-STUB-NAME TO WS-CURR-STUB-NAME.
           PERFORM 4600-FIND-STUB-RTN
               THRU 4600-EXIT.
           IF NOT WS-FOUND
               MOVE 'STUB IS NOT ASSIGNED TO THIS FILE'
                   TO WS-CNF-REASON
               GO TO 2420-EXIT
           END-IF.
           IF WS-STUBTBL-FILE-NBR(WS-CURR-STUB-IDX) NOT = WS-FILE-NBR
               MOVE 'STUB IS NOT ASSIGNED TO THIS FILE'
                   TO WS-CNF-REASON
           END-IF.

       2420-EXIT.
           EXIT.

      *****************************************************************
      *    2500-LOAD-OPEN-ITEMS-RTN -- LAST NIGHT'S OPEN ITEMS GO BACK
      *                    IN ON THEIR OWN SIDE, MARKED CARRIED.  NO
      *                    BAQROPEN (STATUS 35) MEANS THE FIRST RUN.
      *****************************************************************
       2500-LOAD-OPEN-ITEMS-RTN.
           OPEN INPUT BAQROPEN.
           IF WS-ROPEN-STATUS = '35'
               GO TO 2500-EXIT
           END-IF.
           IF WS-ROPEN-STATUS NOT = '00'
               DISPLAY 'BAQRCON - OPEN FAILED FOR BAQROPEN, STATUS = '
                   WS-ROPEN-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 2500-EXIT
           END-IF.

           MOVE 'N' TO WS-LOAD-EOF-SWITCH.
           PERFORM 2510-LOAD-ONE-OPEN-ITEM-RTN
               THRU 2510-EXIT
               UNTIL WS-LOAD-EOF.

           CLOSE BAQROPEN.

       2500-EXIT.
           EXIT.

       2510-LOAD-ONE-OPEN-ITEM-RTN.
           READ BAQROPEN INTO BAQROPN-RECORD
               AT END
                   MOVE 'Y' TO WS-LOAD-EOF-SWITCH
                   GO TO 2510-EXIT
           END-READ.

           IF BAQROPN-SEQ-NBR NOT NUMERIC
                   OR NOT (BAQROPN-OURS OR BAQROPN-THEIRS)
               DISPLAY 'BAQRCON - BAD BAQROPEN RECORD DROPPED, SEQ '
                   BAQROPN-SEQ-NBR
               GO TO 2510-EXIT
           END-IF.

           MOVE 'C' TO BAQROPN-ORIGIN.
           ADD 1 TO WS-CARRIED-IN.

           WRITE BAQRCWK-RECORD FROM BAQROPN-RECORD.

       2510-EXIT.
           EXIT.

      *****************************************************************
      *    3000-MATCH-RTN -- READ THE SORTED WORK FILE ONE SEQUENCE
      *                    NUMBER AND DATE AT A TIME AND MATCH EACH
      *                    GROUP, WRITING WHAT IS STILL OPEN TO
      *                    BAQROPNW
      *****************************************************************
       3000-MATCH-RTN.
           OPEN INPUT BAQRCSRT.
           IF WS-RCSRT-STATUS NOT = '00'
               DISPLAY 'BAQRCON - OPEN FAILED FOR BAQRCSRT, STATUS = '
                   WS-RCSRT-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 3000-EXIT
           END-IF.

           OPEN OUTPUT BAQROPNW.
           IF WS-ROPNW-STATUS NOT = '00'
               DISPLAY 'BAQRCON - OPEN FAILED FOR BAQROPNW, STATUS = '
                   WS-ROPNW-STATUS
               MOVE 'Y' TO WS-ABORT-SWITCH
               GO TO 3000-EXIT
           END-IF.

           WRITE BAQRCPRT-RECORD FROM WS-BRK-HDG1-LINE.
           WRITE BAQRCPRT-RECORD FROM WS-BRK-HDG2-LINE.

           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE 'Y' TO WS-FIRST-GROUP-SWITCH.
           PERFORM 3900-READ-ITEM-RTN
               THRU 3900-EXIT.
           PERFORM 3100-PROCESS-ITEM-RTN
               THRU 3100-EXIT
               UNTIL WS-EOF.

           IF NOT WS-FIRST-GROUP
               PERFORM 4000-MATCH-GROUP-RTN
                   THRU 4000-EXIT
           END-IF.

       3000-EXIT.
           EXIT.

      *****************************************************************
      *    3100-PROCESS-ITEM-RTN -- ONE SORTED ITEM.  WHEN THE SEQUENCE
      *                    NUMBER OR DATE CHANGES THE PRIOR GROUP IS
      *                    MATCHED (THE ITEM IN HAND IS HELD ASIDE
      *                    WHILE IT IS).
      *****************************************************************
       3100-PROCESS-ITEM-RTN.
           IF BAQROPN-MATCH-KEY NOT = WS-GROUP-KEY
                   OR WS-FIRST-GROUP
               IF NOT WS-FIRST-GROUP
                   MOVE BAQROPN-RECORD TO WS-NEXT-ITEM
                   PERFORM 4000-MATCH-GROUP-RTN
                       THRU 4000-EXIT
                   MOVE WS-NEXT-ITEM TO BAQROPN-RECORD
               END-IF
               MOVE BAQROPN-MATCH-KEY TO WS-GROUP-KEY
               MOVE 0   TO WS-OURS-COUNT
               MOVE 0   TO WS-THEIRS-COUNT
               MOVE 'N' TO WS-GROUP-FAILED-SWITCH
               MOVE 'N' TO WS-GROUP-REJECTED-SWITCH
               MOVE 'N' TO WS-FIRST-GROUP-SWITCH
           END-IF.

           PERFORM 3200-ADD-TO-GROUP-RTN
               THRU 3200-EXIT.

           PERFORM 3900-READ-ITEM-RTN
               THRU 3900-EXIT.

       3100-EXIT.
           EXIT.

      *****************************************************************
      *    3200-ADD-TO-GROUP-RTN -- A MARKER SETS THE GROUP'S FAILED OR
      *                    REJECTED FLAG; A CALL MADE TONIGHT TAKES ITS
      *                    STATUS FROM THEM (FAILED WINS).  ITEMS ARE
      *                    TABLED BY SIDE.  A GROUP TOO BIG FOR ITS
      *                    TABLE HAS ITS EXTRA ITEMS TREATED AS
      *                    UNMATCHED.
      *****************************************************************
       3200-ADD-TO-GROUP-RTN.
           IF BAQROPN-SIDE = WS-SIDE-EXCEPTION
               MOVE 'Y' TO WS-GROUP-FAILED-SWITCH
               GO TO 3200-EXIT
           END-IF.
           IF BAQROPN-SIDE = WS-SIDE-REJECT
               MOVE 'Y' TO WS-GROUP-REJECTED-SWITCH
               GO TO 3200-EXIT
           END-IF.

           IF BAQROPN-THEIRS
               GO TO 3200-THEIRS
           END-IF.

           IF BAQROPN-NEW
               IF WS-GROUP-FAILED
                   MOVE 'F' TO BAQROPN-STATUS
               ELSE
                   IF WS-GROUP-REJECTED
                       MOVE 'R' TO BAQROPN-STATUS
                   END-IF
               END-IF
           END-IF.

           IF WS-OURS-COUNT >= WS-GROUP-MAX
               PERFORM 4200-OURS-UNMATCHED-RTN
                   THRU 4200-EXIT
               GO TO 3200-EXIT
           END-IF.

           ADD 1 TO WS-OURS-COUNT.
           MOVE BAQROPN-RECORD TO WS-OURTBL-ITEM(WS-OURS-COUNT).
           GO TO 3200-EXIT.

       3200-THEIRS.
           IF WS-THEIRS-COUNT >= WS-GROUP-MAX
               PERFORM 4300-THEIRS-UNMATCHED-RTN
                   THRU 4300-EXIT
               GO TO 3200-EXIT
           END-IF.

           ADD 1 TO WS-THEIRS-COUNT.
           MOVE BAQROPN-RECORD TO WS-THRTBL-ITEM(WS-THEIRS-COUNT).

       3200-EXIT.
           EXIT.

      *****************************************************************
      *    3900-READ-ITEM-RTN -- READ THE NEXT SORTED ITEM
      *****************************************************************
       3900-READ-ITEM-RTN.
           READ BAQRCSRT INTO BAQROPN-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       3900-EXIT.
           EXIT.

      *****************************************************************
      *    4000-MATCH-GROUP-RTN -- PAIR OUR ITEMS WITH THEIRS IN ORDER;
      *                    WHATEVER IS LEFT ON EITHER SIDE IS UNMATCHED
      *****************************************************************
       4000-MATCH-GROUP-RTN.
           PERFORM 4100-MATCH-PAIR-RTN
               THRU 4100-EXIT
               VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-OURS-COUNT
                  OR WS-PAIR-IDX > WS-THEIRS-COUNT.

           IF WS-OURS-COUNT > WS-THEIRS-COUNT
               COMPUTE WS-PAIR-START = WS-THEIRS-COUNT + 1
               PERFORM 4150-OURS-LEFT-RTN
                   THRU 4150-EXIT
                   VARYING WS-PAIR-IDX FROM WS-PAIR-START BY 1
                   UNTIL WS-PAIR-IDX > WS-OURS-COUNT
           END-IF.

           IF WS-THEIRS-COUNT > WS-OURS-COUNT
               COMPUTE WS-PAIR-START = WS-OURS-COUNT + 1
               PERFORM 4160-THEIRS-LEFT-RTN
                   THRU 4160-EXIT
                   VARYING WS-PAIR-IDX FROM WS-PAIR-START BY 1
                   UNTIL WS-PAIR-IDX > WS-THEIRS-COUNT
           END-IF.

       4000-EXIT.
           EXIT.

      *****************************************************************
      *    4100-MATCH-PAIR-RTN -- ONE OF OUR CALLS AGAINST ONE OF THEIR
      *                    CONFIRMATIONS.  A CLEAN PAIR IS MATCHED; A
      *                    STATUS OR AMOUNT DIFFERENCE IS A DISPUTE AND
      *                    IS PRINTED, AS IS A CLEAN PAIR THAT CLOSES
      *                    AN ITEM CARRIED FROM AN EARLIER NIGHT.  THE
      *                    PAIR IS COUNTED UNDER OUR STUB.
      *****************************************************************
       4100-MATCH-PAIR-RTN.
           MOVE WS-OURTBL-ITEM(WS-PAIR-IDX) TO BAQROPN-RECORD.
           MOVE BAQROPN-STUB-NAME     TO WS-US-STUB-NAME.
           MOVE BAQROPN-STATUS        TO WS-US-STATUS.
           MOVE BAQROPN-ORIGIN        TO WS-US-ORIGIN.
           MOVE BAQROPN-AMOUNT-SWITCH TO WS-US-AMOUNT-SWITCH.
           MOVE BAQROPN-AMOUNT        TO WS-US-AMOUNT.

           MOVE WS-THRTBL-ITEM(WS-PAIR-IDX) TO BAQROPN-RECORD.

           MOVE WS-US-STUB-NAME TO WS-CURR-STUB-NAME.
           PERFORM 4600-FIND-STUB-RTN
               THRU 4600-EXIT.
           IF NOT WS-FOUND
               PERFORM 4650-ADD-STUB-RTN
                   THRU 4650-EXIT
           END-IF.

           IF WS-US-ORIGIN = 'C' OR BAQROPN-CARRIED
               MOVE 'Y' TO WS-CARRIED-SWITCH
           ELSE
               MOVE 'N' TO WS-CARRIED-SWITCH
           END-IF.

           MOVE SPACES TO WS-BREAK-TYPE.
           IF WS-US-STATUS NOT = BAQROPN-STATUS
               MOVE 'STATUS' TO WS-BREAK-TYPE
               ADD 1 TO WS-TOT-STATUS-DIFF
               IF WS-CURR-STUB-IDX > 0
                   ADD 1 TO WS-STUBTBL-STATUS-DIFF(WS-CURR-STUB-IDX)
               END-IF
           END-IF.

           IF WS-US-AMOUNT-KNOWN
                   AND BAQROPN-AMOUNT-KNOWN
                   AND WS-US-AMOUNT NOT = BAQROPN-AMOUNT
               IF WS-BREAK-TYPE = SPACES
                   MOVE 'AMOUNT' TO WS-BREAK-TYPE
               ELSE
                   MOVE 'STATUS+AMOUNT' TO WS-BREAK-TYPE
               END-IF
               ADD 1 TO WS-TOT-AMOUNT-DIFF
               IF WS-CURR-STUB-IDX > 0
                   ADD 1 TO WS-STUBTBL-AMOUNT-DIFF(WS-CURR-STUB-IDX)
               END-IF
           END-IF.

           IF WS-BREAK-TYPE = SPACES
               ADD 1 TO WS-TOT-MATCHED
               IF WS-CURR-STUB-IDX > 0
                   ADD 1 TO WS-STUBTBL-MATCHED(WS-CURR-STUB-IDX)
               END-IF
               IF NOT WS-ITEM-CARRIED
                   GO TO 4100-EXIT
               END-IF
               MOVE 'RESOLVED' TO WS-BREAK-TYPE
           END-IF.

           IF WS-ITEM-CARRIED
               ADD 1 TO WS-TOT-RESOLVED
               IF WS-CURR-STUB-IDX > 0
                   ADD 1 TO WS-STUBTBL-RESOLVED(WS-CURR-STUB-IDX)
               END-IF
           END-IF.

           PERFORM 4700-AGE-ITEM-RTN
               THRU 4700-EXIT.

           MOVE SPACES              TO WS-BREAK-LINE.
           MOVE WS-BREAK-TYPE       TO BL-TYPE.
           MOVE WS-US-STUB-NAME     TO BL-STUB-NAME.
           MOVE BAQROPN-SEQ-NBR     TO BL-SEQ-NBR.
           MOVE BAQROPN-ITEM-DATE   TO BL-ITEM-DATE.
           MOVE WS-US-STATUS        TO BL-US-STATUS.
           MOVE BAQROPN-STATUS      TO BL-THEM-STATUS.
           IF WS-US-AMOUNT-KNOWN
               MOVE WS-US-AMOUNT    TO BL-US-AMOUNT
           END-IF.
           IF BAQROPN-AMOUNT-KNOWN
               MOVE BAQROPN-AMOUNT  TO BL-THEM-AMOUNT
           END-IF.
           MOVE BAQROPN-PROVIDER-REF TO BL-PROVIDER-REF.
           MOVE WS-ITEM-AGE         TO BL-AGE.
           IF WS-ITEM-CARRIED
               MOVE 'CARRIED'       TO BL-CARRIED
           END-IF.

           WRITE BAQRCPRT-RECORD FROM WS-BREAK-LINE.

       4100-EXIT.
           EXIT.

       4150-OURS-LEFT-RTN.
           MOVE WS-OURTBL-ITEM(WS-PAIR-IDX) TO BAQROPN-RECORD.
           PERFORM 4200-OURS-UNMATCHED-RTN
               THRU 4200-EXIT.

       4150-EXIT.
           EXIT.

       4160-THEIRS-LEFT-RTN.
           MOVE WS-THRTBL-ITEM(WS-PAIR-IDX) TO BAQROPN-RECORD.
           PERFORM 4300-THEIRS-UNMATCHED-RTN
               THRU 4300-EXIT.

       4160-EXIT.
           EXIT.

      *****************************************************************
      *    4200-OURS-UNMATCHED-RTN -- ONE OF OUR CALLS (IN BAQROPN-
      *                    RECORD) WITH NO CONFIRMATION.  ONLY A CALL
      *                    THAT SUCCEEDED MUST BE CONFIRMED; A FAILED
      *                    OR REJECTED ONE IS JUST COUNTED.
      *****************************************************************
       4200-OURS-UNMATCHED-RTN.
           IF NOT BAQROPN-SUCCEEDED
               ADD 1 TO WS-NOT-EXPECTED
               GO TO 4200-EXIT
           END-IF.

           MOVE 'OURS ONLY' TO WS-BREAK-TYPE.
           PERFORM 4400-CARRY-ITEM-RTN
               THRU 4400-EXIT.

       4200-EXIT.
           EXIT.

      *****************************************************************
      *    4300-THEIRS-UNMATCHED-RTN -- ONE CONFIRMATION (IN BAQROPN-
      *                    RECORD) WITH NO CALL.  WHEN THE GROUP HAD A
      *                    CALL THE PROVIDER HAS CONFIRMED IT TWICE.
      *****************************************************************
       4300-THEIRS-UNMATCHED-RTN.
           IF WS-OURS-COUNT > 0
               MOVE 'DUPLICATE'   TO WS-BREAK-TYPE
               ADD 1 TO WS-TOT-DUPLICATES
           ELSE
               MOVE 'THEIRS ONLY' TO WS-BREAK-TYPE
           END-IF.

           PERFORM 4400-CARRY-ITEM-RTN
               THRU 4400-EXIT.

       4300-EXIT.
           EXIT.

      *****************************************************************
      *    4400-CARRY-ITEM-RTN -- AN UNMATCHED ITEM IN BAQROPN-RECORD.
      *                    A HAND CLOSURE FOR IT DROPS IT; OTHERWISE IT
      *                    IS COUNTED AS A BREAK AND WRITTEN TO
      *                    BAQROPNW.  EITHER WAY IT IS PRINTED.
      *****************************************************************
       4400-CARRY-ITEM-RTN.
           MOVE BAQROPN-STUB-NAME TO WS-CURR-STUB-NAME.
           PERFORM 4600-FIND-STUB-RTN
               THRU 4600-EXIT.
           IF NOT WS-FOUND
               PERFORM 4650-ADD-STUB-RTN
                   THRU 4650-EXIT
           END-IF.

           IF BAQROPN-CARRIED
               MOVE 'Y' TO WS-CARRIED-SWITCH
           ELSE
               MOVE 'N' TO WS-CARRIED-SWITCH
           END-IF.

           PERFORM 4700-AGE-ITEM-RTN
               THRU 4700-EXIT.

           MOVE SPACES              TO WS-BREAK-LINE.
           MOVE WS-BREAK-TYPE       TO BL-TYPE.
           MOVE BAQROPN-STUB-NAME   TO BL-STUB-NAME.
           MOVE BAQROPN-SEQ-NBR     TO BL-SEQ-NBR.
           MOVE BAQROPN-ITEM-DATE   TO BL-ITEM-DATE.
           IF BAQROPN-OURS
               MOVE BAQROPN-STATUS  TO BL-US-STATUS
               IF BAQROPN-AMOUNT-KNOWN
                   MOVE BAQROPN-AMOUNT TO BL-US-AMOUNT
               END-IF
           ELSE
               MOVE BAQROPN-STATUS  TO BL-THEM-STATUS
               IF BAQROPN-AMOUNT-KNOWN
                   MOVE BAQROPN-AMOUNT TO BL-THEM-AMOUNT
               END-IF
               MOVE BAQROPN-PROVIDER-REF TO BL-PROVIDER-REF
           END-IF.
           MOVE WS-ITEM-AGE         TO BL-AGE.
           IF WS-ITEM-CARRIED
               MOVE 'CARRIED'       TO BL-CARRIED
           END-IF.

           WRITE BAQRCPRT-RECORD FROM WS-BREAK-LINE.

           PERFORM 4500-FIND-CLOSURE-RTN
               THRU 4500-EXIT.
           IF WS-CURR-CLOSE-IDX > 0
               MOVE 'Y' TO WS-CLSTBL-USED(WS-CURR-CLOSE-IDX)
               ADD 1 TO WS-TOT-CLOSED
               ADD 1 TO WS-TOT-RESOLVED
               IF WS-CURR-STUB-IDX > 0
                   ADD 1 TO WS-STUBTBL-RESOLVED(WS-CURR-STUB-IDX)
               END-IF
               MOVE SPACES TO NL-TEXT
               STRING 'CLOSED BY ' DELIMITED BY SIZE
                   WS-CLSTBL-CLOSED-BY(WS-CURR-CLOSE-IDX)
                       DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   WS-CLSTBL-REASON(WS-CURR-CLOSE-IDX)
                       DELIMITED BY SIZE
                   INTO NL-TEXT
               END-STRING
               WRITE BAQRCPRT-RECORD FROM WS-NOTE-LINE
               GO TO 4400-EXIT
           END-IF.

           IF BAQROPN-OURS
               ADD 1 TO WS-TOT-OURS-ONLY
               IF WS-CURR-STUB-IDX > 0
                   ADD 1 TO WS-STUBTBL-OURS-ONLY(WS-CURR-STUB-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-TOT-THEIRS-ONLY
               IF WS-CURR-STUB-IDX > 0
                   ADD 1 TO WS-STUBTBL-THEIRS-ONLY(WS-CURR-STUB-IDX)
               END-IF
           END-IF.

           IF WS-CURR-STUB-IDX > 0
               IF WS-ITEM-AGE > WS-STUBTBL-OLDEST(WS-CURR-STUB-IDX)
                   MOVE WS-ITEM-AGE
                       TO WS-STUBTBL-OLDEST(WS-CURR-STUB-IDX)
               END-IF
           END-IF.

           MOVE 'C' TO BAQROPN-ORIGIN.
           WRITE BAQROPNW-RECORD FROM BAQROPN-RECORD.
           ADD 1 TO WS-CARRIED-OUT.

       4400-EXIT.
           EXIT.

      *****************************************************************
      *    4500-FIND-CLOSURE-RTN -- IS THERE A HAND CLOSURE FOR THE
      *                    ITEM IN BAQROPN-RECORD?  SETS
      *                    WS-CURR-CLOSE-IDX, OR ZERO.
      *****************************************************************
       4500-FIND-CLOSURE-RTN.
           MOVE 0 TO WS-CURR-CLOSE-IDX.
           IF WS-CLOSE-COUNT = 0
               GO TO 4500-EXIT
           END-IF.

           MOVE BAQROPN-SEQ-NBR   TO WS-CLOSE-KEY-SEQ.
           MOVE BAQROPN-ITEM-DATE TO WS-CLOSE-KEY-DATE.
           MOVE BAQROPN-SIDE      TO WS-CLOSE-KEY-SIDE.
           IF BAQROPN-THEIRS
               MOVE BAQROPN-PROVIDER-REF TO WS-CLOSE-KEY-REF
           ELSE
               MOVE SPACES               TO WS-CLOSE-KEY-REF
           END-IF.

           PERFORM 4510-CHECK-ONE-CLOSURE-RTN
               THRU 4510-EXIT
               VARYING WS-CLOSE-IDX FROM 1 BY 1
               UNTIL WS-CLOSE-IDX > WS-CLOSE-COUNT
                  OR WS-CURR-CLOSE-IDX > 0.

       4500-EXIT.
           EXIT.

       4510-CHECK-ONE-CLOSURE-RTN.
           IF WS-CLSTBL-KEY(WS-CLOSE-IDX) = WS-CLOSE-KEY
                   AND WS-CLSTBL-USED(WS-CLOSE-IDX) NOT = 'Y'
               MOVE WS-CLOSE-IDX TO WS-CURR-CLOSE-IDX
           END-IF.

       4510-EXIT.
           EXIT.

      *****************************************************************
      *    4600-FIND-STUB-RTN -- LOOK UP WS-CURR-STUB-NAME IN THE STUB
      *                    TABLE.  SETS WS-FOUND AND WS-CURR-STUB-IDX.
      *****************************************************************
       4600-FIND-STUB-RTN.
           MOVE 'N' TO WS-FOUND-SWITCH.
           MOVE 0   TO WS-CURR-STUB-IDX.

           PERFORM 4610-CHECK-ONE-STUB-RTN
               THRU 4610-EXIT
               VARYING WS-STUB-IDX FROM 1 BY 1
               UNTIL WS-STUB-IDX > WS-STUB-COUNT
                  OR WS-FOUND.

       4600-EXIT.
           EXIT.

       4610-CHECK-ONE-STUB-RTN.
           IF WS-STUBTBL-STUB(WS-STUB-IDX) = WS-CURR-STUB-NAME
               MOVE 'Y'         TO WS-FOUND-SWITCH
               MOVE WS-STUB-IDX TO WS-CURR-STUB-IDX
           END-IF.

       4610-EXIT.
           EXIT.

      *****************************************************************
      *    4650-ADD-STUB-RTN -- A NEW STUB ENTRY FOR WS-CURR-STUB-NAME
      *                    WITH NO CONFIRMATION FILE.  WITH THE TABLE
      *                    FULL THE ITEM IS ONLY COUNTED IN THE GRAND
      *                    TOTALS.
      *****************************************************************
       4650-ADD-STUB-RTN.
           IF WS-STUB-COUNT >= WS-STUB-MAX
               MOVE 0 TO WS-CURR-STUB-IDX
               GO TO 4650-EXIT
           END-IF.

           ADD 1 TO WS-STUB-COUNT.
           MOVE WS-STUB-COUNT     TO WS-CURR-STUB-IDX.
           MOVE WS-CURR-STUB-NAME TO WS-STUBTBL-STUB(WS-STUB-COUNT).
           MOVE 0 TO WS-STUBTBL-FILE-NBR(WS-STUB-COUNT).
           MOVE 0 TO WS-STUBTBL-MATCHED(WS-STUB-COUNT).
           MOVE 0 TO WS-STUBTBL-OURS-ONLY(WS-STUB-COUNT).
           MOVE 0 TO WS-STUBTBL-THEIRS-ONLY(WS-STUB-COUNT).
           MOVE 0 TO WS-STUBTBL-STATUS-DIFF(WS-STUB-COUNT).
           MOVE 0 TO WS-STUBTBL-AMOUNT-DIFF(WS-STUB-COUNT).
           MOVE 0 TO WS-STUBTBL-RESOLVED(WS-STUB-COUNT).
           MOVE 0 TO WS-STUBTBL-OLDEST(WS-STUB-COUNT).

       4650-EXIT.
           EXIT.

      *****************************************************************
      *    4700-AGE-ITEM-RTN -- DAYS FROM BAQROPN-ITEM-DATE TO TODAY
      *                    INTO WS-ITEM-AGE (ZERO FOR A DATE THAT IS
      *                    NOT REAL OR IS AHEAD OF TODAY)
      *****************************************************************
       4700-AGE-ITEM-RTN.
           MOVE 0 TO WS-ITEM-AGE.

           MOVE BAQROPN-ITEM-DATE TO WS-EDIT-DATE-X.
           PERFORM 7100-EDIT-DATE-RTN
               THRU 7100-EXIT.
           IF NOT WS-DATE-VALID
               GO TO 4700-EXIT
           END-IF.

           COMPUTE WS-ITEM-INT
               = FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE-NUM).
           COMPUTE WS-ITEM-AGE = WS-TODAY-INT - WS-ITEM-INT.
           IF WS-ITEM-AGE < 0
               MOVE 0 TO WS-ITEM-AGE
           END-IF.

       4700-EXIT.
           EXIT.

      *****************************************************************
      *    6000-REPORT-SUMMARY-RTN -- CLOSURES THAT FOUND NOTHING, THE
      *                    CONFIRMATION FILES, THEN ONE LINE PER STUB
      *                    AND THE TOTALS
      *****************************************************************
       6000-REPORT-SUMMARY-RTN.
           PERFORM 6100-CLOSURE-NOT-USED-RTN
               THRU 6100-EXIT
               VARYING WS-CLOSE-IDX FROM 1 BY 1
               UNTIL WS-CLOSE-IDX > WS-CLOSE-COUNT.

           WRITE BAQRCPRT-RECORD FROM WS-FIL-HDG1-LINE.
           WRITE BAQRCPRT-RECORD FROM WS-FIL-HDG2-LINE.
           PERFORM 6200-CNF-FILE-LINE-RTN
               THRU 6200-EXIT
               VARYING WS-FILE-NBR FROM 1 BY 1
               UNTIL WS-FILE-NBR > 8.

           WRITE BAQRCPRT-RECORD FROM WS-SUM-HDG1-LINE.
           WRITE BAQRCPRT-RECORD FROM WS-SUM-HDG2-LINE.
           PERFORM 6300-STUB-LINE-RTN
               THRU 6300-EXIT
               VARYING WS-STUB-IDX FROM 1 BY 1
               UNTIL WS-STUB-IDX > WS-STUB-COUNT.

           MOVE WS-TOT-MATCHED     TO TL-MATCHED.
           MOVE WS-TOT-OURS-ONLY   TO TL-OURS-ONLY.
           MOVE WS-TOT-THEIRS-ONLY TO TL-THEIRS-ONLY.
           MOVE WS-TOT-STATUS-DIFF TO TL-STATUS-DIFF.
           MOVE WS-TOT-AMOUNT-DIFF TO TL-AMOUNT-DIFF.
           MOVE WS-TOT-RESOLVED    TO TL-RESOLVED.
           WRITE BAQRCPRT-RECORD FROM WS-TOTAL-LINE.

       6000-EXIT.
           EXIT.

      *****************************************************************
      *    6100-CLOSURE-NOT-USED-RTN -- A CLOSURE THAT NAMED NO OPEN
      *                    ITEM (THE FIRST ONE ALSO PRINTS THE HEADING)
      *****************************************************************
       6100-CLOSURE-NOT-USED-RTN.
           IF WS-CLSTBL-USED(WS-CLOSE-IDX) = 'Y'
               GO TO 6100-EXIT
           END-IF.

           IF WS-CLOSURES-UNUSED = 0
               WRITE BAQRCPRT-RECORD FROM WS-CLS-HDG1-LINE
           END-IF.
           ADD 1 TO WS-CLOSURES-UNUSED.

           MOVE WS-CLSTBL-KEY(WS-CLOSE-IDX) TO WS-CLOSE-KEY.
           MOVE WS-CLOSE-KEY-SEQ    TO CL-SEQ-NBR.
           MOVE WS-CLOSE-KEY-DATE   TO CL-ITEM-DATE.
           MOVE WS-CLOSE-KEY-SIDE   TO CL-SIDE.
           MOVE WS-CLOSE-KEY-REF    TO CL-PROVIDER-REF.
           MOVE WS-CLSTBL-CLOSED-BY(WS-CLOSE-IDX) TO CL-CLOSED-BY.
           MOVE WS-CLSTBL-REASON(WS-CLOSE-IDX)    TO CL-REASON.
           WRITE BAQRCPRT-RECORD FROM WS-CLS-LINE.

       6100-EXIT.
           EXIT.

       6200-CNF-FILE-LINE-RTN.
           IF WS-CNFTBL-USED(WS-FILE-NBR) NOT = 'Y'
               GO TO 6200-EXIT
           END-IF.

           MOVE WS-FILE-NBR TO WS-FILE-NAME-NBR.
           MOVE WS-FILE-NAME-AREA TO FL-FILE-NAME.
           MOVE WS-CNFTBL-PROVIDER(WS-FILE-NBR) TO FL-PROVIDER.
           IF WS-CNFTBL-RECEIVED(WS-FILE-NBR) = 'Y'
               MOVE 'RECEIVED'     TO FL-STATE
           ELSE
               MOVE 'NOT RECEIVED' TO FL-STATE
           END-IF.
           MOVE WS-CNFTBL-READ(WS-FILE-NBR) TO FL-READ.
           MOVE WS-CNFTBL-BAD(WS-FILE-NBR)  TO FL-BAD.
           WRITE BAQRCPRT-RECORD FROM WS-FILE-LINE.

       6200-EXIT.
           EXIT.

       6300-STUB-LINE-RTN.
           MOVE WS-STUBTBL-STUB(WS-STUB-IDX) TO SL-STUB-NAME.
           IF WS-STUBTBL-FILE-NBR(WS-STUB-IDX) > 0
               MOVE WS-STUBTBL-FILE-NBR(WS-STUB-IDX)
                   TO WS-FILE-NAME-NBR
               MOVE WS-FILE-NAME-AREA TO SL-FILE-NAME
           ELSE
               MOVE '(NONE)'          TO SL-FILE-NAME
           END-IF.
           MOVE WS-STUBTBL-MATCHED(WS-STUB-IDX)     TO SL-MATCHED.
           MOVE WS-STUBTBL-OURS-ONLY(WS-STUB-IDX)   TO SL-OURS-ONLY.
           MOVE WS-STUBTBL-THEIRS-ONLY(WS-STUB-IDX) TO SL-THEIRS-ONLY.
           MOVE WS-STUBTBL-STATUS-DIFF(WS-STUB-IDX) TO SL-STATUS-DIFF.
           MOVE WS-STUBTBL-AMOUNT-DIFF(WS-STUB-IDX) TO SL-AMOUNT-DIFF.
           MOVE WS-STUBTBL-RESOLVED(WS-STUB-IDX)    TO SL-RESOLVED.
           MOVE WS-STUBTBL-OLDEST(WS-STUB-IDX)      TO SL-OLDEST.
           WRITE BAQRCPRT-RECORD FROM WS-SUMMARY-LINE.

       6300-EXIT.
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
      *    7300-EXTRACT-FIELD-RTN -- PULL THE FIELD AT WS-EXT-POS FOR
      *                    WS-EXT-LEN OUT OF THE REASSEMBLED BODY AND
      *                    SET WS-EXT-NUMERIC AND WS-EXT-VALUE
      *****************************************************************
       7300-EXTRACT-FIELD-RTN.
           MOVE 'N' TO WS-EXT-NUMERIC-SWITCH.
           MOVE 0   TO WS-EXT-VALUE.

           IF WS-EXT-POS = 0 OR WS-EXT-LEN = 0 OR WS-EXT-LEN > 18
               GO TO 7300-EXIT
           END-IF.

           IF WS-EXT-POS + WS-EXT-LEN - 1 > WS-BODY-LEN
               GO TO 7300-EXIT
           END-IF.

           MOVE ALL '0' TO WS-EXT-DIGITS-X.
           COMPUTE WS-EXT-OFFSET = 19 - WS-EXT-LEN.
           MOVE WS-BODY-DATA(WS-EXT-POS:WS-EXT-LEN)
               TO WS-EXT-DIGITS-X(WS-EXT-OFFSET:WS-EXT-LEN).

           IF WS-EXT-DIGITS-9 NUMERIC
               MOVE 'Y' TO WS-EXT-NUMERIC-SWITCH
               MOVE WS-EXT-DIGITS-9 TO WS-EXT-VALUE
           END-IF.

       7300-EXIT.
           EXIT.

      *****************************************************************
      *    7400-FIND-RULE-RTN -- THE AMOUNT RULE FOR WS-CURR-STUB-NAME
      *                    INTO WS-CURR-RULE-IDX, OR ZERO
      *****************************************************************
       7400-FIND-RULE-RTN.
           MOVE 0 TO WS-CURR-RULE-IDX.

           PERFORM 7410-CHECK-ONE-RULE-RTN
               THRU 7410-EXIT
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
                  OR WS-CURR-RULE-IDX > 0.

       7400-EXIT.
           EXIT.

       7410-CHECK-ONE-RULE-RTN.
           IF WS-RULETBL-STUB(WS-RULE-IDX) = WS-CURR-STUB-NAME
               MOVE WS-RULE-IDX TO WS-CURR-RULE-IDX
           END-IF.

       7410-EXIT.
           EXIT.

      *****************************************************************
      *    7500-FIND-AMOUNT-RTN -- FIND WS-PAY-KEY IN THE AMOUNT TABLE;
      *                    WS-PAY-CUR IS ITS ENTRY, OR ZERO
      *****************************************************************
       7500-FIND-AMOUNT-RTN.
           MOVE 0 TO WS-PAY-CUR.
           MOVE 1 TO WS-SRCH-LOW.
           MOVE WS-PAY-COUNT TO WS-SRCH-HIGH.

           PERFORM 7510-HALVE-AMOUNTS-RTN
               THRU 7510-EXIT
               UNTIL WS-SRCH-LOW > WS-SRCH-HIGH
                  OR WS-PAY-CUR > 0.

       7500-EXIT.
           EXIT.

      *****************************************************************
      *    7510-HALVE-AMOUNTS-RTN -- ONE PROBE OF THE AMOUNT TABLE
      *****************************************************************
       7510-HALVE-AMOUNTS-RTN.
           COMPUTE WS-SRCH-MID = (WS-SRCH-LOW + WS-SRCH-HIGH) / 2.

           IF WS-PAYTBL-KEY(WS-SRCH-MID) = WS-PAY-KEY
               MOVE WS-SRCH-MID TO WS-PAY-CUR
               GO TO 7510-EXIT
           END-IF.

           IF WS-PAYTBL-KEY(WS-SRCH-MID) < WS-PAY-KEY
               COMPUTE WS-SRCH-LOW = WS-SRCH-MID + 1
           ELSE
               IF WS-SRCH-MID = 1
                   MOVE 0 TO WS-SRCH-HIGH
               ELSE
                   COMPUTE WS-SRCH-HIGH = WS-SRCH-MID - 1
               END-IF
           END-IF.

       7510-EXIT.
           EXIT.

      *****************************************************************
      *    8000-TERMINATE-RTN -- CLOSE FILES, DISPLAY SUMMARY
      *****************************************************************
       8000-TERMINATE-RTN.
           IF WS-RCSRT-STATUS = '00' OR WS-RCSRT-STATUS = '10'
               CLOSE BAQRCSRT
           END-IF.
           IF WS-ROPNW-STATUS = '00'
               CLOSE BAQROPNW
           END-IF.
           IF WS-RCPRT-STATUS = '00'
               CLOSE BAQRCPRT
           END-IF.

           DISPLAY 'BAQRCON - CALLS READ:              ' WS-AUDIT-READ.
           DISPLAY 'BAQRCON - CALLS NOT RECONCILED:    '
               WS-AUDIT-SKIPPED.
           DISPLAY 'BAQRCON - CONFIRMATIONS READ:      '
               WS-CONFIRMS-READ.
           DISPLAY 'BAQRCON - CONFIRMATIONS REJECTED:  '
               WS-CONFIRMS-BAD.
           DISPLAY 'BAQRCON - OPEN ITEMS CARRIED IN:   ' WS-CARRIED-IN.
           DISPLAY 'BAQRCON - MATCHED:                 '
               WS-TOT-MATCHED.
           DISPLAY 'BAQRCON - OURS ONLY:               '
               WS-TOT-OURS-ONLY.
           DISPLAY 'BAQRCON - THEIRS ONLY:             '
               WS-TOT-THEIRS-ONLY.
           DISPLAY 'BAQRCON -   OF WHICH DUPLICATES:   '
               WS-TOT-DUPLICATES.
           DISPLAY 'BAQRCON - STATUS MISMATCHES:       '
               WS-TOT-STATUS-DIFF.
           DISPLAY 'BAQRCON - AMOUNT MISMATCHES:       '
               WS-TOT-AMOUNT-DIFF.
           DISPLAY 'BAQRCON - RESOLVED:                '
               WS-TOT-RESOLVED.
           DISPLAY 'BAQRCON -   OF WHICH CLOSED BY HAND: '
               WS-TOT-CLOSED.
           DISPLAY 'BAQRCON - UNCONFIRMED, NOT SUCCEEDED: '
               WS-NOT-EXPECTED.
           DISPLAY 'BAQRCON - OPEN ITEMS CARRIED OUT:  '
               WS-CARRIED-OUT.

       8000-EXIT.
           EXIT.
