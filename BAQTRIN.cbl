      * IS NOT 1-9 IS DRIVEN AS CLASS 9 (BAQTVAL REJECTS IT UP
      * FRONT).
      *
      * CREDENTIAL FIELDS CARRY A BAQVAULT REFERENCE KEY, NEVER THE
      * SECRET ITSELF.  BAQTRIN-OAUTH-PASSWORD-REF,
      * BAQTRIN-OAUTH-SECRET-REF AND BAQTRIN-TOKEN-PASSWORD-REF NAME
      * THE VAULT ENTRIES BAQRDRV RESOLVES AT CALL TIME; THE REST OF
      * EACH OLD 256-BYTE SECRET FIELD (THE -RSV FIELDS) IS RESERVED
      * AND MUST BE LEFT BLANK -- BAQTVAL REJECTS A RECORD THAT STILL
      * CARRIES ANYTHING THERE.  BAQTRIN-CERT-REF, WHEN NOT BLANK,
      * TAKES THE KEYRING AND LABEL FROM THE VAULT IN PLACE OF
      * BAQTRIN-CERT-KEYRING / BAQTRIN-CERT-LABEL.
      *
      * BAQTRIN-PARENT-SEQ-NBR, WHEN NOT ZERO OR BLANK, NAMES THE
      * TRANSACTION THIS ONE DEPENDS ON.  BAQRDRV DRIVES THE CHILD ONLY
      * IF THE PARENT SUCCEEDED, IN THIS RUN OR AN EARLIER ONE, AND
      * OTHERWISE HOLDS IT TO BAQDHOLD.  BAQTVAL REJECTS A CHILD WHOSE
      * PARENT CANNOT BE FOUND, WHOSE CHAIN LOOPS BACK ON ITSELF, OR
      * THAT WOULD BE DRIVEN AHEAD OF ITS PARENT; BAQSPLT KEEPS A
      * WHOLE CHAIN IN ONE STREAM.
      *
      * BAQTRIN-EFFECTIVE-DATE (YYYYMMDD), WHEN NOT BLANK, IS THE
      * FIRST NIGHT THE TRANSACTION MAY GO OUT.  BAQFREL KEEPS A
      * TRANSACTION DATED AFTER TODAY IN THE BAQFWHSE FUTURE-DATED
      * WAREHOUSE, WITH ITS BAQPYLIN SEGMENTS, AND MERGES IT INTO THE
      * NIGHT'S BAQTRNIN WHEN THE DATE COMES ROUND; BAQTVAL REJECTS
      * A DATE THAT IS NOT VALID OR NOT YET REACHED.
      *
      * ALL NUMERIC FIELDS ARE DISPLAY (NO COMP/COMP-5) BECAUSE
      * BAQTRNIN IS ORGANIZATION LINE SEQUENTIAL -- BINARY USAGE ON A
      * LINE SEQUENTIAL RECORD READS/WRITES A BAD RECORD.
         03 BAQTRIN-PRIORITY-CLASS       PIC 9(01).
            88 BAQTRIN-PRIORITY-VALID      VALUE 1 THRU 9.
         03 BAQTRIN-OAUTH-USERNAME       PIC X(256).
         03 BAQTRIN-OAUTH-PASSWORD-REF   PIC X(16).
         03 BAQTRIN-OAUTH-PASSWORD-RSV   PIC X(240).
         03 BAQTRIN-OAUTH-CLIENTID       PIC X(256).
         03 BAQTRIN-OAUTH-SECRET-REF     PIC X(16).
         03 BAQTRIN-OAUTH-SECRET-RSV     PIC X(240).
         03 BAQTRIN-OAUTH-SCOPE          PIC X(256).
         03 BAQTRIN-OAUTH-SCOPE-LEN      PIC S9(09) VALUE 0.
         03 BAQTRIN-TOKEN-USERNAME       PIC X(256).
         03 BAQTRIN-TOKEN-PASSWORD-REF   PIC X(16).
         03 BAQTRIN-TOKEN-PASSWORD-RSV   PIC X(240).
         03 BAQTRIN-CERT-KEYRING         PIC X(256).
         03 BAQTRIN-CERT-LABEL           PIC X(256).
         03 BAQTRIN-ZCON-SERVER-URI      PIC X(256).
         03 BAQTRIN-CERT-REF             PIC X(16).
         03 BAQTRIN-PARENT-SEQ-NBR       PIC 9(09).
         03 BAQTRIN-EFFECTIVE-DATE       PIC X(08).
         03 FILLER                       PIC X(016).
