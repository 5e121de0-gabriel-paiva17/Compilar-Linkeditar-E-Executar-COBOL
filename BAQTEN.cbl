      * RE-DRIVES IT AGAINST THE BACKUP AND STAYS ON THE BACKUP FOR
      * THAT TENANT FOR THE REST OF THE RUN.  BLANK MEANS THE TENANT
      * HAS NO STANDBY AND FAILS AS BEFORE.
      *
      * THE CLIENT SECRET ITSELF LIVES ON THE BAQVAULT CREDENTIAL
      * VAULT (COPYBOOK BAQCRED); BAQTEN-OAUTH-SECRET-REF CARRIES
      * ONLY ITS REFERENCE KEY, AND THE REST OF THE OLD 256-BYTE
      * SECRET FIELD (BAQTEN-OAUTH-SECRET-RSV) IS RESERVED AND LEFT
      * BLANK.
      *****************************************************************
       01  BAQTEN-RECORD.
         03 BAQTEN-BUSINESS-UNIT         PIC X(06).
         03 BAQTEN-OAUTH-CLIENTID        PIC X(256).
         03 BAQTEN-OAUTH-SECRET-REF      PIC X(16).
         03 BAQTEN-OAUTH-SECRET-RSV      PIC X(240).
         03 BAQTEN-ZCON-SERVER-URI       PIC X(256).
         03 BAQTEN-ZCON-BACKUP-URI       PIC X(256).
