      *****************************************************************
      *
      *
      * Licensed Materials - Property of Enterprise Batch Systems
      *
      *****************************************************************
      * THIS COPYBOOK CONTAINS THE CREDENTIAL VAULT RECORD LAYOUT.
      * THE VAULT (BAQVAULT) IS THE ONE PROTECTED, KEYED STORE OF
      * LIVE SECRETS FOR THE SUITE -- TRANSACTION (BAQTRIN), TENANT
      * (BAQTEN) AND TOKEN CACHE (BAQTKNC) RECORDS CARRY ONLY A
      * CREDENTIAL REFERENCE KEY, WHICH BAQRDRV RESOLVES AGAINST THE
      * VAULT AT CALL TIME, SO THE DECKS THAT ARE SPLIT, REQUEUED AND
      * RESUBMITTED EACH NIGHT NO LONGER HOLD A SECRET IN CLEAR.  THE
      * FILE IS KEYED BY BAQCRED-REF-KEY.
      *
      * BAQCRED-TYPE permitted values
      *    VALUE
      *      P    OAUTH RESOURCE-OWNER PASSWORD
      *      S    OAUTH CLIENT SECRET
      *      T    AUTHTOKEN PASSWORD
      *      C    CLIENT CERTIFICATE -- BAQCRED-SECRET-VALUE HOLDS THE
      *           KEYRING, BAQCRED-CERT-LABEL THE CERTIFICATE LABEL
      *      J    JWT ISSUED TO BAQRDRV AND HELD FOR ITS TOKEN CACHE.
      *           WRITTEN AND REMOVED BY BAQRDRV ITSELF, NEVER
      *           ROTATED -- THE CACHE ONLY HONOURS IT ON THE DAY IT
      *           WAS ISSUED.
      *
      * BAQCRED-ROTATION-DUE IS THE DATE (YYYYMMDD) BY WHICH THE
      * SECRET MUST BE CHANGED; BAQCROT REPORTS ENTRIES PAST OR NEAR
      * IT.  A REVOKED ENTRY IS KEPT FOR THE AUDIT TRAIL BUT IS NEVER
      * HANDED TO A STUB.
      *****************************************************************
       01  BAQCRED-RECORD.
         03 BAQCRED-REF-KEY              PIC X(16).
         03 BAQCRED-TYPE                 PIC X(01).
            88 BAQCRED-TYPE-PASSWORD       VALUE 'P'.
            88 BAQCRED-TYPE-SECRET         VALUE 'S'.
            88 BAQCRED-TYPE-TOKEN-PW       VALUE 'T'.
            88 BAQCRED-TYPE-CERT           VALUE 'C'.
            88 BAQCRED-TYPE-JWT            VALUE 'J'.
         03 BAQCRED-STATUS-SWITCH        PIC X(01).
            88 BAQCRED-ACTIVE              VALUE 'A'.
            88 BAQCRED-REVOKED             VALUE 'R'.
         03 BAQCRED-OWNER-BU             PIC X(06).
         03 BAQCRED-DESCRIPTION          PIC X(30).
         03 BAQCRED-SECRET-VALUE         PIC X(256).
         03 BAQCRED-CERT-LABEL           PIC X(256).
         03 BAQCRED-LAST-ROTATED         PIC X(08).
         03 BAQCRED-ROTATION-DUE         PIC X(08).
         03 FILLER                       PIC X(18).
