      * SAME-DAY CACHE IS THE SIMPLEST RULE THAT STILL SAVES THE BULK
      * OF THE RE-AUTHENTICATION TRAFFIC DURING A NIGHTLY BATCH WINDOW.
      *
      * THE JWT ITSELF IS HELD ON THE BAQVAULT CREDENTIAL VAULT AS A
      * TYPE 'J' ENTRY (COPYBOOK BAQCRED); BAQTKNC-TOKEN-REF CARRIES
      * ONLY ITS REFERENCE KEY, SO THE CACHE FILE HOLDS NO LIVE
      * BEARER TOKEN.  THE VAULT VALUE IS SIZED TO MATCH
      * BAQ-TOKEN-USERNAME IN BAQRINFO, THE FIELD A CACHED TOKEN IS
      * EVENTUALLY MOVED INTO TO DRIVE A STUB CALL.  THE REST OF THE
      * OLD 256-BYTE TOKEN FIELD IS RESERVED.
      *****************************************************************
       01  BAQTKNC-RECORD.
         03 BAQTKNC-CLIENTID             PIC X(256).
         03 BAQTKNC-TOKEN-REF            PIC X(16).
         03 FILLER                       PIC X(240).
         03 BAQTKNC-JWT-TOKEN-LEN        PIC S9(09) COMP-5.
         03 BAQTKNC-CACHED-DATE          PIC X(08).
