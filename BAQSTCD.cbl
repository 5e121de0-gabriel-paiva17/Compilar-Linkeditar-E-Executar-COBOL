      *****************************************************************
      *
      *
      * Licensed Materials - Property of Enterprise Batch Systems
      *
      *****************************************************************
      * THIS COPYBOOK CONTAINS THE STATUS-CODE CATALOG RECORD LAYOUT
      * READ BY BAQRDRV.  THE FILE (BAQSTCAT) IS KEYED BY STUB NAME
      * PLUS THE BAQ-STATUS-CODE THE API HANDS BACK, AND SAYS WHAT A
      * NON-SUCCESS RESPONSE WITH THAT CODE ACTUALLY MEANS:
      *
      *   T  TECHNICAL -- THE CALL DID NOT GET THROUGH OR THE SERVICE
      *      FAILED.  IT GOES TO BAQEXCPT FOR RESUBMISSION AS ALWAYS.
      *      BAQSTCD-ACTION SAYS WHETHER IT IS RETRIED IN-RUN UNDER
      *      THE STUB'S BAQRTRYP POLICY (R) OR NOT (N); BLANK KEEPS
      *      THE OLD RULE (ONLY BAQ-ERROR-IN-ZCEE AND
      *      BAQ-ERROR-NO-RESPONSE ARE RETRIED).
      *   B  BUSINESS REJECT -- THE API WORKED AND REFUSED THE DATA
      *      (BAD ACCOUNT, ALREADY EXISTS).  NEVER RETRIED, KEPT OFF
      *      BAQEXCPT AND SO OUT OF RESUBMISSION, AND WRITTEN TO THE
      *      BAQBRJCT BUSINESS RETURN FILE WITH BAQSTCD-REASON SO THE
      *      SUBMITTING BUSINESS UNIT CAN FIX ITS DATA.
      *   I  INFORMATIONAL -- THE API REPORTS A NON-ZERO STATUS BUT
      *      THE WORK IS DONE (E.G. ALREADY APPLIED).  TREATED AS A
      *      SUCCESSFUL CALL.
      *
      * A STUB NAME OF '*ALL' CLASSIFIES THE CODE FOR EVERY STUB THAT
      * HAS NO ENTRY OF ITS OWN FOR IT.  A CODE NOT ON THE CATALOG AT
      * ALL IS TECHNICAL UNDER THE OLD RULE, SO A STUB NOBODY HAS
      * CATALOGUED BEHAVES EXACTLY AS BEFORE.
      *****************************************************************
       01  BAQSTCD-RECORD.
         03 BAQSTCD-KEY.
            05 BAQSTCD-STUB-NAME         PIC X(08).
            05 BAQSTCD-STATUS-CODE       PIC 9(09).
         03 BAQSTCD-CLASS                PIC X(01).
            88 BAQSTCD-TECHNICAL           VALUE 'T'.
            88 BAQSTCD-BUSINESS-REJECT     VALUE 'B'.
            88 BAQSTCD-INFORMATIONAL       VALUE 'I'.
         03 BAQSTCD-ACTION               PIC X(01).
            88 BAQSTCD-RETRY               VALUE 'R'.
            88 BAQSTCD-NO-RETRY            VALUE 'N'.
         03 BAQSTCD-REASON               PIC X(60).
         03 BAQSTCD-UPDATE-DATE          PIC X(08).
