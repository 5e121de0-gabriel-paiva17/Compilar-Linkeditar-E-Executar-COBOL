      *****************************************************************
      *
      *
      * Licensed Materials - Property of Enterprise Batch Systems
      *
      *****************************************************************
      * THIS COPYBOOK CONTAINS THE STUB CATALOG RECORD LAYOUT.  THE
      * CATALOG (BAQSTUBM) IS THE ONE AUTHORITATIVE LIST OF THE API
      * STUBS THE SUITE MAY CALL -- WHAT EACH ONE IS, WHICH TEAM OWNS
      * IT, WHETHER IT IS IN SERVICE, AND WHICH BUSINESS UNITS MAY
      * CALL IT.  THE FILE IS KEYED BY BAQSTUB-STUB-NAME.  BAQTVAL
      * REJECTS ANY TRANSACTION FOR A STUB THAT IS NOT ON THE CATALOG
      * OR NOT IN SERVICE, OR FROM A BUSINESS UNIT THAT IS NOT
      * ENTITLED TO IT; BAQSCAT CHECKS THE CATALOG AGAINST THE PER-STUB
      * CONTROL FILES (BAQRTRYP, BAQPACEC, BAQCTLV, BAQSLAC, BAQRULEC
      * AND BAQHLTHC).
      *
      * BAQSTUB-STATUS-SWITCH permitted values
      *    VALUE
      *      A    ACTIVE -- IN SERVICE FROM BAQSTUB-EFFECTIVE-DATE
      *           UNTIL BAQSTUB-RETIRE-DATE, IF ONE IS SET
      *      R    RETIRED -- NO LONGER CALLED.  KEPT ON THE CATALOG SO
      *           BAQSCAT CAN FIND CONTROL FILE ENTRIES LEFT BEHIND.
      *
      * BAQSTUB-EFFECTIVE-DATE IS THE FIRST DAY (YYYYMMDD) THE STUB
      * MAY BE CALLED.  BAQSTUB-RETIRE-DATE, WHEN NOT SPACES, IS THE
      * FIRST DAY IT MAY NOT -- A RETIREMENT CAN BE SCHEDULED AHEAD
      * WITHOUT FLIPPING THE STATUS ON THE NIGHT.
      *
      * BAQSTUB-ENTITLED-BU HOLDS THE BAQTRIN-BUSINESS-UNIT VALUES
      * ALLOWED TO CALL THE STUB; BAQSTUB-ENTITLED-COUNT SAYS HOW
      * MANY OF THE 20 ENTRIES ARE IN USE.  AN ENTRY OF '*ALL'
      * ENTITLES EVERY BUSINESS UNIT.  A TRANSACTION WITH NO BUSINESS
      * UNIT IS THE SUITE'S OWN SINGLE-TENANT TRAFFIC AND IS NOT
      * SUBJECT TO ENTITLEMENT.
      *****************************************************************
       01  BAQSTUB-RECORD.
         03 BAQSTUB-STUB-NAME            PIC X(08).
         03 BAQSTUB-DESCRIPTION          PIC X(40).
         03 BAQSTUB-OWNING-TEAM          PIC X(20).
         03 BAQSTUB-STATUS-SWITCH        PIC X(01).
            88 BAQSTUB-ACTIVE              VALUE 'A'.
            88 BAQSTUB-RETIRED             VALUE 'R'.
         03 BAQSTUB-EFFECTIVE-DATE       PIC X(08).
         03 BAQSTUB-RETIRE-DATE          PIC X(08).
         03 BAQSTUB-ENTITLED-COUNT       PIC 9(02).
         03 BAQSTUB-ENTITLED-BU          PIC X(06)
                                         OCCURS 20 TIMES.
         03 FILLER                       PIC X(25).
