      *                    FILES, WITH FULL FIELD VALIDATION, A
      *                    BEFORE/AFTER CHANGE REPORT, AND ALL-OR-
      *                    NOTHING APPLICATION OF THE UPDATE DECK.
      *   2026-10-15 RO    TENANT EDIT NOW REQUIRES THE BAQVAULT
      *                    CLIENT-SECRET REFERENCE AND REJECTS A
      *                    RECORD STILL CARRYING DATA IN THE RESERVED
      *                    REMAINDER OF THE OLD SECRET FIELD.
      *****************************************************************
      * FUNCTION.
      *   THE SUITE RUNS OFF SIX HAND-EDITED CONTROL FILES --

      *****************************************************************
      *    4100-EDIT-TENCT-FIELDS-RTN -- BAQRDRV NEEDS THE BUSINESS
      *                    UNIT, AN OAUTH CLIENT ID, A CLIENT-SECRET
      *                    VAULT REFERENCE AND A PRIMARY SERVER URI
      *                    FOR EVERY TENANT.  THE SECRET ITSELF NEVER
      *                    BELONGS ON THE TENANT FILE.
      *****************************************************************
       4100-EDIT-TENCT-FIELDS-RTN.
           MOVE BAQUPDT-DATA TO BAQTEN-RECORD.
                   THRU 3900-EXIT
           END-IF.

           IF BAQTEN-OAUTH-SECRET-REF = SPACES
               MOVE 'OAUTH SECRET REFERENCE IS BLANK' TO UL-DISPOSITION
               PERFORM 3900-LOG-UPDATE-ERROR-RTN
                   THRU 3900-EXIT
           END-IF.

           IF BAQTEN-OAUTH-SECRET-RSV NOT = SPACES
               MOVE 'DATA IN RESERVED SECRET AREA' TO UL-DISPOSITION
               PERFORM 3900-LOG-UPDATE-ERROR-RTN
                   THRU 3900-EXIT
           END-IF.
