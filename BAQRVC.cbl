      *****************************************************************
      *
      *
      * Licensed Materials - Property of Enterprise Batch Systems
      *
      *****************************************************************
      * THIS COPYBOOK CONTAINS THE REVERSAL CONTROL RECORD LAYOUT READ
      * BY BAQRVGN FROM BAQREVC.  IT SAYS HOW TO BACK OUT A CALL: WHICH
      * STUB CARRIES THE COMPENSATING CALL AND HOW ITS REQUEST BODY IS
      * BUILT FROM THE ORIGINAL CALL'S BAQPYLIN BODY.  A STUB WITH NO
      * TYPE S RECORD CANNOT BE REVERSED.
      *
      * BAQRVC-ENTRY-TYPE permitted values
      *    VALUE
      *      R    NUMBER RANGE (ONE RECORD, BAQRVC-STUB-NAME BLANK) --
      *           THE BLOCK OF SEQUENCE NUMBERS SET ASIDE FOR
      *           REVERSALS.  IT MUST LIE ABOVE EVERY NUMBER THE
      *           BUSINESS UNITS USE, SO A REVERSAL DECK SORTS AFTER
      *           THE NIGHT'S OWN DECK.
      *      S    STUB -- BAQRVC-REVERSAL-STUB IS THE COMPENSATING STUB
      *      C    CARRY -- BAQRVC-FIELD-LEN BYTES AT BAQRVC-FROM-POS IN
      *           THE ORIGINAL BODY ARE COPIED TO BAQRVC-TO-POS IN THE
      *           REVERSAL BODY
      *      N    NEGATE -- AS CARRY, BUT THE FIELD IS A SIGNED AMOUNT
      *           (A LEADING + - OR SPACE, THEN DIGITS; LENGTH 2-19
      *           INCLUDING THE SIGN) AND ITS SIGN IS TURNED OVER
      *      Q    ORIGINAL SEQUENCE -- THE ORIGINAL CALL'S SEQUENCE
      *           NUMBER (9 DIGITS) IS PLACED AT BAQRVC-TO-POS, SO THE
      *           PROVIDER CAN TIE THE REVERSAL BACK TO THE CALL
      *
      * POSITIONS ARE BYTE OFFSETS WITHIN THE 4096-BYTE REQUEST BODY.
      * THE REVERSAL BODY STARTS AS SPACES AND ENDS AT THE LAST BYTE
      * ANY FIELD FILLS; A STUB WITH NO FIELDS IS REVERSED WITH AN
      * EMPTY BODY.
      *
      * ALL NUMERIC FIELDS ARE DISPLAY (NO COMP/COMP-5) BECAUSE
      * BAQREVC IS ORGANIZATION LINE SEQUENTIAL -- BINARY USAGE ON A
      * LINE SEQUENTIAL RECORD READS A BAD RECORD.
      *****************************************************************
       01  BAQRVC-RECORD.
         03 BAQRVC-STUB-NAME             PIC X(08).
         03 BAQRVC-ENTRY-TYPE            PIC X(01).
            88 BAQRVC-RANGE                VALUE 'R'.
            88 BAQRVC-STUB-MAP             VALUE 'S'.
            88 BAQRVC-CARRY                VALUE 'C'.
            88 BAQRVC-NEGATE               VALUE 'N'.
            88 BAQRVC-ORIG-SEQ             VALUE 'Q'.
         03 BAQRVC-ENTRY-DATA            PIC X(27).
         03 BAQRVC-MAP-DATA REDEFINES BAQRVC-ENTRY-DATA.
            05 BAQRVC-REVERSAL-STUB      PIC X(08).
            05 FILLER                    PIC X(19).
         03 BAQRVC-FIELD-DATA REDEFINES BAQRVC-ENTRY-DATA.
            05 BAQRVC-FROM-POS           PIC 9(04).
            05 BAQRVC-TO-POS             PIC 9(04).
            05 BAQRVC-FIELD-LEN          PIC 9(03).
            05 FILLER                    PIC X(16).
         03 BAQRVC-RANGE-DATA REDEFINES BAQRVC-ENTRY-DATA.
            05 BAQRVC-RANGE-LOW          PIC 9(09).
            05 BAQRVC-RANGE-HIGH         PIC 9(09).
            05 FILLER                    PIC X(09).
