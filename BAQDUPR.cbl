      * IDEMPOTENT) APIS A SECOND TIME.  BAQCKPNT ONLY GUARDS A
      * RESTART OF THE SAME RUN; THIS FILE GUARDS ACROSS RUNS.
      *
      * ONLY CALLS THAT CAME BACK BAQ-SUCCESS (OR WITH A CODE THE
      * BAQSTCAT CATALOG CLASSES AS INFORMATIONAL) ARE REGISTERED -- A
      * FAILED CALL STAYS UNREGISTERED SO BAQRSUB'S RESUBMISSION OF IT
      * (SAME SEQUENCE NUMBER, SAME DAY) IS NOT MISTAKEN FOR A
      * DUPLICATE, AND SO DOES A BUSINESS REJECT THE UNIT MAY CORRECT
      * AND SEND AGAIN.
      *****************************************************************
       01  BAQDUPR-RECORD.
         03 BAQDUPR-KEY.
