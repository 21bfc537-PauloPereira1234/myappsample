      * EACH RUN PICKS THE BANDS IN FORCE ON ITS RUN DATE.
      * THE BAND LIMITS CARRY DOLLARS-AND-CENTS: EACH GRADE'S BANDS
      * MUST COVER 0.01 THROUGH 9,999,999.99, AS RATECHK PROVES.
      * SHARED BY Q2, RATECHK, RATESIM AND RERATE (WHOSE CORRECTED
      * TABLE, RATECORR, HAS THE SAME LAYOUT) - CHANGE THE LAYOUT HERE
      * ONLY.
      *================================================================
       01  RATE-TABLE-RECORD.
           05  RT-GRADE                PIC X(01).
