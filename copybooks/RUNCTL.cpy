      * RECORD LAYOUT FOR RUN-CONTROL-FILE (RUNCTL), THE INDEXED
      * RUN-ONCE REGISTER.  ONE RECORD PER BUSINESS DATE AND JOB
      * STEP, WRITTEN ONLY AT CLEAN END OF RUN: Q2 KEYS ITS POSTING
      * DATE, COMMCASH THE DATE ITS RECEIPTS WERE APPLIED, PAYCONF
      * THE PAY PERIOD IT CONFIRMED (YYYYMM00), AND COMMCLSE THE
      * PERIOD IT CLOSED (YYYYMM00, WITH THE CLOSE TYPE IN THE STEP
      * NAME).  EACH OF THOSE PROGRAMS READS ITS KEY AT
      * START-UP AND STOPS WITH A CLEAR MESSAGE AND A NONZERO RETURN
      * CODE IF THE RECORD EXISTS, SO AN ALREADY-POSTED DATE OR AN
      * ALREADY-CONFIRMED PAY PERIOD CANNOT POST TWICE.  AN ABEND
      * LEAVES NO RECORD, SO A RESTART OF A FAILED RUN PASSES THE
      * CHECK.  TO DELIBERATELY RERUN A STAMPED STEP (AFTER A
      * RESTORE), DELETE ITS RUNCTL RECORD FIRST.
      * SHARED BY Q2, COMMCASH, PAYCONF AND COMMCLSE - CHANGE THE
      * LAYOUT HERE ONLY.
      *================================================================
       01  RUN-CONTROL-RECORD.
           05  RC-KEY.
