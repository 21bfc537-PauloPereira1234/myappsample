      *================================================================
      * RUNLOG.CPY
      *----------------------------------------------------------------
      * RECORD LAYOUT FOR THE SUITE-WIDE BATCH RUN LOG (RUNLOG).
      * APPEND-ONLY: EVERY BATCH PROGRAM IN THE SUITE CALLS RUNLOGW
      * ONCE AT START-UP WITH A START ENTRY AND ONCE BEFORE EACH STOP
      * RUN WITH AN END ENTRY, PASSING THIS RECORD.  THE CALLER KEEPS
      * THE RECORD BETWEEN THE TWO CALLS SO THE END ENTRY CARRIES THE
      * START TIME; RUNLOGW STAMPS THE DATE AND TIME ITSELF.  A STEP
      * WITH A START ENTRY AND NO END ENTRY DID NOT REACH STOP RUN.
      * OPSRPT READS THE LOG FOR THE MORNING OPERATIONS STATUS
      * REPORT.  NEVER REWRITTEN OR PURGED.
      * SHARED BY RUNLOGW, OPSRPT AND EVERY CALLER - CHANGE THE
      * LAYOUT HERE ONLY.
      *================================================================
       01  RUN-LOG-RECORD.
      *--- THE PROGRAM-ID (Q2 LOGS AS PHO0200A).
           05  RL-STEP-NAME            PIC X(08).
      *--- THE DATE THE STEP PROCESSED: THE POSTING DATE, OR THE
      *--- PERIOD (YYYYMM00) FOR A MONTHLY STEP.  LEFT ZERO BY THE
      *--- CALLER, RUNLOGW FILLS IN THE RUN DATE.
           05  RL-BUSINESS-DATE        PIC 9(08).
           05  RL-ENTRY-TYPE           PIC X(01).
               88  RL-START-ENTRY              VALUE "S".
               88  RL-END-ENTRY                VALUE "E".
           05  RL-START-DATE           PIC 9(08).
           05  RL-START-TIME           PIC 9(08).
           05  RL-END-DATE             PIC 9(08).
           05  RL-END-TIME             PIC 9(08).
           05  RL-RETURN-CODE          PIC 9(04).
      *--- VOLUMES AND CONTROL TOTALS, FILLED IN ON THE END ENTRY.
      *--- EACH STEP CHOOSES WHAT ITS READ, WRITTEN AND REJECTED
      *--- COUNTS MEAN (Q2: SALESTRN DETAILS, COMMOUT ROWS, COMMREJ
      *--- ROWS) AND NAMES ITS TWO CONTROL TOTALS IN THE LABELS.
           05  RL-READ-COUNT           PIC 9(09).
           05  RL-WRITTEN-COUNT        PIC 9(09).
           05  RL-REJECT-COUNT         PIC 9(09).
           05  RL-CONTROL-LABEL-1      PIC X(10).
           05  RL-CONTROL-TOTAL-1      PIC S9(11)V9(02)
                                        SIGN LEADING SEPARATE.
           05  RL-CONTROL-LABEL-2      PIC X(10).
           05  RL-CONTROL-TOTAL-2      PIC S9(11)V9(02)
                                        SIGN LEADING SEPARATE.
