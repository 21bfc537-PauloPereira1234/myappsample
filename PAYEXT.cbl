      *                  THIS PROGRAM REMAINS A PURE READ OF
      *                  COMM-MASTER; ONLY PAYCONF MOVES THE MARKS
      *                  AND THE DRAW BALANCE.
      * 10/15/2026 DH    COMMISSION IS NOW PAID ON COLLECTION.  THE
      *                  PERIOD COMMISSION IS CM-YTD-RELEASED-COMM
      *                  (HELD COMMISSION RELEASED BY THE COMMCASH
      *                  RECEIPTS RUN, NET OF WRITE-OFF CLAWBACKS)
      *                  LESS THE MARK, NOT THE BOOKED CM-YTD-
      *                  COMMISSION, SO A SALE THE CUSTOMER HAS NOT
      *                  PAID FOR IS NOT EXTRACTED.  PAYCONF STILL
      *                  ADVANCES THE MARK BY THE AMOUNT EXTRACTED.
      * 10/15/2026 DH    WRITES START AND END ENTRIES TO THE SHARED RUN
      *                  LOG (RUNLOGW) FOR THE OPSRPT MORNING STATUS
      *                  REPORT: THE RETURN CODE, SALESMEN EXTRACTED AND
      *                  THE HASH TOTAL, UNDER THE PAY PERIOD (YYYYMM00)
      *                  AS ITS BUSINESS DATE.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       77  WS-HASH-TOTAL                PIC S9(11)V9(2) VALUE ZERO.

       COPY RUNLOG.

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE
      *================================================================
       0000-MAINLINE.
           PERFORM 9700-LOG-RUN-START
               THRU 9700-LOG-RUN-START-EXIT.

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           PERFORM 9750-LOG-RUN-END
               THRU 9750-LOG-RUN-END-EXIT.

           STOP RUN.

      *================================================================
      *                            THE PERIOD COMMISSION
      *================================================================
       2000-EXTRACT-SALESMAN.
      *--- ONLY COMMISSION RELEASED BY CUSTOMER COLLECTION IS PAID;
      *--- A CLAWBACK SINCE THE LAST EXTRACT COMES THROUGH NEGATIVE.
           COMPUTE WS-PERIOD-COMMISSION-AMT =
               CM-YTD-RELEASED-COMM - CM-LAST-PAYEXT-YTD-COMM.

           PERFORM 2100-APPLY-DRAW
               THRU 2100-APPLY-DRAW-EXIT.
           DISPLAY "PAYEXT - HASH TOTAL:         " WS-HASH-TOTAL.
       9000-TERMINATE-EXIT.
           EXIT.

      *================================================================
      * 9700-LOG-RUN-START  -  START ENTRY ON THE SHARED RUN LOG
      *================================================================
       9700-LOG-RUN-START.
           MOVE "PAYEXT"               TO RL-STEP-NAME.
           MOVE ZERO                   TO RL-BUSINESS-DATE.
           SET RL-START-ENTRY          TO TRUE.

           CALL "RUNLOGW" USING RUN-LOG-RECORD.
       9700-LOG-RUN-START-EXIT.
           EXIT.

      *================================================================
      * 9750-LOG-RUN-END  -  END ENTRY ON THE SHARED RUN LOG: THE
      *                       RETURN CODE, VOLUMES AND CONTROL
      *                       TOTALS AS THE RUN STOPS
      *================================================================
       9750-LOG-RUN-END.
           IF WS-PAY-PERIOD NOT = ZERO
               COMPUTE RL-BUSINESS-DATE = WS-PAY-PERIOD * 100
           END-IF.
           MOVE RETURN-CODE            TO RL-RETURN-CODE.
           MOVE WS-EXTRACT-COUNT       TO RL-READ-COUNT.
           MOVE WS-EXTRACT-COUNT       TO RL-WRITTEN-COUNT.
           MOVE ZERO                   TO RL-REJECT-COUNT.
           MOVE "HASH"                 TO RL-CONTROL-LABEL-1.
           MOVE WS-HASH-TOTAL          TO RL-CONTROL-TOTAL-1.
           SET RL-END-ENTRY            TO TRUE.

           CALL "RUNLOGW" USING RUN-LOG-RECORD.

           MOVE RL-RETURN-CODE         TO RETURN-CODE.
       9750-LOG-RUN-END-EXIT.
           EXIT.

