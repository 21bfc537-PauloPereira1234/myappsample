      *                  COMPARES THE INVOICE TOO, SO TWO GENUINE
      *                  SAME-DAY SALES OF THE SAME AMOUNT NO LONGER
      *                  FALSE-WARN AS A DOUBLE TRANSMISSION.
      * 10/15/2026 DH    WRITES START AND END ENTRIES TO THE SHARED RUN
      *                  LOG (RUNLOGW) FOR THE OPSRPT MORNING STATUS
      *                  REPORT: THE RETURN CODE, DETAILS READ, ERRORS,
      *                  WARNINGS AND THE SIGNED AMOUNT TOTAL.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  AMT-LABEL               PIC X(30).
           05  AMT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

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
           DISPLAY "SALEDIT - " MSG-TEXT.
       9000-TERMINATE-EXIT.
           EXIT.

      *================================================================
      * 9700-LOG-RUN-START  -  START ENTRY ON THE SHARED RUN LOG
      *================================================================
       9700-LOG-RUN-START.
           MOVE "SALEDIT"              TO RL-STEP-NAME.
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
           MOVE RETURN-CODE            TO RL-RETURN-CODE.
           MOVE WS-DETAIL-COUNT        TO RL-READ-COUNT.
           MOVE WS-DETAIL-COUNT        TO RL-WRITTEN-COUNT.
           MOVE WS-ERROR-COUNT         TO RL-REJECT-COUNT.
           MOVE "SALES"                TO RL-CONTROL-LABEL-1.
           MOVE WS-TOTAL-SALES         TO RL-CONTROL-TOTAL-1.
           MOVE "WARNINGS"             TO RL-CONTROL-LABEL-2.
           MOVE WS-WARNING-COUNT       TO RL-CONTROL-TOTAL-2.
           SET RL-END-ENTRY            TO TRUE.

           CALL "RUNLOGW" USING RUN-LOG-RECORD.

           MOVE RL-RETURN-CODE         TO RETURN-CODE.
       9750-LOG-RUN-END-EXIT.
           EXIT.

