      * 09/02/2026 DH    THE DETAIL LINE NOW PRINTS THE SALESMAN'S
      *                  NAME FROM THE NEW CM-NAME FIELD, SO NOBODY
      *                  CROSS-REFERENCES NUMBERS BY HAND.
      * 10/15/2026 DH    WRITES START AND END ENTRIES TO THE SHARED RUN
      *                  LOG (RUNLOGW) FOR THE OPSRPT MORNING STATUS
      *                  REPORT: THE RETURN CODE, SALESMEN REPORTED AND
      *                  THE GRAND TOTAL.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               "GRAND TOTAL COMMISSION ...".
           05  GTL-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

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
           DISPLAY "COMMRPT - SALESMEN REPORTED: " WS-SALESMAN-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.

      *================================================================
      * 9700-LOG-RUN-START  -  START ENTRY ON THE SHARED RUN LOG
      *================================================================
       9700-LOG-RUN-START.
           MOVE "COMMRPT"              TO RL-STEP-NAME.
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
           MOVE WS-SALESMAN-COUNT      TO RL-READ-COUNT.
           MOVE WS-SALESMAN-COUNT      TO RL-WRITTEN-COUNT.
           MOVE ZERO                   TO RL-REJECT-COUNT.
           MOVE "YTD COMM"             TO RL-CONTROL-LABEL-1.
           MOVE WS-GRAND-TOTAL         TO RL-CONTROL-TOTAL-1.
           SET RL-END-ENTRY            TO TRUE.

           CALL "RUNLOGW" USING RUN-LOG-RECORD.

           MOVE RL-RETURN-CODE         TO RETURN-CODE.
       9750-LOG-RUN-END-EXIT.
           EXIT.

