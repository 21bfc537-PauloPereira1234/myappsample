      *                  QUOTA SET WHOSE CM-YTD-SALES IS AT OR ABOVE
      *                  CM-QUOTA-AMOUNT, CARRYING THE QUOTA, THE
      *                  YTD SALES AND THE ATTAINMENT PERCENTAGE.
      * 10/15/2026 DH    WRITES START AND END ENTRIES TO THE SHARED RUN
      *                  LOG (RUNLOGW) FOR THE OPSRPT MORNING STATUS
      *                  REPORT: THE RETURN CODE, SALESMEN READ AND
      *                  BONUS RECORDS WRITTEN.
      *================================================================
      *================================================================
      * OPERATIONAL NOTE - SCHEDULE BEFORE THE YEAR-END CLOSE
           05  WS-CURRENT-MONTH         PIC 9(02).
           05  WS-CURRENT-DAY           PIC 9(02).

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
                   WS-ELIGIBLE-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.

      *================================================================
      * 9700-LOG-RUN-START  -  START ENTRY ON THE SHARED RUN LOG
      *================================================================
       9700-LOG-RUN-START.
           MOVE "BONUSEXT"             TO RL-STEP-NAME.
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
           MOVE WS-READ-COUNT          TO RL-READ-COUNT.
           MOVE WS-ELIGIBLE-COUNT      TO RL-WRITTEN-COUNT.
           MOVE ZERO                   TO RL-REJECT-COUNT.
           SET RL-END-ENTRY            TO TRUE.

           CALL "RUNLOGW" USING RUN-LOG-RECORD.

           MOVE RL-RETURN-CODE         TO RETURN-CODE.
       9750-LOG-RUN-END-EXIT.
           EXIT.

