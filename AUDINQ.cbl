      *                  AND SALE DATE (69 BYTES) - THE INVOICE IS
      *                  LISTED ON EACH MATCHED ROW SO THE AUDITOR'S
      *                  ANSWER NAMES THE SOURCE DOCUMENT.
      * 10/15/2026 DH    WRITES START AND END ENTRIES TO THE SHARED RUN
      *                  LOG (RUNLOGW) FOR THE OPSRPT MORNING STATUS
      *                  REPORT: THE RETURN CODE, ROWS READ, ROWS
      *                  MATCHED AND THE COMMISSION TOTAL.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               "  TOTAL COMMISSION .....".
           05  TTL-COMMISSION          PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

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
       9000-TERMINATE-EXIT.
           EXIT.

      *================================================================
      * 9700-LOG-RUN-START  -  START ENTRY ON THE SHARED RUN LOG
      *================================================================
       9700-LOG-RUN-START.
           MOVE "AUDINQ"               TO RL-STEP-NAME.
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
           MOVE WS-MATCH-COUNT         TO RL-WRITTEN-COUNT.
           MOVE ZERO                   TO RL-REJECT-COUNT.
           MOVE "COMMISSION"           TO RL-CONTROL-LABEL-1.
           MOVE WS-COMMISSION-TOTAL    TO RL-CONTROL-TOTAL-1.
           SET RL-END-ENTRY            TO TRUE.

           CALL "RUNLOGW" USING RUN-LOG-RECORD.

           MOVE RL-RETURN-CODE         TO RETURN-CODE.
       9750-LOG-RUN-END-EXIT.
           EXIT.

      *================================================================
      * 9800-PARM-ERROR  -  A BAD AUDIPARM STOPS THE RUN
      *================================================================
       9800-PARM-ERROR.
           MOVE 8                      TO RETURN-CODE.
           CLOSE INQUIRY-PARM-FILE.
           PERFORM 9750-LOG-RUN-END
               THRU 9750-LOG-RUN-END-EXIT.

           STOP RUN.
       9800-PARM-ERROR-EXIT.
           EXIT.
