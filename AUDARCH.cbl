      * 09/02/2026 DH    AUDIT ROWS GREW AGAIN TO 69 BYTES WITH THE
      *                  INVOICE, CUSTOMER AND SALE DATE CARRIED ON
      *                  THE SHARED COMMREC LAYOUT.
      * 10/15/2026 DH    WRITES START AND END ENTRIES TO THE SHARED RUN
      *                  LOG (RUNLOGW) FOR THE OPSRPT MORNING STATUS
      *                  REPORT: THE RETURN CODE, ROWS READ, ROWS KEPT
      *                  AND ROWS ARCHIVED.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-CALL-STATUS              PIC X(01) VALUE SPACES.
           88  WS-CALL-VALID                     VALUE "Y".

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
           MOVE "AUDARCH"              TO RL-STEP-NAME.
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
           MOVE WS-KEPT-COUNT          TO RL-WRITTEN-COUNT.
           MOVE ZERO                   TO RL-REJECT-COUNT.
           MOVE "ARCHIVED"             TO RL-CONTROL-LABEL-1.
           MOVE WS-ARCHIVED-COUNT      TO RL-CONTROL-TOTAL-1.
           SET RL-END-ENTRY            TO TRUE.

           CALL "RUNLOGW" USING RUN-LOG-RECORD.

           MOVE RL-RETURN-CODE         TO RETURN-CODE.
       9750-LOG-RUN-END-EXIT.
           EXIT.

      *================================================================
      * 9800-PARM-ERROR  -  A BAD AUDAPARM STOPS THE RUN BEFORE THE
      *                      AUDIT TRAIL IS TOUCHED
       9800-PARM-ERROR.
           MOVE 8                      TO RETURN-CODE.
           CLOSE ARCHIVE-PARM-FILE.
           PERFORM 9750-LOG-RUN-END
               THRU 9750-LOG-RUN-END-EXIT.

           STOP RUN.
       9800-PARM-ERROR-EXIT.
           EXIT.
