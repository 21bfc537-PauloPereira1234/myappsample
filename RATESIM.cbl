      *                  NO PROPOSED BAND COVERS, IS COUNTED AND
      *                  LEFT OUT OF THE COMPARISON.  READ-ONLY
      *                  THROUGHOUT - NOTHING IS POSTED.
      * 10/15/2026 DH    TERRITORY MANAGER OVERRIDE ROWS (TYPE "O")
      *                  ARE PASSED OVER - THEY ARE PRICED AT THE
      *                  TERRITORY'S OVERRIDE PERCENT, NOT A RATE
      *                  BAND, SO NO PROPOSED TABLE REPRICES THEM.
      * 10/15/2026 DH    WRITES START AND END ENTRIES TO THE SHARED RUN
      *                  LOG (RUNLOGW) FOR THE OPSRPT MORNING STATUS
      *                  REPORT: THE RETURN CODE, ROWS READ, REPRICED
      *                  AND LEFT UNPRICED.
      * 10/15/2026 DH    COMMISSION CORRECTION ROWS (TYPE "C", POSTED
      *                  FROM A RERATE RUN) ARE PASSED OVER - THEY
      *                  CARRY A COMMISSION CHANGE WITH NO SALES, SO
      *                  NO RATE BAND REPRICES THEM.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       01  BLANK-LINE                  PIC X(132) VALUE SPACES.

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
               DISPLAY "RATESIM - NO PROPOSED BANDS SELECTED FROM "
                       "RATEPROP"
               MOVE 8                  TO RETURN-CODE
               PERFORM 9750-LOG-RUN-END
                   THRU 9750-LOG-RUN-END-EXIT
               STOP RUN
           END-IF.

               GO TO 2000-REPRICE-AUDIT-NEXT
           END-IF.

      *--- AN OVERRIDE ROW OR A COMMISSION CORRECTION IS NOT PRICED
      *--- FROM THE RATE BANDS.
           IF AU-TRANS-TYPE = "O" OR "C"
               GO TO 2000-REPRICE-AUDIT-NEXT
           END-IF.

           PERFORM 2100-GET-GRADE
               THRU 2100-GET-GRADE-EXIT.

       9000-TERMINATE-EXIT.
           EXIT.

      *================================================================
      * 9700-LOG-RUN-START  -  START ENTRY ON THE SHARED RUN LOG
      *================================================================
       9700-LOG-RUN-START.
           MOVE "RATESIM"              TO RL-STEP-NAME.
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
           COMPUTE RL-REJECT-COUNT =
               WS-NO-MASTER-COUNT + WS-NO-BAND-COUNT.
           SET RL-END-ENTRY            TO TRUE.

           CALL "RUNLOGW" USING RUN-LOG-RECORD.

           MOVE RL-RETURN-CODE         TO RETURN-CODE.
       9750-LOG-RUN-END-EXIT.
           EXIT.

      *================================================================
      * 9800-PARM-ERROR  -  A BAD RSIMPARM STOPS THE RUN
      *================================================================
       9800-PARM-ERROR.
           MOVE 8                      TO RETURN-CODE.
           CLOSE SIM-PARM-FILE.
           PERFORM 9750-LOG-RUN-END
               THRU 9750-LOG-RUN-END-EXIT.

           STOP RUN.
       9800-PARM-ERROR-EXIT.
           EXIT.
                 COMM-MASTER
                 SIMULATION-REPORT.

           PERFORM 9750-LOG-RUN-END
               THRU 9750-LOG-RUN-END-EXIT.

           STOP RUN.
       9900-ABEND-EXIT.
           EXIT.
