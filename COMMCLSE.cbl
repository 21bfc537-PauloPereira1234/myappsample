      *                  CODE 8 FOR EITHER CLOSE TYPE - THE 1500
      *                  ALL-ZERO SCAN REMAINS AS THE BACKSTOP FOR A
      *                  TYPE-Y RERUN AFTER A HAND-DELETED STAMP.
      * 10/15/2026 DH    THE YEAR-END CLOSE ALSO ZEROES THE NEW
      *                  RELEASED AND WRITTEN-OFF COMMISSION FIELDS
      *                  (COMMISSION HELD UNTIL COLLECTION), SINCE
      *                  THE PAYEXT MARK NOW RUNS AGAINST RELEASED
      *                  COMMISSION.  HOLDS STILL OPEN AT YEAR END
      *                  RELEASE INTO THE NEW YEAR AS THEY ARE PAID.
      * 10/15/2026 DH    WRITES START AND END ENTRIES TO THE SHARED RUN
      *                  LOG (RUNLOGW) FOR THE OPSRPT MORNING STATUS
      *                  REPORT: THE RETURN CODE, SALESMEN CLOSED, UNDER
      *                  THE CLOSED PERIOD (YYYYMM00) AS ITS BUSINESS
      *                  DATE.
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
                       " ALREADY CLOSED (RUN CONTROL) - RUN STOPPED"
               MOVE 8                  TO RETURN-CODE
               CLOSE RUN-CONTROL-FILE
               PERFORM 9750-LOG-RUN-END
                   THRU 9750-LOG-RUN-END-EXIT
               STOP RUN
           END-IF.

                       WS-RUN-CONTROL-STATUS
               MOVE 16                 TO RETURN-CODE
               CLOSE RUN-CONTROL-FILE
               PERFORM 9750-LOG-RUN-END
                   THRU 9750-LOG-RUN-END-EXIT
               STOP RUN
           END-IF.
       1300-CHECK-RUN-CONTROL-EXIT.
               CLOSE COMM-MASTER
                     COMM-HISTORY
                     RUN-CONTROL-FILE
               PERFORM 9750-LOG-RUN-END
                   THRU 9750-LOG-RUN-END-EXIT
               STOP RUN
           END-IF.

      *================================================================
      * 2400-ZERO-MASTER-YTD  -  START THE NEW YEAR AT ZERO.  THE
      *                           PAYEXT HIGH-WATER MARK IS ZEROED
      *                           WITH THE YTD RELEASED COMMISSION IT
      *                           RUNS AGAINST, SO THE FIRST EXTRACT
      *                           OF THE NEW YEAR PAYS ONLY NEW-YEAR
      *                           RELEASES.
      *================================================================
       2400-ZERO-MASTER-YTD.
           MOVE ZERO                   TO CM-YTD-SALES
                                           CM-YTD-COMMISSION
                                           CM-LAST-PAYEXT-YTD-COMM
                                           CM-YTD-RELEASED-COMM
                                           CM-YTD-WRITEOFF-COMM.

           REWRITE COMM-MASTER-RECORD.

       9100-STAMP-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
      * 9700-LOG-RUN-START  -  START ENTRY ON THE SHARED RUN LOG
      *================================================================
       9700-LOG-RUN-START.
           MOVE "COMMCLSE"             TO RL-STEP-NAME.
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
           IF WS-CLOSE-YEAR NOT = ZERO
               COMPUTE RL-BUSINESS-DATE =
                   ( WS-CLOSE-YEAR * 10000 ) + ( WS-CLOSE-MONTH * 100 )
           END-IF.
           MOVE RETURN-CODE            TO RL-RETURN-CODE.
           MOVE WS-SALESMAN-COUNT      TO RL-READ-COUNT.
           MOVE WS-SALESMAN-COUNT      TO RL-WRITTEN-COUNT.
           MOVE ZERO                   TO RL-REJECT-COUNT.
           SET RL-END-ENTRY            TO TRUE.

           CALL "RUNLOGW" USING RUN-LOG-RECORD.

           MOVE RL-RETURN-CODE         TO RETURN-CODE.
       9750-LOG-RUN-END-EXIT.
           EXIT.

      *================================================================
      * 9800-PARM-ERROR  -  A BAD CLSEPARM STOPS THE RUN BEFORE ANY
      *                      FILE IS TOUCHED
       9800-PARM-ERROR.
           MOVE 8                      TO RETURN-CODE.
           CLOSE CLOSE-PARM-FILE.
           PERFORM 9750-LOG-RUN-END
               THRU 9750-LOG-RUN-END-EXIT.

           STOP RUN.
       9800-PARM-ERROR-EXIT.
           EXIT.
                 COMM-HISTORY
                 RUN-CONTROL-FILE.

           PERFORM 9750-LOG-RUN-END
               THRU 9750-LOG-RUN-END-EXIT.

           STOP RUN.
       9900-ABEND-EXIT.
           EXIT.
