      *                  THE RUNCTL RECORD IS HAND-DELETED).  THE
      *                  STAMP IS WRITTEN ONLY AFTER THE MARKS
      *                  ADVANCE CLEAN.
      * 10/15/2026 DH    WRITES START AND END ENTRIES TO THE SHARED RUN
      *                  LOG (RUNLOGW) FOR THE OPSRPT MORNING STATUS
      *                  REPORT: THE RETURN CODE, EXTRACT DETAILS, MARKS
      *                  ADVANCED AND THE HASH TOTAL, UNDER THE
      *                  ACKNOWLEDGED PAY PERIOD (YYYYMM00) AS ITS
      *                  BUSINESS DATE.
      * 10/15/2026 DH    POSTS EACH CONFIRMED DETAIL TO THE NEW
      *                  EARN-HISTORY FILE (EARNHIST COPYBOOK) UNDER
      *                  THE SALESMAN AND THE PAY PERIOD'S CALENDAR
      *                  YEAR: PERIOD COMMISSION, RECOVERY, DRAW
      *                  ADVANCE AND NET PAY IN THE PERIOD'S MONTH
      *                  BUCKET, AND THE DRAW BALANCE BEFORE THE
      *                  YEAR'S FIRST PERIOD.  FEEDS THE EARNEXT
      *                  YEAR-END TAX EXTRACT AND EARNINGS STATEMENT.
      *                  THE BUCKET IS REPLACED, NOT ADDED TO, SO THE
      *                  RESTORE-AND-RERUN BELOW LEAVES IT RIGHT.
      *================================================================
      *================================================================
      * OPERATIONAL WARNING - RUN ONCE PER ACKNOWLEDGED FILE
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT OPTIONAL EARN-HISTORY
               ASSIGN TO "EARNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-EARN-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACKNOWLEDGMENT-FILE
       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       FD  EARN-HISTORY.
       COPY EARNHIST.

       WORKING-STORAGE SECTION.
       77  WS-COMM-MASTER-STATUS       PIC X(02) VALUE "00".
           88  WS-MASTER-OK                      VALUE "00".
           88  WS-RUN-CONTROL-OK                 VALUE "00".
           88  WS-RUN-CONTROL-NOT-FOUND          VALUE "23".

       77  WS-EARN-HISTORY-STATUS      PIC X(02) VALUE "00".
           88  WS-EARN-HISTORY-OK                VALUE "00".
           88  WS-EARN-HISTORY-NOT-FOUND         VALUE "23".

      *--- RUNCTL IS OPENED ONLY WHEN THE START-UP CHECK RUNS (AN
      *--- EMPTY PAYACK NEVER GETS THAT FAR), SO THE FAILURE PATHS
      *--- MUST KNOW WHETHER THERE IS A FILE TO CLOSE.

       77  WS-ADVANCED-COUNT           PIC 9(07) VALUE ZERO.

      *--- THE ACKNOWLEDGED PAY PERIOD SPLIT FOR EARN-HISTORY, AND
      *--- THE SALESMAN'S DRAW BALANCE BEFORE THIS PERIOD MOVED IT.
       77  WS-EARN-YEAR                PIC 9(04) VALUE ZERO.
       77  WS-EARN-MONTH               PIC 9(02) VALUE ZERO.
       77  WS-PRIOR-DRAW-BALANCE       PIC S9(09)V9(02) VALUE ZERO.

       COPY RUNLOG.

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE  -  PHASE ONE FOOTS THE EXTRACT AND CHECKS THE
      *                    DOES PHASE TWO TOUCH COMM-MASTER.
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
                       "STOPPED, NO MARKS TOUCHED"
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
       1500-CHECK-RUN-CONTROL-EXIT.
               SET WS-VERIFY-FAILED    TO TRUE
           END-IF.

           DIVIDE WS-ACK-PAY-PERIOD BY 100
               GIVING WS-EARN-YEAR
               REMAINDER WS-EARN-MONTH.

           IF WS-EARN-MONTH < 1 OR WS-EARN-MONTH > 12
               DISPLAY "PAYCONF - ACK PERIOD " WS-ACK-PAY-PERIOD
                       " IS NOT A VALID YYYYMM"
               SET WS-VERIFY-FAILED    TO TRUE
           END-IF.

           IF WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
               DISPLAY "PAYCONF - TRAILER COUNT " WS-TRAILER-COUNT
                       " DOES NOT MATCH DETAILS " WS-DETAIL-COUNT

           OPEN INPUT PAYROLL-EXTRACT-FILE.
           OPEN I-O   COMM-MASTER.
           OPEN I-O   EARN-HISTORY.

           PERFORM 2900-READ-EXTRACT
               THRU 2900-READ-EXTRACT-EXIT.
               UNTIL WS-EXTRACT-END-OF-FILE.

           CLOSE PAYROLL-EXTRACT-FILE
                 COMM-MASTER
                 EARN-HISTORY.
       4000-ADVANCE-MARKS-EXIT.
           EXIT.

      *--- FULL WHETHER PAID OUT OR RECOVERED - AND THE RECOVERABLE
      *--- DRAW BALANCE MOVES DOWN BY THE RECOVERY AND UP BY THE
      *--- GUARANTEE ADVANCE.
           MOVE CM-DRAW-BALANCE        TO WS-PRIOR-DRAW-BALANCE.

           ADD PE-COMMISSION-AMT       TO CM-LAST-PAYEXT-YTD-COMM.

           COMPUTE CM-DRAW-BALANCE =

           ADD 1 TO WS-ADVANCED-COUNT.

           PERFORM 4200-POST-EARNINGS
               THRU 4200-POST-EARNINGS-EXIT.

       4100-ADVANCE-ONE-MARK-NEXT.
           PERFORM 2900-READ-EXTRACT
               THRU 2900-READ-EXTRACT-EXIT.
       4100-ADVANCE-ONE-MARK-EXIT.
           EXIT.

      *================================================================
      * 4200-POST-EARNINGS  -  RECORD WHAT WAS PAID IN THE PAY
      *                         PERIOD'S MONTH BUCKET OF THE
      *                         SALESMAN'S EARN-HISTORY YEAR.  THE
      *                         FIRST PERIOD OF A YEAR CREATES THE
      *                         RECORD WITH THE DRAW BALANCE AS IT
      *                         STOOD BEFORE THAT PERIOD.
      *================================================================
       4200-POST-EARNINGS.
           MOVE PE-SALESMAN            TO EH-SALESMAN.
           MOVE WS-EARN-YEAR           TO EH-YEAR.

           READ EARN-HISTORY
               INVALID KEY
                   SET WS-EARN-HISTORY-NOT-FOUND TO TRUE
           END-READ.

           IF WS-EARN-HISTORY-NOT-FOUND
               INITIALIZE EARN-HISTORY-RECORD
               MOVE PE-SALESMAN        TO EH-SALESMAN
               MOVE WS-EARN-YEAR       TO EH-YEAR
               MOVE WS-PRIOR-DRAW-BALANCE
                                       TO EH-OPEN-DRAW-BALANCE
           ELSE
               IF NOT WS-EARN-HISTORY-OK
                   PERFORM 9900-ABEND
                       THRU 9900-ABEND-EXIT
               END-IF
           END-IF.

           MOVE PE-COMMISSION-AMT
                          TO EH-MONTH-COMMISSION (WS-EARN-MONTH).
           MOVE PE-RECOVERY-AMT
                          TO EH-MONTH-RECOVERY (WS-EARN-MONTH).
           MOVE PE-DRAW-ADV-AMT
                          TO EH-MONTH-DRAW-ADV (WS-EARN-MONTH).
           MOVE PE-PAY-AMT
                          TO EH-MONTH-NET-PAY (WS-EARN-MONTH).
           MOVE WS-ACK-PAY-PERIOD      TO EH-LAST-PAY-PERIOD.

           IF WS-EARN-HISTORY-NOT-FOUND
               WRITE EARN-HISTORY-RECORD
           ELSE
               REWRITE EARN-HISTORY-RECORD
           END-IF.

           IF NOT WS-EARN-HISTORY-OK
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.
       4200-POST-EARNINGS-EXIT.
           EXIT.

      *================================================================
      * 8000-REJECT-RUN  -  LEAVE EVERY MARK UNTOUCHED AND SIGNAL
      *                      THE SCHEDULER
           EXIT.

      *================================================================
      * 9700-LOG-RUN-START  -  START ENTRY ON THE SHARED RUN LOG
      *================================================================
       9700-LOG-RUN-START.
           MOVE "PAYCONF"              TO RL-STEP-NAME.
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
           IF WS-ACK-PAY-PERIOD NOT = ZERO
               COMPUTE RL-BUSINESS-DATE = WS-ACK-PAY-PERIOD * 100
           END-IF.
           MOVE RETURN-CODE            TO RL-RETURN-CODE.
           MOVE WS-DETAIL-COUNT        TO RL-READ-COUNT.
           MOVE WS-ADVANCED-COUNT      TO RL-WRITTEN-COUNT.
           MOVE ZERO                   TO RL-REJECT-COUNT.
           MOVE "HASH"                 TO RL-CONTROL-LABEL-1.
           MOVE WS-HASH-TOTAL          TO RL-CONTROL-TOTAL-1.
           SET RL-END-ENTRY            TO TRUE.

           CALL "RUNLOGW" USING RUN-LOG-RECORD.

           MOVE RL-RETURN-CODE         TO RETURN-CODE.
       9750-LOG-RUN-END-EXIT.
           EXIT.

      *================================================================
      * 9900-ABEND  -  A COMM-MASTER OR EARN-HISTORY I/O ERROR (OR A
      *                 PAID SALESMAN MISSING FROM THE MASTER)
      *                 MID-ADVANCE.  STOP
      *                 SHORT: THE RERUN IS SAFE ONLY IF THE MARKS
      *                 ALREADY ADVANCED ARE BACKED OUT, SO RESTORE
      *                 COMM-MASTER FROM THE PRE-PAYCONF BACKUP
           DISPLAY "PAYCONF - FATAL COMM-MASTER ERROR, STATUS = "
                   WS-COMM-MASTER-STATUS
                   " ON SALESMAN " PE-SALESMAN.
           DISPLAY "PAYCONF - EARN-HISTORY STATUS = "
                   WS-EARN-HISTORY-STATUS.

           MOVE 16                     TO RETURN-CODE.

      *--- RUNCTL IS LEFT UNSTAMPED - THE ADVANCE DID NOT FINISH.
           CLOSE PAYROLL-EXTRACT-FILE
                 COMM-MASTER
                 EARN-HISTORY.

           IF WS-RUNCTL-OPEN
               CLOSE RUN-CONTROL-FILE
           END-IF.

           PERFORM 9750-LOG-RUN-END
               THRU 9750-LOG-RUN-END-EXIT.

           STOP RUN.
       9900-ABEND-EXIT.
           EXIT.
