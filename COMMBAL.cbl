      *                  SALE-DATE FIELDS ADDED TO THE SHARED
      *                  LAYOUTS: SALESTRN DETAILS 38, COMMOUT 49,
      *                  COMMREJ 81, COMMAUD 69.
      * 10/15/2026 DH    Q2 NOW ALSO WRITES A TERRITORY MANAGER
      *                  OVERRIDE ROW (TYPE "O") TO COMMOUT AND
      *                  COMMAUD FOR A POSTED SHARE, WHICH HAS NO
      *                  SALESTRN DETAIL OF ITS OWN.  THE OVERRIDE
      *                  ROWS ARE COUNTED AND PRINTED, AND CHECK 1
      *                  BACKS THEM OUT OF THE COMMOUT COUNT.  CHECKS
      *                  2 AND 3 ALREADY FOOT - THE OVERRIDE POSTS TO
      *                  THE MANAGER'S YTD COMMISSION AND EVERY
      *                  OVERRIDE ROW GETS ONE AUDIT ROW.
      * 10/15/2026 DH    WRITES START AND END ENTRIES TO THE SHARED RUN
      *                  LOG (RUNLOGW) FOR THE OPSRPT MORNING STATUS
      *                  REPORT: THE RETURN CODE, THE SALESTRN, COMMOUT
      *                  AND COMMREJ COUNTS, THE COMMOUT COMMISSION
      *                  TOTAL AND THE MASTER YTD COMMISSION TOTAL.
      * 10/15/2026 DH    A COMMISSION CORRECTION (TYPE "C", FROM THE
      *                  RERATE RE-RATING RUN) POSTS ONE ROW UNDER THE
      *                  SALESMAN IT NAMES, SO CHECK 1 NO LONGER
      *                  EXPECTS A SPLIT FAN-OUT ROW FOR ONE, POSTED
      *                  OR REJECTED.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-OUT-COUNT                PIC 9(07) VALUE ZERO.
       77  WS-REJECT-COUNT             PIC 9(07) VALUE ZERO.
       77  WS-AUDIT-COUNT              PIC 9(07) VALUE ZERO.
      *--- MANAGER OVERRIDE ROWS COME FROM NO SALESTRN DETAIL.
       77  WS-OVERRIDE-COUNT           PIC 9(07) VALUE ZERO.

      *--- THE SPLIT FAN-OUT: EACH POSTED SALESTRN DETAIL WHOSE
      *--- SALESMAN IS A SPLITTAB PRIMARY BECOMES TWO COMMOUT ROWS.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CHK-VERDICT             PIC X(16).

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
                                        TO WS-SPLIT-TEST-SALESMAN
               PERFORM 2095-MATCH-SPLIT-PRIMARY
                   THRU 2095-MATCH-SPLIT-PRIMARY-EXIT
      *--- A COMMISSION CORRECTION ("C") NAMES THE ONE SALESMAN IT
      *--- POSTS TO AND NEVER FANS OUT, EVEN FOR A SPLIT PRIMARY.
               IF WS-SPLIT-PRIMARY-MATCH
                   AND SALES-TRANS-RECORD (6:1) NOT = "C"
                   ADD 1 TO WS-SPLIT-DETAIL-COUNT
               END-IF
           END-IF.

       2250-TALLY-COMMISSION-OUT.
           ADD 1 TO WS-OUT-COUNT.
           IF CO-TRANS-TYPE = "O"
               ADD 1 TO WS-OVERRIDE-COUNT
           END-IF.
           MOVE CO-COMMISSION TO WS-COMMISSION-WORK.
           ADD WS-COMMISSION-WORK TO WS-OUT-COMMISSION.
           PERFORM 2290-READ-COMMISSION-OUT
           ADD 1 TO WS-REJECT-COUNT.

      *--- A SPLIT-PRIMARY DETAIL THAT REJECTED NEVER FANNED OUT -
      *--- ITS EXPECTED EXTRA ROW IS BACKED OUT OF CHECK 1.  A
      *--- COMMISSION CORRECTION WAS NEVER EXPECTED TO FAN OUT.
           IF REJECT-RECORD (6:1) = "C"
               GO TO 2350-TALLY-REJECT-NEXT
           END-IF.

           MOVE REJECT-RECORD (1:5)    TO WS-SPLIT-TEST-SALESMAN.
           PERFORM 2095-MATCH-SPLIT-PRIMARY
               THRU 2095-MATCH-SPLIT-PRIMARY-EXIT.
               ADD 1 TO WS-SPLIT-REJECT-COUNT
           END-IF.

       2350-TALLY-REJECT-NEXT.

           PERFORM 2390-READ-REJECT
               THRU 2390-READ-REJECT-EXIT.
       2350-TALLY-REJECT-EXIT.
           MOVE WS-OUT-COUNT            TO CNT-AMOUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.

           MOVE "OVERRIDE ROWS IN COMMOUT .........."
                                        TO CNT-LABEL.
           MOVE WS-OVERRIDE-COUNT       TO CNT-AMOUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.

           MOVE "COMMREJ RECORDS ..................."
                                        TO CNT-LABEL.
           MOVE WS-REJECT-COUNT         TO CNT-AMOUNT.
      *                               LANDED IN COMMOUT OR COMMREJ,
      *                               ALLOWING ONE EXTRA COMMOUT ROW
      *                               FOR EACH POSTED SPLIT-PRIMARY
      *                               DETAIL.  MANAGER OVERRIDE ROWS
      *                               ARE NOT SALESTRN OUTPUT AND
      *                               ARE LEFT OUT OF THE COUNT
      *================================================================
       3100-CHECK-RECORD-COUNTS.
           COMPUTE WS-EXPECTED-TRANS =
               WS-OUT-COUNT - WS-OVERRIDE-COUNT + WS-REJECT-COUNT.

           COMPUTE WS-ADJUSTED-TRANS =
               WS-TRANS-COUNT + WS-SPLIT-DETAIL-COUNT
                              - WS-SPLIT-REJECT-COUNT.

           MOVE "CHECK 1 - TRANS + SPLITS = OUT-OVR + REJ"
                                        TO CHK-LABEL.

           IF WS-ADJUSTED-TRANS = WS-EXPECTED-TRANS
       9000-TERMINATE-EXIT.
           EXIT.

      *================================================================
      * 9700-LOG-RUN-START  -  START ENTRY ON THE SHARED RUN LOG
      *================================================================
       9700-LOG-RUN-START.
           MOVE "COMMBAL"              TO RL-STEP-NAME.
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
           MOVE WS-TRANS-COUNT         TO RL-READ-COUNT.
           MOVE WS-OUT-COUNT           TO RL-WRITTEN-COUNT.
           MOVE WS-REJECT-COUNT        TO RL-REJECT-COUNT.
           MOVE "OUT COMM"             TO RL-CONTROL-LABEL-1.
           MOVE WS-OUT-COMMISSION      TO RL-CONTROL-TOTAL-1.
           MOVE "MASTER YTD"           TO RL-CONTROL-LABEL-2.
           MOVE WS-MASTER-COMM-TOTAL   TO RL-CONTROL-TOTAL-2.
           SET RL-END-ENTRY            TO TRUE.

           CALL "RUNLOGW" USING RUN-LOG-RECORD.

           MOVE RL-RETURN-CODE         TO RETURN-CODE.
       9750-LOG-RUN-END-EXIT.
           EXIT.

      *================================================================
      * 9900-ABEND  -  A REAL COMM-MASTER I/O ERROR.  STOP SHORT
      *                 WITHOUT REWRITING COMMCTL, SO THE PRIOR
           CLOSE COMM-MASTER
                 BALANCE-REPORT.

           PERFORM 9750-LOG-RUN-END
               THRU 9750-LOG-RUN-END-EXIT.

           STOP RUN.
       9900-ABEND-EXIT.
           EXIT.
