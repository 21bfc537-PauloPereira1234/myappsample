      *                  INVOICE, SO THREE SAME-DAY REJECTS NO LONGER
      *                  SHARE ONE CORRECTION.  THE AGING REPORT
      *                  LISTS THE INVOICE ON EACH LINE.
      * 10/15/2026 DH    THE RE-EDIT NOW CHECKS THE Q2 INVOICE
      *                  REGISTER (INVREG, READ ONLY) WITH THE SAME
      *                  RULES AS Q2: REASON 13 INVOICE ALREADY POSTED
      *                  FOR THE SALESMAN, 14 RETURN WHOSE INVOICE IS
      *                  NOT ON THE REGISTER, 15 RETURN EXCEEDING THE
      *                  ORIGINAL SALE - SO A RE-SENT INVOICE IS HELD
      *                  HERE INSTEAD OF CYCLING THROUGH RESUBTRN.  A
      *                  REJCORR CORRECTION CITING THE INVOICE CAN
      *                  STILL REPAIR THE AMOUNT OF AN EXCESS RETURN.
      * 10/15/2026 DH    THE RE-EDIT NOW CHECKS THE CUSTOMER AGAINST
      *                  THE NEW CUSTOMER MASTER (CUSTMAST, READ ONLY)
      *                  WITH THE SAME RULES AS Q2: REASON 16 CUSTOMER
      *                  NOT ON MASTER, 17 SALE TO A CLOSED CUSTOMER.
      * 10/15/2026 DH    WRITES START AND END ENTRIES TO THE SHARED RUN
      *                  LOG (RUNLOGW) FOR THE OPSRPT MORNING STATUS
      *                  REPORT: THE RETURN CODE, REJECTS READ,
      *                  RESUBMITTED, HELD AND ESCALATED.
      * 10/15/2026 DH    THE RE-EDIT ACCEPTS TRANSACTION TYPE "C", THE
      *                  COMMISSION CORRECTION WRITTEN BY RERATE, WITH
      *                  Q2'S RULES: EITHER SIGN, NOT ON THE INVOICE
      *                  REGISTER, CUSTOMER NOT CHECKED WHEN ZERO.
      * 10/15/2026 DH    AS IN Q2, A RETURN AGAINST A SALE DATED BEFORE
      *                  THE INVOICE REGISTER WENT LIVE (WS-INV-REG-
      *                  START-DATE) PASSES THE REGISTER CHECK WHEN ITS
      *                  INVOICE IS NOT REGISTERED, INSTEAD OF BEING
      *                  HELD REASON 14 FOR GOOD.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS CM-SALESMAN
               FILE STATUS IS WS-COMM-MASTER-STATUS.

           SELECT OPTIONAL INVOICE-REGISTER
               ASSIGN TO "INVREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IR-KEY
               FILE STATUS IS WS-INV-REG-STATUS.

           SELECT CUSTOMER-MASTER
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER
               FILE STATUS IS WS-CUST-MASTER-STATUS.

           SELECT RESUB-FILE
               ASSIGN TO "RESUBTRN"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  COMM-MASTER.
       COPY COMMMAST.

       FD  INVOICE-REGISTER.
       COPY INVREG.

       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.

       FD  RESUB-FILE
           RECORD CONTAINS 26 TO 38 CHARACTERS.
       COPY SALETRN.
           88  WS-MASTER-OK                      VALUE "00".
           88  WS-MASTER-NOT-FOUND               VALUE "23".

       77  WS-INV-REG-STATUS           PIC X(02) VALUE "00".
           88  WS-INV-REG-OK                     VALUE "00".
           88  WS-INV-REG-NOT-FOUND              VALUE "23".

       77  WS-RETURNED-TOTAL           PIC S9(08)V9(02) VALUE ZERO.

      *--- THE DATE THE INVOICE REGISTER WENT LIVE, AS IN Q2.
       77  WS-INV-REG-START-DATE       PIC 9(08) VALUE 20261015.

       77  WS-CUST-MASTER-STATUS       PIC X(02) VALUE "00".
           88  WS-CUST-OK                        VALUE "00".
           88  WS-CUST-NOT-FOUND                 VALUE "23".

       77  WS-HOLD-IN-STATUS           PIC X(02) VALUE "00".
           88  WS-HOLD-IN-MISSING                VALUE "35".

               "  ESCALATED".
           05  TTL-ESCALATED           PIC ZZZ,ZZ9.

       COPY RUNLOG.

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE  -  THE SORT OWNS THE RUN: ITS INPUT PROCEDURE
      *                    PHASE WRITES RESUBTRN IN SALESMAN ORDER.
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
           OPEN INPUT  REJECT-FILE
                       HOLD-IN-FILE
                       COMM-MASTER
                       INVOICE-REGISTER
                       CUSTOMER-MASTER
                OUTPUT CYCLE-OUT-FILE
                       HOLD-OUT-FILE
                       AGING-REPORT.
      *                              2100-EDIT-TRANSACTION: NUMERIC
      *                              FIELDS, SANE BOUNDS, AND THE
      *                              SALESMAN ON COMM-MASTER AND
      *                              ACTIVE, THE INVOICE AGAINST THE
      *                              INVOICE REGISTER, AND THE
      *                              CUSTOMER AGAINST CUSTMAST
      *================================================================
       3400-REEDIT-TRANSACTION.
           MOVE "N"                    TO WS-REJECT-SWITCH.
               IF WR-TRANS-TYPE NOT = "S"
                   AND WR-TRANS-TYPE NOT = "R"
                   AND WR-TRANS-TYPE NOT = "M"
                   AND WR-TRANS-TYPE NOT = "C"
                   MOVE "Y"            TO WS-REJECT-SWITCH
                   MOVE "07"           TO WS-REJECT-REASON-CODE
                   MOVE "INVALID TRANSACTION TYPE"
                   THRU 3420-CHECK-MASTER-EXIT
           END-IF.

           IF NOT WS-TRANS-REJECTED
               PERFORM 3430-CHECK-INVOICE-REGISTER
                   THRU 3430-CHECK-INVOICE-REGISTER-EXIT
           END-IF.

           IF NOT WS-TRANS-REJECTED
               PERFORM 3440-CHECK-CUSTOMER
                   THRU 3440-CHECK-CUSTOMER-EXIT
           END-IF.

           IF WS-TRANS-REJECTED
               MOVE WS-REJECT-REASON-CODE
                                        TO WR-REASON-CODE
       3420-CHECK-MASTER-EXIT.
           EXIT.

      *================================================================
      * 3430-CHECK-INVOICE-REGISTER  -  THE INVOICE RULES OF Q2'S
      *                                  2160-CHECK-INVOICE-REGISTER:
      *                                  NO SALE FOR AN INVOICE THE
      *                                  SALESMAN ALREADY POSTED, NO
      *                                  RETURN WITHOUT ITS SALE, NO
      *                                  RETURN PAST THE ORIGINAL
      *                                  SALE.  ADJUSTMENTS AND
      *                                  COMMISSION CORRECTIONS PASS,
      *                                  AS DOES A RETURN NOT
      *                                  REGISTERED WHOSE SALE
      *                                  PREDATES THE REGISTER.
      *================================================================
       3430-CHECK-INVOICE-REGISTER.
           IF WR-TRANS-TYPE = "M" OR "C"
               GO TO 3430-CHECK-INVOICE-REGISTER-EXIT
           END-IF.

           MOVE WR-INVOICE             TO IR-INVOICE.
           MOVE WR-SALESMAN            TO IR-SALESMAN.

           READ INVOICE-REGISTER
               INVALID KEY
                   SET WS-INV-REG-NOT-FOUND TO TRUE
           END-READ.

           IF NOT WS-INV-REG-OK AND NOT WS-INV-REG-NOT-FOUND
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.

           IF WR-TRANS-TYPE = "S" AND WS-INV-REG-OK
               MOVE "Y"                TO WS-REJECT-SWITCH
               MOVE "13"               TO WS-REJECT-REASON-CODE
               MOVE "INVOICE ALREADY POSTED"
                                        TO WS-REJECT-REASON-TEXT
               GO TO 3430-CHECK-INVOICE-REGISTER-EXIT
           END-IF.

           IF WR-TRANS-TYPE = "R" AND WS-INV-REG-NOT-FOUND
               AND WR-SALE-DATE < WS-INV-REG-START-DATE
               GO TO 3430-CHECK-INVOICE-REGISTER-EXIT
           END-IF.

           IF WR-TRANS-TYPE = "R" AND WS-INV-REG-NOT-FOUND
               MOVE "Y"                TO WS-REJECT-SWITCH
               MOVE "14"               TO WS-REJECT-REASON-CODE
               MOVE "RETURN INVOICE NOT ON REGISTER"
                                        TO WS-REJECT-REASON-TEXT
               GO TO 3430-CHECK-INVOICE-REGISTER-EXIT
           END-IF.

           IF WR-TRANS-TYPE = "R"
               COMPUTE WS-RETURNED-TOTAL =
                   IR-RETURNED-SALES + WS-ABS-SALES
               IF WS-RETURNED-TOTAL > IR-ORIG-SALES
                   MOVE "Y"            TO WS-REJECT-SWITCH
                   MOVE "15"           TO WS-REJECT-REASON-CODE
                   MOVE "RETURNS EXCEED ORIGINAL SALE"
                                        TO WS-REJECT-REASON-TEXT
               END-IF
           END-IF.
       3430-CHECK-INVOICE-REGISTER-EXIT.
           EXIT.

      *================================================================
      * 3440-CHECK-CUSTOMER  -  THE CUSTOMER RULES OF Q2'S
      *                          2170-CHECK-CUSTOMER: THE CUSTOMER MUST
      *                          BE ON CUSTMAST, AND A SALE MUST NOT BE
      *                          TO A CLOSED ACCOUNT.  AN ADJUSTMENT
      *                          OR CORRECTION CARRYING NO CUSTOMER
      *                          PASSES.
      *================================================================
       3440-CHECK-CUSTOMER.
           IF (WR-TRANS-TYPE = "M" OR "C") AND WR-CUSTOMER = ZERO
               GO TO 3440-CHECK-CUSTOMER-EXIT
           END-IF.

           MOVE WR-CUSTOMER            TO CU-CUSTOMER.

           READ CUSTOMER-MASTER
               INVALID KEY
                   SET WS-CUST-NOT-FOUND TO TRUE
           END-READ.

           IF WS-CUST-NOT-FOUND
               MOVE "Y"                TO WS-REJECT-SWITCH
               MOVE "16"               TO WS-REJECT-REASON-CODE
               MOVE "CUSTOMER NOT ON MASTER"
                                        TO WS-REJECT-REASON-TEXT
               GO TO 3440-CHECK-CUSTOMER-EXIT
           END-IF.

           IF NOT WS-CUST-OK
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.

           IF WR-TRANS-TYPE = "S" AND CU-CLOSED
               MOVE "Y"                TO WS-REJECT-SWITCH
               MOVE "17"               TO WS-REJECT-REASON-CODE
               MOVE "CUSTOMER CLOSED"
                                        TO WS-REJECT-REASON-TEXT
           END-IF.
       3440-CHECK-CUSTOMER-EXIT.
           EXIT.

      *================================================================
      * 3500-RELEASE-RESUB  -  HAND A REPAIRED TRANSACTION TO THE SORT
      *================================================================

           CLOSE REJECT-FILE
                 COMM-MASTER
                 INVOICE-REGISTER
                 CUSTOMER-MASTER
                 CYCLE-OUT-FILE
                 HOLD-OUT-FILE
                 AGING-REPORT.
           EXIT.

      *================================================================
      * 9700-LOG-RUN-START  -  START ENTRY ON THE SHARED RUN LOG
      *================================================================
       9700-LOG-RUN-START.
           MOVE "REJFIX"               TO RL-STEP-NAME.
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
           MOVE WS-RESUB-COUNT         TO RL-WRITTEN-COUNT.
           MOVE WS-UNRESOLVED-COUNT    TO RL-REJECT-COUNT.
           MOVE "ESCALATED"            TO RL-CONTROL-LABEL-1.
           MOVE WS-ESCALATED-COUNT     TO RL-CONTROL-TOTAL-1.
           SET RL-END-ENTRY            TO TRUE.

           CALL "RUNLOGW" USING RUN-LOG-RECORD.

           MOVE RL-RETURN-CODE         TO RETURN-CODE.
       9750-LOG-RUN-END-EXIT.
           EXIT.

      *================================================================
      * 9900-ABEND  -  A REAL COMM-MASTER, INVREG OR CUSTMAST I/O ERROR
      *                 DURING THE RE-EDIT.  STOP SHORT SO A BROKEN
      *                 MASTER FILE IS NOT MISREAD AS A FILE FULL OF
      *                 BAD REJECTS.
      *================================================================
       9900-ABEND.
           DISPLAY "REJFIX - FATAL COMM-MASTER I/O ERROR, STATUS = "
                   WS-COMM-MASTER-STATUS
                   " ON SALESMAN " WR-SALESMAN.
           DISPLAY "REJFIX - INVREG STATUS = " WS-INV-REG-STATUS
                   " ON INVOICE " WR-INVOICE.
           DISPLAY "REJFIX - CUSTMAST STATUS = " WS-CUST-MASTER-STATUS
                   " ON CUSTOMER " WR-CUSTOMER.

           MOVE 16                     TO RETURN-CODE.

           CLOSE REJECT-FILE
                 COMM-MASTER
                 INVOICE-REGISTER
                 CUSTOMER-MASTER
                 CYCLE-OUT-FILE
                 HOLD-OUT-FILE
                 AGING-REPORT.

           PERFORM 9750-LOG-RUN-END
               THRU 9750-LOG-RUN-END-EXIT.

           STOP RUN.
       9900-ABEND-EXIT.
           EXIT.
