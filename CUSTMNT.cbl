       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTMNT.
       AUTHOR.        D HOLLOWAY.
       INSTALLATION.  SALES ACCOUNTING.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DH    ORIGINAL VERSION.  CUSTOMER MASTER
      *                  MAINTENANCE.  READS CUST-TRANS-FILE (CUSTTRAN)
      *                  AND ADDS, CHANGES, CLOSES OR REOPENS CUSTMAST
      *                  RECORDS (SHARED CUSTMAST COPYBOOK), WITH AN
      *                  EDIT/REJECT REPORT OF EVERY TRANSACTION ON
      *                  CUSMRPT1 - THE SAME PATTERN COMMMNT USES FOR
      *                  COMM-MASTER.  THE ASSIGNED SALESMAN MUST BE ON
      *                  COMM-MASTER AND ACTIVE; THE HOUSE ACCOUNT FLAG
      *                  MUST BE "Y" OR "N".  THIS IS THE ONLY WAY A
      *                  CUSTOMER GETS ONTO CUSTMAST.
      * 10/15/2026 DH    WRITES START AND END ENTRIES TO THE SHARED RUN
      *                  LOG (RUNLOGW) FOR THE OPSRPT MORNING STATUS
      *                  REPORT: THE RETURN CODE, TRANSACTIONS READ,
      *                  APPLIED AND REJECTED.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM PC.
           OBJECT-COMPUTER. IBM PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-TRANS-FILE
               ASSIGN TO "CUSTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-MASTER
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER
               FILE STATUS IS WS-CUST-MASTER-STATUS.

           SELECT COMM-MASTER
               ASSIGN TO "COMMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-SALESMAN
               FILE STATUS IS WS-COMM-MASTER-STATUS.

           SELECT CUST-MAINT-REPORT
               ASSIGN TO "CUSMRPT1"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-TRANS-FILE
           RECORD CONTAINS 38 CHARACTERS.
       01  CUST-TRANS-RECORD.
           05  CT-ACTION               PIC X(01).
               88  CT-ACTION-ADD               VALUE "A".
               88  CT-ACTION-CHANGE            VALUE "C".
               88  CT-ACTION-CLOSE             VALUE "D".
               88  CT-ACTION-REOPEN            VALUE "R".
               88  CT-ACTION-VALID             VALUE "A" "C" "D" "R".
           05  CT-CUSTOMER             PIC 9(06).
           05  CT-NAME                 PIC X(25).
           05  CT-SALESMAN             PIC 9(05).
           05  CT-HOUSE-FLAG           PIC X(01).
               88  CT-HOUSE-FLAG-VALID         VALUE "Y" "N".

       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.

       FD  COMM-MASTER.
       COPY COMMMAST.

       FD  CUST-MAINT-REPORT.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-CUST-MASTER-STATUS       PIC X(02) VALUE "00".
           88  WS-CUST-OK                        VALUE "00".
           88  WS-CUST-NOT-FOUND                 VALUE "23".

       77  WS-COMM-MASTER-STATUS       PIC X(02) VALUE "00".
           88  WS-MASTER-OK                      VALUE "00".
           88  WS-MASTER-NOT-FOUND               VALUE "23".

       77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                    VALUE "Y".

       77  WS-TRANS-COUNT              BINARY PIC 9(07) VALUE ZERO.
       77  WS-APPLIED-COUNT            BINARY PIC 9(07) VALUE ZERO.
       77  WS-REJECT-COUNT             BINARY PIC 9(07) VALUE ZERO.

       77  WS-REJECT-SWITCH            PIC X(01) VALUE "N".
           88  WS-TRANS-REJECTED                 VALUE "Y".

       77  WS-REJECT-REASON-CODE       PIC X(02) VALUE SPACES.
       77  WS-REJECT-REASON-TEXT       PIC X(30) VALUE SPACES.

       77  WS-LINE-COUNT               PIC 9(02) VALUE ZERO.
       77  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.
       77  WS-LINES-PER-PAGE           PIC 9(02) VALUE 20.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR         PIC 9(04).
           05  WS-CURRENT-MONTH        PIC 9(02).
           05  WS-CURRENT-DAY          PIC 9(02).

       77  WS-CALL-FIELD               PIC X(30) VALUE SPACES.
       77  WS-CALL-LENGTH              PIC 9(02) VALUE ZERO.
       77  WS-CALL-TYPE                PIC X(01) VALUE SPACES.
       77  WS-CALL-STATUS              PIC X(01) VALUE SPACES.
           88  WS-CALL-VALID                     VALUE "Y".

       01  HDG-LINE-1.
           05  FILLER                  PIC X(30) VALUE
               "CUSTMAST MAINTENANCE REPORT".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  HDG-DATE                PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "PAGE ".
           05  HDG-PAGE-NO             PIC ZZ9.

       01  HDG-LINE-2.
           05  FILLER                  PIC X(04) VALUE "ACT".
           05  FILLER                  PIC X(10) VALUE "CUSTOMER".
           05  FILLER                  PIC X(27) VALUE "NAME".
           05  FILLER                  PIC X(10) VALUE "SALESMAN".
           05  FILLER                  PIC X(07) VALUE "HOUSE".
           05  FILLER                  PIC X(10) VALUE "RESULT".
           05  FILLER                  PIC X(30) VALUE "REASON".

       01  DETAIL-LINE.
           05  DTL-ACTION              PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DTL-CUSTOMER            PIC X(06).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DTL-NAME                PIC X(25).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-SALESMAN            PIC X(05).
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  DTL-HOUSE-FLAG          PIC X(01).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DTL-RESULT              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-REASON              PIC X(30).

       01  TOTAL-LINE.
           05  FILLER                  PIC X(22) VALUE
               "TRANSACTIONS READ ....".
           05  TTL-READ                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  APPLIED ..".
           05  TTL-APPLIED             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  REJECTED .".
           05  TTL-REJECTED            PIC ZZZ,ZZ9.

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

           PERFORM 2000-PROCESS-CUST-TRANS
               THRU 2000-PROCESS-CUST-TRANS-EXIT
               UNTIL WS-END-OF-FILE.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           PERFORM 9750-LOG-RUN-END
               THRU 9750-LOG-RUN-END-EXIT.

           STOP RUN.

      *================================================================
      * 1000-INITIALIZE  -  OPEN FILES AND PRIME THE READ
      *================================================================
       1000-INITIALIZE.
           OPEN INPUT  CUST-TRANS-FILE
                       COMM-MASTER
                I-O    CUSTOMER-MASTER
                OUTPUT CUST-MAINT-REPORT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           STRING WS-CURRENT-MONTH "/" WS-CURRENT-DAY "/"
                  WS-CURRENT-YEAR
               DELIMITED BY SIZE INTO HDG-DATE.

           PERFORM 2500-PRINT-HEADINGS
               THRU 2500-PRINT-HEADINGS-EXIT.

           PERFORM 2900-READ-CUST-TRANS
               THRU 2900-READ-CUST-TRANS-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================
      * 2000-PROCESS-CUST-TRANS  -  EDIT AND APPLY ONE CUSTOMER
      *                              MAINTENANCE TRANSACTION
      *================================================================
       2000-PROCESS-CUST-TRANS.
           ADD 1 TO WS-TRANS-COUNT.

           PERFORM 2100-EDIT-CUST-TRANS
               THRU 2100-EDIT-CUST-TRANS-EXIT.

           IF WS-TRANS-REJECTED
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               PERFORM 2200-APPLY-CUST-TRANS
                   THRU 2200-APPLY-CUST-TRANS-EXIT
               ADD 1 TO WS-APPLIED-COUNT
           END-IF.

           PERFORM 2600-PRINT-DETAIL
               THRU 2600-PRINT-DETAIL-EXIT.

           PERFORM 2900-READ-CUST-TRANS
               THRU 2900-READ-CUST-TRANS-EXIT.
       2000-PROCESS-CUST-TRANS-EXIT.
           EXIT.

      *================================================================
      * 2100-EDIT-CUST-TRANS  -  VALIDATE THE ACTION AND CUSTOMER, THE
      *                          NAME, SALESMAN AND HOUSE FLAG ON AN
      *                          ADD OR CHANGE, AND CHECK THE
      *                          TRANSACTION AGAINST THE CURRENT
      *                          CUSTMAST RECORD (OR ITS ABSENCE)
      *================================================================
       2100-EDIT-CUST-TRANS.
           MOVE "N"                    TO WS-REJECT-SWITCH.
           MOVE SPACES                 TO WS-REJECT-REASON-CODE
                                           WS-REJECT-REASON-TEXT.

           IF NOT CT-ACTION-VALID
               MOVE "Y"                TO WS-REJECT-SWITCH
               MOVE "01"               TO WS-REJECT-REASON-CODE
               MOVE "INVALID ACTION CODE"
                                        TO WS-REJECT-REASON-TEXT
               GO TO 2100-EDIT-CUST-TRANS-EXIT
           END-IF.

           PERFORM 2110-CHECK-CUSTOMER-NUMERIC
               THRU 2110-CHECK-CUSTOMER-NUMERIC-EXIT.

           IF WS-TRANS-REJECTED
               GO TO 2100-EDIT-CUST-TRANS-EXIT
           END-IF.

           IF CT-CUSTOMER = ZERO
               MOVE "Y"                TO WS-REJECT-SWITCH
               MOVE "03"               TO WS-REJECT-REASON-CODE
               MOVE "INVALID CUSTOMER NUMBER"
                                        TO WS-REJECT-REASON-TEXT
               GO TO 2100-EDIT-CUST-TRANS-EXIT
           END-IF.

           IF CT-ACTION-ADD OR CT-ACTION-CHANGE
               IF CT-NAME = SPACES
                   MOVE "Y"            TO WS-REJECT-SWITCH
                   MOVE "04"           TO WS-REJECT-REASON-CODE
                   MOVE "CUSTOMER NAME MISSING"
                                        TO WS-REJECT-REASON-TEXT
                   GO TO 2100-EDIT-CUST-TRANS-EXIT
               END-IF
               PERFORM 2120-CHECK-SALESMAN
                   THRU 2120-CHECK-SALESMAN-EXIT
               IF WS-TRANS-REJECTED
                   GO TO 2100-EDIT-CUST-TRANS-EXIT
               END-IF
               IF NOT CT-HOUSE-FLAG-VALID
                   MOVE "Y"            TO WS-REJECT-SWITCH
                   MOVE "08"           TO WS-REJECT-REASON-CODE
                   MOVE "INVALID HOUSE ACCOUNT FLAG"
                                        TO WS-REJECT-REASON-TEXT
                   GO TO 2100-EDIT-CUST-TRANS-EXIT
               END-IF
           END-IF.

           PERFORM 2130-CHECK-AGAINST-MASTER
               THRU 2130-CHECK-AGAINST-MASTER-EXIT.
       2100-EDIT-CUST-TRANS-EXIT.
           EXIT.

      *================================================================
      * 2110-CHECK-CUSTOMER-NUMERIC  -  CONFIRM THE CUSTOMER NUMBER IS
      *                                  NUMERIC VIA THE SHARED
      *                                  CHECK-VARIABLE SUBROUTINE
      *================================================================
       2110-CHECK-CUSTOMER-NUMERIC.
           MOVE SPACES                 TO WS-CALL-FIELD.
           MOVE CT-CUSTOMER            TO WS-CALL-FIELD (1:6).
           MOVE 6                      TO WS-CALL-LENGTH.
           MOVE "N"                    TO WS-CALL-TYPE.

           CALL "CHECK-VARIABLE" USING WS-CALL-FIELD WS-CALL-LENGTH
                   WS-CALL-TYPE WS-CALL-STATUS.

           IF NOT WS-CALL-VALID
               MOVE "Y"                TO WS-REJECT-SWITCH
               MOVE "02"               TO WS-REJECT-REASON-CODE
               MOVE "CUSTOMER NOT NUMERIC"
                                        TO WS-REJECT-REASON-TEXT
           END-IF.
       2110-CHECK-CUSTOMER-NUMERIC-EXIT.
           EXIT.

      *================================================================
      * 2120-CHECK-SALESMAN  -  THE ASSIGNED SALESMAN ON AN ADD OR
      *                          CHANGE MUST BE NUMERIC, ON COMM-MASTER
      *                          AND ACTIVE, SO EVERY ACCOUNT HAS
      *                          SOMEBODY WHO CAN ACTUALLY SELL TO IT
      *================================================================
       2120-CHECK-SALESMAN.
           MOVE SPACES                 TO WS-CALL-FIELD.
           MOVE CT-SALESMAN            TO WS-CALL-FIELD (1:5).
           MOVE 5                      TO WS-CALL-LENGTH.
           MOVE "N"                    TO WS-CALL-TYPE.

           CALL "CHECK-VARIABLE" USING WS-CALL-FIELD WS-CALL-LENGTH
                   WS-CALL-TYPE WS-CALL-STATUS.

           IF NOT WS-CALL-VALID
               MOVE "Y"                TO WS-REJECT-SWITCH
               MOVE "05"               TO WS-REJECT-REASON-CODE
               MOVE "SALESMAN NOT NUMERIC"
                                        TO WS-REJECT-REASON-TEXT
               GO TO 2120-CHECK-SALESMAN-EXIT
           END-IF.

           MOVE CT-SALESMAN            TO CM-SALESMAN.

           READ COMM-MASTER
               INVALID KEY
                   SET WS-MASTER-NOT-FOUND TO TRUE
           END-READ.

           IF WS-MASTER-NOT-FOUND
               MOVE "Y"                TO WS-REJECT-SWITCH
               MOVE "06"               TO WS-REJECT-REASON-CODE
               MOVE "SALESMAN NOT ON COMM-MASTER"
                                        TO WS-REJECT-REASON-TEXT
               GO TO 2120-CHECK-SALESMAN-EXIT
           END-IF.

           IF NOT WS-MASTER-OK
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.

           IF CM-INACTIVE
               MOVE "Y"                TO WS-REJECT-SWITCH
               MOVE "07"               TO WS-REJECT-REASON-CODE
               MOVE "SALESMAN INACTIVE"
                                        TO WS-REJECT-REASON-TEXT
           END-IF.
       2120-CHECK-SALESMAN-EXIT.
           EXIT.

      *================================================================
      * 2130-CHECK-AGAINST-MASTER  -  AN ADD MUST NOT FIND A CUSTMAST
      *                                RECORD; CHANGE, CLOSE AND REOPEN
      *                                MUST FIND ONE, AND THE STATUS
      *                                MUST MAKE SENSE FOR THE ACTION
      *================================================================
       2130-CHECK-AGAINST-MASTER.
           MOVE CT-CUSTOMER            TO CU-CUSTOMER.

           READ CUSTOMER-MASTER
               INVALID KEY
                   SET WS-CUST-NOT-FOUND TO TRUE
           END-READ.

           IF CT-ACTION-ADD
               IF WS-CUST-OK
                   MOVE "Y"            TO WS-REJECT-SWITCH
                   MOVE "09"           TO WS-REJECT-REASON-CODE
                   MOVE "CUSTOMER ALREADY ON MASTER"
                                        TO WS-REJECT-REASON-TEXT
               ELSE
                   IF NOT WS-CUST-NOT-FOUND
                       PERFORM 9900-ABEND
                           THRU 9900-ABEND-EXIT
                   END-IF
               END-IF
               GO TO 2130-CHECK-AGAINST-MASTER-EXIT
           END-IF.

           IF WS-CUST-NOT-FOUND
               MOVE "Y"                TO WS-REJECT-SWITCH
               MOVE "10"               TO WS-REJECT-REASON-CODE
               MOVE "CUSTOMER NOT ON MASTER"
                                        TO WS-REJECT-REASON-TEXT
               GO TO 2130-CHECK-AGAINST-MASTER-EXIT
           END-IF.

           IF NOT WS-CUST-OK
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.

           IF CT-ACTION-CLOSE AND CU-CLOSED
               MOVE "Y"                TO WS-REJECT-SWITCH
               MOVE "11"               TO WS-REJECT-REASON-CODE
               MOVE "CUSTOMER ALREADY CLOSED"
                                        TO WS-REJECT-REASON-TEXT
               GO TO 2130-CHECK-AGAINST-MASTER-EXIT
           END-IF.

           IF CT-ACTION-REOPEN AND CU-ACTIVE
               MOVE "Y"                TO WS-REJECT-SWITCH
               MOVE "12"               TO WS-REJECT-REASON-CODE
               MOVE "CUSTOMER ALREADY ACTIVE"
                                        TO WS-REJECT-REASON-TEXT
           END-IF.
       2130-CHECK-AGAINST-MASTER-EXIT.
           EXIT.

      *================================================================
      * 2200-APPLY-CUST-TRANS  -  APPLY AN EDITED TRANSACTION TO
      *                            CUSTMAST.  THE EDIT HAS ALREADY READ
      *                            THE RECORD (OR PROVED ITS ABSENCE
      *                            FOR AN ADD)
      *================================================================
       2200-APPLY-CUST-TRANS.
           IF CT-ACTION-ADD
               MOVE CT-CUSTOMER        TO CU-CUSTOMER
               MOVE CT-NAME            TO CU-NAME
               MOVE CT-SALESMAN        TO CU-SALESMAN
               MOVE CT-HOUSE-FLAG      TO CU-HOUSE-FLAG
               MOVE WS-CURRENT-DATE    TO CU-ADDED-DATE
                                           CU-LAST-MAINT-DATE
               SET CU-ACTIVE           TO TRUE
               WRITE CUSTOMER-MASTER-RECORD
               GO TO 2200-APPLY-CHECK-STATUS
           END-IF.

           IF CT-ACTION-CHANGE
               MOVE CT-NAME            TO CU-NAME
               MOVE CT-SALESMAN        TO CU-SALESMAN
               MOVE CT-HOUSE-FLAG      TO CU-HOUSE-FLAG
           END-IF.

           IF CT-ACTION-CLOSE
               SET CU-CLOSED           TO TRUE
           END-IF.

           IF CT-ACTION-REOPEN
               SET CU-ACTIVE           TO TRUE
           END-IF.

           MOVE WS-CURRENT-DATE        TO CU-LAST-MAINT-DATE.

           REWRITE CUSTOMER-MASTER-RECORD.

       2200-APPLY-CHECK-STATUS.
           IF NOT WS-CUST-OK
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.
       2200-APPLY-CUST-TRANS-EXIT.
           EXIT.

      *================================================================
      * 2500-PRINT-HEADINGS  -  START A NEW PAGE
      *================================================================
       2500-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT          TO HDG-PAGE-NO.

           WRITE REPORT-LINE FROM HDG-LINE-1.
           WRITE REPORT-LINE FROM HDG-LINE-2.

           MOVE ZERO                   TO WS-LINE-COUNT.
       2500-PRINT-HEADINGS-EXIT.
           EXIT.

      *================================================================
      * 2600-PRINT-DETAIL  -  PRINT ONE TRANSACTION RESULT LINE
      *================================================================
       2600-PRINT-DETAIL.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM 2500-PRINT-HEADINGS
                   THRU 2500-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE CT-ACTION              TO DTL-ACTION.
           MOVE CT-CUSTOMER            TO DTL-CUSTOMER.
           MOVE CT-NAME                TO DTL-NAME.
           MOVE CT-SALESMAN            TO DTL-SALESMAN.
           MOVE CT-HOUSE-FLAG          TO DTL-HOUSE-FLAG.

           IF WS-TRANS-REJECTED
               MOVE "REJECTED"         TO DTL-RESULT
               MOVE WS-REJECT-REASON-TEXT
                                        TO DTL-REASON
           ELSE
               MOVE "APPLIED"          TO DTL-RESULT
               MOVE SPACES             TO DTL-REASON
           END-IF.

           WRITE REPORT-LINE FROM DETAIL-LINE.

           ADD 1 TO WS-LINE-COUNT.
       2600-PRINT-DETAIL-EXIT.
           EXIT.

      *================================================================
      * 2900-READ-CUST-TRANS  -  READ THE NEXT MAINTENANCE RECORD
      *================================================================
       2900-READ-CUST-TRANS.
           READ CUST-TRANS-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       2900-READ-CUST-TRANS-EXIT.
           EXIT.

      *================================================================
      * 9000-TERMINATE  -  PRINT RUN TOTALS AND CLOSE FILES
      *================================================================
       9000-TERMINATE.
           MOVE WS-TRANS-COUNT         TO TTL-READ.
           MOVE WS-APPLIED-COUNT       TO TTL-APPLIED.
           MOVE WS-REJECT-COUNT        TO TTL-REJECTED.
           WRITE REPORT-LINE FROM TOTAL-LINE.

           CLOSE CUST-TRANS-FILE
                 CUSTOMER-MASTER
                 COMM-MASTER
                 CUST-MAINT-REPORT.

           DISPLAY "CUSTMNT - MAINTENANCE RUN COMPLETE".
           DISPLAY "TRANSACTIONS READ:     " WS-TRANS-COUNT.
           DISPLAY "TRANSACTIONS APPLIED:  " WS-APPLIED-COUNT.
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECT-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.

      *================================================================
      * 9700-LOG-RUN-START  -  START ENTRY ON THE SHARED RUN LOG
      *================================================================
       9700-LOG-RUN-START.
           MOVE "CUSTMNT"              TO RL-STEP-NAME.
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
           MOVE WS-APPLIED-COUNT       TO RL-WRITTEN-COUNT.
           MOVE WS-REJECT-COUNT        TO RL-REJECT-COUNT.
           SET RL-END-ENTRY            TO TRUE.

           CALL "RUNLOGW" USING RUN-LOG-RECORD.

           MOVE RL-RETURN-CODE         TO RETURN-CODE.
       9750-LOG-RUN-END-EXIT.
           EXIT.

      *================================================================
      * 9900-ABEND  -  A REAL CUSTMAST OR COMM-MASTER I/O ERROR.  STOP
      *                 SHORT SO A HALF-APPLIED MAINTENANCE FILE IS
      *                 NOTICED AND RERUN, NOT SILENTLY SHIPPED.
      *================================================================
       9900-ABEND.
           DISPLAY "CUSTMNT - FATAL I/O ERROR, CUSTMAST STATUS = "
                   WS-CUST-MASTER-STATUS
                   " COMMMAST STATUS = " WS-COMM-MASTER-STATUS
                   " ON CUSTOMER " CT-CUSTOMER.

           MOVE 16                     TO RETURN-CODE.

           CLOSE CUST-TRANS-FILE
                 CUSTOMER-MASTER
                 COMM-MASTER
                 CUST-MAINT-REPORT.

           PERFORM 9750-LOG-RUN-END
               THRU 9750-LOG-RUN-END-EXIT.

           STOP RUN.
       9900-ABEND-EXIT.
           EXIT.
