      *                  WITHOUT THE MAILROOM'S SIDE SPREADSHEET.  A
      *                  SALESMAN OFF THE MASTER PRINTS A BLANK
      *                  BLOCK, AS HIS GRADE ALREADY PRINTS "?".
      * 10/15/2026 DH    COMMISSION IS NOW HELD UNTIL THE CUSTOMER
      *                  PAYS.  THE STATEMENT TOTAL IS STILL THE
      *                  COMMISSION BOOKED IN THE PERIOD; UNDER IT
      *                  THE STATEMENT NOW SHOWS THE COMMISSION
      *                  RELEASED FOR PAYMENT THIS PERIOD (THE
      *                  PAYEXTR PERIOD COMMISSION), AND THE
      *                  RECONCILIATION TO THE PAID FIGURE RUNS FROM
      *                  THAT.  RELEASED YEAR-TO-DATE, ANY COMMISSION
      *                  WRITTEN OFF WITH A BAD DEBT, AND THE
      *                  COMMISSION STILL PENDING COLLECTION (TOTALLED
      *                  FROM COMMHOLD AT START OF RUN) CLOSE THE
      *                  STATEMENT, SO THE SALESMAN SEES PENDING
      *                  AGAINST RELEASED.
      * 10/15/2026 DH    TERRITORY MANAGER OVERRIDE.  A MANAGER'S
      *                  STATEMENT LISTS THE Q2 OVERRIDE ROWS (TYPE
      *                  "O") FOR THE SALES THE OVERRIDE WAS EARNED ON
      *                  - INVOICE, CUSTOMER, SALE DATE, THE SALE, THE
      *                  OVERRIDE PERCENT AND THE OVERRIDE - AND ITS
      *                  PENDING FIGURE INCLUDES THE OVERRIDE STILL
      *                  HELD ON EACH COMMHOLD SHARE FOR THE MANAGER.
      * 10/15/2026 DH    WRITES START AND END ENTRIES TO THE SHARED RUN
      *                  LOG (RUNLOGW) FOR THE OPSRPT MORNING STATUS
      *                  REPORT: THE RETURN CODE, AUDIT ROWS LISTED AND
      *                  STATEMENTS PRINTED.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS CM-SALESMAN
               FILE STATUS IS WS-COMM-MASTER-STATUS.

           SELECT OPTIONAL COMMISSION-HOLD
               ASSIGN TO "COMMHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT STATEMENT-REPORT
               ASSIGN TO "STMTRPT1"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  COMM-MASTER.
       COPY COMMMAST.

       FD  COMMISSION-HOLD.
       COPY COMMHOLD.

       FD  STATEMENT-REPORT.
       01  REPORT-LINE                 PIC X(80).

       77  WS-EXTRACT-STATUS           PIC X(02) VALUE "00".
           88  WS-EXTRACT-MISSING                VALUE "35".

       77  WS-HOLD-STATUS              PIC X(02) VALUE "00".
           88  WS-HOLD-OK                        VALUE "00".
           88  WS-HOLD-END-OF-FILE               VALUE "10".

       77  WS-AUDIT-EOF-SWITCH         PIC X(01) VALUE "N".
           88  WS-AUDIT-END-OF-FILE              VALUE "Y".

       77  WS-RECOVERY-AMOUNT          PIC S9(09)V9(02) VALUE ZERO.
       77  WS-DRAW-ADV-AMOUNT          PIC S9(09)V9(02) VALUE ZERO.
       77  WS-DIFFERENCE               PIC S9(10)V9(02) VALUE ZERO.
       77  WS-RELEASED-AMOUNT          PIC S9(09)V9(02) VALUE ZERO.
       77  WS-RELEASED-YTD             PIC S9(09)V9(02) VALUE ZERO.
       77  WS-WRITEOFF-YTD             PIC S9(09)V9(02) VALUE ZERO.
       77  WS-PENDING-AMOUNT           PIC S9(09)V9(02) VALUE ZERO.
       77  WS-SHARE-PENDING            PIC S9(09)V9(02) VALUE ZERO.

       77  WS-STATEMENT-COUNT          PIC 9(05) VALUE ZERO.
       77  WS-ROW-COUNT                BINARY PIC 9(07) VALUE ZERO.
               10  WS-PAID-COMM            PIC S9(09)V9(02).
               10  WS-PAID-RECOVERY        PIC S9(09)V9(02).
               10  WS-PAID-DRAW-ADV        PIC S9(09)V9(02).
               10  WS-PAID-RELEASED        PIC S9(09)V9(02).

      *--- COMMISSION STILL HELD PER SALESMAN, TOTALLED FROM COMMHOLD.
       77  WS-PENDING-TABLE-MAX        PIC 9(03) VALUE 500.
       77  WS-PENDING-COUNT            PIC 9(03) VALUE ZERO.
       77  WS-PENDING-SUB              PIC 9(03) VALUE ZERO.

       01  WS-PENDING-TABLE.
           05  WS-PENDING-ENTRY        OCCURS 500 TIMES.
               10  WS-PENDING-SALESMAN     PIC 9(05).
               10  WS-PENDING-COMM         PIC S9(09)V9(02).

       77  WS-PENDING-KEY              PIC 9(05) VALUE ZERO.

       77  WS-FOUND-SWITCH             PIC X(01) VALUE "N".
           88  WS-ENTRY-FOUND                    VALUE "Y".
               "STATEMENT TOTAL ........".
           05  STL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.

       01  STMT-RELEASED-LINE.
           05  FILLER                  PIC X(26) VALUE
               "RELEASED FOR PAYMENT ...".
           05  SRP-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.

       01  STMT-RECOVERY-LINE.
           05  FILLER                  PIC X(26) VALUE
               "DRAW RECOVERED .........".
               "DIFFERENCE .............".
           05  SDL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.

       01  STMT-RELEASED-YTD-LINE.
           05  FILLER                  PIC X(26) VALUE
               "RELEASED YEAR TO DATE ..".
           05  SRY-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.

       01  STMT-WRITEOFF-LINE.
           05  FILLER                  PIC X(26) VALUE
               "WRITTEN OFF YEAR TO DATE".
           05  SWL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.

       01  STMT-PENDING-LINE.
           05  FILLER                  PIC X(26) VALUE
               "PENDING COLLECTION .....".
           05  SPN-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.

       COPY RUNLOG.

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE  -  THE SORT OWNS THE RUN: THE INPUT PROCEDURE
      *                    THE SALESMAN CONTROL BREAK.
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
           PERFORM 1300-LOAD-PAID-TABLE
               THRU 1300-LOAD-PAID-TABLE-EXIT.

           PERFORM 1400-LOAD-PENDING-TABLE
               THRU 1400-LOAD-PENDING-TABLE-EXIT.

           OPEN INPUT  COMM-MASTER
                OUTPUT STATEMENT-REPORT.
       1000-INITIALIZE-EXIT.
                   TO WS-PAID-RECOVERY (WS-PAID-COUNT)
               MOVE PE-DRAW-ADV-AMT
                   TO WS-PAID-DRAW-ADV (WS-PAID-COUNT)
               MOVE PE-COMMISSION-AMT
                   TO WS-PAID-RELEASED (WS-PAID-COUNT)
           END-IF.

       1350-STORE-PAID-NEXT.
                   TO WS-PAID-RECOVERY (WS-PAID-SUB)
               ADD PE-DRAW-ADV-AMT
                   TO WS-PAID-DRAW-ADV (WS-PAID-SUB)
               ADD PE-COMMISSION-AMT
                   TO WS-PAID-RELEASED (WS-PAID-SUB)
               MOVE "Y"                TO WS-FOUND-SWITCH
           END-IF.
       1360-MATCH-PAID-ENTRY-EXIT.
       1390-READ-EXTRACT-EXIT.
           EXIT.

      *================================================================
      * 1400-LOAD-PENDING-TABLE  -  TOTAL THE COMMISSION STILL HELD
      *                              FOR EACH SALESMAN ACROSS HIS
      *                              COMMHOLD SHARES.  A MISSING
      *                              COMMHOLD MEANS NOTHING IS HELD.
      *================================================================
       1400-LOAD-PENDING-TABLE.
           OPEN INPUT COMMISSION-HOLD.

           PERFORM 1490-READ-HOLD
               THRU 1490-READ-HOLD-EXIT.

           PERFORM 1450-STORE-PENDING-ENTRY
               THRU 1450-STORE-PENDING-ENTRY-EXIT
               UNTIL WS-HOLD-END-OF-FILE.

           CLOSE COMMISSION-HOLD.
       1400-LOAD-PENDING-TABLE-EXIT.
           EXIT.

      *================================================================
      * 1450-STORE-PENDING-ENTRY  -  ADD ONE SHARE'S PENDING
      *                               COMMISSION (EARNED LESS RELEASED
      *                               LESS WRITTEN OFF) TO ITS
      *                               SALESMAN'S ENTRY, AND THE
      *                               PENDING OVERRIDE ON THE SHARE TO
      *                               ITS MANAGER'S ENTRY
      *================================================================
       1450-STORE-PENDING-ENTRY.
           COMPUTE WS-SHARE-PENDING =
               HD-EARNED-COMM - HD-RELEASED-COMM - HD-WRITEOFF-COMM.
           MOVE HD-SALESMAN            TO WS-PENDING-KEY.

           PERFORM 1455-ADD-PENDING-ENTRY
               THRU 1455-ADD-PENDING-ENTRY-EXIT.

           IF HD-OVR-MANAGER = ZERO
               GO TO 1450-STORE-PENDING-NEXT
           END-IF.

           COMPUTE WS-SHARE-PENDING =
               HD-OVR-EARNED-COMM - HD-OVR-RELEASED-COMM
                                  - HD-OVR-WRITEOFF-COMM.
           MOVE HD-OVR-MANAGER         TO WS-PENDING-KEY.

           PERFORM 1455-ADD-PENDING-ENTRY
               THRU 1455-ADD-PENDING-ENTRY-EXIT.

       1450-STORE-PENDING-NEXT.
           PERFORM 1490-READ-HOLD
               THRU 1490-READ-HOLD-EXIT.
       1450-STORE-PENDING-ENTRY-EXIT.
           EXIT.

      *================================================================
      * 1455-ADD-PENDING-ENTRY  -  ADD WS-SHARE-PENDING TO THE ENTRY
      *                             FOR WS-PENDING-KEY, STARTING ONE
      *                             IF THIS IS ITS FIRST SHARE
      *================================================================
       1455-ADD-PENDING-ENTRY.
           IF WS-SHARE-PENDING = ZERO
               GO TO 1455-ADD-PENDING-ENTRY-EXIT
           END-IF.

           MOVE "N"                    TO WS-FOUND-SWITCH.

           PERFORM 1460-MATCH-PENDING-ENTRY
               THRU 1460-MATCH-PENDING-ENTRY-EXIT
               VARYING WS-PENDING-SUB FROM 1 BY 1
               UNTIL WS-PENDING-SUB > WS-PENDING-COUNT
                  OR WS-ENTRY-FOUND.

           IF NOT WS-ENTRY-FOUND
               IF WS-PENDING-COUNT < WS-PENDING-TABLE-MAX
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE WS-PENDING-KEY
                       TO WS-PENDING-SALESMAN (WS-PENDING-COUNT)
                   MOVE WS-SHARE-PENDING
                       TO WS-PENDING-COMM (WS-PENDING-COUNT)
               ELSE
                   DISPLAY "STMTPRT - COMMHOLD HAS MORE THAN "
                           WS-PENDING-TABLE-MAX
                           " SALESMEN - SALESMAN " WS-PENDING-KEY
                           " PENDING NOT SHOWN"
               END-IF
           END-IF.
       1455-ADD-PENDING-ENTRY-EXIT.
           EXIT.

      *================================================================
      * 1460-MATCH-PENDING-ENTRY  -  ACCUMULATE INTO AN EXISTING ENTRY
      *================================================================
       1460-MATCH-PENDING-ENTRY.
           IF WS-PENDING-SALESMAN (WS-PENDING-SUB) = WS-PENDING-KEY
               ADD WS-SHARE-PENDING
                   TO WS-PENDING-COMM (WS-PENDING-SUB)
               MOVE "Y"                TO WS-FOUND-SWITCH
           END-IF.
       1460-MATCH-PENDING-ENTRY-EXIT.
           EXIT.

      *================================================================
      * 1490-READ-HOLD  -  READ THE NEXT COMMHOLD SHARE.  ANY STATUS
      *                     BUT A GOOD READ ENDS THE LOAD - A MISSING
      *                     OPTIONAL FILE READS AS END OF FILE.
      *================================================================
       1490-READ-HOLD.
           READ COMMISSION-HOLD NEXT RECORD
               AT END
                   SET WS-HOLD-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-HOLD-OK
               SET WS-HOLD-END-OF-FILE TO TRUE
           END-IF.
       1490-READ-HOLD-EXIT.
           EXIT.

      *================================================================
      * 3000-SELECT-AUDIT-ROWS  -  SORT INPUT PROCEDURE: RELEASE THE
      *                             AUDIT ROWS IN THE DATE RANGE

           WRITE REPORT-LINE FROM STMT-NAME-LINE.

           IF WS-MASTER-OK
               MOVE CM-YTD-RELEASED-COMM
                                        TO WS-RELEASED-YTD
               MOVE CM-YTD-WRITEOFF-COMM
                                        TO WS-WRITEOFF-YTD
           ELSE
               MOVE ZERO               TO WS-RELEASED-YTD
                                           WS-WRITEOFF-YTD
           END-IF.

           IF WS-MASTER-OK
               MOVE CM-ADDR-1          TO SAD-ADDR
           ELSE
           PERFORM 4350-FIND-PAID-AMOUNT
               THRU 4350-FIND-PAID-AMOUNT-EXIT.

      *--- COMMISSION IS PAID AS THE CUSTOMER PAYS, SO WHAT PAYROLL
      *--- WORKED FROM IS THE COMMISSION RELEASED IN THE PERIOD, NOT
      *--- THE TOTAL BOOKED ABOVE.
           MOVE WS-RELEASED-AMOUNT     TO SRP-AMOUNT.
           WRITE REPORT-LINE FROM STMT-RELEASED-LINE.

      *--- THE DRAW LINES ARE PRINTED ONLY WHEN THE PERIOD HAD DRAW
      *--- ACTIVITY, SO THE COMMON NO-DRAW STATEMENT READS AS IT
      *--- ALWAYS HAS.
           WRITE REPORT-LINE FROM STMT-PAID-LINE.

      *--- THE DIFFERENCE NETS THE DRAW ACTIVITY OUT OF THE PAID
      *--- FIGURE: RELEASED COMMISSION LESS RECOVERY PLUS ADVANCE IS
      *--- WHAT PAYROLL CUT, SO A FULLY RECONCILED PERIOD SHOWS ZERO.
           COMPUTE WS-DIFFERENCE =
               WS-RELEASED-AMOUNT - WS-RECOVERY-AMOUNT
                                  + WS-DRAW-ADV-AMOUNT
                                  - WS-PAID-AMOUNT.
           MOVE WS-DIFFERENCE          TO SDL-AMOUNT.
           WRITE REPORT-LINE FROM STMT-DIFF-LINE.

           PERFORM 4370-FIND-PENDING-AMOUNT
               THRU 4370-FIND-PENDING-AMOUNT-EXIT.

           MOVE WS-RELEASED-YTD        TO SRY-AMOUNT.
           WRITE REPORT-LINE FROM STMT-RELEASED-YTD-LINE
               AFTER ADVANCING 2 LINES.

           IF WS-WRITEOFF-YTD NOT = ZERO
               MOVE WS-WRITEOFF-YTD    TO SWL-AMOUNT
               WRITE REPORT-LINE FROM STMT-WRITEOFF-LINE
           END-IF.

           MOVE WS-PENDING-AMOUNT      TO SPN-AMOUNT.
           WRITE REPORT-LINE FROM STMT-PENDING-LINE.

           MOVE "N"                    TO WS-STMT-OPEN-SWITCH.
       4300-FINISH-STATEMENT-EXIT.
           EXIT.
       4350-FIND-PAID-AMOUNT.
           MOVE ZERO                   TO WS-PAID-AMOUNT
                                           WS-RECOVERY-AMOUNT
                                           WS-DRAW-ADV-AMOUNT
                                           WS-RELEASED-AMOUNT.
           MOVE "N"                    TO WS-FOUND-SWITCH.

           PERFORM 4360-SEARCH-PAID-ENTRY
                   TO WS-RECOVERY-AMOUNT
               MOVE WS-PAID-DRAW-ADV (WS-PAID-SUB)
                   TO WS-DRAW-ADV-AMOUNT
               MOVE WS-PAID-RELEASED (WS-PAID-SUB)
                   TO WS-RELEASED-AMOUNT
               MOVE "Y"                TO WS-FOUND-SWITCH
           END-IF.
       4360-SEARCH-PAID-ENTRY-EXIT.
           EXIT.

      *================================================================
      * 4370-FIND-PENDING-AMOUNT  -  COMMISSION STILL HELD FOR THIS
      *                               SALESMAN (ZERO IF NONE)
      *================================================================
       4370-FIND-PENDING-AMOUNT.
           MOVE ZERO                   TO WS-PENDING-AMOUNT.
           MOVE "N"                    TO WS-FOUND-SWITCH.

           PERFORM 4380-SEARCH-PENDING-ENTRY
               THRU 4380-SEARCH-PENDING-ENTRY-EXIT
               VARYING WS-PENDING-SUB FROM 1 BY 1
               UNTIL WS-PENDING-SUB > WS-PENDING-COUNT
                  OR WS-ENTRY-FOUND.
       4370-FIND-PENDING-AMOUNT-EXIT.
           EXIT.

       4380-SEARCH-PENDING-ENTRY.
           IF WS-PENDING-SALESMAN (WS-PENDING-SUB)
                   = WS-CURRENT-SALESMAN
               MOVE WS-PENDING-COMM (WS-PENDING-SUB)
                   TO WS-PENDING-AMOUNT
               MOVE "Y"                TO WS-FOUND-SWITCH
           END-IF.
       4380-SEARCH-PENDING-ENTRY-EXIT.
           EXIT.

      *================================================================
      * 4900-RETURN-SORT-ROW  -  TAKE THE NEXT SORTED AUDIT ROW
      *================================================================
       9000-TERMINATE-EXIT.
           EXIT.

      *================================================================
      * 9700-LOG-RUN-START  -  START ENTRY ON THE SHARED RUN LOG
      *================================================================
       9700-LOG-RUN-START.
           MOVE "STMTPRT"              TO RL-STEP-NAME.
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
           MOVE WS-ROW-COUNT           TO RL-READ-COUNT.
           MOVE WS-STATEMENT-COUNT     TO RL-WRITTEN-COUNT.
           MOVE ZERO                   TO RL-REJECT-COUNT.
           SET RL-END-ENTRY            TO TRUE.

           CALL "RUNLOGW" USING RUN-LOG-RECORD.

           MOVE RL-RETURN-CODE         TO RETURN-CODE.
       9750-LOG-RUN-END-EXIT.
           EXIT.

      *================================================================
      * 9800-PARM-ERROR  -  A BAD STMTPARM STOPS THE RUN
      *================================================================
       9800-PARM-ERROR.
           MOVE 8                      TO RETURN-CODE.
           CLOSE STATEMENT-PARM-FILE.
           PERFORM 9750-LOG-RUN-END
               THRU 9750-LOG-RUN-END-EXIT.

           STOP RUN.
       9800-PARM-ERROR-EXIT.
           EXIT.
           CLOSE COMM-MASTER
                 STATEMENT-REPORT.

           PERFORM 9750-LOG-RUN-END
               THRU 9750-LOG-RUN-END-EXIT.

           STOP RUN.
       9900-ABEND-EXIT.
           EXIT.
