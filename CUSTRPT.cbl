       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTRPT.
       AUTHOR.        D HOLLOWAY.
       INSTALLATION.  SALES ACCOUNTING.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DH    ORIGINAL VERSION.  CUSTOMER SALES ANALYSIS.
      *                  READS THE CUSTPARM SELECTION RECORD (SALESMAN,
      *                  ZERO FOR ALL, AN AU-RUN-DATE RANGE AS AUDINQ
      *                  TAKES IT, AND THE NUMBER OF TOP CUSTOMERS TO
      *                  LIST, ZERO FOR TEN).  SORTS THE COMMAUD SALES,
      *                  RETURNS AND ADJUSTMENTS POSTED IN THE PERIOD
      *                  TOGETHER WITH THE ACTIVE CUSTMAST ACCOUNTS,
      *                  BY SALESMAN AND CUSTOMER, AND PRINTS ONE
      *                  SECTION PER SALESMAN ON CUSTRPT1: THE TOP
      *                  CUSTOMERS BY NET SALES WITH THEIR RETURNS AND
      *                  RETURNS RATIO (RETURNS AS A PERCENT OF GROSS
      *                  SALES), THE REST ROLLED INTO ONE LINE, THE
      *                  SALESMAN'S TOTAL, AND THE ACCOUNTS ASSIGNED TO
      *                  HIM THAT HAD NO ACTIVITY IN THE PERIOD.
      * 10/15/2026 DH    WRITES START AND END ENTRIES TO THE SHARED RUN
      *                  LOG (RUNLOGW) FOR THE OPSRPT MORNING STATUS
      *                  REPORT: THE RETURN CODE, AUDIT ROWS READ AND
      *                  SELECTED AND THE NET SALES TOTAL.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM PC.
           OBJECT-COMPUTER. IBM PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANALYSIS-PARM-FILE
               ASSIGN TO "CUSTPARM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE
               ASSIGN TO "COMMAUD"
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

           SELECT ANALYSIS-REPORT
               ASSIGN TO "CUSTRPT1"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ANALYSIS-SORT-FILE
               ASSIGN TO "CUSTSRT".

       DATA DIVISION.
       FILE SECTION.
       FD  ANALYSIS-PARM-FILE
           RECORD CONTAINS 23 CHARACTERS.
       01  ANALYSIS-PARM-RECORD.
           05  CQ-SALESMAN             PIC 9(05).
           05  CQ-FROM-DATE            PIC 9(08).
           05  CQ-TO-DATE              PIC 9(08).
           05  CQ-TOP-COUNT            PIC 9(02).

       FD  AUDIT-FILE
           RECORD CONTAINS 69 CHARACTERS.
       COPY COMMREC REPLACING ==COMMISSION-RECORD== BY ==AUDIT-RECORD==
           ==CR-SALESMAN== BY ==AU-SALESMAN==
           ==CR-TRANS-TYPE== BY ==AU-TRANS-TYPE==
           ==CR-SALES== BY ==AU-SALES==
           ==CR-COMMISSION== BY ==AU-COMMISSION==
           ==CR-INVOICE== BY ==AU-INVOICE==
           ==CR-CUSTOMER== BY ==AU-CUSTOMER==
           ==CR-SALE-DATE== BY ==AU-SALE-DATE==.
           05  AU-RATE-PCT              PIC 9(02)V9(02).
           05  AU-RUN-DATE              PIC 9(08).
           05  AU-RUN-TIME              PIC 9(08).

       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.

       FD  COMM-MASTER.
       COPY COMMMAST.

       FD  ANALYSIS-REPORT.
       01  REPORT-LINE                 PIC X(80).

      *--- ONE ROW PER AUDIT POSTING ("A") AND ONE PER ACTIVE
      *--- CUSTOMER ACCOUNT UNDER ITS ASSIGNED SALESMAN ("M").  THE
      *--- ROW TYPE SORTS THE POSTINGS AHEAD OF THE ACCOUNT ROW, SO A
      *--- CUSTOMER BREAK SEES WHETHER ANYTHING POSTED.
       SD  ANALYSIS-SORT-FILE.
       01  ANALYSIS-SORT-RECORD.
           05  SC-SALESMAN             PIC 9(05).
           05  SC-CUSTOMER             PIC 9(06).
           05  SC-ROW-TYPE             PIC X(01).
               88  SC-ACTIVITY-ROW             VALUE "A".
               88  SC-ACCOUNT-ROW              VALUE "M".
           05  SC-TRANS-TYPE           PIC X(01).
           05  SC-SALES                PIC S9(07)V9(02)
                                       SIGN LEADING SEPARATE.
           05  SC-NAME                 PIC X(25).
           05  SC-HOUSE-FLAG           PIC X(01).

       WORKING-STORAGE SECTION.
       77  WS-CUST-MASTER-STATUS       PIC X(02) VALUE "00".
           88  WS-CUST-OK                        VALUE "00".
           88  WS-CUST-END-OF-FILE               VALUE "10".
           88  WS-CUST-NOT-FOUND                 VALUE "23".

       77  WS-COMM-MASTER-STATUS       PIC X(02) VALUE "00".
           88  WS-MASTER-OK                      VALUE "00".
           88  WS-MASTER-NOT-FOUND               VALUE "23".

       77  WS-AUDIT-EOF-SWITCH         PIC X(01) VALUE "N".
           88  WS-AUDIT-END-OF-FILE              VALUE "Y".

       77  WS-SORT-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-SORT-END-OF-FILE               VALUE "Y".

       77  WS-PARM-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-PARM-END-OF-FILE               VALUE "Y".

       77  WS-PICK-SALESMAN            PIC 9(05) VALUE ZERO.
       77  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
       77  WS-TO-DATE                  PIC 9(08) VALUE 99999999.
       77  WS-TOP-COUNT                PIC 9(02) VALUE 10.

       77  WS-CURRENT-SALESMAN         PIC 9(05) VALUE ZERO.
       77  WS-CURRENT-CUSTOMER         PIC 9(06) VALUE ZERO.
       77  WS-SLSM-OPEN-SWITCH         PIC X(01) VALUE "N".
           88  WS-SLSM-OPEN                      VALUE "Y".

      *--- THE CUSTOMER IN HAND: ITS POSTINGS IN THE PERIOD AND
      *--- WHETHER AN ACTIVE ACCOUNT ROW CAME WITH IT.
       77  WS-CUST-ROWS                BINARY PIC 9(07) VALUE ZERO.
       77  WS-CUST-ACCOUNT-SWITCH      PIC X(01) VALUE "N".
           88  WS-CUST-ON-ACCOUNT                VALUE "Y".
       77  WS-CUST-NAME                PIC X(25) VALUE SPACES.
       77  WS-CUST-HOUSE-FLAG          PIC X(01) VALUE SPACE.
       77  WS-CUST-GROSS               PIC S9(09)V9(02) VALUE ZERO.
       77  WS-CUST-RETURNS             PIC S9(09)V9(02) VALUE ZERO.
       77  WS-CUST-NET                 PIC S9(09)V9(02) VALUE ZERO.

      *--- THE SALESMAN IN HAND: HIS ACTIVE CUSTOMERS (RANKED WHEN
      *--- THE SECTION PRINTS) AND HIS ACCOUNTS WITH NO ACTIVITY.
       77  WS-ACT-TABLE-MAX            PIC 9(03) VALUE 500.
       77  WS-ACT-COUNT                PIC 9(03) VALUE ZERO.
       77  WS-ACT-SUB                  PIC 9(03) VALUE ZERO.
       77  WS-ACT-BEST                 PIC 9(03) VALUE ZERO.
       77  WS-ACT-OVERFLOW             BINARY PIC 9(07) VALUE ZERO.

       01  WS-ACT-TABLE.
           05  WS-ACT-ENTRY            OCCURS 500 TIMES.
               10  WS-ACT-CUSTOMER         PIC 9(06).
               10  WS-ACT-NAME             PIC X(25).
               10  WS-ACT-HOUSE-FLAG       PIC X(01).
               10  WS-ACT-GROSS            PIC S9(09)V9(02).
               10  WS-ACT-RETURNS          PIC S9(09)V9(02).
               10  WS-ACT-NET              PIC S9(09)V9(02).
               10  WS-ACT-RANKED           PIC X(01).

       77  WS-IDLE-TABLE-MAX           PIC 9(03) VALUE 500.
       77  WS-IDLE-COUNT               PIC 9(03) VALUE ZERO.
       77  WS-IDLE-SUB                 PIC 9(03) VALUE ZERO.
       77  WS-IDLE-OVERFLOW            BINARY PIC 9(07) VALUE ZERO.

       01  WS-IDLE-TABLE.
           05  WS-IDLE-ENTRY           OCCURS 500 TIMES.
               10  WS-IDLE-CUSTOMER        PIC 9(06).
               10  WS-IDLE-NAME            PIC X(25).
               10  WS-IDLE-HOUSE-FLAG      PIC X(01).

       77  WS-RANK                     PIC 9(03) VALUE ZERO.
       77  WS-SLSM-CUSTOMERS           BINARY PIC 9(07) VALUE ZERO.
       77  WS-SLSM-GROSS               PIC S9(09)V9(02) VALUE ZERO.
       77  WS-SLSM-RETURNS             PIC S9(09)V9(02) VALUE ZERO.
       77  WS-SLSM-NET                 PIC S9(09)V9(02) VALUE ZERO.
       77  WS-OTHER-CUSTOMERS          BINARY PIC 9(07) VALUE ZERO.
       77  WS-OTHER-GROSS              PIC S9(09)V9(02) VALUE ZERO.
       77  WS-OTHER-RETURNS            PIC S9(09)V9(02) VALUE ZERO.
       77  WS-OTHER-NET                PIC S9(09)V9(02) VALUE ZERO.

      *--- RETURNS RATIO WORK FIELDS: RETURNS AS A PERCENT OF GROSS
      *--- SALES, HELD AT 999.9 WHEN THE RETURNS ARE AGAINST SALES
      *--- POSTED BEFORE THE PERIOD.
       77  WS-RATIO-GROSS              PIC S9(09)V9(02) VALUE ZERO.
       77  WS-RATIO-RETURNS            PIC S9(09)V9(02) VALUE ZERO.
       77  WS-RATIO-WORK               PIC S9(07)V9(01) VALUE ZERO.
       77  WS-RATIO-MAX                PIC 9(03)V9(01) VALUE 999.9.

       77  WS-READ-COUNT               BINARY PIC 9(07) VALUE ZERO.
       77  WS-SELECTED-COUNT           BINARY PIC 9(07) VALUE ZERO.
       77  WS-ACCOUNT-COUNT            BINARY PIC 9(07) VALUE ZERO.
       77  WS-SALESMAN-COUNT           BINARY PIC 9(07) VALUE ZERO.
       77  WS-TOTAL-ACTIVE             BINARY PIC 9(07) VALUE ZERO.
       77  WS-TOTAL-IDLE               BINARY PIC 9(07) VALUE ZERO.
       77  WS-TOTAL-NET                PIC S9(11)V9(02) VALUE ZERO.

       77  WS-LINE-COUNT               PIC 9(02) VALUE ZERO.
       77  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.
       77  WS-LINES-PER-PAGE           PIC 9(02) VALUE 20.
       77  WS-HOLD-LINE                PIC X(80) VALUE SPACES.

       77  WS-CALL-FIELD               PIC X(30) VALUE SPACES.
       77  WS-CALL-LENGTH              PIC 9(02) VALUE ZERO.
       77  WS-CALL-TYPE                PIC X(01) VALUE SPACES.
       77  WS-CALL-STATUS              PIC X(01) VALUE SPACES.
           88  WS-CALL-VALID                     VALUE "Y".

       01  HDG-LINE-1.
           05  FILLER                  PIC X(26) VALUE
               "CUSTOMER SALES ANALYSIS".
           05  FILLER                  PIC X(09) VALUE "SALESMAN ".
           05  HDG-SALESMAN            PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  HDG-FROM-DATE           PIC 9(08).
           05  FILLER                  PIC X(01) VALUE "-".
           05  HDG-TO-DATE             PIC 9(08).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "PAGE ".
           05  HDG-PAGE-NO             PIC ZZ9.

       01  HDG-LINE-2.
           05  FILLER                  PIC X(05) VALUE "RANK".
           05  FILLER                  PIC X(08) VALUE "CUSTOMR".
           05  FILLER                  PIC X(23) VALUE "NAME".
           05  FILLER                  PIC X(02) VALUE "H".
           05  FILLER                  PIC X(15) VALUE
               "      NET SALES".
           05  FILLER                  PIC X(15) VALUE
               "        RETURNS".
           05  FILLER                  PIC X(08) VALUE "   RET%".

       01  SALESMAN-LINE.
           05  FILLER                  PIC X(09) VALUE "SALESMAN ".
           05  SLN-SALESMAN            PIC 9(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SLN-NAME                PIC X(25).

       01  DETAIL-LINE.
           05  DTL-RANK                PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-CUSTOMER            PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-NAME                PIC X(22).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-HOUSE-FLAG          PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-NET                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-RETURNS             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-RATIO               PIC ZZ9.9.
           05  FILLER                  PIC X(01) VALUE "%".

       01  IDLE-HEADING-LINE.
           05  FILLER                  PIC X(40) VALUE
               "ACCOUNTS WITH NO ACTIVITY IN THE PERIOD".

       01  IDLE-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  IDL-CUSTOMER            PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  IDL-NAME                PIC X(25).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  IDL-HOUSE               PIC X(13).

       01  OVERFLOW-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  OVL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(40) VALUE
               " FURTHER ACCOUNTS NOT LISTED".

       01  TOTAL-LINE-1.
           05  FILLER                  PIC X(22) VALUE
               "AUDIT ROWS SELECTED ..".
           05  TTL-SELECTED            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(14) VALUE
               "  SALESMEN ...".
           05  TTL-SALESMEN            PIC ZZZ,ZZ9.

       01  TOTAL-LINE-2.
           05  FILLER                  PIC X(22) VALUE
               "CUSTOMERS ACTIVE .....".
           05  TTL-ACTIVE              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(14) VALUE
               "  NO ACTIVITY ".
           05  TTL-IDLE                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(08) VALUE "  NET ..".
           05  TTL-NET                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       COPY RUNLOG.

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE  -  THE SORT OWNS THE RUN: THE INPUT PROCEDURE
      *                    RELEASES THE PERIOD'S POSTINGS AND THE
      *                    ACTIVE ACCOUNTS, AND THE OUTPUT PROCEDURE
      *                    PRINTS ONE SECTION PER SALESMAN.
      *================================================================
       0000-MAINLINE.
           PERFORM 9700-LOG-RUN-START
               THRU 9700-LOG-RUN-START-EXIT.

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           SORT ANALYSIS-SORT-FILE
               ON ASCENDING KEY SC-SALESMAN
                                SC-CUSTOMER
                                SC-ROW-TYPE
               INPUT PROCEDURE IS 3000-SELECT-ROWS
                   THRU 3000-SELECT-ROWS-EXIT
               OUTPUT PROCEDURE IS 4000-PRINT-ANALYSIS
                   THRU 4000-PRINT-ANALYSIS-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           PERFORM 9750-LOG-RUN-END
               THRU 9750-LOG-RUN-END-EXIT.

           STOP RUN.

      *================================================================
      * 1000-INITIALIZE  -  READ AND VALIDATE THE SELECTION PARM AND
      *                      OPEN THE FILES
      *================================================================
       1000-INITIALIZE.
           PERFORM 1100-READ-ANALYSIS-PARM
               THRU 1100-READ-ANALYSIS-PARM-EXIT.

           OPEN INPUT  CUSTOMER-MASTER
                       COMM-MASTER
                OUTPUT ANALYSIS-REPORT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================
      * 1100-READ-ANALYSIS-PARM  -  THE SINGLE CUSTPARM RECORD:
      *                              SALESMAN (ZERO = ALL), RUN-DATE
      *                              RANGE (ZERO FROM AND/OR TO = OPEN)
      *                              AND TOP-CUSTOMER COUNT (ZERO = 10)
      *================================================================
       1100-READ-ANALYSIS-PARM.
           OPEN INPUT ANALYSIS-PARM-FILE.

           READ ANALYSIS-PARM-FILE
               AT END
                   SET WS-PARM-END-OF-FILE TO TRUE
           END-READ.

           IF WS-PARM-END-OF-FILE
               DISPLAY "CUSTRPT - CUSTPARM IS EMPTY"
               PERFORM 9800-PARM-ERROR
                   THRU 9800-PARM-ERROR-EXIT
           END-IF.

           MOVE SPACES                 TO WS-CALL-FIELD.
           MOVE ANALYSIS-PARM-RECORD   TO WS-CALL-FIELD (1:23).
           MOVE 23                     TO WS-CALL-LENGTH.
           MOVE "N"                    TO WS-CALL-TYPE.

           CALL "CHECK-VARIABLE" USING WS-CALL-FIELD WS-CALL-LENGTH
                   WS-CALL-TYPE WS-CALL-STATUS.

           IF NOT WS-CALL-VALID
               DISPLAY "CUSTRPT - CUSTPARM NOT NUMERIC: "
                       ANALYSIS-PARM-RECORD
               PERFORM 9800-PARM-ERROR
                   THRU 9800-PARM-ERROR-EXIT
           END-IF.

           MOVE CQ-SALESMAN            TO WS-PICK-SALESMAN.
           MOVE CQ-FROM-DATE           TO WS-FROM-DATE.

           IF CQ-SALESMAN = ZERO
               MOVE "ALL"              TO HDG-SALESMAN
           ELSE
               MOVE CQ-SALESMAN        TO HDG-SALESMAN
           END-IF.

           IF CQ-TO-DATE = ZERO
               MOVE 99999999           TO WS-TO-DATE
           ELSE
               MOVE CQ-TO-DATE         TO WS-TO-DATE
           END-IF.

           IF CQ-TOP-COUNT NOT = ZERO
               MOVE CQ-TOP-COUNT       TO WS-TOP-COUNT
           END-IF.

           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "CUSTRPT - FROM DATE AFTER TO DATE"
               PERFORM 9800-PARM-ERROR
                   THRU 9800-PARM-ERROR-EXIT
           END-IF.

           MOVE WS-FROM-DATE           TO HDG-FROM-DATE.
           MOVE WS-TO-DATE             TO HDG-TO-DATE.

           CLOSE ANALYSIS-PARM-FILE.
       1100-READ-ANALYSIS-PARM-EXIT.
           EXIT.

      *================================================================
      * 3000-SELECT-ROWS  -  SORT INPUT PROCEDURE: RELEASE THE AUDIT
      *                       POSTINGS IN THE PERIOD, THEN EVERY ACTIVE
      *                       CUSTOMER ACCOUNT
      *================================================================
       3000-SELECT-ROWS.
           OPEN INPUT AUDIT-FILE.

           PERFORM 3900-READ-AUDIT
               THRU 3900-READ-AUDIT-EXIT.

           PERFORM 3100-RELEASE-AUDIT-ROW
               THRU 3100-RELEASE-AUDIT-ROW-EXIT
               UNTIL WS-AUDIT-END-OF-FILE.

           CLOSE AUDIT-FILE.

           PERFORM 3950-READ-CUSTOMER
               THRU 3950-READ-CUSTOMER-EXIT.

           PERFORM 3200-RELEASE-ACCOUNT-ROW
               THRU 3200-RELEASE-ACCOUNT-ROW-EXIT
               UNTIL WS-CUST-END-OF-FILE.
       3000-SELECT-ROWS-EXIT.
           EXIT.

      *================================================================
      * 3100-RELEASE-AUDIT-ROW  -  HAND ONE SALE, RETURN OR ADJUSTMENT
      *                             POSTED IN THE PERIOD TO THE SORT.
      *                             ROWS OF ANY OTHER TYPE CARRY NO
      *                             CUSTOMER SALES AND ARE PASSED OVER.
      *================================================================
       3100-RELEASE-AUDIT-ROW.
           ADD 1 TO WS-READ-COUNT.

           IF (AU-TRANS-TYPE = "S" OR "R" OR "M")
               AND (WS-PICK-SALESMAN = ZERO
                   OR AU-SALESMAN = WS-PICK-SALESMAN)
               AND AU-RUN-DATE NOT LESS THAN WS-FROM-DATE
               AND AU-RUN-DATE NOT GREATER THAN WS-TO-DATE
               MOVE AU-SALESMAN        TO SC-SALESMAN
               MOVE AU-CUSTOMER        TO SC-CUSTOMER
               MOVE "A"                TO SC-ROW-TYPE
               MOVE AU-TRANS-TYPE      TO SC-TRANS-TYPE
               MOVE AU-SALES           TO SC-SALES
               MOVE SPACES             TO SC-NAME
                                           SC-HOUSE-FLAG
               RELEASE ANALYSIS-SORT-RECORD
               ADD 1 TO WS-SELECTED-COUNT
           END-IF.

           PERFORM 3900-READ-AUDIT
               THRU 3900-READ-AUDIT-EXIT.
       3100-RELEASE-AUDIT-ROW-EXIT.
           EXIT.

      *================================================================
      * 3200-RELEASE-ACCOUNT-ROW  -  HAND ONE ACTIVE CUSTOMER ACCOUNT
      *                               TO THE SORT UNDER ITS ASSIGNED
      *                               SALESMAN.  A CLOSED ACCOUNT IS
      *                               NOT EXPECTED TO BUY, SO IT IS
      *                               NEVER LISTED AS INACTIVE.
      *================================================================
       3200-RELEASE-ACCOUNT-ROW.
           IF CU-ACTIVE
               AND (WS-PICK-SALESMAN = ZERO
                   OR CU-SALESMAN = WS-PICK-SALESMAN)
               MOVE CU-SALESMAN        TO SC-SALESMAN
               MOVE CU-CUSTOMER        TO SC-CUSTOMER
               MOVE "M"                TO SC-ROW-TYPE
               MOVE SPACE              TO SC-TRANS-TYPE
               MOVE ZERO               TO SC-SALES
               MOVE CU-NAME            TO SC-NAME
               MOVE CU-HOUSE-FLAG      TO SC-HOUSE-FLAG
               RELEASE ANALYSIS-SORT-RECORD
               ADD 1 TO WS-ACCOUNT-COUNT
           END-IF.

           PERFORM 3950-READ-CUSTOMER
               THRU 3950-READ-CUSTOMER-EXIT.
       3200-RELEASE-ACCOUNT-ROW-EXIT.
           EXIT.

      *================================================================
      * 3900-READ-AUDIT  -  READ THE NEXT AUDIT ROW
      *================================================================
       3900-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET WS-AUDIT-END-OF-FILE TO TRUE
           END-READ.
       3900-READ-AUDIT-EXIT.
           EXIT.

      *================================================================
      * 3950-READ-CUSTOMER  -  READ THE NEXT CUSTMAST RECORD IN KEY
      *                         SEQUENCE
      *================================================================
       3950-READ-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET WS-CUST-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-CUST-OK AND NOT WS-CUST-END-OF-FILE
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.
       3950-READ-CUSTOMER-EXIT.
           EXIT.

      *================================================================
      * 4000-PRINT-ANALYSIS  -  SORT OUTPUT PROCEDURE: CONTROL BREAKS
      *                          ON CUSTOMER AND SALESMAN
      *================================================================
       4000-PRINT-ANALYSIS.
           PERFORM 4900-RETURN-SORT-ROW
               THRU 4900-RETURN-SORT-ROW-EXIT.

           PERFORM 4100-PROCESS-SORT-ROW
               THRU 4100-PROCESS-SORT-ROW-EXIT
               UNTIL WS-SORT-END-OF-FILE.

           IF WS-SLSM-OPEN
               PERFORM 4400-FINISH-CUSTOMER
                   THRU 4400-FINISH-CUSTOMER-EXIT
               PERFORM 4500-PRINT-SALESMAN
                   THRU 4500-PRINT-SALESMAN-EXIT
           END-IF.
       4000-PRINT-ANALYSIS-EXIT.
           EXIT.

      *================================================================
      * 4100-PROCESS-SORT-ROW  -  BREAK ON SALESMAN AND CUSTOMER, THEN
      *                            ACCUMULATE THE ROW
      *================================================================
       4100-PROCESS-SORT-ROW.
           IF NOT WS-SLSM-OPEN
               OR SC-SALESMAN NOT = WS-CURRENT-SALESMAN
               IF WS-SLSM-OPEN
                   PERFORM 4400-FINISH-CUSTOMER
                       THRU 4400-FINISH-CUSTOMER-EXIT
                   PERFORM 4500-PRINT-SALESMAN
                       THRU 4500-PRINT-SALESMAN-EXIT
               END-IF
               PERFORM 4200-START-SALESMAN
                   THRU 4200-START-SALESMAN-EXIT
               PERFORM 4300-START-CUSTOMER
                   THRU 4300-START-CUSTOMER-EXIT
           ELSE
               IF SC-CUSTOMER NOT = WS-CURRENT-CUSTOMER
                   PERFORM 4400-FINISH-CUSTOMER
                       THRU 4400-FINISH-CUSTOMER-EXIT
                   PERFORM 4300-START-CUSTOMER
                       THRU 4300-START-CUSTOMER-EXIT
               END-IF
           END-IF.

           IF SC-ACCOUNT-ROW
               MOVE "Y"                TO WS-CUST-ACCOUNT-SWITCH
               MOVE SC-NAME            TO WS-CUST-NAME
               MOVE SC-HOUSE-FLAG      TO WS-CUST-HOUSE-FLAG
           ELSE
               ADD 1 TO WS-CUST-ROWS
               ADD SC-SALES            TO WS-CUST-NET
               IF SC-TRANS-TYPE = "S"
                   ADD SC-SALES        TO WS-CUST-GROSS
               END-IF
               IF SC-TRANS-TYPE = "R"
                   SUBTRACT SC-SALES FROM WS-CUST-RETURNS
               END-IF
           END-IF.

           PERFORM 4900-RETURN-SORT-ROW
               THRU 4900-RETURN-SORT-ROW-EXIT.
       4100-PROCESS-SORT-ROW-EXIT.
           EXIT.

      *================================================================
      * 4200-START-SALESMAN  -  CLEAR THE SALESMAN'S TABLES AND TOTALS
      *================================================================
       4200-START-SALESMAN.
           MOVE SC-SALESMAN            TO WS-CURRENT-SALESMAN.
           MOVE "Y"                    TO WS-SLSM-OPEN-SWITCH.

           MOVE ZERO                   TO WS-ACT-COUNT
                                           WS-ACT-OVERFLOW
                                           WS-IDLE-COUNT
                                           WS-IDLE-OVERFLOW
                                           WS-SLSM-CUSTOMERS
                                           WS-SLSM-GROSS
                                           WS-SLSM-RETURNS
                                           WS-SLSM-NET.

           ADD 1 TO WS-SALESMAN-COUNT.
       4200-START-SALESMAN-EXIT.
           EXIT.

      *================================================================
      * 4300-START-CUSTOMER  -  CLEAR THE CUSTOMER ACCUMULATORS
      *================================================================
       4300-START-CUSTOMER.
           MOVE SC-CUSTOMER            TO WS-CURRENT-CUSTOMER.
           MOVE "N"                    TO WS-CUST-ACCOUNT-SWITCH.
           MOVE SPACES                 TO WS-CUST-NAME
                                           WS-CUST-HOUSE-FLAG.
           MOVE ZERO                   TO WS-CUST-ROWS
                                           WS-CUST-GROSS
                                           WS-CUST-RETURNS
                                           WS-CUST-NET.
       4300-START-CUSTOMER-EXIT.
           EXIT.

      *================================================================
      * 4400-FINISH-CUSTOMER  -  FILE THE CUSTOMER IN HAND: WITH
      *                           POSTINGS IT JOINS THE SALESMAN'S
      *                           ACTIVE TABLE; WITHOUT THEM IT IS AN
      *                           ASSIGNED ACCOUNT WITH NO ACTIVITY.
      *                           A CUSTOMER SOLD TO BY A SALESMAN IT
      *                           IS NOT ASSIGNED TO CARRIES NO ACCOUNT
      *                           ROW, SO ITS NAME IS LOOKED UP.
      *================================================================
       4400-FINISH-CUSTOMER.
           IF WS-CUST-ROWS = ZERO
               GO TO 4400-FINISH-CUSTOMER-IDLE
           END-IF.

           IF NOT WS-CUST-ON-ACCOUNT
               PERFORM 4450-LOOKUP-CUSTOMER
                   THRU 4450-LOOKUP-CUSTOMER-EXIT
           END-IF.

           ADD 1 TO WS-SLSM-CUSTOMERS
                    WS-TOTAL-ACTIVE.
           ADD WS-CUST-GROSS           TO WS-SLSM-GROSS.
           ADD WS-CUST-RETURNS         TO WS-SLSM-RETURNS.
           ADD WS-CUST-NET             TO WS-SLSM-NET
                                           WS-TOTAL-NET.

           IF WS-ACT-COUNT NOT LESS THAN WS-ACT-TABLE-MAX
               ADD 1 TO WS-ACT-OVERFLOW
               GO TO 4400-FINISH-CUSTOMER-EXIT
           END-IF.

           ADD 1 TO WS-ACT-COUNT.
           MOVE WS-CURRENT-CUSTOMER
               TO WS-ACT-CUSTOMER (WS-ACT-COUNT).
           MOVE WS-CUST-NAME           TO WS-ACT-NAME (WS-ACT-COUNT).
           MOVE WS-CUST-HOUSE-FLAG
               TO WS-ACT-HOUSE-FLAG (WS-ACT-COUNT).
           MOVE WS-CUST-GROSS          TO WS-ACT-GROSS (WS-ACT-COUNT).
           MOVE WS-CUST-RETURNS        TO WS-ACT-RETURNS (WS-ACT-COUNT).
           MOVE WS-CUST-NET            TO WS-ACT-NET (WS-ACT-COUNT).
           MOVE "N"                    TO WS-ACT-RANKED (WS-ACT-COUNT).
           GO TO 4400-FINISH-CUSTOMER-EXIT.

       4400-FINISH-CUSTOMER-IDLE.
           ADD 1 TO WS-TOTAL-IDLE.

           IF WS-IDLE-COUNT NOT LESS THAN WS-IDLE-TABLE-MAX
               ADD 1 TO WS-IDLE-OVERFLOW
               GO TO 4400-FINISH-CUSTOMER-EXIT
           END-IF.

           ADD 1 TO WS-IDLE-COUNT.
           MOVE WS-CURRENT-CUSTOMER
               TO WS-IDLE-CUSTOMER (WS-IDLE-COUNT).
           MOVE WS-CUST-NAME           TO WS-IDLE-NAME (WS-IDLE-COUNT).
           MOVE WS-CUST-HOUSE-FLAG
               TO WS-IDLE-HOUSE-FLAG (WS-IDLE-COUNT).
       4400-FINISH-CUSTOMER-EXIT.
           EXIT.

      *================================================================
      * 4450-LOOKUP-CUSTOMER  -  NAME AND HOUSE FLAG FOR A CUSTOMER
      *                           WITH NO ACCOUNT ROW UNDER THIS
      *                           SALESMAN (ASSIGNED ELSEWHERE, CLOSED,
      *                           OR NOT ON CUSTMAST AT ALL)
      *================================================================
       4450-LOOKUP-CUSTOMER.
           MOVE WS-CURRENT-CUSTOMER    TO CU-CUSTOMER.

           READ CUSTOMER-MASTER
               INVALID KEY
                   SET WS-CUST-NOT-FOUND TO TRUE
           END-READ.

           IF WS-CUST-OK
               MOVE CU-NAME            TO WS-CUST-NAME
               MOVE CU-HOUSE-FLAG      TO WS-CUST-HOUSE-FLAG
           ELSE
               IF WS-CUST-NOT-FOUND
                   MOVE "** NOT ON CUSTMAST **"
                                        TO WS-CUST-NAME
               ELSE
                   PERFORM 9900-ABEND
                       THRU 9900-ABEND-EXIT
               END-IF
           END-IF.
       4450-LOOKUP-CUSTOMER-EXIT.
           EXIT.

      *================================================================
      * 4500-PRINT-SALESMAN  -  ONE SECTION PER SALESMAN, ON A NEW
      *                          PAGE: THE TOP CUSTOMERS BY NET SALES,
      *                          THE REST ON ONE LINE, THE SALESMAN'S
      *                          TOTAL, THEN THE IDLE ACCOUNTS
      *================================================================
       4500-PRINT-SALESMAN.
           PERFORM 2500-PRINT-HEADINGS
               THRU 2500-PRINT-HEADINGS-EXIT.

           MOVE WS-CURRENT-SALESMAN    TO SLN-SALESMAN
                                           CM-SALESMAN.

           READ COMM-MASTER
               INVALID KEY
                   SET WS-MASTER-NOT-FOUND TO TRUE
           END-READ.

           IF WS-MASTER-OK
               MOVE CM-NAME            TO SLN-NAME
           ELSE
               IF WS-MASTER-NOT-FOUND
                   MOVE "** NOT ON COMM-MASTER **"
                                        TO SLN-NAME
               ELSE
                   PERFORM 9900-ABEND
                       THRU 9900-ABEND-EXIT
               END-IF
           END-IF.

           MOVE SALESMAN-LINE          TO REPORT-LINE.
           PERFORM 4800-WRITE-LINE
               THRU 4800-WRITE-LINE-EXIT.

           MOVE ZERO                   TO WS-OTHER-CUSTOMERS
                                           WS-OTHER-GROSS
                                           WS-OTHER-RETURNS
                                           WS-OTHER-NET.

           PERFORM 4550-PRINT-NEXT-BEST
               THRU 4550-PRINT-NEXT-BEST-EXIT
               VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > WS-ACT-COUNT.

           ADD WS-ACT-OVERFLOW         TO WS-OTHER-CUSTOMERS.

           IF WS-OTHER-CUSTOMERS > ZERO
               COMPUTE WS-OTHER-GROSS = WS-SLSM-GROSS - WS-OTHER-GROSS
               COMPUTE WS-OTHER-RETURNS =
                   WS-SLSM-RETURNS - WS-OTHER-RETURNS
               COMPUTE WS-OTHER-NET = WS-SLSM-NET - WS-OTHER-NET
               MOVE ZERO               TO DTL-RANK
               MOVE SPACES             TO DTL-CUSTOMER
                                           DTL-HOUSE-FLAG
               MOVE "ALL OTHER CUSTOMERS"
                                        TO DTL-NAME
               MOVE WS-OTHER-NET       TO DTL-NET
               MOVE WS-OTHER-RETURNS   TO DTL-RETURNS
               MOVE WS-OTHER-GROSS     TO WS-RATIO-GROSS
               MOVE WS-OTHER-RETURNS   TO WS-RATIO-RETURNS
               PERFORM 4700-FIGURE-RATIO
                   THRU 4700-FIGURE-RATIO-EXIT
               MOVE DETAIL-LINE        TO REPORT-LINE
               PERFORM 4800-WRITE-LINE
                   THRU 4800-WRITE-LINE-EXIT
           END-IF.

           MOVE ZERO                   TO DTL-RANK.
           MOVE SPACES                 TO DTL-CUSTOMER
                                           DTL-HOUSE-FLAG.
           MOVE "SALESMAN TOTAL"       TO DTL-NAME.
           MOVE WS-SLSM-NET            TO DTL-NET.
           MOVE WS-SLSM-RETURNS        TO DTL-RETURNS.
           MOVE WS-SLSM-GROSS          TO WS-RATIO-GROSS.
           MOVE WS-SLSM-RETURNS        TO WS-RATIO-RETURNS.
           PERFORM 4700-FIGURE-RATIO
               THRU 4700-FIGURE-RATIO-EXIT.
           MOVE DETAIL-LINE            TO REPORT-LINE.
           PERFORM 4800-WRITE-LINE
               THRU 4800-WRITE-LINE-EXIT.

           IF WS-IDLE-COUNT = ZERO
               GO TO 4500-PRINT-SALESMAN-EXIT
           END-IF.

           MOVE IDLE-HEADING-LINE      TO REPORT-LINE.
           PERFORM 4800-WRITE-LINE
               THRU 4800-WRITE-LINE-EXIT.

           PERFORM 4600-PRINT-IDLE
               THRU 4600-PRINT-IDLE-EXIT
               VARYING WS-IDLE-SUB FROM 1 BY 1
               UNTIL WS-IDLE-SUB > WS-IDLE-COUNT.

           IF WS-IDLE-OVERFLOW > ZERO
               MOVE WS-IDLE-OVERFLOW   TO OVL-COUNT
               MOVE OVERFLOW-LINE      TO REPORT-LINE
               PERFORM 4800-WRITE-LINE
                   THRU 4800-WRITE-LINE-EXIT
           END-IF.
       4500-PRINT-SALESMAN-EXIT.
           EXIT.

      *================================================================
      * 4550-PRINT-NEXT-BEST  -  FIND THE UNRANKED CUSTOMER WITH THE
      *                           HIGHEST NET SALES.  WITHIN THE TOP
      *                           COUNT IT PRINTS WITH ITS RANK; PAST
      *                           IT, IT ROLLS INTO THE OTHERS LINE.
      *================================================================
       4550-PRINT-NEXT-BEST.
           IF WS-RANK > WS-TOP-COUNT
               ADD 1 TO WS-OTHER-CUSTOMERS
               GO TO 4550-PRINT-NEXT-BEST-EXIT
           END-IF.

           MOVE ZERO                   TO WS-ACT-BEST.

           PERFORM 4560-TEST-ACT-ENTRY
               THRU 4560-TEST-ACT-ENTRY-EXIT
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACT-COUNT.

           MOVE "Y"                    TO WS-ACT-RANKED (WS-ACT-BEST).

      *--- THE OTHERS LINE IS FIGURED AS THE SALESMAN TOTAL LESS THE
      *--- RANKED CUSTOMERS, SO THE RANKED ONES ARE SUMMED HERE.
           ADD WS-ACT-GROSS (WS-ACT-BEST)   TO WS-OTHER-GROSS.
           ADD WS-ACT-RETURNS (WS-ACT-BEST) TO WS-OTHER-RETURNS.
           ADD WS-ACT-NET (WS-ACT-BEST)     TO WS-OTHER-NET.

           MOVE WS-RANK                TO DTL-RANK.
           MOVE WS-ACT-CUSTOMER (WS-ACT-BEST)
                                        TO DTL-CUSTOMER.
           MOVE WS-ACT-NAME (WS-ACT-BEST)
                                        TO DTL-NAME.

           IF WS-ACT-HOUSE-FLAG (WS-ACT-BEST) = "Y"
               MOVE "H"                TO DTL-HOUSE-FLAG
           ELSE
               MOVE SPACE              TO DTL-HOUSE-FLAG
           END-IF.

           MOVE WS-ACT-NET (WS-ACT-BEST)
                                        TO DTL-NET.
           MOVE WS-ACT-RETURNS (WS-ACT-BEST)
                                        TO DTL-RETURNS.
           MOVE WS-ACT-GROSS (WS-ACT-BEST)
                                        TO WS-RATIO-GROSS.
           MOVE WS-ACT-RETURNS (WS-ACT-BEST)
                                        TO WS-RATIO-RETURNS.
           PERFORM 4700-FIGURE-RATIO
               THRU 4700-FIGURE-RATIO-EXIT.

           MOVE DETAIL-LINE            TO REPORT-LINE.
           PERFORM 4800-WRITE-LINE
               THRU 4800-WRITE-LINE-EXIT.
       4550-PRINT-NEXT-BEST-EXIT.
           EXIT.

      *================================================================
      * 4560-TEST-ACT-ENTRY  -  KEEP THE BETTER OF THE BEST SO FAR AND
      *                          THIS UNRANKED ENTRY
      *================================================================
       4560-TEST-ACT-ENTRY.
           IF WS-ACT-RANKED (WS-ACT-SUB) = "Y"
               GO TO 4560-TEST-ACT-ENTRY-EXIT
           END-IF.

           IF WS-ACT-BEST = ZERO
               MOVE WS-ACT-SUB         TO WS-ACT-BEST
               GO TO 4560-TEST-ACT-ENTRY-EXIT
           END-IF.

           IF WS-ACT-NET (WS-ACT-SUB) > WS-ACT-NET (WS-ACT-BEST)
               MOVE WS-ACT-SUB         TO WS-ACT-BEST
           END-IF.
       4560-TEST-ACT-ENTRY-EXIT.
           EXIT.

      *================================================================
      * 4600-PRINT-IDLE  -  LIST ONE ACCOUNT WITH NO ACTIVITY
      *================================================================
       4600-PRINT-IDLE.
           MOVE WS-IDLE-CUSTOMER (WS-IDLE-SUB)
                                        TO IDL-CUSTOMER.
           MOVE WS-IDLE-NAME (WS-IDLE-SUB)
                                        TO IDL-NAME.

           IF WS-IDLE-HOUSE-FLAG (WS-IDLE-SUB) = "Y"
               MOVE "HOUSE ACCOUNT"    TO IDL-HOUSE
           ELSE
               MOVE SPACES             TO IDL-HOUSE
           END-IF.

           MOVE IDLE-LINE              TO REPORT-LINE.
           PERFORM 4800-WRITE-LINE
               THRU 4800-WRITE-LINE-EXIT.
       4600-PRINT-IDLE-EXIT.
           EXIT.

      *================================================================
      * 4700-FIGURE-RATIO  -  RETURNS AS A PERCENT OF GROSS SALES INTO
      *                        DTL-RATIO.  RETURNS WITH NO SALES IN THE
      *                        PERIOD (OR A RATIO PAST 999.9) SHOW AS
      *                        999.9.
      *================================================================
       4700-FIGURE-RATIO.
           IF WS-RATIO-RETURNS NOT GREATER THAN ZERO
               MOVE ZERO               TO DTL-RATIO
               GO TO 4700-FIGURE-RATIO-EXIT
           END-IF.

           IF WS-RATIO-GROSS NOT GREATER THAN ZERO
               MOVE WS-RATIO-MAX       TO DTL-RATIO
               GO TO 4700-FIGURE-RATIO-EXIT
           END-IF.

           COMPUTE WS-RATIO-WORK ROUNDED =
               ( WS-RATIO-RETURNS * 100 ) / WS-RATIO-GROSS.

           IF WS-RATIO-WORK > WS-RATIO-MAX
               MOVE WS-RATIO-MAX       TO DTL-RATIO
           ELSE
               MOVE WS-RATIO-WORK      TO DTL-RATIO
           END-IF.
       4700-FIGURE-RATIO-EXIT.
           EXIT.

      *================================================================
      * 4800-WRITE-LINE  -  WRITE REPORT-LINE, STARTING A NEW PAGE
      *                      WHEN THIS ONE IS FULL
      *================================================================
       4800-WRITE-LINE.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               MOVE REPORT-LINE        TO WS-HOLD-LINE
               PERFORM 2500-PRINT-HEADINGS
                   THRU 2500-PRINT-HEADINGS-EXIT
               MOVE WS-HOLD-LINE       TO REPORT-LINE
           END-IF.

           WRITE REPORT-LINE.

           ADD 1 TO WS-LINE-COUNT.
       4800-WRITE-LINE-EXIT.
           EXIT.

      *================================================================
      * 4900-RETURN-SORT-ROW  -  RETURN THE NEXT SORTED ROW
      *================================================================
       4900-RETURN-SORT-ROW.
           RETURN ANALYSIS-SORT-FILE
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
           END-RETURN.
       4900-RETURN-SORT-ROW-EXIT.
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
      * 9000-TERMINATE  -  PRINT THE RUN TOTALS AND CLOSE FILES
      *================================================================
       9000-TERMINATE.
           IF WS-PAGE-COUNT = ZERO
               PERFORM 2500-PRINT-HEADINGS
                   THRU 2500-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE WS-SELECTED-COUNT      TO TTL-SELECTED.
           MOVE WS-SALESMAN-COUNT      TO TTL-SALESMEN.
           WRITE REPORT-LINE FROM TOTAL-LINE-1.

           MOVE WS-TOTAL-ACTIVE        TO TTL-ACTIVE.
           MOVE WS-TOTAL-IDLE          TO TTL-IDLE.
           MOVE WS-TOTAL-NET           TO TTL-NET.
           WRITE REPORT-LINE FROM TOTAL-LINE-2.

           CLOSE CUSTOMER-MASTER
                 COMM-MASTER
                 ANALYSIS-REPORT.

           DISPLAY "CUSTRPT - AUDIT ROWS READ:       " WS-READ-COUNT.
           DISPLAY "CUSTRPT - AUDIT ROWS SELECTED:   "
                   WS-SELECTED-COUNT.
           DISPLAY "CUSTRPT - ACTIVE ACCOUNTS READ:  " WS-ACCOUNT-COUNT.
           DISPLAY "CUSTRPT - SALESMEN REPORTED:     "
                   WS-SALESMAN-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.

      *================================================================
      * 9700-LOG-RUN-START  -  START ENTRY ON THE SHARED RUN LOG
      *================================================================
       9700-LOG-RUN-START.
           MOVE "CUSTRPT"              TO RL-STEP-NAME.
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
           MOVE WS-SELECTED-COUNT      TO RL-WRITTEN-COUNT.
           MOVE ZERO                   TO RL-REJECT-COUNT.
           MOVE "NET SALES"            TO RL-CONTROL-LABEL-1.
           MOVE WS-TOTAL-NET           TO RL-CONTROL-TOTAL-1.
           SET RL-END-ENTRY            TO TRUE.

           CALL "RUNLOGW" USING RUN-LOG-RECORD.

           MOVE RL-RETURN-CODE         TO RETURN-CODE.
       9750-LOG-RUN-END-EXIT.
           EXIT.

      *================================================================
      * 9800-PARM-ERROR  -  A BAD CUSTPARM STOPS THE RUN
      *================================================================
       9800-PARM-ERROR.
           MOVE 8                      TO RETURN-CODE.
           CLOSE ANALYSIS-PARM-FILE.
           PERFORM 9750-LOG-RUN-END
               THRU 9750-LOG-RUN-END-EXIT.

           STOP RUN.
       9800-PARM-ERROR-EXIT.
           EXIT.

      *================================================================
      * 9900-ABEND  -  A REAL CUSTMAST OR COMM-MASTER I/O ERROR.  THE
      *                 REPORT WOULD SILENTLY DROP ACCOUNTS, SO STOP.
      *================================================================
       9900-ABEND.
           DISPLAY "CUSTRPT - FATAL I/O ERROR, CUSTMAST STATUS = "
                   WS-CUST-MASTER-STATUS
                   " COMMMAST STATUS = " WS-COMM-MASTER-STATUS.

           MOVE 16                     TO RETURN-CODE.

           CLOSE CUSTOMER-MASTER
                 COMM-MASTER
                 ANALYSIS-REPORT.

           PERFORM 9750-LOG-RUN-END
               THRU 9750-LOG-RUN-END-EXIT.

           STOP RUN.
       9900-ABEND-EXIT.
           EXIT.
