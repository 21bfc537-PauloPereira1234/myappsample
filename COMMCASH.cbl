       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COMMCASH.
       AUTHOR.        D HOLLOWAY.
       INSTALLATION.  SALES ACCOUNTING.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DH    ORIGINAL VERSION.  DAILY CASH RECEIPTS RUN.
      *                  READS THE RECEIVABLES FEED (CASHRCPT) OF
      *                  CUSTOMER PAYMENTS AND BAD-DEBT WRITE-OFFS BY
      *                  INVOICE AND APPLIES EACH ONE TO THE COMMHOLD
      *                  SHARES Q2 FILED FOR THAT INVOICE, PRO RATA
      *                  BY THE SHARES' NET SALES.  A PAYMENT RELEASES
      *                  HELD COMMISSION IN PROPORTION TO THE AMOUNT
      *                  COLLECTED (ALL OF IT WHEN THE INVOICE IS
      *                  PAID IN FULL) INTO CM-YTD-RELEASED-COMM, THE
      *                  FIGURE PAYEXT PAYS FROM.  A WRITE-OFF
      *                  REVERSES THE COMMISSION STILL HELD INTO
      *                  CM-YTD-WRITEOFF-COMM, AND WHERE IT OUTRUNS
      *                  THE UNCOLLECTED BALANCE (A PAYMENT LATER
      *                  DISHONOURED) CLAWS BACK COMMISSION ALREADY
      *                  RELEASED, WHICH THE NEXT PAYEXT RECOVERS.
      *                  EVERY RECEIPT IS LISTED ON CASHRPT1 SHARE BY
      *                  SHARE; ONE THAT CANNOT BE APPLIED (INVOICE
      *                  NOT HELD, CUSTOMER MISMATCH, BAD FIELDS) IS
      *                  LISTED AS AN EXCEPTION AND SETS RETURN CODE
      *                  4 FOR RECEIVABLES TO FOLLOW UP.  RUN-ONCE
      *                  GUARD ON RUNCTL AS Q2 HAS.
      * 10/15/2026 DH    TERRITORY MANAGER OVERRIDE.  THE OVERRIDE Q2
      *                  HOLDS ON EACH SHARE (COMMHOLD HD-OVR- FIELDS)
      *                  IS RELEASED AND WRITTEN OFF IN THE SAME
      *                  PROPORTION AS THE SHARE'S COMMISSION, THE
      *                  CHANGE POSTING TO THE MANAGER'S COMM-MASTER
      *                  AND LISTED ON CASHRPT1 AS AN "O" LINE UNDER
      *                  THE SHARE.  THE REPORT TOTALS INCLUDE IT.
      * 10/15/2026 DH    WRITES START AND END ENTRIES TO THE SHARED RUN
      *                  LOG (RUNLOGW) FOR THE OPSRPT MORNING STATUS
      *                  REPORT: THE RETURN CODE, RECEIPTS READ, APPLIED
      *                  AND UNAPPLIED, AND THE COMMISSION RELEASED AND
      *                  WRITTEN OFF.
      * 10/15/2026 DH    A RECEIPT IS APPORTIONED ONLY OVER THE SHARES
      *                  WITH NET SALES LEFT; THE REMAINDER GOES TO THE
      *                  LAST OF THOSE, NEVER TO A SHARE RETURNED TO
      *                  NOTHING.
      *----------------------------------------------------------------
      * RUN AFTER Q2 EACH NIGHT, SO A RECEIPT FOR A SALE POSTED THE
      * SAME DAY FINDS ITS HOLD.  THE RUN IS STAMPED ON RUNCTL ONLY
      * AT CLEAN END OF RUN.  AN ABEND PART-WAY THROUGH THE FEED
      * LEAVES THE RECEIPTS ALREADY APPLIED ON COMMHOLD AND
      * COMM-MASTER - RESTORE BOTH FROM THE PRE-RUN BACKUP BEFORE
      * RERUNNING, AS FOR PAYCONF.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM PC.
           OBJECT-COMPUTER. IBM PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-RECEIPTS-FILE
               ASSIGN TO "CASHRCPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COMMISSION-HOLD
               ASSIGN TO "COMMHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT COMM-MASTER
               ASSIGN TO "COMMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-SALESMAN
               FILE STATUS IS WS-COMM-MASTER-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT CASH-REPORT
               ASSIGN TO "CASHRPT1"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *--- ONE RECEIVABLES ENTRY PER RECORD.  CX-AMOUNT IS THE
      *--- INVOICE AMOUNT PAID OR WRITTEN OFF; A NEGATIVE AMOUNT
      *--- REVERSES AN EARLIER ENTRY OF THE SAME TYPE (A DISHONOURED
      *--- PAYMENT, A WRITE-OFF LATER RECOVERED).
       FD  CASH-RECEIPTS-FILE
           RECORD CONTAINS 33 CHARACTERS.
       01  CASH-RECEIPT-RECORD.
           05  CX-RECORD-TYPE          PIC X(01).
               88  CX-PAYMENT                  VALUE "P".
               88  CX-WRITE-OFF                VALUE "W".
               88  CX-TYPE-VALID               VALUE "P" "W".
           05  CX-INVOICE              PIC 9(08).
           05  CX-CUSTOMER             PIC 9(06).
           05  CX-AMOUNT               PIC S9(07)V9(02)
                                       SIGN LEADING SEPARATE.
           05  CX-AMOUNT-X REDEFINES CX-AMOUNT.
               10  CX-AMOUNT-SIGN      PIC X(01).
               10  CX-AMOUNT-DIGITS    PIC X(09).
           05  CX-RECEIPT-DATE         PIC 9(08).

       FD  COMMISSION-HOLD.
       COPY COMMHOLD.

       FD  COMM-MASTER.
       COPY COMMMAST.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       FD  CASH-REPORT.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-HOLD-STATUS              PIC X(02) VALUE "00".
           88  WS-HOLD-OK                        VALUE "00".
           88  WS-HOLD-NOT-FOUND                 VALUE "23".
           88  WS-HOLD-END-OF-FILE               VALUE "10".

       77  WS-COMM-MASTER-STATUS       PIC X(02) VALUE "00".
           88  WS-MASTER-OK                      VALUE "00".
           88  WS-MASTER-NOT-FOUND               VALUE "23".

       77  WS-RUN-CONTROL-STATUS       PIC X(02) VALUE "00".
           88  WS-RUN-CONTROL-OK                 VALUE "00".
           88  WS-RUN-CONTROL-NOT-FOUND          VALUE "23".

       77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                    VALUE "Y".

       77  WS-SHARE-EOF-SWITCH         PIC X(01) VALUE "N".
           88  WS-SHARE-END-OF-INVOICE           VALUE "Y".

       77  WS-EXCEPTION-SWITCH         PIC X(01) VALUE "N".
           88  WS-RECEIPT-EXCEPTION              VALUE "Y".

       77  WS-EXCEPTION-TEXT           PIC X(30) VALUE SPACES.

       77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.

      *--- THE INVOICE IN HAND: HOW MANY SHARES IT HAS ON HOLD, THE
      *--- NET SALES OF THOSE WITH NET SALES LEFT IN TOTAL, HOW MANY
      *--- OF THOSE ARE STILL TO TAKE THEIR PART OF THE RECEIPT, AND
      *--- HOW MUCH OF THE RECEIPT IS STILL UNAPPORTIONED - THE LAST
      *--- OF THEM TAKES THE REMAINDER SO THE PARTS FOOT.  A SHARE
      *--- RETURNED TO NOTHING TAKES NO PART.
       77  WS-HELD-COUNT               PIC 9(03) VALUE ZERO.
       77  WS-INVOICE-NET              PIC S9(8)V9(2) VALUE ZERO.
       77  WS-SHARE-COUNT              PIC 9(03) VALUE ZERO.
       77  WS-SHARES-LEFT              PIC 9(03) VALUE ZERO.
       77  WS-AMOUNT-LEFT              PIC S9(8)V9(2) VALUE ZERO.
       77  WS-SHARE-AMOUNT             PIC S9(8)V9(2) VALUE ZERO.

      *--- THE RELEASE FIGURING FOR ONE COMMHOLD SHARE, AS IN Q2.
       77  WS-HOLD-COUNTED             PIC S9(8)V9(2) VALUE ZERO.
       77  WS-RELEASE-TARGET           PIC S9(7)V9(2) VALUE ZERO.
       77  WS-WRITEOFF-TARGET          PIC S9(7)V9(2) VALUE ZERO.
       77  WS-RELEASE-DELTA            PIC S9(8)V9(2) VALUE ZERO.
       77  WS-WRITEOFF-DELTA           PIC S9(8)V9(2) VALUE ZERO.
       77  WS-OVR-RELEASE-TARGET       PIC S9(7)V9(2) VALUE ZERO.
       77  WS-OVR-WRITEOFF-TARGET      PIC S9(7)V9(2) VALUE ZERO.
       77  WS-OVR-RELEASE-DELTA        PIC S9(8)V9(2) VALUE ZERO.
       77  WS-OVR-WRITEOFF-DELTA       PIC S9(8)V9(2) VALUE ZERO.

       77  WS-READ-COUNT               BINARY PIC 9(07) VALUE ZERO.
       77  WS-APPLIED-COUNT            BINARY PIC 9(07) VALUE ZERO.
       77  WS-EXCEPTION-COUNT          BINARY PIC 9(07) VALUE ZERO.
       77  WS-RELEASED-TOTAL           PIC S9(11)V9(02) VALUE ZERO.
       77  WS-CLAWBACK-TOTAL           PIC S9(11)V9(02) VALUE ZERO.
       77  WS-WRITEOFF-TOTAL           PIC S9(11)V9(02) VALUE ZERO.

       77  WS-LINE-COUNT               PIC 9(02) VALUE ZERO.
       77  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.
       77  WS-LINES-PER-PAGE           PIC 9(02) VALUE 20.

       77  WS-CALL-FIELD               PIC X(30) VALUE SPACES.
       77  WS-CALL-LENGTH              PIC 9(02) VALUE ZERO.
       77  WS-CALL-TYPE                PIC X(01) VALUE SPACES.
       77  WS-CALL-STATUS              PIC X(01) VALUE SPACES.
           88  WS-CALL-VALID                     VALUE "Y".

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR         PIC 9(04).
           05  WS-CURRENT-MONTH        PIC 9(02).
           05  WS-CURRENT-DAY          PIC 9(02).

       01  HDG-LINE-1.
           05  FILLER                  PIC X(40) VALUE
               "CASH RECEIPTS - COMMISSION RELEASE".
           05  HDG-DATE                PIC X(10).
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "PAGE ".
           05  HDG-PAGE-NO             PIC ZZ9.

       01  HDG-LINE-2.
           05  FILLER                  PIC X(02) VALUE "T".
           05  FILLER                  PIC X(10) VALUE "INVOICE".
           05  FILLER                  PIC X(08) VALUE "CUSTMR".
           05  FILLER                  PIC X(07) VALUE "SLSMN".
           05  FILLER                  PIC X(14) VALUE
               "       APPLIED".
           05  FILLER                  PIC X(14) VALUE
               "      RELEASED".
           05  FILLER                  PIC X(14) VALUE
               "   WRITTEN OFF".
           05  FILLER                  PIC X(07) VALUE "  HOLD".

       01  DETAIL-LINE.
           05  DTL-RECORD-TYPE         PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-INVOICE             PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-CUSTOMER            PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-SALESMAN            PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-APPLIED             PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-RELEASED            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-WRITTEN-OFF         PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DTL-HOLD-STATUS         PIC X(01).

       01  EXCEPTION-LINE.
           05  EXC-RECORD-TYPE         PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  EXC-INVOICE             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EXC-CUSTOMER            PIC X(06).
           05  FILLER                  PIC X(09) VALUE SPACES.
           05  EXC-AMOUNT              PIC X(10).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "*** ".
           05  EXC-TEXT                PIC X(30).

       01  TOTAL-LINE-1.
           05  FILLER                  PIC X(26) VALUE
               "RECEIPTS READ ............".
           05  TTL-READ                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE
               "APPLIED ......".
           05  TTL-APPLIED             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE
               "EXCEPTIONS ..".
           05  TTL-EXCEPTIONS          PIC ZZZ,ZZ9.

       01  TOTAL-LINE-2.
           05  FILLER                  PIC X(26) VALUE
               "COMMISSION RELEASED ......".
           05  TTL-RELEASED            PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  TOTAL-LINE-3.
           05  FILLER                  PIC X(26) VALUE
               "  OF WHICH CLAWED BACK ...".
           05  TTL-CLAWBACK            PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  TOTAL-LINE-4.
           05  FILLER                  PIC X(26) VALUE
               "COMMISSION WRITTEN OFF ...".
           05  TTL-WRITEOFF            PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

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

           PERFORM 2000-PROCESS-RECEIPT
               THRU 2000-PROCESS-RECEIPT-EXIT
               UNTIL WS-END-OF-FILE.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           PERFORM 9750-LOG-RUN-END
               THRU 9750-LOG-RUN-END-EXIT.

           STOP RUN.

      *================================================================
      * 1000-INITIALIZE  -  CHECK THE RUN-ONCE GUARD, OPEN THE FILES,
      *                      PRINT THE HEADING AND PRIME THE READ
      *================================================================
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE            TO WS-CURRENT-DATE.

           STRING WS-CURRENT-MONTH "/" WS-CURRENT-DAY "/"
                  WS-CURRENT-YEAR
                  DELIMITED BY SIZE INTO HDG-DATE.

           PERFORM 1800-CHECK-RUN-CONTROL
               THRU 1800-CHECK-RUN-CONTROL-EXIT.

           OPEN INPUT  CASH-RECEIPTS-FILE.
           OPEN I-O    COMMISSION-HOLD
                       COMM-MASTER.
           OPEN OUTPUT CASH-REPORT.

           PERFORM 2500-PRINT-HEADINGS
               THRU 2500-PRINT-HEADINGS-EXIT.

           PERFORM 2900-READ-RECEIPT
               THRU 2900-READ-RECEIPT-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================
      * 1800-CHECK-RUN-CONTROL  -  A RUNCTL RECORD FOR TODAY MEANS THE
      *                             RECEIPTS WERE ALREADY APPLIED -
      *                             STOP BEFORE ANY FILE IS TOUCHED
      *                             RATHER THAN RELEASE THEM TWICE.
      *                             THE FILE STAYS OPEN FOR THE
      *                             END-OF-RUN STAMP.
      *================================================================
       1800-CHECK-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE.

           MOVE WS-RUN-DATE            TO RC-RUN-DATE.
           MOVE "COMMCASH"             TO RC-JOB-STEP.

           READ RUN-CONTROL-FILE
               INVALID KEY
                   SET WS-RUN-CONTROL-NOT-FOUND TO TRUE
           END-READ.

           IF WS-RUN-CONTROL-OK
               DISPLAY "COMMCASH - BUSINESS DATE " WS-RUN-DATE
                       " ALREADY APPLIED (RUN CONTROL) - RUN STOPPED"
               MOVE 8                  TO RETURN-CODE
               CLOSE RUN-CONTROL-FILE
               PERFORM 9750-LOG-RUN-END
                   THRU 9750-LOG-RUN-END-EXIT
               STOP RUN
           END-IF.

           IF NOT WS-RUN-CONTROL-NOT-FOUND
               DISPLAY "COMMCASH - RUNCTL I/O ERROR, STATUS = "
                       WS-RUN-CONTROL-STATUS
               MOVE 16                 TO RETURN-CODE
               CLOSE RUN-CONTROL-FILE
               PERFORM 9750-LOG-RUN-END
                   THRU 9750-LOG-RUN-END-EXIT
               STOP RUN
           END-IF.
       1800-CHECK-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
      * 2000-PROCESS-RECEIPT  -  EDIT ONE RECEIVABLES ENTRY, FIND THE
      *                           INVOICE'S HELD SHARES AND APPLY IT
      *================================================================
       2000-PROCESS-RECEIPT.
           ADD 1 TO WS-READ-COUNT.

           MOVE "N"                    TO WS-EXCEPTION-SWITCH.
           MOVE SPACES                 TO WS-EXCEPTION-TEXT.

           PERFORM 2100-EDIT-RECEIPT
               THRU 2100-EDIT-RECEIPT-EXIT.

           IF NOT WS-RECEIPT-EXCEPTION
               PERFORM 2200-TOTAL-INVOICE
                   THRU 2200-TOTAL-INVOICE-EXIT
           END-IF.

           IF WS-RECEIPT-EXCEPTION
               PERFORM 2650-PRINT-EXCEPTION
                   THRU 2650-PRINT-EXCEPTION-EXIT
           ELSE
               PERFORM 3000-APPLY-RECEIPT
                   THRU 3000-APPLY-RECEIPT-EXIT
               ADD 1 TO WS-APPLIED-COUNT
           END-IF.

           PERFORM 2900-READ-RECEIPT
               THRU 2900-READ-RECEIPT-EXIT.
       2000-PROCESS-RECEIPT-EXIT.
           EXIT.

      *================================================================
      * 2100-EDIT-RECEIPT  -  THE TYPE MUST BE KNOWN AND THE INVOICE
      *                        AND AMOUNT NUMERIC (VIA THE SHARED
      *                        CHECK-VARIABLE SUBROUTINE), THE AMOUNT
      *                        NOT ZERO
      *================================================================
       2100-EDIT-RECEIPT.
           IF NOT CX-TYPE-VALID
               MOVE "Y"                TO WS-EXCEPTION-SWITCH
               MOVE "INVALID RECEIPT TYPE"
                                        TO WS-EXCEPTION-TEXT
               GO TO 2100-EDIT-RECEIPT-EXIT
           END-IF.

           MOVE SPACES                 TO WS-CALL-FIELD.
           MOVE CASH-RECEIPT-RECORD (2:14)
                                        TO WS-CALL-FIELD (1:14).
           MOVE 14                     TO WS-CALL-LENGTH.
           MOVE "N"                    TO WS-CALL-TYPE.

           CALL "CHECK-VARIABLE" USING WS-CALL-FIELD WS-CALL-LENGTH
                   WS-CALL-TYPE WS-CALL-STATUS.

           IF NOT WS-CALL-VALID
               MOVE "Y"                TO WS-EXCEPTION-SWITCH
               MOVE "INVOICE/CUSTOMER NOT NUMERIC"
                                        TO WS-EXCEPTION-TEXT
               GO TO 2100-EDIT-RECEIPT-EXIT
           END-IF.

           MOVE SPACES                 TO WS-CALL-FIELD.
           MOVE CX-AMOUNT-DIGITS       TO WS-CALL-FIELD (1:9).
           MOVE 9                      TO WS-CALL-LENGTH.
           MOVE "N"                    TO WS-CALL-TYPE.

           CALL "CHECK-VARIABLE" USING WS-CALL-FIELD WS-CALL-LENGTH
                   WS-CALL-TYPE WS-CALL-STATUS.

           IF NOT WS-CALL-VALID
             OR (CX-AMOUNT-SIGN NOT = "+"
                 AND CX-AMOUNT-SIGN NOT = "-")
               MOVE "Y"                TO WS-EXCEPTION-SWITCH
               MOVE "AMOUNT NOT NUMERIC"
                                        TO WS-EXCEPTION-TEXT
               GO TO 2100-EDIT-RECEIPT-EXIT
           END-IF.

           IF CX-AMOUNT = ZERO
               MOVE "Y"                TO WS-EXCEPTION-SWITCH
               MOVE "AMOUNT IS ZERO"   TO WS-EXCEPTION-TEXT
           END-IF.
       2100-EDIT-RECEIPT-EXIT.
           EXIT.

      *================================================================
      * 2200-TOTAL-INVOICE  -  FIRST PASS OVER THE INVOICE'S SHARES:
      *                         TOTAL THEIR NET SALES FOR THE PRO
      *                         RATA SPLIT OF THE RECEIPT AND PROVE
      *                         THE CUSTOMER.  NO SHARES MEANS THE
      *                         SALE WAS NEVER POSTED (OR WAS BOOKED
      *                         BEFORE COMMISSION WAS HELD).
      *================================================================
       2200-TOTAL-INVOICE.
           MOVE ZERO                   TO WS-HELD-COUNT
                                           WS-INVOICE-NET
                                           WS-SHARE-COUNT.

           PERFORM 2800-START-INVOICE
               THRU 2800-START-INVOICE-EXIT.

           PERFORM 2250-TOTAL-ONE-SHARE
               THRU 2250-TOTAL-ONE-SHARE-EXIT
               UNTIL WS-SHARE-END-OF-INVOICE
                  OR WS-RECEIPT-EXCEPTION.

           IF WS-RECEIPT-EXCEPTION
               GO TO 2200-TOTAL-INVOICE-EXIT
           END-IF.

           IF WS-HELD-COUNT = ZERO
               MOVE "Y"                TO WS-EXCEPTION-SWITCH
               MOVE "INVOICE NOT ON COMMISSION HOLD"
                                        TO WS-EXCEPTION-TEXT
               GO TO 2200-TOTAL-INVOICE-EXIT
           END-IF.

           IF WS-INVOICE-NET NOT GREATER THAN ZERO
               MOVE "Y"                TO WS-EXCEPTION-SWITCH
               MOVE "INVOICE FULLY RETURNED"
                                        TO WS-EXCEPTION-TEXT
           END-IF.
       2200-TOTAL-INVOICE-EXIT.
           EXIT.

      *================================================================
      * 2250-TOTAL-ONE-SHARE  -  ADD ONE SHARE TO THE INVOICE TOTAL
      *================================================================
       2250-TOTAL-ONE-SHARE.
           IF HD-CUSTOMER NOT = CX-CUSTOMER
               MOVE "Y"                TO WS-EXCEPTION-SWITCH
               MOVE "CUSTOMER DOES NOT MATCH INVOICE"
                                        TO WS-EXCEPTION-TEXT
               GO TO 2250-TOTAL-ONE-SHARE-EXIT
           END-IF.

           ADD 1 TO WS-HELD-COUNT.

           IF HD-NET-SALES > ZERO
               ADD 1 TO WS-SHARE-COUNT
               ADD HD-NET-SALES        TO WS-INVOICE-NET
           END-IF.

           PERFORM 2850-READ-NEXT-SHARE
               THRU 2850-READ-NEXT-SHARE-EXIT.
       2250-TOTAL-ONE-SHARE-EXIT.
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
      * 2600-PRINT-DETAIL  -  ONE SHARE OF AN APPLIED RECEIPT
      *================================================================
       2600-PRINT-DETAIL.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM 2500-PRINT-HEADINGS
                   THRU 2500-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE CX-RECORD-TYPE         TO DTL-RECORD-TYPE.
           MOVE HD-INVOICE             TO DTL-INVOICE.
           MOVE HD-CUSTOMER            TO DTL-CUSTOMER.
           MOVE HD-SALESMAN            TO DTL-SALESMAN.
           MOVE WS-SHARE-AMOUNT        TO DTL-APPLIED.
           MOVE WS-RELEASE-DELTA       TO DTL-RELEASED.
           MOVE WS-WRITEOFF-DELTA      TO DTL-WRITTEN-OFF.
           MOVE HD-STATUS              TO DTL-HOLD-STATUS.

           WRITE REPORT-LINE FROM DETAIL-LINE.

           ADD 1 TO WS-LINE-COUNT.
       2600-PRINT-DETAIL-EXIT.
           EXIT.

      *================================================================
      * 2620-PRINT-OVERRIDE  -  THE MANAGER'S OVERRIDE RELEASED OR
      *                          WRITTEN OFF WITH THE SHARE ABOVE IT,
      *                          TYPE "O" UNDER THE MANAGER'S NUMBER
      *================================================================
       2620-PRINT-OVERRIDE.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM 2500-PRINT-HEADINGS
                   THRU 2500-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE "O"                    TO DTL-RECORD-TYPE.
           MOVE HD-INVOICE             TO DTL-INVOICE.
           MOVE HD-CUSTOMER            TO DTL-CUSTOMER.
           MOVE HD-OVR-MANAGER         TO DTL-SALESMAN.
           MOVE ZERO                   TO DTL-APPLIED.
           MOVE WS-OVR-RELEASE-DELTA   TO DTL-RELEASED.
           MOVE WS-OVR-WRITEOFF-DELTA  TO DTL-WRITTEN-OFF.
           MOVE HD-STATUS              TO DTL-HOLD-STATUS.

           WRITE REPORT-LINE FROM DETAIL-LINE.

           ADD 1 TO WS-LINE-COUNT.
       2620-PRINT-OVERRIDE-EXIT.
           EXIT.

      *================================================================
      * 2650-PRINT-EXCEPTION  -  A RECEIPT THAT COULD NOT BE APPLIED,
      *                           PRINTED AS RECEIVED SO A GARBLED
      *                           FIELD SHOWS AS SENT
      *================================================================
       2650-PRINT-EXCEPTION.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM 2500-PRINT-HEADINGS
                   THRU 2500-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE CX-RECORD-TYPE         TO EXC-RECORD-TYPE.
           MOVE CASH-RECEIPT-RECORD (2:8)
                                        TO EXC-INVOICE.
           MOVE CASH-RECEIPT-RECORD (10:6)
                                        TO EXC-CUSTOMER.
           MOVE CX-AMOUNT-X            TO EXC-AMOUNT.
           MOVE WS-EXCEPTION-TEXT      TO EXC-TEXT.

           WRITE REPORT-LINE FROM EXCEPTION-LINE.

           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-EXCEPTION-COUNT.
       2650-PRINT-EXCEPTION-EXIT.
           EXIT.

      *================================================================
      * 2800-START-INVOICE  -  POSITION COMMHOLD ON THE FIRST SHARE
      *                         OF THE RECEIPT'S INVOICE
      *================================================================
       2800-START-INVOICE.
           MOVE "N"                    TO WS-SHARE-EOF-SWITCH.
           MOVE CX-INVOICE             TO HD-INVOICE.
           MOVE ZERO                   TO HD-SALESMAN.

           START COMMISSION-HOLD
               KEY IS NOT LESS THAN HD-KEY
               INVALID KEY
                   SET WS-SHARE-END-OF-INVOICE TO TRUE
           END-START.

           IF WS-SHARE-END-OF-INVOICE
               GO TO 2800-START-INVOICE-EXIT
           END-IF.

           IF NOT WS-HOLD-OK
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.

           PERFORM 2850-READ-NEXT-SHARE
               THRU 2850-READ-NEXT-SHARE-EXIT.
       2800-START-INVOICE-EXIT.
           EXIT.

      *================================================================
      * 2850-READ-NEXT-SHARE  -  READ THE NEXT COMMHOLD RECORD; THE
      *                           INVOICE ENDS AT END OF FILE OR AT
      *                           THE FIRST RECORD OF ANOTHER INVOICE
      *================================================================
       2850-READ-NEXT-SHARE.
           READ COMMISSION-HOLD NEXT RECORD
               AT END
                   SET WS-SHARE-END-OF-INVOICE TO TRUE
           END-READ.

           IF WS-SHARE-END-OF-INVOICE
               GO TO 2850-READ-NEXT-SHARE-EXIT
           END-IF.

           IF NOT WS-HOLD-OK
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.

           IF HD-INVOICE NOT = CX-INVOICE
               SET WS-SHARE-END-OF-INVOICE TO TRUE
           END-IF.
       2850-READ-NEXT-SHARE-EXIT.
           EXIT.

      *================================================================
      * 2900-READ-RECEIPT  -  READ THE NEXT RECEIVABLES ENTRY
      *================================================================
       2900-READ-RECEIPT.
           READ CASH-RECEIPTS-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       2900-READ-RECEIPT-EXIT.
           EXIT.

      *================================================================
      * 3000-APPLY-RECEIPT  -  SECOND PASS: GIVE EACH SHARE ITS PART
      *                         OF THE RECEIPT BY NET SALES, THE LAST
      *                         SHARE WITH NET SALES TAKING THE
      *                         REMAINDER
      *================================================================
       3000-APPLY-RECEIPT.
           MOVE WS-SHARE-COUNT         TO WS-SHARES-LEFT.
           MOVE CX-AMOUNT              TO WS-AMOUNT-LEFT.

           PERFORM 2800-START-INVOICE
               THRU 2800-START-INVOICE-EXIT.

           PERFORM 3100-APPLY-ONE-SHARE
               THRU 3100-APPLY-ONE-SHARE-EXIT
               UNTIL WS-SHARE-END-OF-INVOICE.
       3000-APPLY-RECEIPT-EXIT.
           EXIT.

      *================================================================
      * 3100-APPLY-ONE-SHARE  -  APPLY THE SHARE'S PART, RE-FIGURE
      *                           ITS RELEASE AND POST THE CHANGE TO
      *                           THE SALESMAN'S MASTER
      *================================================================
       3100-APPLY-ONE-SHARE.
           MOVE ZERO                   TO WS-SHARE-AMOUNT.

           IF HD-NET-SALES > ZERO
               SUBTRACT 1 FROM WS-SHARES-LEFT
               IF WS-SHARES-LEFT = ZERO
                   MOVE WS-AMOUNT-LEFT TO WS-SHARE-AMOUNT
               ELSE
                   COMPUTE WS-SHARE-AMOUNT ROUNDED =
                       CX-AMOUNT * HD-NET-SALES / WS-INVOICE-NET
               END-IF
           END-IF.

           SUBTRACT WS-SHARE-AMOUNT    FROM WS-AMOUNT-LEFT.

           IF CX-PAYMENT
               ADD WS-SHARE-AMOUNT     TO HD-COLLECTED-SALES
           ELSE
               ADD WS-SHARE-AMOUNT     TO HD-WRITEOFF-SALES
           END-IF.

           MOVE CX-RECEIPT-DATE        TO HD-LAST-RECEIPT-DATE.

           PERFORM 3700-FIGURE-RELEASE
               THRU 3700-FIGURE-RELEASE-EXIT.

           REWRITE COMMISSION-HOLD-RECORD.

           IF NOT WS-HOLD-OK
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.

           PERFORM 3500-UPDATE-MASTER
               THRU 3500-UPDATE-MASTER-EXIT.

           PERFORM 2600-PRINT-DETAIL
               THRU 2600-PRINT-DETAIL-EXIT.

           ADD WS-RELEASE-DELTA        TO WS-RELEASED-TOTAL.
           IF WS-RELEASE-DELTA < ZERO
               ADD WS-RELEASE-DELTA    TO WS-CLAWBACK-TOTAL
           END-IF.
           ADD WS-WRITEOFF-DELTA       TO WS-WRITEOFF-TOTAL.

           PERFORM 3550-UPDATE-MANAGER-MASTER
               THRU 3550-UPDATE-MANAGER-MASTER-EXIT.

           PERFORM 2850-READ-NEXT-SHARE
               THRU 2850-READ-NEXT-SHARE-EXIT.
       3100-APPLY-ONE-SHARE-EXIT.
           EXIT.

      *================================================================
      * 3500-UPDATE-MASTER  -  POST THE SHARE'S RELEASED AND WRITTEN-
      *                         OFF CHANGE TO THE SALESMAN'S YTD
      *                         FIGURES.  CM-YTD-COMMISSION IS NOT
      *                         TOUCHED - IT STAYS THE COMMISSION
      *                         BOOKED, WHICH THE MORNING BALANCING
      *                         PROVES AGAINST COMMOUT.
      *================================================================
       3500-UPDATE-MASTER.
           IF WS-RELEASE-DELTA = ZERO AND WS-WRITEOFF-DELTA = ZERO
               GO TO 3500-UPDATE-MASTER-EXIT
           END-IF.

           MOVE HD-SALESMAN            TO CM-SALESMAN.

           READ COMM-MASTER
               INVALID KEY
                   SET WS-MASTER-NOT-FOUND TO TRUE
           END-READ.

           IF NOT WS-MASTER-OK
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.

           ADD WS-RELEASE-DELTA        TO CM-YTD-RELEASED-COMM.
           ADD WS-WRITEOFF-DELTA       TO CM-YTD-WRITEOFF-COMM.

           REWRITE COMM-MASTER-RECORD.

           IF NOT WS-MASTER-OK
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.
       3500-UPDATE-MASTER-EXIT.
           EXIT.

      *================================================================
      * 3550-UPDATE-MANAGER-MASTER  -  POST THE CHANGE IN THE SHARE'S
      *                                 MANAGER OVERRIDE TO THE
      *                                 MANAGER'S YTD FIGURES, AS
      *                                 3500 DOES FOR THE SALESMAN,
      *                                 AND LIST IT UNDER THE SHARE
      *================================================================
       3550-UPDATE-MANAGER-MASTER.
           IF HD-OVR-MANAGER = ZERO
               GO TO 3550-UPDATE-MANAGER-MASTER-EXIT
           END-IF.

           IF WS-OVR-RELEASE-DELTA = ZERO
               AND WS-OVR-WRITEOFF-DELTA = ZERO
               GO TO 3550-UPDATE-MANAGER-MASTER-EXIT
           END-IF.

           MOVE HD-OVR-MANAGER         TO CM-SALESMAN.

           READ COMM-MASTER
               INVALID KEY
                   SET WS-MASTER-NOT-FOUND TO TRUE
           END-READ.

           IF NOT WS-MASTER-OK
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.

           ADD WS-OVR-RELEASE-DELTA    TO CM-YTD-RELEASED-COMM.
           ADD WS-OVR-WRITEOFF-DELTA   TO CM-YTD-WRITEOFF-COMM.

           REWRITE COMM-MASTER-RECORD.

           IF NOT WS-MASTER-OK
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.

           PERFORM 2620-PRINT-OVERRIDE
               THRU 2620-PRINT-OVERRIDE-EXIT.

           ADD WS-OVR-RELEASE-DELTA    TO WS-RELEASED-TOTAL.
           IF WS-OVR-RELEASE-DELTA < ZERO
               ADD WS-OVR-RELEASE-DELTA
                                        TO WS-CLAWBACK-TOTAL
           END-IF.
           ADD WS-OVR-WRITEOFF-DELTA   TO WS-WRITEOFF-TOTAL.
       3550-UPDATE-MANAGER-MASTER-EXIT.
           EXIT.

      *================================================================
      * 3700-FIGURE-RELEASE  -  RE-FIGURE THE RELEASED AND WRITTEN-OFF
      *                          COMMISSION OF THE SHARE IN THE HOLD
      *                          RECORD FROM ITS CURRENT AMOUNTS (SEE
      *                          THE COMMHOLD COPYBOOK), LEAVING THE
      *                          CHANGE IN WS-RELEASE-DELTA AND
      *                          WS-WRITEOFF-DELTA, AND THE MANAGER'S
      *                          OVERRIDE IN THE SAME PROPORTION IN
      *                          WS-OVR-RELEASE-DELTA AND
      *                          WS-OVR-WRITEOFF-DELTA.  Q2 FIGURES
      *                          POSTINGS THE SAME WAY IN ITS
      *                          2770-FIGURE-RELEASE - KEEP THE TWO
      *                          PARAGRAPHS IN STEP.
      *================================================================
       3700-FIGURE-RELEASE.
      *--- COLLECTIONS COUNT ONLY UP TO THE NET LESS ANY WRITE-OFF.
           COMPUTE WS-HOLD-COUNTED =
               HD-NET-SALES - HD-WRITEOFF-SALES.
           IF HD-COLLECTED-SALES < WS-HOLD-COUNTED
               MOVE HD-COLLECTED-SALES TO WS-HOLD-COUNTED
           END-IF.
           IF WS-HOLD-COUNTED < ZERO
               MOVE ZERO               TO WS-HOLD-COUNTED
           END-IF.

      *--- A SHARE RETURNED TO NOTHING HAS NOTHING LEFT TO COLLECT.
           IF HD-NET-SALES NOT GREATER THAN ZERO
               MOVE HD-EARNED-COMM     TO WS-RELEASE-TARGET
               MOVE HD-OVR-EARNED-COMM TO WS-OVR-RELEASE-TARGET
               MOVE ZERO               TO WS-WRITEOFF-TARGET
                                           WS-OVR-WRITEOFF-TARGET
               GO TO 3700-FIGURE-RELEASE-DELTA
           END-IF.

           IF WS-HOLD-COUNTED NOT LESS THAN HD-NET-SALES
               MOVE HD-EARNED-COMM     TO WS-RELEASE-TARGET
               MOVE HD-OVR-EARNED-COMM TO WS-OVR-RELEASE-TARGET
           ELSE
               COMPUTE WS-RELEASE-TARGET ROUNDED =
                   HD-EARNED-COMM * WS-HOLD-COUNTED / HD-NET-SALES
               COMPUTE WS-OVR-RELEASE-TARGET ROUNDED =
                   HD-OVR-EARNED-COMM * WS-HOLD-COUNTED
                                      / HD-NET-SALES
           END-IF.

      *--- ONCE COLLECTIONS AND WRITE-OFFS COVER THE NET, WHATEVER IS
      *--- NOT RELEASED IS WRITTEN OFF, SO NOTHING IS LEFT PENDING.
           IF WS-HOLD-COUNTED + HD-WRITEOFF-SALES
                   NOT LESS THAN HD-NET-SALES
               COMPUTE WS-WRITEOFF-TARGET =
                   HD-EARNED-COMM - WS-RELEASE-TARGET
               COMPUTE WS-OVR-WRITEOFF-TARGET =
                   HD-OVR-EARNED-COMM - WS-OVR-RELEASE-TARGET
           ELSE
               IF HD-WRITEOFF-SALES > ZERO
                   COMPUTE WS-WRITEOFF-TARGET ROUNDED =
                       HD-EARNED-COMM * HD-WRITEOFF-SALES
                                      / HD-NET-SALES
                   COMPUTE WS-OVR-WRITEOFF-TARGET ROUNDED =
                       HD-OVR-EARNED-COMM * HD-WRITEOFF-SALES
                                          / HD-NET-SALES
               ELSE
                   MOVE ZERO           TO WS-WRITEOFF-TARGET
                                           WS-OVR-WRITEOFF-TARGET
               END-IF
           END-IF.

       3700-FIGURE-RELEASE-DELTA.
           COMPUTE WS-RELEASE-DELTA =
               WS-RELEASE-TARGET - HD-RELEASED-COMM.
           COMPUTE WS-WRITEOFF-DELTA =
               WS-WRITEOFF-TARGET - HD-WRITEOFF-COMM.
           COMPUTE WS-OVR-RELEASE-DELTA =
               WS-OVR-RELEASE-TARGET - HD-OVR-RELEASED-COMM.
           COMPUTE WS-OVR-WRITEOFF-DELTA =
               WS-OVR-WRITEOFF-TARGET - HD-OVR-WRITEOFF-COMM.

           MOVE WS-RELEASE-TARGET      TO HD-RELEASED-COMM.
           MOVE WS-WRITEOFF-TARGET     TO HD-WRITEOFF-COMM.
           MOVE WS-OVR-RELEASE-TARGET  TO HD-OVR-RELEASED-COMM.
           MOVE WS-OVR-WRITEOFF-TARGET TO HD-OVR-WRITEOFF-COMM.

           IF HD-WRITEOFF-SALES NOT = ZERO
               SET HD-WRITTEN-OFF      TO TRUE
           ELSE
               IF WS-HOLD-COUNTED NOT LESS THAN HD-NET-SALES
                   SET HD-COLLECTED    TO TRUE
               ELSE
                   SET HD-OPEN         TO TRUE
               END-IF
           END-IF.
       3700-FIGURE-RELEASE-EXIT.
           EXIT.

      *================================================================
      * 9000-TERMINATE  -  PRINT THE TOTALS, CLOSE FILES, STAMP THE
      *                     RUN AND REPORT
      *================================================================
       9000-TERMINATE.
           MOVE WS-READ-COUNT          TO TTL-READ.
           MOVE WS-APPLIED-COUNT       TO TTL-APPLIED.
           MOVE WS-EXCEPTION-COUNT     TO TTL-EXCEPTIONS.
           MOVE WS-RELEASED-TOTAL      TO TTL-RELEASED.
           MOVE WS-CLAWBACK-TOTAL      TO TTL-CLAWBACK.
           MOVE WS-WRITEOFF-TOTAL      TO TTL-WRITEOFF.

           WRITE REPORT-LINE FROM TOTAL-LINE-1
               AFTER ADVANCING 2 LINES.
           WRITE REPORT-LINE FROM TOTAL-LINE-2.
           WRITE REPORT-LINE FROM TOTAL-LINE-3.
           WRITE REPORT-LINE FROM TOTAL-LINE-4.

           CLOSE CASH-RECEIPTS-FILE
                 COMMISSION-HOLD
                 COMM-MASTER
                 CASH-REPORT.

           PERFORM 9600-STAMP-RUN-CONTROL
               THRU 9600-STAMP-RUN-CONTROL-EXIT.

      *--- AN UNAPPLIED RECEIPT IS A WARNING, NOT A FAILURE - THE
      *--- REST OF THE FEED HAS POSTED AND RECEIVABLES FOLLOWS UP
      *--- FROM THE REPORT.
           IF WS-EXCEPTION-COUNT > ZERO
               AND RETURN-CODE < 4
               MOVE 4                  TO RETURN-CODE
           END-IF.

           DISPLAY "COMMCASH - RECEIPTS READ:    " WS-READ-COUNT.
           DISPLAY "COMMCASH - RECEIPTS APPLIED: " WS-APPLIED-COUNT.
           DISPLAY "COMMCASH - EXCEPTIONS:       " WS-EXCEPTION-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.

      *================================================================
      * 9600-STAMP-RUN-CONTROL  -  THE WHOLE FEED WAS APPLIED - STAMP
      *                             THE BUSINESS DATE SO A SECOND RUN
      *                             STOPS AT THE START-UP CHECK
      *================================================================
       9600-STAMP-RUN-CONTROL.
           MOVE WS-RUN-DATE            TO RC-RUN-DATE.
           MOVE "COMMCASH"             TO RC-JOB-STEP.
           MOVE WS-RUN-DATE            TO RC-POSTED-DATE.
           MOVE WS-RUN-TIME            TO RC-POSTED-TIME.

           WRITE RUN-CONTROL-RECORD.

           IF NOT WS-RUN-CONTROL-OK
               DISPLAY "COMMCASH - RUNCTL STAMP FAILED, STATUS = "
                       WS-RUN-CONTROL-STATUS
               MOVE 16                 TO RETURN-CODE
           END-IF.

           CLOSE RUN-CONTROL-FILE.
       9600-STAMP-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
      * 9700-LOG-RUN-START  -  START ENTRY ON THE SHARED RUN LOG
      *================================================================
       9700-LOG-RUN-START.
           MOVE "COMMCASH"             TO RL-STEP-NAME.
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
           MOVE WS-APPLIED-COUNT       TO RL-WRITTEN-COUNT.
           MOVE WS-EXCEPTION-COUNT     TO RL-REJECT-COUNT.
           MOVE "RELEASED"             TO RL-CONTROL-LABEL-1.
           MOVE WS-RELEASED-TOTAL      TO RL-CONTROL-TOTAL-1.
           MOVE "WRITTENOFF"           TO RL-CONTROL-LABEL-2.
           MOVE WS-WRITEOFF-TOTAL      TO RL-CONTROL-TOTAL-2.
           SET RL-END-ENTRY            TO TRUE.

           CALL "RUNLOGW" USING RUN-LOG-RECORD.

           MOVE RL-RETURN-CODE         TO RETURN-CODE.
       9750-LOG-RUN-END-EXIT.
           EXIT.

      *================================================================
      * 9900-ABEND  -  A REAL COMMHOLD OR COMM-MASTER I/O ERROR, OR A
      *                 HELD SHARE WHOSE SALESMAN IS NO LONGER ON THE
      *                 MASTER.  STOP SHORT; RUNCTL IS LEFT UNSTAMPED.
      *                 RESTORE COMMHOLD AND COMM-MASTER FROM THE
      *                 PRE-RUN BACKUP BEFORE RERUNNING.
      *================================================================
       9900-ABEND.
           DISPLAY "COMMCASH - FATAL I/O ERROR, COMMHOLD STATUS = "
                   WS-HOLD-STATUS
                   " COMM-MASTER STATUS = " WS-COMM-MASTER-STATUS.
           DISPLAY "COMMCASH - ON INVOICE " CX-INVOICE
                   " SALESMAN " HD-SALESMAN.

           MOVE 16                     TO RETURN-CODE.

           CLOSE CASH-RECEIPTS-FILE
                 COMMISSION-HOLD
                 COMM-MASTER
                 CASH-REPORT
                 RUN-CONTROL-FILE.

           PERFORM 9750-LOG-RUN-END
               THRU 9750-LOG-RUN-END-EXIT.

           STOP RUN.
       9900-ABEND-EXIT.
           EXIT.
