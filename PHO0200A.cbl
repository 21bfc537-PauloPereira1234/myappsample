      *                  FIGURE FOR THE MORNING COMMBAL TO FIND.  AN
      *                  ABEND LEAVES NO STAMP, SO THE CHECKPOINT
      *                  RESTART STILL PASSES.
      * 10/15/2026 DH    PERMANENT INVOICE REGISTER (INVREG, SHARED
      *                  INVREG COPYBOOK) KEYED ON INVOICE + SALESMAN,
      *                  WRITTEN WHEN A SALE POSTS AND RUN DOWN BY
      *                  EACH RETURN AGAINST IT, SO THE EDIT NOW SEES
      *                  PAST DAYS AND NOT JUST THE ADJACENT RECORD
      *                  SALEDIT CAN.  NEW EDITS: REASON 13 INVOICE
      *                  ALREADY POSTED FOR THE SALESMAN (A RE-SENT
      *                  INVOICE), 14 RETURN WHOSE INVOICE IS NOT ON
      *                  THE REGISTER, 15 RETURN THAT WOULD TAKE THE
      *                  RETURNED TOTAL PAST THE ORIGINAL SALE.
      * 10/15/2026 DH    COMMISSION IS NOW HELD UNTIL THE CUSTOMER
      *                  PAYS.  EACH POSTED SHARE OF A SALE IS FILED
      *                  ON THE NEW COMMHOLD FILE (SHARED COMMHOLD
      *                  COPYBOOK) AND EACH RETURN RUNS ITS SHARE
      *                  DOWN; CM-YTD-COMMISSION STILL TAKES THE FULL
      *                  BOOKED COMMISSION, WHILE THE NEW CM-YTD-
      *                  RELEASED-COMM (WHAT PAYEXT NOW PAYS FROM)
      *                  MOVES ONLY AS THE DAILY COMMCASH RUN APPLIES
      *                  RECEIPTS.  A RETURN AGAINST A PAID INVOICE
      *                  TAKES THE RELEASED COMMISSION BACK WITH IT.
      *                  MANUAL ADJUSTMENTS, AND RETURNS AGAINST
      *                  SALES BOOKED BEFORE THE HOLD, RELEASE AT
      *                  ONCE.
      * 10/15/2026 DH    THE CUSTOMER NUMBER IS NOW PROVED AGAINST THE
      *                  NEW CUSTOMER MASTER (CUSTMAST, SHARED
      *                  CUSTMAST COPYBOOK, MAINTAINED BY CUSTMNT).
      *                  NEW EDITS: REASON 16 CUSTOMER NOT ON MASTER,
      *                  17 SALE TO A CLOSED CUSTOMER.  A RETURN OR
      *                  ADJUSTMENT AGAINST A CLOSED CUSTOMER STILL
      *                  POSTS, AND AN ADJUSTMENT WITH NO CUSTOMER IS
      *                  NOT CHECKED.  A HOUSE ACCOUNT POSTS THE SALES
      *                  CREDIT AT A ZERO RATE - NO COMMISSION.
      * 10/15/2026 DH    TERRITORY MANAGER OVERRIDE.  TERRMAST NOW
      *                  NAMES EACH MANAGER'S PAYEE NUMBER AND AN
      *                  OVERRIDE PERCENT (SHARED TERRREC LAYOUT).
      *                  EVERY POSTED SHARE - EACH SHARE OF A SPLIT
      *                  UNDER ITS OWN SALESMAN'S TERRITORY - POSTS
      *                  AN "O" ROW TO COMMOUT AND COMMAUD FOR THE
      *                  MANAGER AT THE PERCENT OF THE SHARE'S SALES,
      *                  INTO HIS YTD COMMISSION (NOT HIS YTD SALES).
      *                  THE OVERRIDE RIDES ON THE SHARE'S COMMHOLD
      *                  RECORD AND IS RELEASED AS THE CUSTOMER PAYS;
      *                  A RETURN REVERSES IT FROM THE MANAGER WHO
      *                  EARNED IT.  NO OVERRIDE ON A HOUSE ACCOUNT OR
      *                  ON THE MANAGER'S OWN SALES.  NEW EDITS:
      *                  REASON 18 OVERRIDE MANAGER NOT ON MASTER, 19
      *                  OVERRIDE MANAGER INACTIVE.
      * 10/15/2026 DH    WRITES START AND END ENTRIES TO THE SHARED RUN
      *                  LOG (RUNLOGW) FOR THE OPSRPT MORNING STATUS
      *                  REPORT: THE RETURN CODE, SALESTRN DETAILS READ,
      *                  COMMOUT ROWS WRITTEN (NOW COUNTED, WITH THEIR
      *                  COMMISSION TOTAL) AND COMMREJ ROWS WRITTEN.
      * 10/15/2026 DH    NEW TRANSACTION TYPE "C" COMMISSION CORRECTION,
      *                  WRITTEN BY THE RERATE RE-RATING RUN.  ITS
      *                  AMOUNT IS THE COMMISSION CHANGE ITSELF: IT
      *                  POSTS TO THE SALESMAN'S YTD COMMISSION (AND
      *                  THE INVOICE'S HOLD) WITH ZERO SALES, NO RATE
      *                  BAND, NO SPLIT, NO OVERRIDE AND NO INVOICE
      *                  REGISTER CHANGE, AND AUDITS AS A "C" ROW
      *                  AGAINST THE ORIGINAL INVOICE.
      * 10/15/2026 DH    A RETURN AGAINST A SALE DATED BEFORE THE
      *                  INVOICE REGISTER WENT LIVE (WS-INV-REG-START-
      *                  DATE) IS NO LONGER REJECTED REASON 14 WHEN
      *                  ITS INVOICE IS NOT REGISTERED - THE REGISTER
      *                  WAS NEVER LOADED WITH THE EARLIER SALES.  IT
      *                  POSTS WITHOUT A REGISTER UPDATE AND REVERSES
      *                  RELEASED COMMISSION AS ANY PRE-HOLD RETURN.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT OPTIONAL INVOICE-REGISTER
               ASSIGN TO "INVREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IR-KEY
               FILE STATUS IS WS-INV-REG-STATUS.

           SELECT OPTIONAL COMMISSION-HOLD
               ASSIGN TO "COMMHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT CUSTOMER-MASTER
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER
               FILE STATUS IS WS-CUST-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-TRANS-FILE
           05  AU-RUN-TIME              PIC 9(08).

       FD  TERRITORY-MASTER-FILE
           RECORD CONTAINS 52 CHARACTERS.
       COPY TERRREC.

       FD  SPLIT-TABLE-FILE
       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       FD  INVOICE-REGISTER.
       COPY INVREG.

       FD  COMMISSION-HOLD.
       COPY COMMHOLD.

       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.

       WORKING-STORAGE SECTION.
       COPY COMMREC.


       77  WS-TRANS-COUNT          BINARY PIC 9(07) VALUE ZERO.
       77  WS-REJECT-COUNT         BINARY PIC 9(07) VALUE ZERO.
      *--- COMMOUT ROWS WRITTEN THIS RUN AND THEIR COMMISSION, FOR
      *--- THE RUN LOG - THEY FOOT TO THE COMMBAL COMMOUT FIGURES.
       77  WS-OUT-ROW-COUNT        BINARY PIC 9(07) VALUE ZERO.
       77  WS-OUT-COMMISSION       PIC S9(11)V9(2) VALUE ZERO.

       77  WS-MAX-SALES-AMT        PIC 9(7)V9(2) VALUE 9999999.99.

       01  WS-TERR-TABLE.
           05  WS-TERR-ENTRY        OCCURS 50 TIMES.
               10  WS-TERR-CODE         PIC X(03).
               10  WS-TERR-MGR-SALESMAN PIC 9(05).
               10  WS-TERR-OVERRIDE-PCT PIC 9(02)V9(02).

      *--- THE TERRITORY TABLE SEARCH KEY AND THE MANAGER OVERRIDE
      *--- FOUND FOR IT.
       77  WS-TERR-SEARCH-CODE     PIC X(03) VALUE SPACES.
       77  WS-TERR-HIT-MANAGER     PIC 9(05) VALUE ZERO.
       77  WS-TERR-HIT-PCT         PIC 9(02)V9(02) VALUE ZERO.

      *--- THE MANAGER OVERRIDE IN FORCE FOR EACH SHARE OF THE
      *--- TRANSACTION IN HAND (ZERO MANAGER = NONE), AND FOR THE
      *--- SHARE BEING POSTED.
       77  WS-PARTNER-TERRITORY    PIC X(03) VALUE SPACES.
       77  WS-PRI-OVR-MANAGER      PIC 9(05) VALUE ZERO.
       77  WS-PRI-OVR-PCT          PIC 9(02)V9(02) VALUE ZERO.
       77  WS-SEC-OVR-MANAGER      PIC 9(05) VALUE ZERO.
       77  WS-SEC-OVR-PCT          PIC 9(02)V9(02) VALUE ZERO.
       77  WS-SHARE-OVR-MANAGER    PIC 9(05) VALUE ZERO.
       77  WS-SHARE-OVR-PCT        PIC 9(02)V9(02) VALUE ZERO.
       77  WS-CHECK-MANAGER        PIC 9(05) VALUE ZERO.

      *--- THE OVERRIDE THE SHARE ACTUALLY POSTS: THE MANAGER AND
      *--- PERCENT (FROM THE HOLD WHEN ONE IS ALREADY OPEN), THE
      *--- AMOUNT BOOKED, AND ITS RELEASED / WRITTEN-OFF CHANGE.
       77  WS-OVR-MANAGER          PIC 9(05) VALUE ZERO.
       77  WS-OVR-PCT              PIC 9(02)V9(02) VALUE ZERO.
       77  WS-OVERRIDE-AMT         PIC S9(7)V9(2) VALUE ZERO.
       77  WS-OVR-RELEASE-TARGET   PIC S9(7)V9(2) VALUE ZERO.
       77  WS-OVR-WRITEOFF-TARGET  PIC S9(7)V9(2) VALUE ZERO.
       77  WS-OVR-RELEASE-DELTA    PIC S9(8)V9(2) VALUE ZERO.
       77  WS-OVR-WRITEOFF-DELTA   PIC S9(8)V9(2) VALUE ZERO.
       77  WS-OVERRIDE-COUNT       BINARY PIC 9(07) VALUE ZERO.

       77  WS-HOUSE-SWITCH         PIC X(01) VALUE "N".
           88  WS-HOUSE-ACCOUNT              VALUE "Y".

       77  WS-RATE-EOF-SWITCH      PIC X(01) VALUE "N".
           88  WS-RATE-END-OF-FILE           VALUE "Y".
       77  WS-CKPT-EOF-SWITCH      PIC X(01) VALUE "N".
           88  WS-CKPT-END-OF-FILE           VALUE "Y".

       77  WS-INV-REG-STATUS       PIC X(02) VALUE "00".
           88  WS-INV-REG-OK                 VALUE "00".
           88  WS-INV-REG-NOT-FOUND          VALUE "23".

      *--- THE EDIT'S REGISTER LOOKUP IS KEPT FOR THE POSTING PATH:
      *--- A SALE ADDS A NEW REGISTER RECORD, A RETURN REWRITES THE
      *--- ONE THE EDIT FOUND.
       77  WS-INV-REG-FOUND-SWITCH PIC X(01) VALUE "N".
           88  WS-INV-REG-FOUND              VALUE "Y".

       77  WS-RETURNED-TOTAL       PIC S9(8)V9(2) VALUE ZERO.

      *--- THE REGISTER STARTED EMPTY WHEN IT WENT LIVE.  A RETURN
      *--- AGAINST A SALE DATED BEFORE THIS CANNOT BE EXPECTED ON IT.
       77  WS-INV-REG-START-DATE   PIC 9(08) VALUE 20261015.

       77  WS-HOLD-STATUS          PIC X(02) VALUE "00".
           88  WS-HOLD-OK                    VALUE "00".
           88  WS-HOLD-NOT-FOUND             VALUE "23".

      *--- THE RELEASE FIGURING FOR ONE COMMHOLD SHARE: THE
      *--- COLLECTIONS THAT COUNT TOWARD RELEASE, THE RELEASED AND
      *--- WRITTEN-OFF COMMISSION THE SHARE NOW STANDS AT, AND THE
      *--- CHANGE TO POST TO THE MASTER.
       77  WS-HOLD-COUNTED         PIC S9(8)V9(2) VALUE ZERO.
       77  WS-RELEASE-TARGET       PIC S9(7)V9(2) VALUE ZERO.
       77  WS-WRITEOFF-TARGET      PIC S9(7)V9(2) VALUE ZERO.
       77  WS-RELEASE-DELTA        PIC S9(8)V9(2) VALUE ZERO.
       77  WS-WRITEOFF-DELTA       PIC S9(8)V9(2) VALUE ZERO.

       77  WS-CUST-MASTER-STATUS   PIC X(02) VALUE "00".
           88  WS-CUST-OK                    VALUE "00".
           88  WS-CUST-NOT-FOUND             VALUE "23".

       77  WS-RESTART-KEY          PIC 9(05) VALUE ZERO.

       77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
       77  WS-CALL-STATUS          PIC X(01) VALUE SPACES.
           88  WS-CALL-VALID                 VALUE "Y".

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
           PERFORM 1700-LOAD-CHECKPOINT
               THRU 1700-LOAD-CHECKPOINT-EXIT.

           OPEN INPUT  SALES-TRANS-FILE
                       CUSTOMER-MASTER.
           OPEN I-O    COMM-MASTER
                       INVOICE-REGISTER
                       COMMISSION-HOLD.
           OPEN EXTEND CHECKPOINT-FILE
                        AUDIT-FILE.

           MOVE TE-TERR-CODE
               TO WS-TERR-CODE (WS-TERR-COUNT).

      *--- A RECORD KEYED WITHOUT THE OVERRIDE FIELDS PAYS NONE.
           IF TE-MGR-SALESMAN NUMERIC AND TE-OVERRIDE-PCT NUMERIC
               MOVE TE-MGR-SALESMAN
                   TO WS-TERR-MGR-SALESMAN (WS-TERR-COUNT)
               MOVE TE-OVERRIDE-PCT
                   TO WS-TERR-OVERRIDE-PCT (WS-TERR-COUNT)
           ELSE
               MOVE ZERO
                   TO WS-TERR-MGR-SALESMAN (WS-TERR-COUNT)
                      WS-TERR-OVERRIDE-PCT (WS-TERR-COUNT)
           END-IF.

           PERFORM 1690-READ-TERR-TABLE
               THRU 1690-READ-TERR-TABLE-EXIT.
       1695-STORE-TERR-ENTRY-EXIT.
                       " ALREADY POSTED (RUN CONTROL) - RUN STOPPED"
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
       1800-CHECK-RUN-CONTROL-EXIT.
           PERFORM 2100-EDIT-TRANSACTION
               THRU 2100-EDIT-TRANSACTION-EXIT.

           IF ST-TYPE-CORRECTION AND NOT WS-TRANS-REJECTED
               PERFORM 2050-POST-CORRECTION
                   THRU 2050-POST-CORRECTION-EXIT
               GO TO 2000-PROCESS-TRANSACTION-CKPT
           END-IF.

           IF WS-TRANS-REJECTED
               PERFORM 2150-WRITE-REJECT
                   THRU 2150-WRITE-REJECT-EXIT
                   PERFORM 2600-POST-SPLIT-SHARES
                       THRU 2600-POST-SPLIT-SHARES-EXIT
               ELSE
                   MOVE WS-PRI-OVR-MANAGER TO WS-SHARE-OVR-MANAGER
                   MOVE WS-PRI-OVR-PCT     TO WS-SHARE-OVR-PCT
                   PERFORM 2700-POST-ONE-SHARE
                       THRU 2700-POST-ONE-SHARE-EXIT
               END-IF

               PERFORM 2500-UPDATE-INVOICE-REGISTER
                   THRU 2500-UPDATE-INVOICE-REGISTER-EXIT

               ADD 1 TO WS-TRANS-COUNT
           END-IF.

       2000-PROCESS-TRANSACTION-CKPT.
      *--- CHECKPOINT ON EVERY TRANSACTION READ, POSTED OR REJECTED, SO
      *--- THE RESTART SKIP POINT NEVER FALLS BEHIND THE REJECT-FILE.
           PERFORM 2400-WRITE-CHECKPOINT
       2000-PROCESS-TRANSACTION-EXIT.
           EXIT.

      *================================================================
      * 2050-POST-CORRECTION  -  POST A "C" COMMISSION CORRECTION: THE
      *                           AMOUNT IS THE COMMISSION CHANGE, SO
      *                           IT GOES TO COMMISSION AS IT STANDS,
      *                           WITH NO SALES, UNDER THE ONE
      *                           SALESMAN IT NAMES (THE RE-RATING RUN
      *                           ALREADY DIVIDED A SPLIT) AND WITH NO
      *                           OVERRIDE, WHICH IS FIGURED ON SALES
      *================================================================
       2050-POST-CORRECTION.
           MOVE ST-SALES               TO CR-COMMISSION
                                           WS-COMMISSION-AMT.
           MOVE ZERO                   TO CR-SALES
                                           WS-SHARE-OVR-MANAGER
                                           WS-SHARE-OVR-PCT.

           PERFORM 2700-POST-ONE-SHARE
               THRU 2700-POST-ONE-SHARE-EXIT.

           ADD 1 TO WS-TRANS-COUNT.
       2050-POST-CORRECTION-EXIT.
           EXIT.

      *================================================================
      * 2400-WRITE-CHECKPOINT  -  RECORD THE LAST SALESMAN WHOSE
      *                            TRANSACTION WAS FULLY HANDLED
               PERFORM 2140-CHECK-SPLIT-PARTNER
                   THRU 2140-CHECK-SPLIT-PARTNER-EXIT
           END-IF.

           IF NOT WS-TRANS-REJECTED
               PERFORM 2160-CHECK-INVOICE-REGISTER
                   THRU 2160-CHECK-INVOICE-REGISTER-EXIT
           END-IF.

           IF NOT WS-TRANS-REJECTED
               PERFORM 2170-CHECK-CUSTOMER
                   THRU 2170-CHECK-CUSTOMER-EXIT
           END-IF.

           IF NOT WS-TRANS-REJECTED
               PERFORM 2180-CHECK-OVERRIDE
                   THRU 2180-CHECK-OVERRIDE-EXIT
           END-IF.
       2100-EDIT-TRANSACTION-EXIT.
           EXIT.

      *================================================================
      * 2115-CHECK-SIGN-FOR-TYPE  -  A SALE MUST BE POSITIVE AND A
      *                               RETURN NEGATIVE; A MANUAL
      *                               ADJUSTMENT OR A COMMISSION
      *                               CORRECTION MAY CARRY EITHER
      *                               SIGN (ZERO IS ALREADY REJECTED
      *                               BY THE RANGE EDIT)
      *================================================================
      *                           FILED, BUT A TERRITORY CAN BE
      *                           RETIRED FROM TERRMAST AFTERWARDS -
      *                           CAUGHT HERE THE SAME WAY AN UNKNOWN
      *                           SALESMAN IS.  THE TERRITORY'S
      *                           MANAGER OVERRIDE IS KEPT FOR THE
      *                           POSTING PATH.
      *================================================================
       2125-CHECK-TERRITORY.
           MOVE WS-SALESMAN-TERRITORY  TO WS-TERR-SEARCH-CODE.

           PERFORM 2126-FIND-TERRITORY
               THRU 2126-FIND-TERRITORY-EXIT.

           MOVE WS-TERR-HIT-MANAGER    TO WS-PRI-OVR-MANAGER.
           MOVE WS-TERR-HIT-PCT        TO WS-PRI-OVR-PCT.

           IF NOT WS-TERR-FOUND
               MOVE "Y"                TO WS-REJECT-SWITCH
       2125-CHECK-TERRITORY-EXIT.
           EXIT.

      *================================================================
      * 2126-FIND-TERRITORY  -  SEARCH THE TERRITORY TABLE FOR
      *                          WS-TERR-SEARCH-CODE, LEAVING ITS
      *                          MANAGER OVERRIDE (ZERO IF NOT FOUND)
      *================================================================
       2126-FIND-TERRITORY.
           MOVE "N"                    TO WS-TERR-FOUND-SWITCH.
           MOVE ZERO                   TO WS-TERR-HIT-MANAGER
                                           WS-TERR-HIT-PCT.

           PERFORM 2127-SEARCH-TERR-ENTRY
               THRU 2127-SEARCH-TERR-ENTRY-EXIT
               VARYING WS-TERR-SUB FROM 1 BY 1
               UNTIL WS-TERR-SUB > WS-TERR-COUNT
                  OR WS-TERR-FOUND.
       2126-FIND-TERRITORY-EXIT.
           EXIT.

      *================================================================
      * 2127-SEARCH-TERR-ENTRY  -  TEST ONE TERRITORY TABLE ENTRY
      *================================================================
       2127-SEARCH-TERR-ENTRY.
           IF WS-TERR-CODE (WS-TERR-SUB) = WS-TERR-SEARCH-CODE
               MOVE WS-TERR-MGR-SALESMAN (WS-TERR-SUB)
                   TO WS-TERR-HIT-MANAGER
               MOVE WS-TERR-OVERRIDE-PCT (WS-TERR-SUB)
                   TO WS-TERR-HIT-PCT
               MOVE "Y"                TO WS-TERR-FOUND-SWITCH
           END-IF.
       2127-SEARCH-TERR-ENTRY-EXIT.
      *                           IS KEPT FOR THE POSTING PATH.
      *================================================================
       2130-CHECK-RATE-BAND.
      *--- A COMMISSION CORRECTION IS ALREADY PRICED - NO BAND APPLIES.
           IF ST-TYPE-CORRECTION
               MOVE ZERO               TO WS-RATE-PCT
               GO TO 2130-CHECK-RATE-BAND-EXIT
           END-IF.

           PERFORM 2250-LOOKUP-RATE
               THRU 2250-LOOKUP-RATE-EXIT.

      *                               AND ACTIVE, SINCE HIS SHARE WILL
      *                               POST TO HIS YTD FIGURES.  THE
      *                               LOOKUP'S RESULT (FOUND SWITCH,
      *                               PARTNER, PERCENT, TERRITORY)
      *                               IS KEPT FOR THE POSTING PATH.
      *================================================================
       2140-CHECK-SPLIT-PARTNER.
           MOVE SPACES                 TO WS-PARTNER-TERRITORY.

      *--- A COMMISSION CORRECTION NAMES THE ONE SALESMAN IT POSTS TO.
           IF ST-TYPE-CORRECTION
               MOVE "N"                TO WS-SPLIT-FOUND-SWITCH
               GO TO 2140-CHECK-SPLIT-PARTNER-EXIT
           END-IF.

           PERFORM 2145-FIND-SPLIT
               THRU 2145-FIND-SPLIT-EXIT.

                   MOVE "12"           TO WS-REJECT-REASON-CODE
                   MOVE "SPLIT PARTNER INACTIVE"
                                        TO WS-REJECT-REASON-TEXT
               ELSE
                   MOVE CM-TERRITORY   TO WS-PARTNER-TERRITORY
               END-IF
           ELSE
               IF WS-MASTER-NOT-FOUND
       2146-SEARCH-SPLIT-ENTRY-EXIT.
           EXIT.

      *================================================================
      * 2160-CHECK-INVOICE-REGISTER  -  A SALE MUST NOT ALREADY BE ON
      *                                  THE INVOICE REGISTER FOR THIS
      *                                  SALESMAN (A RE-SENT INVOICE
      *                                  WOULD PAY TWICE).  A RETURN
      *                                  MUST FIND ITS SALE THERE, AND
      *                                  ITS MAGNITUDE PLUS THE RETURNS
      *                                  ALREADY TAKEN MUST NOT EXCEED
      *                                  THE ORIGINAL SALE.  MANUAL
      *                                  ADJUSTMENTS AND COMMISSION
      *                                  CORRECTIONS ARE NOT REGISTERED
      *                                  AND PASS STRAIGHT THROUGH, AS
      *                                  DOES A RETURN NOT REGISTERED
      *                                  WHOSE SALE PREDATES THE
      *                                  REGISTER.  THE LOOKUP'S RESULT
      *                                  IS KEPT FOR THE POSTING PATH.
      *================================================================
       2160-CHECK-INVOICE-REGISTER.
           MOVE "N"                    TO WS-INV-REG-FOUND-SWITCH.

           IF ST-TYPE-ADJUSTMENT OR ST-TYPE-CORRECTION
               GO TO 2160-CHECK-INVOICE-REGISTER-EXIT
           END-IF.

           MOVE CR-INVOICE             TO IR-INVOICE.
           MOVE CR-SALESMAN            TO IR-SALESMAN.

           READ INVOICE-REGISTER
               INVALID KEY
                   SET WS-INV-REG-NOT-FOUND TO TRUE
           END-READ.

           IF WS-INV-REG-OK
               MOVE "Y"                TO WS-INV-REG-FOUND-SWITCH
           ELSE
               IF NOT WS-INV-REG-NOT-FOUND
                   PERFORM 9900-ABEND
                       THRU 9900-ABEND-EXIT
               END-IF
           END-IF.

           IF ST-TYPE-SALE AND WS-INV-REG-FOUND
               MOVE "Y"                TO WS-REJECT-SWITCH
               MOVE "13"               TO WS-REJECT-REASON-CODE
               MOVE "INVOICE ALREADY POSTED"
                                        TO WS-REJECT-REASON-TEXT
               GO TO 2160-CHECK-INVOICE-REGISTER-EXIT
           END-IF.

           IF ST-TYPE-RETURN AND NOT WS-INV-REG-FOUND
               AND CR-SALE-DATE < WS-INV-REG-START-DATE
               GO TO 2160-CHECK-INVOICE-REGISTER-EXIT
           END-IF.

           IF ST-TYPE-RETURN AND NOT WS-INV-REG-FOUND
               MOVE "Y"                TO WS-REJECT-SWITCH
               MOVE "14"               TO WS-REJECT-REASON-CODE
               MOVE "RETURN INVOICE NOT ON REGISTER"
                                        TO WS-REJECT-REASON-TEXT
               GO TO 2160-CHECK-INVOICE-REGISTER-EXIT
           END-IF.

           IF ST-TYPE-RETURN
               COMPUTE WS-RETURNED-TOTAL =
                   IR-RETURNED-SALES + WS-ABS-SALES
               IF WS-RETURNED-TOTAL > IR-ORIG-SALES
                   MOVE "Y"            TO WS-REJECT-SWITCH
                   MOVE "15"           TO WS-REJECT-REASON-CODE
                   MOVE "RETURNS EXCEED ORIGINAL SALE"
                                        TO WS-REJECT-REASON-TEXT
               END-IF
           END-IF.
       2160-CHECK-INVOICE-REGISTER-EXIT.
           EXIT.

      *================================================================
      * 2170-CHECK-CUSTOMER  -  THE CUSTOMER MUST BE ON CUSTMAST, AND A
      *                          SALE MUST NOT BE TO A CLOSED ACCOUNT.
      *                          A RETURN OR ADJUSTMENT AGAINST A
      *                          CLOSED ACCOUNT STILL POSTS, SO OLD
      *                          BUSINESS CAN BE UNWOUND, AND AN
      *                          ADJUSTMENT OR CORRECTION CARRYING NO
      *                          CUSTOMER IS NOT CHECKED.  A HOUSE
      *                          ACCOUNT EARNS NO COMMISSION: THE RATE
      *                          BAND ALREADY LOOKED UP IS OVERRIDDEN
      *                          TO ZERO, SO THE SALES CREDIT POSTS
      *                          AND AUDITS AT A ZERO RATE.
      *================================================================
       2170-CHECK-CUSTOMER.
           MOVE "N"                    TO WS-HOUSE-SWITCH.

           IF (ST-TYPE-ADJUSTMENT OR ST-TYPE-CORRECTION)
               AND CR-CUSTOMER = ZERO
               GO TO 2170-CHECK-CUSTOMER-EXIT
           END-IF.

           MOVE CR-CUSTOMER            TO CU-CUSTOMER.

           READ CUSTOMER-MASTER
               INVALID KEY
                   SET WS-CUST-NOT-FOUND TO TRUE
           END-READ.

           IF WS-CUST-NOT-FOUND
               MOVE "Y"                TO WS-REJECT-SWITCH
               MOVE "16"               TO WS-REJECT-REASON-CODE
               MOVE "CUSTOMER NOT ON MASTER"
                                        TO WS-REJECT-REASON-TEXT
               GO TO 2170-CHECK-CUSTOMER-EXIT
           END-IF.

           IF NOT WS-CUST-OK
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.

           IF ST-TYPE-SALE AND CU-CLOSED
               MOVE "Y"                TO WS-REJECT-SWITCH
               MOVE "17"               TO WS-REJECT-REASON-CODE
               MOVE "CUSTOMER CLOSED"
                                        TO WS-REJECT-REASON-TEXT
               GO TO 2170-CHECK-CUSTOMER-EXIT
           END-IF.

           IF CU-HOUSE-ACCOUNT
               MOVE ZERO               TO WS-RATE-PCT
               MOVE "Y"                TO WS-HOUSE-SWITCH
           END-IF.
       2170-CHECK-CUSTOMER-EXIT.
           EXIT.

      *================================================================
      * 2180-CHECK-OVERRIDE  -  SETTLE THE TERRITORY MANAGER OVERRIDE
      *                          FOR EACH SHARE: THE PRIMARY'S FROM HIS
      *                          TERRITORY (FOUND BY 2125), A SPLIT
      *                          PARTNER'S FROM HIS.  NONE ON A HOUSE
      *                          ACCOUNT, AT A ZERO PERCENT, OR WHERE
      *                          THE MANAGER IS THE SHARE'S OWN
      *                          SALESMAN.  A MANAGER DUE AN OVERRIDE
      *                          MUST BE ON COMM-MASTER AND ACTIVE,
      *                          SINCE IT POSTS TO HIS YTD FIGURES, AS
      *                          FOR A SPLIT PARTNER.  A RETURN
      *                          REVERSES THE OVERRIDE FILED ON THE
      *                          SHARE'S HOLD, NOT THE ONE NOW IN
      *                          FORCE, SO ITS MANAGERS ARE NOT PROVED
      *                          HERE.  A COMMISSION CORRECTION EARNS
      *                          NO OVERRIDE.
      *================================================================
       2180-CHECK-OVERRIDE.
           MOVE ZERO                   TO WS-SEC-OVR-MANAGER
                                           WS-SEC-OVR-PCT.

           IF ST-TYPE-CORRECTION
               MOVE ZERO               TO WS-PRI-OVR-MANAGER
                                           WS-PRI-OVR-PCT
               GO TO 2180-CHECK-OVERRIDE-EXIT
           END-IF.

           IF WS-SPLIT-FOUND
               MOVE WS-PARTNER-TERRITORY
                                        TO WS-TERR-SEARCH-CODE
               PERFORM 2126-FIND-TERRITORY
                   THRU 2126-FIND-TERRITORY-EXIT
               MOVE WS-TERR-HIT-MANAGER
                                        TO WS-SEC-OVR-MANAGER
               MOVE WS-TERR-HIT-PCT    TO WS-SEC-OVR-PCT
           END-IF.

           IF WS-PRI-OVR-PCT = ZERO
               OR WS-PRI-OVR-MANAGER = CR-SALESMAN
               OR WS-HOUSE-ACCOUNT
               MOVE ZERO               TO WS-PRI-OVR-MANAGER
                                           WS-PRI-OVR-PCT
           END-IF.

           IF WS-SEC-OVR-PCT = ZERO
               OR WS-SEC-OVR-MANAGER = WS-SPLIT-PARTNER
               OR WS-HOUSE-ACCOUNT
               MOVE ZERO               TO WS-SEC-OVR-MANAGER
                                           WS-SEC-OVR-PCT
           END-IF.

           IF ST-TYPE-RETURN
               GO TO 2180-CHECK-OVERRIDE-EXIT
           END-IF.

           MOVE WS-PRI-OVR-MANAGER     TO WS-CHECK-MANAGER.

           PERFORM 2185-CHECK-MANAGER
               THRU 2185-CHECK-MANAGER-EXIT.

           IF NOT WS-TRANS-REJECTED
               MOVE WS-SEC-OVR-MANAGER TO WS-CHECK-MANAGER
               PERFORM 2185-CHECK-MANAGER
                   THRU 2185-CHECK-MANAGER-EXIT
           END-IF.
       2180-CHECK-OVERRIDE-EXIT.
           EXIT.

      *================================================================
      * 2185-CHECK-MANAGER  -  AN OVERRIDE MANAGER (WS-CHECK-MANAGER,
      *                         ZERO = NONE DUE) MUST BE ON COMM-MASTER
      *                         AND ACTIVE
      *================================================================
       2185-CHECK-MANAGER.
           IF WS-CHECK-MANAGER = ZERO
               GO TO 2185-CHECK-MANAGER-EXIT
           END-IF.

           MOVE WS-CHECK-MANAGER       TO CM-SALESMAN.

           READ COMM-MASTER
               INVALID KEY
                   SET WS-MASTER-NOT-FOUND TO TRUE
           END-READ.

           IF WS-MASTER-OK
               IF CM-INACTIVE
                   MOVE "Y"            TO WS-REJECT-SWITCH
                   MOVE "19"           TO WS-REJECT-REASON-CODE
                   MOVE "OVERRIDE MANAGER INACTIVE"
                                        TO WS-REJECT-REASON-TEXT
               END-IF
           ELSE
               IF WS-MASTER-NOT-FOUND
                   MOVE "Y"            TO WS-REJECT-SWITCH
                   MOVE "18"           TO WS-REJECT-REASON-CODE
                   MOVE "OVERRIDE MANAGER NOT ON MASTER"
                                        TO WS-REJECT-REASON-TEXT
               ELSE
                   PERFORM 9900-ABEND
                       THRU 9900-ABEND-EXIT
               END-IF
           END-IF.
       2185-CHECK-MANAGER-EXIT.
           EXIT.

      *================================================================
      * 2150-WRITE-REJECT  -  LOG A FAILED EDIT TO THE REJECT FILE
      *================================================================
           IF WS-MASTER-OK
               ADD CR-SALES             TO CM-YTD-SALES
               ADD WS-COMMISSION-AMT    TO CM-YTD-COMMISSION
               ADD WS-RELEASE-DELTA     TO CM-YTD-RELEASED-COMM
               ADD WS-WRITEOFF-DELTA    TO CM-YTD-WRITEOFF-COMM
               MOVE CR-TRANS-TYPE       TO CM-LAST-TRANS-TYPE
               MOVE CR-SALES            TO CM-LAST-SALES
               MOVE CR-COMMISSION       TO CM-LAST-COMMISSION
       2350-WRITE-AUDIT-EXIT.
           EXIT.

      *================================================================
      * 2500-UPDATE-INVOICE-REGISTER  -  AFTER THE TRANSACTION HAS
      *                                   POSTED: A SALE FILES ITS
      *                                   INVOICE ON THE REGISTER, A
      *                                   RETURN RUNS DOWN THE NET OF
      *                                   THE RECORD THE EDIT FOUND.
      *                                   TAKEN FROM THE INPUT RECORD
      *                                   AT FULL VALUE - A SPLIT
      *                                   POSTING LEAVES THE WORK
      *                                   RECORD ON THE SECONDARY'S
      *                                   SHARE.
      *================================================================
       2500-UPDATE-INVOICE-REGISTER.
           IF ST-TYPE-ADJUSTMENT
               GO TO 2500-UPDATE-INVOICE-REGISTER-EXIT
           END-IF.

      *--- A RETURN AGAINST A SALE FROM BEFORE THE REGISTER HAS NO
      *--- RECORD TO RUN DOWN.
           IF ST-TYPE-RETURN AND NOT WS-INV-REG-FOUND
               GO TO 2500-UPDATE-INVOICE-REGISTER-EXIT
           END-IF.

           IF ST-TYPE-SALE
               MOVE ST-INVOICE         TO IR-INVOICE
               MOVE ST-SALESMAN        TO IR-SALESMAN
               MOVE ST-CUSTOMER        TO IR-CUSTOMER
               MOVE ST-SALE-DATE       TO IR-SALE-DATE
               MOVE ST-SALES           TO IR-ORIG-SALES
                                           IR-NET-SALES
               MOVE ZERO               TO IR-RETURNED-SALES
                                           IR-RETURN-COUNT
                                           IR-LAST-RETURN-DATE
               MOVE WS-RUN-DATE        TO IR-POSTED-DATE
               WRITE INVOICE-REGISTER-RECORD
           ELSE
               ADD WS-ABS-SALES        TO IR-RETURNED-SALES
               ADD ST-SALES            TO IR-NET-SALES
               ADD 1                   TO IR-RETURN-COUNT
               MOVE WS-RUN-DATE        TO IR-LAST-RETURN-DATE
               REWRITE INVOICE-REGISTER-RECORD
           END-IF.

           IF NOT WS-INV-REG-OK
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.
       2500-UPDATE-INVOICE-REGISTER-EXIT.
           EXIT.

      *================================================================
      * 2600-POST-SPLIT-SHARES  -  DIVIDE THE FULL-VALUE RESULT PER
      *                             THE SPLIT ARRANGEMENT AND POST
           MOVE WS-PRI-SALES           TO CR-SALES.
           MOVE WS-PRI-COMMISSION      TO CR-COMMISSION
                                           WS-COMMISSION-AMT.
           MOVE WS-PRI-OVR-MANAGER     TO WS-SHARE-OVR-MANAGER.
           MOVE WS-PRI-OVR-PCT         TO WS-SHARE-OVR-PCT.

           PERFORM 2700-POST-ONE-SHARE
               THRU 2700-POST-ONE-SHARE-EXIT.
           MOVE WS-SEC-SALES           TO CR-SALES.
           MOVE WS-SEC-COMMISSION      TO CR-COMMISSION
                                           WS-COMMISSION-AMT.
           MOVE WS-SEC-OVR-MANAGER     TO WS-SHARE-OVR-MANAGER.
           MOVE WS-SEC-OVR-PCT         TO WS-SHARE-OVR-PCT.

           PERFORM 2700-POST-ONE-SHARE
               THRU 2700-POST-ONE-SHARE-EXIT.
      *================================================================
      * 2700-POST-ONE-SHARE  -  WRITE AND POST ONE RESULT ROW FROM
      *                          THE WORK RECORD: COMMOUT, THE
      *                          COMMISSION HOLD, THE SALESMAN'S
      *                          COMM-MASTER YTD FIGURES, AND THE
      *                          AUDIT TRAIL - THEN THE TERRITORY
      *                          MANAGER'S OVERRIDE ON THE SHARE
      *================================================================
       2700-POST-ONE-SHARE.
           MOVE CR-SALESMAN            TO CO-SALESMAN.

           WRITE COMMISSION-OUT-RECORD.

           ADD 1 TO WS-OUT-ROW-COUNT.
           ADD WS-COMMISSION-AMT       TO WS-OUT-COMMISSION.

           PERFORM 2750-POST-COMMISSION-HOLD
               THRU 2750-POST-COMMISSION-HOLD-EXIT.

           PERFORM 2300-UPDATE-MASTER
               THRU 2300-UPDATE-MASTER-EXIT.

           PERFORM 2350-WRITE-AUDIT
               THRU 2350-WRITE-AUDIT-EXIT.

           PERFORM 2800-POST-OVERRIDE
               THRU 2800-POST-OVERRIDE-EXIT.
       2700-POST-ONE-SHARE-EXIT.
           EXIT.

      *================================================================
      * 2750-POST-COMMISSION-HOLD  -  FILE THIS SHARE'S BOOKED
      *                                COMMISSION ON COMMHOLD UNTIL
      *                                THE CUSTOMER PAYS, AND SET THE
      *                                RELEASED / WRITTEN-OFF CHANGE
      *                                2300-UPDATE-MASTER POSTS.  A
      *                                SALE OPENS (OR ADDS TO) THE
      *                                SHARE'S HOLD; A RETURN RUNS IT
      *                                DOWN, AND AGAINST AN INVOICE
      *                                ALREADY PAID TAKES THE RELEASED
      *                                COMMISSION BACK WITH IT.  THE
      *                                MANAGER'S OVERRIDE ON THE SHARE
      *                                IS FIGURED AND HELD ALONGSIDE,
      *                                FOR 2800-POST-OVERRIDE.
      *================================================================
       2750-POST-COMMISSION-HOLD.
           MOVE ZERO                   TO WS-RELEASE-DELTA
                                           WS-WRITEOFF-DELTA
                                           WS-OVR-MANAGER
                                           WS-OVR-PCT
                                           WS-OVERRIDE-AMT
                                           WS-OVR-RELEASE-DELTA
                                           WS-OVR-WRITEOFF-DELTA.

      *--- A MANUAL ADJUSTMENT NAMES NO CUSTOMER DEBT TO WAIT ON - IT
      *--- IS RELEASED AS IT POSTS, OVERRIDE AND ALL.
           IF ST-TYPE-ADJUSTMENT
               MOVE WS-COMMISSION-AMT  TO WS-RELEASE-DELTA
               MOVE WS-SHARE-OVR-MANAGER
                                        TO WS-OVR-MANAGER
               MOVE WS-SHARE-OVR-PCT   TO WS-OVR-PCT
               PERFORM 2780-FIGURE-OVERRIDE
                   THRU 2780-FIGURE-OVERRIDE-EXIT
               MOVE WS-OVERRIDE-AMT    TO WS-OVR-RELEASE-DELTA
               GO TO 2750-POST-COMMISSION-HOLD-EXIT
           END-IF.

           MOVE CR-INVOICE             TO HD-INVOICE.
           MOVE CR-SALESMAN            TO HD-SALESMAN.

           READ COMMISSION-HOLD
               INVALID KEY
                   SET WS-HOLD-NOT-FOUND TO TRUE
           END-READ.

           IF WS-HOLD-OK
               ADD CR-SALES            TO HD-NET-SALES
               ADD WS-COMMISSION-AMT   TO HD-EARNED-COMM
               PERFORM 2760-ADD-HELD-OVERRIDE
                   THRU 2760-ADD-HELD-OVERRIDE-EXIT
               PERFORM 2770-FIGURE-RELEASE
                   THRU 2770-FIGURE-RELEASE-EXIT
               REWRITE COMMISSION-HOLD-RECORD
               GO TO 2750-POST-COMMISSION-HOLD-CHECK
           END-IF.

           IF NOT WS-HOLD-NOT-FOUND
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.

      *--- A RETURN WITH NO HOLD IS AGAINST A SALE BOOKED BEFORE
      *--- COMMISSION WAS HELD, WHOSE COMMISSION WENT OUT AT BOOKING -
      *--- THE REVERSAL COMES OFF THE RELEASED FIGURE STRAIGHT AWAY.
      *--- SUCH A SALE EARNED NO OVERRIDE, SO NONE IS REVERSED.  A
      *--- COMMISSION CORRECTION WITH NO HOLD (AN ADJUSTMENT'S, OR A
      *--- PRE-HOLD SALE'S) IS RELEASED THE SAME WAY; ONE AGAINST A
      *--- HOLD IS RELEASED IN STEP WITH THE INVOICE'S COLLECTIONS.
           IF ST-TYPE-RETURN OR ST-TYPE-CORRECTION
               MOVE WS-COMMISSION-AMT  TO WS-RELEASE-DELTA
               GO TO 2750-POST-COMMISSION-HOLD-EXIT
           END-IF.

           MOVE CR-CUSTOMER            TO HD-CUSTOMER.
           MOVE CR-SALE-DATE           TO HD-SALE-DATE.
           MOVE CR-SALES               TO HD-NET-SALES.
           MOVE WS-COMMISSION-AMT      TO HD-EARNED-COMM.
           MOVE ZERO                   TO HD-COLLECTED-SALES
                                           HD-WRITEOFF-SALES
                                           HD-RELEASED-COMM
                                           HD-WRITEOFF-COMM
                                           HD-LAST-RECEIPT-DATE.
           MOVE WS-RUN-DATE            TO HD-POSTED-DATE.

           MOVE WS-SHARE-OVR-MANAGER   TO HD-OVR-MANAGER
                                           WS-OVR-MANAGER.
           MOVE WS-SHARE-OVR-PCT       TO HD-OVR-PCT
                                           WS-OVR-PCT.
           PERFORM 2780-FIGURE-OVERRIDE
               THRU 2780-FIGURE-OVERRIDE-EXIT.
           MOVE WS-OVERRIDE-AMT        TO HD-OVR-EARNED-COMM.
           MOVE ZERO                   TO HD-OVR-RELEASED-COMM
                                           HD-OVR-WRITEOFF-COMM.

           PERFORM 2770-FIGURE-RELEASE
               THRU 2770-FIGURE-RELEASE-EXIT.

           WRITE COMMISSION-HOLD-RECORD.

       2750-POST-COMMISSION-HOLD-CHECK.
           IF NOT WS-HOLD-OK
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.
       2750-POST-COMMISSION-HOLD-EXIT.
           EXIT.

      *================================================================
      * 2760-ADD-HELD-OVERRIDE  -  A POSTING TO A SHARE ALREADY ON HOLD
      *                             BOOKS ITS OVERRIDE TO THE MANAGER
      *                             AND AT THE PERCENT FILED ON THE
      *                             HOLD.  A RETURN THAT TAKES THE
      *                             SHARE TO NOTHING REVERSES ALL OF
      *                             THE OVERRIDE STILL BOOKED, SO NO
      *                             ROUNDING PENNY IS LEFT BEHIND.
      *                             (HD-NET-SALES ALREADY INCLUDES THE
      *                             POSTING.)
      *================================================================
       2760-ADD-HELD-OVERRIDE.
      *--- A SALE ADDED TO A HOLD OPENED WITHOUT AN OVERRIDE TAKES ON
      *--- THE ONE NOW IN FORCE.
           IF HD-OVR-MANAGER = ZERO AND ST-TYPE-SALE
               MOVE WS-SHARE-OVR-MANAGER
                                        TO HD-OVR-MANAGER
               MOVE WS-SHARE-OVR-PCT   TO HD-OVR-PCT
           END-IF.

           MOVE HD-OVR-MANAGER         TO WS-OVR-MANAGER.
           MOVE HD-OVR-PCT             TO WS-OVR-PCT.

           PERFORM 2780-FIGURE-OVERRIDE
               THRU 2780-FIGURE-OVERRIDE-EXIT.

           IF WS-OVR-MANAGER NOT = ZERO
               AND ST-TYPE-RETURN
               AND HD-NET-SALES NOT GREATER THAN ZERO
               COMPUTE WS-OVERRIDE-AMT =
                   ZERO - HD-OVR-EARNED-COMM
           END-IF.

           ADD WS-OVERRIDE-AMT         TO HD-OVR-EARNED-COMM.
       2760-ADD-HELD-OVERRIDE-EXIT.
           EXIT.

      *================================================================
      * 2770-FIGURE-RELEASE  -  RE-FIGURE THE RELEASED AND WRITTEN-OFF
      *                          COMMISSION OF THE SHARE IN THE HOLD
      *                          RECORD FROM ITS CURRENT AMOUNTS (SEE
      *                          THE COMMHOLD COPYBOOK), LEAVING THE
      *                          CHANGE IN WS-RELEASE-DELTA AND
      *                          WS-WRITEOFF-DELTA, AND THE MANAGER'S
      *                          OVERRIDE IN THE SAME PROPORTION IN
      *                          WS-OVR-RELEASE-DELTA AND
      *                          WS-OVR-WRITEOFF-DELTA.  COMMCASH
      *                          FIGURES RECEIPTS THE SAME WAY - KEEP
      *                          THE TWO PARAGRAPHS IN STEP.
      *================================================================
       2770-FIGURE-RELEASE.
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
               GO TO 2770-FIGURE-RELEASE-DELTA
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

       2770-FIGURE-RELEASE-DELTA.
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
       2770-FIGURE-RELEASE-EXIT.
           EXIT.

      *================================================================
      * 2780-FIGURE-OVERRIDE  -  THE OVERRIDE ON THE SHARE'S SALES AT
      *                           WS-OVR-PCT (NEGATIVE FOR A RETURN),
      *                           OR NONE WHEN NO MANAGER IS DUE ONE
      *================================================================
       2780-FIGURE-OVERRIDE.
           IF WS-OVR-MANAGER = ZERO
               MOVE ZERO               TO WS-OVERRIDE-AMT
           ELSE
               COMPUTE WS-OVERRIDE-AMT ROUNDED =
                   ( CR-SALES * WS-OVR-PCT ) / 100
           END-IF.
       2780-FIGURE-OVERRIDE-EXIT.
           EXIT.

      *================================================================
      * 2800-POST-OVERRIDE  -  WRITE AND POST THE SHARE'S MANAGER
      *                         OVERRIDE AS AN "O" ROW: COMMOUT, THE
      *                         MANAGER'S COMM-MASTER YTD COMMISSION
      *                         (NOT HIS YTD SALES - THE SALES ARE THE
      *                         SALESMAN'S) AND RELEASED / WRITTEN-OFF
      *                         CHANGE, AND THE AUDIT TRAIL.  THE ROW
      *                         CARRIES THE SHARE'S SALES, INVOICE,
      *                         CUSTOMER AND SALE DATE, SO HIS
      *                         STATEMENT LISTS THE SALES THE OVERRIDE
      *                         WAS EARNED ON.  BUILT STRAIGHT INTO
      *                         THE OUTPUT RECORDS, LEAVING THE WORK
      *                         RECORD ON THE SHARE FOR A SPLIT'S
      *                         SECOND SHARE.
      *================================================================
       2800-POST-OVERRIDE.
           IF WS-OVR-MANAGER = ZERO
               GO TO 2800-POST-OVERRIDE-EXIT
           END-IF.

           IF WS-OVERRIDE-AMT = ZERO
               AND WS-OVR-RELEASE-DELTA = ZERO
               AND WS-OVR-WRITEOFF-DELTA = ZERO
               GO TO 2800-POST-OVERRIDE-EXIT
           END-IF.

           MOVE WS-OVR-MANAGER         TO CO-SALESMAN.
           MOVE "O"                    TO CO-TRANS-TYPE.
           MOVE CR-SALES               TO CO-SALES.
           MOVE WS-OVERRIDE-AMT        TO CO-COMMISSION.
           MOVE CR-INVOICE             TO CO-INVOICE.
           MOVE CR-CUSTOMER            TO CO-CUSTOMER.
           MOVE CR-SALE-DATE           TO CO-SALE-DATE.

           WRITE COMMISSION-OUT-RECORD.

           ADD 1 TO WS-OUT-ROW-COUNT.
           ADD WS-OVERRIDE-AMT         TO WS-OUT-COMMISSION.

           MOVE WS-OVR-MANAGER         TO CM-SALESMAN.

           READ COMM-MASTER
               INVALID KEY
                   SET WS-MASTER-NOT-FOUND TO TRUE
           END-READ.

           IF NOT WS-MASTER-OK
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.

           ADD WS-OVERRIDE-AMT         TO CM-YTD-COMMISSION.
           ADD WS-OVR-RELEASE-DELTA    TO CM-YTD-RELEASED-COMM.
           ADD WS-OVR-WRITEOFF-DELTA   TO CM-YTD-WRITEOFF-COMM.
           MOVE "O"                    TO CM-LAST-TRANS-TYPE.
           MOVE CR-SALES               TO CM-LAST-SALES.
           MOVE WS-OVERRIDE-AMT        TO CM-LAST-COMMISSION.
           MOVE CR-INVOICE             TO CM-LAST-INVOICE.
           MOVE CR-CUSTOMER            TO CM-LAST-CUSTOMER.
           MOVE CR-SALE-DATE           TO CM-LAST-SALE-DATE.

           REWRITE COMM-MASTER-RECORD.

           IF NOT WS-MASTER-OK
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.

           MOVE WS-OVR-MANAGER         TO AU-SALESMAN.
           MOVE "O"                    TO AU-TRANS-TYPE.
           MOVE CR-SALES               TO AU-SALES.
           MOVE WS-OVR-PCT             TO AU-RATE-PCT.
           MOVE WS-OVERRIDE-AMT        TO AU-COMMISSION.
           MOVE CR-INVOICE             TO AU-INVOICE.
           MOVE CR-CUSTOMER            TO AU-CUSTOMER.
           MOVE CR-SALE-DATE           TO AU-SALE-DATE.
           MOVE WS-RUN-DATE            TO AU-RUN-DATE.
           MOVE WS-RUN-TIME            TO AU-RUN-TIME.

           WRITE AUDIT-RECORD.

           ADD 1 TO WS-OVERRIDE-COUNT.
       2800-POST-OVERRIDE-EXIT.
           EXIT.

      *================================================================
      * 2900-READ-TRANS  -  READ THE NEXT SALES TRANSACTION
      *================================================================
                 COMMISSION-OUT-FILE
                 COMM-MASTER
                 REJECT-FILE
                 AUDIT-FILE
                 INVOICE-REGISTER
                 COMMISSION-HOLD
                 CUSTOMER-MASTER.

           PERFORM 9500-RESET-CHECKPOINT
               THRU 9500-RESET-CHECKPOINT-EXIT.
           DISPLAY "Q2 - COMMISSION BATCH RUN COMPLETE".
           DISPLAY "TRANSACTIONS PROCESSED: " WS-TRANS-COUNT.
           DISPLAY "TRANSACTIONS REJECTED:   " WS-REJECT-COUNT.
           DISPLAY "OVERRIDES POSTED:        " WS-OVERRIDE-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.

       9600-STAMP-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
      * 9700-LOG-RUN-START  -  START ENTRY ON THE SHARED RUN LOG
      *================================================================
       9700-LOG-RUN-START.
           MOVE "PHO0200A"             TO RL-STEP-NAME.
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
           COMPUTE RL-READ-COUNT =
               WS-TRANS-COUNT + WS-REJECT-COUNT.
           MOVE WS-OUT-ROW-COUNT       TO RL-WRITTEN-COUNT.
           MOVE WS-REJECT-COUNT        TO RL-REJECT-COUNT.
           MOVE "COMMISSION"           TO RL-CONTROL-LABEL-1.
           MOVE WS-OUT-COMMISSION      TO RL-CONTROL-TOTAL-1.
           MOVE "OVERRIDES"            TO RL-CONTROL-LABEL-2.
           MOVE WS-OVERRIDE-COUNT      TO RL-CONTROL-TOTAL-2.
           SET RL-END-ENTRY            TO TRUE.

           CALL "RUNLOGW" USING RUN-LOG-RECORD.

           MOVE RL-RETURN-CODE         TO RETURN-CODE.
       9750-LOG-RUN-END-EXIT.
           EXIT.

      *================================================================
      * 9900-ABEND  -  A REAL COMM-MASTER I/O ERROR.  "RECORD NOT
      *                 FOUND" IS HANDLED AS AN EDIT REJECT IN
      *                 2120-CHECK-MASTER, SO ANY BAD STATUS REACHING
      *                 HERE MEANS THE FILE ITSELF IS IN TROUBLE.
      *                 STOP SHORT RATHER THAN POST A DOUBTFUL
      *                 RESULT.  A BAD INVREG OR COMMHOLD STATUS IS
      *                 TREATED THE SAME WAY.  CHECKPOINT-FILE IS LEFT
      *                 AS IS (NOT RESET) SO A RESTART PICKS UP FROM
      *                 THE LAST SUCCESSFUL CHECKPOINT, NOT FROM ZERO.
      *================================================================
           DISPLAY "Q2 - FATAL COMM-MASTER I/O ERROR, STATUS = "
                   WS-COMM-MASTER-STATUS
                   " ON SALESMAN " CR-SALESMAN.
           DISPLAY "Q2 - INVREG STATUS = " WS-INV-REG-STATUS
                   " ON INVOICE " CR-INVOICE.
           DISPLAY "Q2 - COMMHOLD STATUS = " WS-HOLD-STATUS.
           DISPLAY "Q2 - CUSTMAST STATUS = " WS-CUST-MASTER-STATUS
                   " ON CUSTOMER " CR-CUSTOMER.

           MOVE 16                     TO RETURN-CODE.

                 REJECT-FILE
                 CHECKPOINT-FILE
                 AUDIT-FILE
                 RUN-CONTROL-FILE
                 INVOICE-REGISTER
                 COMMISSION-HOLD
                 CUSTOMER-MASTER.

           PERFORM 9750-LOG-RUN-END
               THRU 9750-LOG-RUN-END-EXIT.

           STOP RUN.
       9900-ABEND-EXIT.
