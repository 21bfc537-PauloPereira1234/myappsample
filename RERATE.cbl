       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RERATE.
       AUTHOR.        D HOLLOWAY.
       INSTALLATION.  SALES ACCOUNTING.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DH    ORIGINAL VERSION.  RETROACTIVE RE-RATING.
      *                  WHEN A RATETAB BAND PROVES TO HAVE BEEN WRONG
      *                  FOR A PAST PERIOD, THIS RUN REPRICES THE
      *                  COMMAUD SALE, RETURN AND ADJUSTMENT ROWS
      *                  WHOSE SALE DATE FALLS IN THE RERTPARM RANGE
      *                  AGAINST THE CORRECTED TABLE (RATECORR, SHARED
      *                  RATEREC LAYOUT), TAKING EACH ROW'S BAND FROM
      *                  THE SALESMAN'S GRADE AND THE CORRECTED BANDS
      *                  IN FORCE ON ITS SALE DATE.  THE TWO SHARES OF
      *                  A SPLIT ARE REPRICED TOGETHER ON THE FULL
      *                  AMOUNT, AS Q2 PRICED THEM.  THE DIFFERENCE IS
      *                  TOTALLED PER SALESMAN AND INVOICE, NET OF ANY
      *                  CORRECTION ALREADY POSTED FOR IT, AND WRITTEN
      *                  TO RERATTRN AS A COMMISSION-ONLY CORRECTION
      *                  TRANSACTION (TYPE "C", SHARED SALETRN LAYOUT,
      *                  CARRYING THE ORIGINAL INVOICE, CUSTOMER AND
      *                  SALE DATE) IN SALESMAN ORDER WITH A COUNT-
      *                  AND-AMOUNT TRAILER, FOR THE MERGE INTO THE
      *                  NEXT SALESTRN ONCE THE RE-RATING REGISTER
      *                  (RERATE1) HAS BEEN APPROVED.  Q2 POSTS THE
      *                  CORRECTION TO COMMISSION ONLY - NO SALES
      *                  CREDIT, NO OVERRIDE.  A CORRECTION FOR A
      *                  SALESMAN NOW INACTIVE OR OFF THE MASTER IS
      *                  LISTED AS HELD AND NOT WRITTEN, SINCE Q2
      *                  WOULD ONLY REJECT IT.  READ-ONLY AGAINST
      *                  EVERY MASTER FILE - NOTHING IS POSTED HERE.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM PC.
           OBJECT-COMPUTER. IBM PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RERATE-PARM-FILE
               ASSIGN TO "RERTPARM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CORRECTED-RATE-FILE
               ASSIGN TO "RATECORR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE
               ASSIGN TO "COMMAUD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COMM-MASTER
               ASSIGN TO "COMMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-SALESMAN
               FILE STATUS IS WS-COMM-MASTER-STATUS.

           SELECT CUSTOMER-MASTER
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER
               FILE STATUS IS WS-CUST-MASTER-STATUS.

           SELECT CORRECTION-TRANS-FILE
               ASSIGN TO "RERATTRN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RERATE-REGISTER
               ASSIGN TO "RERATE1"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CORRECTION-SORT-FILE
               ASSIGN TO "RERATSRT".

       DATA DIVISION.
       FILE SECTION.
      *--- THE SALE-DATE RANGE TO RE-RATE (ZERO TO = OPEN-ENDED).
       FD  RERATE-PARM-FILE
           RECORD CONTAINS 16 CHARACTERS.
       01  RERATE-PARM-RECORD.
           05  RP-FROM-DATE            PIC 9(08).
           05  RP-TO-DATE              PIC 9(08).

       FD  CORRECTED-RATE-FILE
           RECORD CONTAINS 39 CHARACTERS.
       COPY RATEREC.

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

       FD  COMM-MASTER.
       COPY COMMMAST.

       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.

       FD  CORRECTION-TRANS-FILE
           RECORD CONTAINS 26 TO 38 CHARACTERS.
       COPY SALETRN.

       FD  RERATE-REGISTER.
       01  REPORT-LINE                 PIC X(132).

      *--- ONE SALESMAN/INVOICE WHOSE COMMISSION CHANGES, WITH WHAT
      *--- THE REGISTER PRINTS FOR IT.  SR-DISPOSITION "W" IS WRITTEN
      *--- TO RERATTRN; "I" (SALESMAN INACTIVE) AND "N" (NOT ON THE
      *--- MASTER) ARE HELD.
       SD  CORRECTION-SORT-FILE.
       01  CORRECTION-SORT-RECORD.
           05  SR-SALESMAN             PIC 9(05).
           05  SR-INVOICE              PIC 9(08).
           05  SR-CUSTOMER             PIC 9(06).
           05  SR-SALE-DATE            PIC 9(08).
           05  SR-GRADE                PIC X(01).
           05  SR-ROWS                 PIC 9(03).
           05  SR-SALES                PIC S9(09)V9(02).
           05  SR-ORIGINAL             PIC S9(09)V9(02).
           05  SR-PRIOR                PIC S9(09)V9(02).
           05  SR-RERATED              PIC S9(09)V9(02).
           05  SR-CORRECTION           PIC S9(09)V9(02).
           05  SR-DISPOSITION          PIC X(01).
               88  SR-TO-BE-WRITTEN            VALUE "W".
               88  SR-HELD-INACTIVE            VALUE "I".
               88  SR-HELD-NO-MASTER           VALUE "N".

       WORKING-STORAGE SECTION.
       77  WS-COMM-MASTER-STATUS       PIC X(02) VALUE "00".
           88  WS-MASTER-OK                      VALUE "00".
           88  WS-MASTER-NOT-FOUND               VALUE "23".

       77  WS-CUST-MASTER-STATUS       PIC X(02) VALUE "00".
           88  WS-CUST-OK                        VALUE "00".
           88  WS-CUST-NOT-FOUND                 VALUE "23".

       77  WS-AUDIT-EOF-SWITCH         PIC X(01) VALUE "N".
           88  WS-AUDIT-END-OF-FILE              VALUE "Y".

       77  WS-CORR-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-CORR-END-OF-FILE               VALUE "Y".

       77  WS-PARM-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-PARM-END-OF-FILE               VALUE "Y".

       77  WS-SORT-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-SORT-END-OF-FILE               VALUE "Y".

       77  WS-BAND-FOUND-SWITCH        PIC X(01) VALUE "N".
           88  WS-BAND-FOUND                     VALUE "Y".

       77  WS-ENTRY-FOUND-SWITCH       PIC X(01) VALUE "N".
           88  WS-ENTRY-FOUND                    VALUE "Y".

       77  WS-HOUSE-SWITCH             PIC X(01) VALUE "N".
           88  WS-HOUSE-ACCOUNT                  VALUE "Y".

       77  WS-TABLE-FULL-SWITCH        PIC X(01) VALUE "N".
           88  WS-TABLE-FULL                     VALUE "Y".

       77  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
       77  WS-TO-DATE                  PIC 9(08) VALUE 99999999.

      *--- EVERY CORRECTED BAND WITH ITS EFFECTIVE DATES - THE BAND
      *--- FOR A ROW IS THE ONE IN FORCE ON THE ROW'S SALE DATE.
       77  WS-BAND-TABLE-MAX           PIC 9(03) VALUE 100.
       77  WS-BAND-COUNT               PIC 9(03) VALUE ZERO.
       77  WS-BAND-SUB                 PIC 9(03) VALUE ZERO.

       01  WS-BAND-TABLE.
           05  WS-BAND-ENTRY           OCCURS 100 TIMES.
               10  WS-BAND-GRADE           PIC X(01).
               10  WS-BAND-LOW             PIC 9(07)V9(02).
               10  WS-BAND-HIGH            PIC 9(07)V9(02).
               10  WS-BAND-RATE            PIC 9(02)V9(02).
               10  WS-BAND-EFF-FROM        PIC 9(08).
               10  WS-BAND-EFF-TO          PIC 9(08).

      *--- THE ROWS OF THE Q2 TRANSACTION IN HAND: ONE, OR THE TWO
      *--- SHARES OF A SPLIT.  Q2 WRITES BOTH SHARES OF A SPLIT ONE
      *--- AFTER THE OTHER (ONLY THE MANAGER OVERRIDE ROWS BETWEEN)
      *--- WITH THE SAME TYPE, INVOICE, CUSTOMER, SALE DATE AND RUN
      *--- STAMP UNDER DIFFERENT SALESMEN - THAT IS HOW THE PAIR IS
      *--- KNOWN, SO ITS BAND CAN BE TAKEN ON THE FULL AMOUNT.
       77  WS-GROUP-COUNT              PIC 9(01) VALUE ZERO.
       77  WS-GROUP-SUB                PIC 9(01) VALUE ZERO.
       77  WS-GRP-TRANS-TYPE           PIC X(01) VALUE SPACE.
       77  WS-GRP-INVOICE              PIC 9(08) VALUE ZERO.
       77  WS-GRP-CUSTOMER             PIC 9(06) VALUE ZERO.
       77  WS-GRP-SALE-DATE            PIC 9(08) VALUE ZERO.
       77  WS-GRP-RUN-DATE             PIC 9(08) VALUE ZERO.
       77  WS-GRP-RUN-TIME             PIC 9(08) VALUE ZERO.
       77  WS-GRP-RATE-PCT             PIC 9(02)V9(02) VALUE ZERO.

       01  WS-GROUP-TABLE.
           05  WS-GROUP-ROW            OCCURS 2 TIMES.
               10  WS-GR-SALESMAN          PIC 9(05).
               10  WS-GR-SALES             PIC S9(07)V9(02).
               10  WS-GR-ORIGINAL          PIC S9(07)V9(02).
               10  WS-GR-RERATED           PIC S9(07)V9(02).

      *--- ONE ENTRY PER SALESMAN AND INVOICE REPRICED: THE ROWS,
      *--- SALES, COMMISSION AS POSTED, CORRECTIONS ALREADY POSTED
      *--- AND COMMISSION AS RE-RATED.
       77  WS-INV-TABLE-MAX            PIC 9(04) VALUE 2000.
       77  WS-INV-COUNT                PIC 9(04) VALUE ZERO.
       77  WS-INV-SUB                  PIC 9(04) VALUE ZERO.

       01  WS-INV-TABLE.
           05  WS-INV-ENTRY            OCCURS 2000 TIMES.
               10  WS-IT-SALESMAN          PIC 9(05).
               10  WS-IT-INVOICE           PIC 9(08).
               10  WS-IT-CUSTOMER          PIC 9(06).
               10  WS-IT-SALE-DATE         PIC 9(08).
               10  WS-IT-GRADE             PIC X(01).
               10  WS-IT-ROWS              PIC 9(03).
               10  WS-IT-SALES             PIC S9(09)V9(02).
               10  WS-IT-ORIGINAL          PIC S9(09)V9(02).
               10  WS-IT-PRIOR             PIC S9(09)V9(02).
               10  WS-IT-RERATED           PIC S9(09)V9(02).

       77  WS-SEARCH-SALESMAN          PIC 9(05) VALUE ZERO.
       77  WS-SEARCH-INVOICE           PIC 9(08) VALUE ZERO.

      *--- THE LAST SALESMAN'S MASTER RECORD IS CACHED - COMMAUD
      *--- ARRIVES IN POSTING ORDER, SO RUNS OF THE SAME SALESMAN ARE
      *--- COMMON.
       77  WS-LOOKUP-SALESMAN          PIC 9(05) VALUE ZERO.
       77  WS-CACHED-SALESMAN          PIC 9(05) VALUE ZERO.
       77  WS-CACHED-GRADE             PIC X(01) VALUE SPACE.
       77  WS-CACHED-STATUS            PIC X(01) VALUE SPACE.
       77  WS-CACHE-GOOD-SWITCH        PIC X(01) VALUE "N".
           88  WS-CACHE-GOOD                     VALUE "Y".

       77  WS-FULL-SALES               PIC S9(08)V9(02) VALUE ZERO.
       77  WS-ABS-SALES                PIC 9(08)V9(02) VALUE ZERO.
       77  WS-FULL-RERATED             PIC S9(08)V9(02) VALUE ZERO.
       77  WS-NEW-RATE                 PIC 9(02)V9(02) VALUE ZERO.
       77  WS-COMMISSION-WORK          PIC S9(07)V9(02) VALUE ZERO.
       77  WS-CORRECTION-AMT           PIC S9(09)V9(02) VALUE ZERO.

       77  WS-READ-COUNT               BINARY PIC 9(07) VALUE ZERO.
       77  WS-MATCH-COUNT              BINARY PIC 9(07) VALUE ZERO.
       77  WS-CHANGED-COUNT            BINARY PIC 9(07) VALUE ZERO.
       77  WS-NO-MASTER-COUNT          BINARY PIC 9(07) VALUE ZERO.
       77  WS-NO-BAND-COUNT            BINARY PIC 9(07) VALUE ZERO.
       77  WS-PRIOR-COUNT              BINARY PIC 9(07) VALUE ZERO.
       77  WS-UNCHANGED-COUNT          BINARY PIC 9(07) VALUE ZERO.
       77  WS-WRITTEN-COUNT            BINARY PIC 9(07) VALUE ZERO.
       77  WS-HELD-COUNT               BINARY PIC 9(07) VALUE ZERO.

       77  WS-WRITTEN-TOTAL            PIC S9(10)V9(02) VALUE ZERO.
       77  WS-HELD-TOTAL               PIC S9(10)V9(02) VALUE ZERO.
       77  WS-SLM-TOTAL                PIC S9(10)V9(02) VALUE ZERO.
       77  WS-PREV-SALESMAN            PIC 9(05) VALUE ZERO.

       77  WS-LINE-COUNT               PIC 9(02) VALUE ZERO.
       77  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.
       77  WS-LINES-PER-PAGE           PIC 9(02) VALUE 50.

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
           05  FILLER                  PIC X(32) VALUE
               "RE-RATING REGISTER - SALE DATES ".
           05  HDG-FROM-DATE           PIC 9(08).
           05  FILLER                  PIC X(03) VALUE " - ".
           05  HDG-TO-DATE             PIC 9(08).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "RUN DATE ".
           05  HDG-RUN-DATE            PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "PAGE ".
           05  HDG-PAGE-NO             PIC ZZ9.

       01  HDG-LINE-2.
           05  FILLER                  PIC X(07) VALUE "SLSMN".
           05  FILLER                  PIC X(04) VALUE "GR".
           05  FILLER                  PIC X(10) VALUE "INVOICE".
           05  FILLER                  PIC X(10) VALUE "SALE DATE".
           05  FILLER                  PIC X(05) VALUE "ROWS".
           05  FILLER                  PIC X(15) VALUE
               "         SALES".
           05  FILLER                  PIC X(15) VALUE
               "      ORIGINAL".
           05  FILLER                  PIC X(15) VALUE
               "    PRIOR CORR".
           05  FILLER                  PIC X(15) VALUE
               "      RE-RATED".
           05  FILLER                  PIC X(16) VALUE
               "    CORRECTION".
           05  FILLER                  PIC X(20) VALUE "REMARK".

       01  DETAIL-LINE.
           05  DTL-SALESMAN            PIC 9(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-GRADE               PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DTL-INVOICE             PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-SALE-DATE           PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-ROWS                PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-SALES               PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-ORIGINAL            PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-PRIOR               PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-RERATED             PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-CORRECTION          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-REMARK              PIC X(20).

       01  SALESMAN-TOTAL-LINE.
           05  FILLER                  PIC X(09) VALUE "SALESMAN ".
           05  STL-SALESMAN            PIC 9(05).
           05  FILLER                  PIC X(82) VALUE
               " TOTAL CORRECTION".
           05  STL-CORRECTION          PIC ZZ,ZZZ,ZZ9.99-.

       01  TOTAL-LINE.
           05  TTL-LABEL               PIC X(34).
           05  TTL-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  COUNT-LINE.
           05  CNT-LABEL               PIC X(34).
           05  CNT-AMOUNT              PIC ZZZ,ZZZ,ZZ9.

       01  APPROVAL-LINE.
           05  FILLER                  PIC X(50) VALUE
               "APPROVED FOR POSTING BY ______________________".
           05  FILLER                  PIC X(25) VALUE
               "DATE __________".

       01  BLANK-LINE                  PIC X(132) VALUE SPACES.

       COPY RUNLOG.

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE  -  SCAN COMMAUD INTO THE SALESMAN/INVOICE
      *                    TABLE, THEN SORT THE CHANGED ENTRIES INTO
      *                    SALESMAN ORDER FOR RERATTRN AND THE REGISTER
      *================================================================
       0000-MAINLINE.
           PERFORM 9700-LOG-RUN-START
               THRU 9700-LOG-RUN-START-EXIT.

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-SCAN-AUDIT-ROW
               THRU 2000-SCAN-AUDIT-ROW-EXIT
               UNTIL WS-AUDIT-END-OF-FILE.

      *--- THE LAST TRANSACTION IN THE FILE IS STILL IN HAND.
           PERFORM 2500-PRICE-GROUP
               THRU 2500-PRICE-GROUP-EXIT.

           SORT CORRECTION-SORT-FILE
               ON ASCENDING KEY SR-SALESMAN
                                SR-INVOICE
               INPUT PROCEDURE IS 3000-RELEASE-CORRECTIONS
                   THRU 3000-RELEASE-CORRECTIONS-EXIT
               OUTPUT PROCEDURE IS 5000-WRITE-CORRECTIONS
                   THRU 5000-WRITE-CORRECTIONS-EXIT.

           PERFORM 6000-PRINT-TOTALS
               THRU 6000-PRINT-TOTALS-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           PERFORM 9750-LOG-RUN-END
               THRU 9750-LOG-RUN-END-EXIT.

           STOP RUN.

      *================================================================
      * 1000-INITIALIZE  -  READ AND VALIDATE THE PARM, LOAD THE
      *                      CORRECTED BANDS, OPEN THE FILES
      *================================================================
       1000-INITIALIZE.
           PERFORM 1100-READ-RERATE-PARM
               THRU 1100-READ-RERATE-PARM-EXIT.

           PERFORM 1500-LOAD-CORRECTED-TABLE
               THRU 1500-LOAD-CORRECTED-TABLE-EXIT.

           IF WS-BAND-COUNT = ZERO
               DISPLAY "RERATE - NO CORRECTED BANDS ON RATECORR"
               MOVE 8                  TO RETURN-CODE
               PERFORM 9750-LOG-RUN-END
                   THRU 9750-LOG-RUN-END-EXIT
               STOP RUN
           END-IF.

           OPEN INPUT  AUDIT-FILE
                       COMM-MASTER
                       CUSTOMER-MASTER
                OUTPUT RERATE-REGISTER.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           STRING WS-CURRENT-MONTH "/" WS-CURRENT-DAY "/"
                  WS-CURRENT-YEAR
               DELIMITED BY SIZE INTO HDG-RUN-DATE.

           MOVE WS-FROM-DATE           TO HDG-FROM-DATE.
           MOVE WS-TO-DATE             TO HDG-TO-DATE.

           PERFORM 5400-PRINT-HEADINGS
               THRU 5400-PRINT-HEADINGS-EXIT.

           PERFORM 2900-READ-AUDIT
               THRU 2900-READ-AUDIT-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================
      * 1100-READ-RERATE-PARM  -  THE SINGLE RERTPARM RECORD: THE
      *                            SALE-DATE RANGE TO RE-RATE (ZERO
      *                            TO = OPEN-ENDED)
      *================================================================
       1100-READ-RERATE-PARM.
           OPEN INPUT RERATE-PARM-FILE.

           READ RERATE-PARM-FILE
               AT END
                   SET WS-PARM-END-OF-FILE TO TRUE
           END-READ.

           IF WS-PARM-END-OF-FILE
               DISPLAY "RERATE - RERTPARM IS EMPTY"
               PERFORM 9800-PARM-ERROR
                   THRU 9800-PARM-ERROR-EXIT
           END-IF.

           MOVE SPACES                 TO WS-CALL-FIELD.
           MOVE RERATE-PARM-RECORD     TO WS-CALL-FIELD (1:16).
           MOVE 16                     TO WS-CALL-LENGTH.
           MOVE "N"                    TO WS-CALL-TYPE.

           CALL "CHECK-VARIABLE" USING WS-CALL-FIELD WS-CALL-LENGTH
                   WS-CALL-TYPE WS-CALL-STATUS.

           IF NOT WS-CALL-VALID
               DISPLAY "RERATE - RERTPARM NOT NUMERIC: "
                       RERATE-PARM-RECORD
               PERFORM 9800-PARM-ERROR
                   THRU 9800-PARM-ERROR-EXIT
           END-IF.

           MOVE RP-FROM-DATE           TO WS-FROM-DATE.

           IF RP-TO-DATE = ZERO
               MOVE 99999999           TO WS-TO-DATE
           ELSE
               MOVE RP-TO-DATE         TO WS-TO-DATE
           END-IF.

           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "RERATE - FROM DATE AFTER TO DATE"
               PERFORM 9800-PARM-ERROR
                   THRU 9800-PARM-ERROR-EXIT
           END-IF.

           CLOSE RERATE-PARM-FILE.
       1100-READ-RERATE-PARM-EXIT.
           EXIT.

      *================================================================
      * 1500-LOAD-CORRECTED-TABLE  -  LOAD EVERY CORRECTED BAND WITH
      *                                ITS EFFECTIVE DATES.  NO DATE
      *                                SELECTION HERE - EACH ROW PICKS
      *                                THE BAND IN FORCE ON ITS OWN
      *                                SALE DATE.
      *================================================================
       1500-LOAD-CORRECTED-TABLE.
           OPEN INPUT CORRECTED-RATE-FILE.

           PERFORM 1590-READ-CORRECTED
               THRU 1590-READ-CORRECTED-EXIT.

           PERFORM 1595-STORE-CORRECTED-BAND
               THRU 1595-STORE-CORRECTED-BAND-EXIT
               UNTIL WS-CORR-END-OF-FILE
                  OR WS-BAND-COUNT >= WS-BAND-TABLE-MAX.

           IF NOT WS-CORR-END-OF-FILE
               DISPLAY "RERATE - RATECORR HAS MORE THAN "
                       WS-BAND-TABLE-MAX " BANDS - REMAINDER IGNORED"
           END-IF.

           CLOSE CORRECTED-RATE-FILE.
       1500-LOAD-CORRECTED-TABLE-EXIT.
           EXIT.

      *================================================================
      * 1590-READ-CORRECTED  -  READ THE NEXT CORRECTED BAND RECORD
      *================================================================
       1590-READ-CORRECTED.
           READ CORRECTED-RATE-FILE
               AT END
                   SET WS-CORR-END-OF-FILE TO TRUE
           END-READ.
       1590-READ-CORRECTED-EXIT.
           EXIT.

      *================================================================
      * 1595-STORE-CORRECTED-BAND  -  KEEP ONE BAND
      *================================================================
       1595-STORE-CORRECTED-BAND.
           ADD 1 TO WS-BAND-COUNT.

           MOVE RT-GRADE      TO WS-BAND-GRADE (WS-BAND-COUNT).
           MOVE RT-LOW-SALES  TO WS-BAND-LOW (WS-BAND-COUNT).
           MOVE RT-HIGH-SALES TO WS-BAND-HIGH (WS-BAND-COUNT).
           MOVE RT-RATE-PCT   TO WS-BAND-RATE (WS-BAND-COUNT).
           MOVE RT-EFF-FROM   TO WS-BAND-EFF-FROM (WS-BAND-COUNT).
           MOVE RT-EFF-TO     TO WS-BAND-EFF-TO (WS-BAND-COUNT).

           PERFORM 1590-READ-CORRECTED
               THRU 1590-READ-CORRECTED-EXIT.
       1595-STORE-CORRECTED-BAND-EXIT.
           EXIT.

      *================================================================
      * 2000-SCAN-AUDIT-ROW  -  GATHER ONE COMMAUD ROW.  SALE, RETURN
      *                          AND ADJUSTMENT ROWS IN THE SALE-DATE
      *                          RANGE ARE COLLECTED INTO THE
      *                          TRANSACTION IN HAND (THE SECOND SHARE
      *                          OF A SPLIT JOINS THE FIRST), WHICH IS
      *                          PRICED AS SOON AS IT IS COMPLETE.  A
      *                          CORRECTION ROW ALREADY POSTED FOR A
      *                          SALESMAN/INVOICE IN THE TABLE COUNTS
      *                          AGAINST ITS NEW CORRECTION, SO A
      *                          SECOND RE-RATING OF THE SAME PERIOD
      *                          CORRECTS ONLY WHAT IS STILL WRONG.
      *================================================================
       2000-SCAN-AUDIT-ROW.
           ADD 1 TO WS-READ-COUNT.

      *--- AN OVERRIDE ROW IS NOT PRICED FROM THE RATE BANDS, AND IT
      *--- SITS BETWEEN THE SHARES OF A SPLIT - IT DOES NOT END THE
      *--- TRANSACTION IN HAND.
           IF AU-TRANS-TYPE = "O"
               GO TO 2000-SCAN-AUDIT-NEXT
           END-IF.

           IF WS-GROUP-COUNT = 1
               AND AU-TRANS-TYPE = WS-GRP-TRANS-TYPE
               AND AU-INVOICE = WS-GRP-INVOICE
               AND AU-CUSTOMER = WS-GRP-CUSTOMER
               AND AU-SALE-DATE = WS-GRP-SALE-DATE
               AND AU-RUN-DATE = WS-GRP-RUN-DATE
               AND AU-RUN-TIME = WS-GRP-RUN-TIME
               AND AU-SALESMAN NOT = WS-GR-SALESMAN (1)
               PERFORM 2050-ADD-TO-GROUP
                   THRU 2050-ADD-TO-GROUP-EXIT
               PERFORM 2500-PRICE-GROUP
                   THRU 2500-PRICE-GROUP-EXIT
               GO TO 2000-SCAN-AUDIT-NEXT
           END-IF.

           PERFORM 2500-PRICE-GROUP
               THRU 2500-PRICE-GROUP-EXIT.

           IF AU-SALE-DATE < WS-FROM-DATE
               OR AU-SALE-DATE > WS-TO-DATE
               GO TO 2000-SCAN-AUDIT-NEXT
           END-IF.

           IF AU-TRANS-TYPE = "C"
               PERFORM 2300-APPLY-PRIOR-CORRECTION
                   THRU 2300-APPLY-PRIOR-CORRECTION-EXIT
               GO TO 2000-SCAN-AUDIT-NEXT
           END-IF.

           IF AU-TRANS-TYPE = "S" OR "R" OR "M"
               PERFORM 2050-ADD-TO-GROUP
                   THRU 2050-ADD-TO-GROUP-EXIT
           END-IF.

       2000-SCAN-AUDIT-NEXT.
           PERFORM 2900-READ-AUDIT
               THRU 2900-READ-AUDIT-EXIT.
       2000-SCAN-AUDIT-ROW-EXIT.
           EXIT.

      *================================================================
      * 2050-ADD-TO-GROUP  -  ADD THE AUDIT ROW TO THE TRANSACTION IN
      *                        HAND; THE FIRST ROW SETS ITS KEY
      *================================================================
       2050-ADD-TO-GROUP.
           ADD 1 TO WS-GROUP-COUNT.

           MOVE AU-SALESMAN   TO WS-GR-SALESMAN (WS-GROUP-COUNT).
           MOVE AU-SALES      TO WS-GR-SALES (WS-GROUP-COUNT).
           MOVE AU-COMMISSION TO WS-GR-ORIGINAL (WS-GROUP-COUNT).
           MOVE ZERO          TO WS-GR-RERATED (WS-GROUP-COUNT).

           IF WS-GROUP-COUNT = 1
               MOVE AU-TRANS-TYPE      TO WS-GRP-TRANS-TYPE
               MOVE AU-INVOICE         TO WS-GRP-INVOICE
               MOVE AU-CUSTOMER        TO WS-GRP-CUSTOMER
               MOVE AU-SALE-DATE       TO WS-GRP-SALE-DATE
               MOVE AU-RUN-DATE        TO WS-GRP-RUN-DATE
               MOVE AU-RUN-TIME        TO WS-GRP-RUN-TIME
               MOVE AU-RATE-PCT        TO WS-GRP-RATE-PCT
           END-IF.
       2050-ADD-TO-GROUP-EXIT.
           EXIT.

      *================================================================
      * 2100-GET-MASTER  -  THE GRADE AND STATUS OF WS-LOOKUP-SALESMAN
      *                      FROM THE CURRENT MASTER RECORD, CACHED
      *                      ACROSS CONSECUTIVE LOOKUPS.  A SALESMAN
      *                      OFF THE MASTER LEAVES THE CACHE BAD.
      *================================================================
       2100-GET-MASTER.
           IF WS-LOOKUP-SALESMAN = WS-CACHED-SALESMAN
               GO TO 2100-GET-MASTER-EXIT
           END-IF.

           MOVE WS-LOOKUP-SALESMAN     TO WS-CACHED-SALESMAN.
           MOVE "N"                    TO WS-CACHE-GOOD-SWITCH.

           MOVE WS-LOOKUP-SALESMAN     TO CM-SALESMAN.

           READ COMM-MASTER
               INVALID KEY
                   SET WS-MASTER-NOT-FOUND TO TRUE
           END-READ.

           IF WS-MASTER-OK
               MOVE CM-GRADE           TO WS-CACHED-GRADE
               MOVE CM-STATUS          TO WS-CACHED-STATUS
               SET WS-CACHE-GOOD       TO TRUE
           ELSE
               IF NOT WS-MASTER-NOT-FOUND
                   PERFORM 9900-ABEND
                       THRU 9900-ABEND-EXIT
               END-IF
           END-IF.
       2100-GET-MASTER-EXIT.
           EXIT.

      *================================================================
      * 2200-FIND-CORRECTED-BAND  -  THE CORRECTED BAND FOR THE
      *                               GRADE AND FULL SALES MAGNITUDE
      *                               IN FORCE ON THE SALE DATE
      *================================================================
       2200-FIND-CORRECTED-BAND.
           MOVE "N"                    TO WS-BAND-FOUND-SWITCH.
           MOVE ZERO                   TO WS-NEW-RATE.

           PERFORM 2260-TEST-CORRECTED-BAND
               THRU 2260-TEST-CORRECTED-BAND-EXIT
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > WS-BAND-COUNT
                  OR WS-BAND-FOUND.
       2200-FIND-CORRECTED-BAND-EXIT.
           EXIT.

       2260-TEST-CORRECTED-BAND.
           IF WS-BAND-GRADE (WS-BAND-SUB) = WS-CACHED-GRADE
               AND WS-ABS-SALES NOT LESS THAN
                   WS-BAND-LOW (WS-BAND-SUB)
               AND WS-ABS-SALES NOT GREATER THAN
                   WS-BAND-HIGH (WS-BAND-SUB)
               AND WS-BAND-EFF-FROM (WS-BAND-SUB)
                   NOT GREATER THAN WS-GRP-SALE-DATE
               AND (WS-BAND-EFF-TO (WS-BAND-SUB) = ZERO
                    OR WS-BAND-EFF-TO (WS-BAND-SUB)
                       NOT LESS THAN WS-GRP-SALE-DATE)
               MOVE WS-BAND-RATE (WS-BAND-SUB)
                   TO WS-NEW-RATE
               MOVE "Y"                TO WS-BAND-FOUND-SWITCH
           END-IF.
       2260-TEST-CORRECTED-BAND-EXIT.
           EXIT.

      *================================================================
      * 2250-CHECK-HOUSE-ACCOUNT  -  A TRANSACTION Q2 PRICED AT A ZERO
      *                               RATE FOR A HOUSE ACCOUNT STAYS AT
      *                               ZERO - NO CORRECTED BAND APPLIES
      *                               TO A CUSTOMER THAT EARNS NO
      *                               COMMISSION
      *================================================================
       2250-CHECK-HOUSE-ACCOUNT.
           MOVE "N"                    TO WS-HOUSE-SWITCH.

           IF WS-GRP-RATE-PCT NOT = ZERO
               OR WS-GRP-CUSTOMER = ZERO
               GO TO 2250-CHECK-HOUSE-ACCOUNT-EXIT
           END-IF.

           MOVE WS-GRP-CUSTOMER        TO CU-CUSTOMER.

           READ CUSTOMER-MASTER
               INVALID KEY
                   SET WS-CUST-NOT-FOUND TO TRUE
           END-READ.

           IF WS-CUST-OK
               IF CU-HOUSE-ACCOUNT
                   MOVE "Y"            TO WS-HOUSE-SWITCH
               END-IF
           ELSE
               IF NOT WS-CUST-NOT-FOUND
                   PERFORM 9900-ABEND
                       THRU 9900-ABEND-EXIT
               END-IF
           END-IF.
       2250-CHECK-HOUSE-ACCOUNT-EXIT.
           EXIT.

      *================================================================
      * 2300-APPLY-PRIOR-CORRECTION  -  A CORRECTION ROW ALREADY POSTED
      *                                  COUNTS AGAINST ITS SALESMAN/
      *                                  INVOICE ENTRY.  ONE FOR AN
      *                                  INVOICE NOT REPRICED THIS RUN
      *                                  IS PASSED OVER.
      *================================================================
       2300-APPLY-PRIOR-CORRECTION.
           MOVE AU-SALESMAN            TO WS-SEARCH-SALESMAN.
           MOVE AU-INVOICE             TO WS-SEARCH-INVOICE.

           PERFORM 2400-FIND-ENTRY
               THRU 2400-FIND-ENTRY-EXIT.

           IF WS-ENTRY-FOUND
               MOVE AU-COMMISSION      TO WS-COMMISSION-WORK
               ADD WS-COMMISSION-WORK  TO WS-IT-PRIOR (WS-INV-SUB)
               ADD 1 TO WS-PRIOR-COUNT
           END-IF.
       2300-APPLY-PRIOR-CORRECTION-EXIT.
           EXIT.

      *================================================================
      * 2400-FIND-ENTRY  -  SEARCH THE TABLE FOR WS-SEARCH-SALESMAN /
      *                      WS-SEARCH-INVOICE.  THE MATCHED SUBSCRIPT
      *                      STAYS IN WS-INV-SUB.
      *================================================================
       2400-FIND-ENTRY.
           MOVE "N"                    TO WS-ENTRY-FOUND-SWITCH.

           PERFORM 2460-TEST-ENTRY
               THRU 2460-TEST-ENTRY-EXIT
               VARYING WS-INV-SUB FROM 1 BY 1
               UNTIL WS-INV-SUB > WS-INV-COUNT
                  OR WS-ENTRY-FOUND.

      *--- THE VARYING LEAVES THE SUBSCRIPT ONE PAST THE MATCH.
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-INV-SUB
           END-IF.
       2400-FIND-ENTRY-EXIT.
           EXIT.

       2460-TEST-ENTRY.
           IF WS-IT-SALESMAN (WS-INV-SUB) = WS-SEARCH-SALESMAN
               AND WS-IT-INVOICE (WS-INV-SUB) = WS-SEARCH-INVOICE
               MOVE "Y"                TO WS-ENTRY-FOUND-SWITCH
           END-IF.
       2460-TEST-ENTRY-EXIT.
           EXIT.

      *================================================================
      * 2500-PRICE-GROUP  -  REPRICE THE TRANSACTION IN HAND THE WAY
      *                       Q2 PRICED IT: THE PRIMARY SALESMAN'S
      *                       GRADE, THE BAND ON THE FULL AMOUNT, THE
      *                       COMMISSION ON THE FULL AMOUNT, AND FOR A
      *                       SPLIT THE SECONDARY SHARE ROUNDED IN THE
      *                       PROPORTION ITS SALES BORE TO THE WHOLE
      *                       WITH THE PRIMARY TAKING THE REMAINDER.
      *                       A TRANSACTION WHOSE CORRECTED RATE IS THE
      *                       RATE IT WAS POSTED AT KEEPS ITS COMMISSION
      *                       TO THE PENNY.  NOTHING IN HAND, NOTHING
      *                       TO DO.
      *================================================================
       2500-PRICE-GROUP.
           IF WS-GROUP-COUNT = ZERO
               GO TO 2500-PRICE-GROUP-EXIT
           END-IF.

           MOVE WS-GR-SALESMAN (1)     TO WS-LOOKUP-SALESMAN.

           PERFORM 2100-GET-MASTER
               THRU 2100-GET-MASTER-EXIT.

           IF NOT WS-CACHE-GOOD
               ADD WS-GROUP-COUNT      TO WS-NO-MASTER-COUNT
               GO TO 2500-PRICE-GROUP-DONE
           END-IF.

           MOVE WS-GR-SALES (1)        TO WS-FULL-SALES.
           IF WS-GROUP-COUNT = 2
               ADD WS-GR-SALES (2)     TO WS-FULL-SALES
           END-IF.

           IF WS-FULL-SALES < ZERO
               COMPUTE WS-ABS-SALES = ZERO - WS-FULL-SALES
           ELSE
               MOVE WS-FULL-SALES      TO WS-ABS-SALES
           END-IF.

           PERFORM 2250-CHECK-HOUSE-ACCOUNT
               THRU 2250-CHECK-HOUSE-ACCOUNT-EXIT.

           IF WS-HOUSE-ACCOUNT
               MOVE ZERO               TO WS-NEW-RATE
           ELSE
               PERFORM 2200-FIND-CORRECTED-BAND
                   THRU 2200-FIND-CORRECTED-BAND-EXIT
               IF NOT WS-BAND-FOUND
                   ADD WS-GROUP-COUNT  TO WS-NO-BAND-COUNT
                   GO TO 2500-PRICE-GROUP-DONE
               END-IF
           END-IF.

           IF WS-NEW-RATE = WS-GRP-RATE-PCT
               MOVE WS-GR-ORIGINAL (1) TO WS-GR-RERATED (1)
               IF WS-GROUP-COUNT = 2
                   MOVE WS-GR-ORIGINAL (2)
                                        TO WS-GR-RERATED (2)
               END-IF
           ELSE
               COMPUTE WS-FULL-RERATED =
                   ( WS-FULL-SALES * WS-NEW-RATE ) / 100
               IF WS-GROUP-COUNT = 2
                   COMPUTE WS-GR-RERATED (2) ROUNDED =
                       WS-FULL-RERATED * WS-GR-SALES (2)
                                       / WS-FULL-SALES
                   COMPUTE WS-GR-RERATED (1) =
                       WS-FULL-RERATED - WS-GR-RERATED (2)
               ELSE
                   MOVE WS-FULL-RERATED
                                        TO WS-GR-RERATED (1)
               END-IF
           END-IF.

           PERFORM 2600-POST-GROUP-ROW
               THRU 2600-POST-GROUP-ROW-EXIT
               VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > WS-GROUP-COUNT.

           ADD WS-GROUP-COUNT          TO WS-MATCH-COUNT.

       2500-PRICE-GROUP-DONE.
           MOVE ZERO                   TO WS-GROUP-COUNT.
       2500-PRICE-GROUP-EXIT.
           EXIT.

      *================================================================
      * 2600-POST-GROUP-ROW  -  ADD ONE REPRICED ROW TO ITS SALESMAN/
      *                          INVOICE ENTRY, OPENING THE ENTRY ON
      *                          FIRST SIGHT.  THE ENTRY KEEPS THE
      *                          EARLIEST SALE DATE REPRICED FOR IT.
      *================================================================
       2600-POST-GROUP-ROW.
           MOVE WS-GR-SALESMAN (WS-GROUP-SUB)
                                        TO WS-SEARCH-SALESMAN.
           MOVE WS-GRP-INVOICE         TO WS-SEARCH-INVOICE.

           PERFORM 2400-FIND-ENTRY
               THRU 2400-FIND-ENTRY-EXIT.

           IF NOT WS-ENTRY-FOUND
               IF WS-INV-COUNT NOT LESS THAN WS-INV-TABLE-MAX
                   SET WS-TABLE-FULL   TO TRUE
                   GO TO 2600-POST-GROUP-ROW-EXIT
               END-IF
               ADD 1 TO WS-INV-COUNT
               MOVE WS-INV-COUNT       TO WS-INV-SUB
               MOVE WS-SEARCH-SALESMAN TO WS-IT-SALESMAN (WS-INV-SUB)
               MOVE WS-SEARCH-INVOICE  TO WS-IT-INVOICE (WS-INV-SUB)
               MOVE WS-GRP-CUSTOMER    TO WS-IT-CUSTOMER (WS-INV-SUB)
               MOVE WS-GRP-SALE-DATE   TO WS-IT-SALE-DATE (WS-INV-SUB)
               MOVE WS-CACHED-GRADE    TO WS-IT-GRADE (WS-INV-SUB)
               MOVE ZERO               TO WS-IT-ROWS (WS-INV-SUB)
                                           WS-IT-SALES (WS-INV-SUB)
                                           WS-IT-ORIGINAL (WS-INV-SUB)
                                           WS-IT-PRIOR (WS-INV-SUB)
                                           WS-IT-RERATED (WS-INV-SUB)
           END-IF.

           ADD 1 TO WS-IT-ROWS (WS-INV-SUB).
           ADD WS-GR-SALES (WS-GROUP-SUB)
               TO WS-IT-SALES (WS-INV-SUB).
           ADD WS-GR-ORIGINAL (WS-GROUP-SUB)
               TO WS-IT-ORIGINAL (WS-INV-SUB).
           ADD WS-GR-RERATED (WS-GROUP-SUB)
               TO WS-IT-RERATED (WS-INV-SUB).

           IF WS-GRP-SALE-DATE < WS-IT-SALE-DATE (WS-INV-SUB)
               MOVE WS-GRP-SALE-DATE   TO WS-IT-SALE-DATE (WS-INV-SUB)
           END-IF.

           IF WS-GR-RERATED (WS-GROUP-SUB)
                   NOT = WS-GR-ORIGINAL (WS-GROUP-SUB)
               ADD 1 TO WS-CHANGED-COUNT
           END-IF.
       2600-POST-GROUP-ROW-EXIT.
           EXIT.

      *================================================================
      * 2900-READ-AUDIT  -  READ THE NEXT AUDIT ROW
      *================================================================
       2900-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET WS-AUDIT-END-OF-FILE TO TRUE
           END-READ.
       2900-READ-AUDIT-EXIT.
           EXIT.

      *================================================================
      * 3000-RELEASE-CORRECTIONS  -  SORT INPUT PROCEDURE.  HAND EVERY
      *                               SALESMAN/INVOICE WHOSE COMMISSION
      *                               CHANGES TO THE SORT.  A FULL
      *                               TABLE MEANS THE SCAN WAS CUT
      *                               SHORT - NOTHING IS RELEASED, SO
      *                               NO PARTIAL CORRECTION FILE CAN BE
      *                               POSTED.
      *================================================================
       3000-RELEASE-CORRECTIONS.
           IF WS-TABLE-FULL
               GO TO 3000-RELEASE-CORRECTIONS-EXIT
           END-IF.

           PERFORM 3100-RELEASE-ONE-ENTRY
               THRU 3100-RELEASE-ONE-ENTRY-EXIT
               VARYING WS-INV-SUB FROM 1 BY 1
               UNTIL WS-INV-SUB > WS-INV-COUNT.
       3000-RELEASE-CORRECTIONS-EXIT.
           EXIT.

      *================================================================
      * 3100-RELEASE-ONE-ENTRY  -  THE CORRECTION IS THE RE-RATED
      *                             COMMISSION LESS WHAT WAS POSTED AND
      *                             ANY CORRECTION ALREADY POSTED.  THE
      *                             SALESMAN'S CURRENT STATUS DECIDES
      *                             WHETHER IT CAN BE WRITTEN.
      *================================================================
       3100-RELEASE-ONE-ENTRY.
           COMPUTE WS-CORRECTION-AMT =
               WS-IT-RERATED (WS-INV-SUB)
               - WS-IT-ORIGINAL (WS-INV-SUB)
               - WS-IT-PRIOR (WS-INV-SUB).

           IF WS-CORRECTION-AMT = ZERO
               ADD 1 TO WS-UNCHANGED-COUNT
               GO TO 3100-RELEASE-ONE-ENTRY-EXIT
           END-IF.

           MOVE WS-IT-SALESMAN (WS-INV-SUB)  TO SR-SALESMAN.
           MOVE WS-IT-INVOICE (WS-INV-SUB)   TO SR-INVOICE.
           MOVE WS-IT-CUSTOMER (WS-INV-SUB)  TO SR-CUSTOMER.
           MOVE WS-IT-SALE-DATE (WS-INV-SUB) TO SR-SALE-DATE.
           MOVE WS-IT-GRADE (WS-INV-SUB)     TO SR-GRADE.
           MOVE WS-IT-ROWS (WS-INV-SUB)      TO SR-ROWS.
           MOVE WS-IT-SALES (WS-INV-SUB)     TO SR-SALES.
           MOVE WS-IT-ORIGINAL (WS-INV-SUB)  TO SR-ORIGINAL.
           MOVE WS-IT-PRIOR (WS-INV-SUB)     TO SR-PRIOR.
           MOVE WS-IT-RERATED (WS-INV-SUB)   TO SR-RERATED.
           MOVE WS-CORRECTION-AMT            TO SR-CORRECTION.

           MOVE WS-IT-SALESMAN (WS-INV-SUB)  TO WS-LOOKUP-SALESMAN.

           PERFORM 2100-GET-MASTER
               THRU 2100-GET-MASTER-EXIT.

           IF NOT WS-CACHE-GOOD
               SET SR-HELD-NO-MASTER   TO TRUE
           ELSE
               IF WS-CACHED-STATUS = "I"
                   SET SR-HELD-INACTIVE
                                        TO TRUE
               ELSE
                   SET SR-TO-BE-WRITTEN
                                        TO TRUE
               END-IF
           END-IF.

           RELEASE CORRECTION-SORT-RECORD.
       3100-RELEASE-ONE-ENTRY-EXIT.
           EXIT.

      *================================================================
      * 5000-WRITE-CORRECTIONS  -  SORT OUTPUT PROCEDURE: WRITE THE
      *                             CORRECTIONS IN SALESMAN ORDER WITH
      *                             THE REGISTER LINE FOR EACH, AND
      *                             CLOSE RERATTRN WITH THE COUNT-AND-
      *                             AMOUNT TRAILER SALEDIT EXPECTS
      *================================================================
       5000-WRITE-CORRECTIONS.
           OPEN OUTPUT CORRECTION-TRANS-FILE.

           PERFORM 5900-RETURN-CORRECTION
               THRU 5900-RETURN-CORRECTION-EXIT.

           PERFORM 5100-WRITE-ONE-CORRECTION
               THRU 5100-WRITE-ONE-CORRECTION-EXIT
               UNTIL WS-SORT-END-OF-FILE.

           IF WS-PREV-SALESMAN NOT = ZERO
               PERFORM 5200-PRINT-SALESMAN-TOTAL
                   THRU 5200-PRINT-SALESMAN-TOTAL-EXIT
           END-IF.

           MOVE 99999                  TO TR-TRAILER-KEY.
           MOVE "T"                    TO TR-RECORD-TYPE.
           MOVE WS-WRITTEN-COUNT       TO TR-RECORD-COUNT.
           MOVE WS-WRITTEN-TOTAL       TO TR-TOTAL-SALES.
           WRITE SALES-TRANS-TRAILER.

           CLOSE CORRECTION-TRANS-FILE.
       5000-WRITE-CORRECTIONS-EXIT.
           EXIT.

      *================================================================
      * 5100-WRITE-ONE-CORRECTION  -  ONE SORTED CORRECTION: TO
      *                                RERATTRN AS A TYPE "C"
      *                                TRANSACTION CARRYING THE
      *                                COMMISSION CHANGE IN THE AMOUNT
      *                                FIELD, OR HELD - AND ONTO THE
      *                                REGISTER EITHER WAY
      *================================================================
       5100-WRITE-ONE-CORRECTION.
           IF SR-SALESMAN NOT = WS-PREV-SALESMAN
               AND WS-PREV-SALESMAN NOT = ZERO
               PERFORM 5200-PRINT-SALESMAN-TOTAL
                   THRU 5200-PRINT-SALESMAN-TOTAL-EXIT
           END-IF.
           MOVE SR-SALESMAN            TO WS-PREV-SALESMAN.

           MOVE SPACES                 TO DTL-REMARK.

           IF SR-TO-BE-WRITTEN
               MOVE SR-SALESMAN        TO ST-SALESMAN
               MOVE "C"                TO ST-TRANS-TYPE
               MOVE SR-CORRECTION      TO ST-SALES
               MOVE SR-INVOICE         TO ST-INVOICE
               MOVE SR-CUSTOMER        TO ST-CUSTOMER
               MOVE SR-SALE-DATE       TO ST-SALE-DATE
               WRITE SALES-TRANS-RECORD
               ADD 1 TO WS-WRITTEN-COUNT
               ADD SR-CORRECTION       TO WS-WRITTEN-TOTAL
           ELSE
               ADD 1 TO WS-HELD-COUNT
               ADD SR-CORRECTION       TO WS-HELD-TOTAL
               IF SR-HELD-INACTIVE
                   MOVE "HELD - INACTIVE"
                                        TO DTL-REMARK
               ELSE
                   MOVE "HELD - NOT ON MASTER"
                                        TO DTL-REMARK
               END-IF
           END-IF.

           ADD SR-CORRECTION           TO WS-SLM-TOTAL.

           PERFORM 5300-PRINT-DETAIL
               THRU 5300-PRINT-DETAIL-EXIT.

           PERFORM 5900-RETURN-CORRECTION
               THRU 5900-RETURN-CORRECTION-EXIT.
       5100-WRITE-ONE-CORRECTION-EXIT.
           EXIT.

      *================================================================
      * 5200-PRINT-SALESMAN-TOTAL  -  THE SALESMAN'S NET CORRECTION
      *================================================================
       5200-PRINT-SALESMAN-TOTAL.
           MOVE WS-PREV-SALESMAN       TO STL-SALESMAN.
           MOVE WS-SLM-TOTAL           TO STL-CORRECTION.

           WRITE REPORT-LINE FROM SALESMAN-TOTAL-LINE.
           WRITE REPORT-LINE FROM BLANK-LINE.

           ADD 2 TO WS-LINE-COUNT.
           MOVE ZERO                   TO WS-SLM-TOTAL.
       5200-PRINT-SALESMAN-TOTAL-EXIT.
           EXIT.

      *================================================================
      * 5300-PRINT-DETAIL  -  ONE REGISTER LINE.  THE CALLER SETS
      *                        DTL-REMARK FIRST.
      *================================================================
       5300-PRINT-DETAIL.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM 5400-PRINT-HEADINGS
                   THRU 5400-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE SR-SALESMAN            TO DTL-SALESMAN.
           MOVE SR-GRADE               TO DTL-GRADE.
           MOVE SR-INVOICE             TO DTL-INVOICE.
           MOVE SR-SALE-DATE           TO DTL-SALE-DATE.
           MOVE SR-ROWS                TO DTL-ROWS.
           MOVE SR-SALES               TO DTL-SALES.
           MOVE SR-ORIGINAL            TO DTL-ORIGINAL.
           MOVE SR-PRIOR               TO DTL-PRIOR.
           MOVE SR-RERATED             TO DTL-RERATED.
           MOVE SR-CORRECTION          TO DTL-CORRECTION.

           WRITE REPORT-LINE FROM DETAIL-LINE.

           ADD 1 TO WS-LINE-COUNT.
       5300-PRINT-DETAIL-EXIT.
           EXIT.

      *================================================================
      * 5400-PRINT-HEADINGS  -  START A NEW PAGE
      *================================================================
       5400-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT          TO HDG-PAGE-NO.

           WRITE REPORT-LINE FROM HDG-LINE-1.
           WRITE REPORT-LINE FROM BLANK-LINE.
           WRITE REPORT-LINE FROM HDG-LINE-2.

           MOVE ZERO                   TO WS-LINE-COUNT.
       5400-PRINT-HEADINGS-EXIT.
           EXIT.

      *================================================================
      * 5900-RETURN-CORRECTION  -  TAKE THE NEXT SORTED CORRECTION
      *================================================================
       5900-RETURN-CORRECTION.
           RETURN CORRECTION-SORT-FILE
               AT END
                   SET WS-SORT-END-OF-FILE TO TRUE
           END-RETURN.
       5900-RETURN-CORRECTION-EXIT.
           EXIT.

      *================================================================
      * 6000-PRINT-TOTALS  -  THE CORRECTIONS WRITTEN AND HELD, THE
      *                        ROWS THE RUN COULD NOT PRICE, AND THE
      *                        APPROVAL LINE
      *================================================================
       6000-PRINT-TOTALS.
           WRITE REPORT-LINE FROM BLANK-LINE.

           IF WS-TABLE-FULL
               MOVE SPACES             TO REPORT-LINE
               STRING "*** MORE THAN " WS-INV-TABLE-MAX
                      " INVOICES IN THE RANGE - RUN ABANDONED, "
                      "NO CORRECTIONS WRITTEN - NARROW THE DATES ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM BLANK-LINE
           END-IF.

           MOVE "CORRECTIONS WRITTEN TO RERATTRN .."
                                        TO CNT-LABEL.
           MOVE WS-WRITTEN-COUNT        TO CNT-AMOUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.

           MOVE "NET COMMISSION CORRECTION ........"
                                        TO TTL-LABEL.
           MOVE WS-WRITTEN-TOTAL        TO TTL-AMOUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE.

           MOVE "CORRECTIONS HELD, NOT WRITTEN ...."
                                        TO CNT-LABEL.
           MOVE WS-HELD-COUNT           TO CNT-AMOUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.

           MOVE "HELD COMMISSION CORRECTION ......."
                                        TO TTL-LABEL.
           MOVE WS-HELD-TOTAL           TO TTL-AMOUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE.

           WRITE REPORT-LINE FROM BLANK-LINE.

           MOVE "AUDIT ROWS READ .................."
                                        TO CNT-LABEL.
           MOVE WS-READ-COUNT           TO CNT-AMOUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.

           MOVE "ROWS REPRICED ...................."
                                        TO CNT-LABEL.
           MOVE WS-MATCH-COUNT          TO CNT-AMOUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.

           MOVE "ROWS WHOSE COMMISSION CHANGES ...."
                                        TO CNT-LABEL.
           MOVE WS-CHANGED-COUNT        TO CNT-AMOUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.

           MOVE "PRIOR CORRECTION ROWS APPLIED ...."
                                        TO CNT-LABEL.
           MOVE WS-PRIOR-COUNT          TO CNT-AMOUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.

           MOVE "INVOICES NEEDING NO CORRECTION ..."
                                        TO CNT-LABEL.
           MOVE WS-UNCHANGED-COUNT      TO CNT-AMOUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.

           MOVE "ROWS UNPRICED - NO MASTER ........"
                                        TO CNT-LABEL.
           MOVE WS-NO-MASTER-COUNT      TO CNT-AMOUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.

           MOVE "ROWS UNPRICED - NO BAND .........."
                                        TO CNT-LABEL.
           MOVE WS-NO-BAND-COUNT        TO CNT-AMOUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.

           WRITE REPORT-LINE FROM BLANK-LINE.
           WRITE REPORT-LINE FROM BLANK-LINE.
           WRITE REPORT-LINE FROM APPROVAL-LINE.
       6000-PRINT-TOTALS-EXIT.
           EXIT.

      *================================================================
      * 9000-TERMINATE  -  CLOSE FILES AND REPORT RUN TOTALS.  A FULL
      *                     TABLE, A HELD CORRECTION OR AN UNPRICED ROW
      *                     IS WORTH A LOOK BEFORE APPROVAL.
      *================================================================
       9000-TERMINATE.
           CLOSE AUDIT-FILE
                 COMM-MASTER
                 CUSTOMER-MASTER
                 RERATE-REGISTER.

           IF WS-TABLE-FULL
               DISPLAY "RERATE - MORE THAN " WS-INV-TABLE-MAX
                       " INVOICES IN THE RANGE - NO CORRECTIONS "
                       "WRITTEN"
               MOVE 8                  TO RETURN-CODE
           ELSE
               IF WS-HELD-COUNT > ZERO
                   OR WS-NO-MASTER-COUNT > ZERO
                   OR WS-NO-BAND-COUNT > ZERO
                   MOVE 4              TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY "RERATE - AUDIT ROWS READ:      " WS-READ-COUNT.
           DISPLAY "RERATE - ROWS REPRICED:        " WS-MATCH-COUNT.
           DISPLAY "RERATE - CORRECTIONS WRITTEN:  " WS-WRITTEN-COUNT.
           DISPLAY "RERATE - CORRECTIONS HELD:     " WS-HELD-COUNT.
           DISPLAY "RERATE - UNPRICED, NO MASTER:  "
                   WS-NO-MASTER-COUNT.
           DISPLAY "RERATE - UNPRICED, NO BAND:    "
                   WS-NO-BAND-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.

      *================================================================
      * 9700-LOG-RUN-START  -  START ENTRY ON THE SHARED RUN LOG
      *================================================================
       9700-LOG-RUN-START.
           MOVE "RERATE"               TO RL-STEP-NAME.
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
           MOVE WS-WRITTEN-COUNT       TO RL-WRITTEN-COUNT.
           COMPUTE RL-REJECT-COUNT =
               WS-HELD-COUNT + WS-NO-MASTER-COUNT + WS-NO-BAND-COUNT.
           MOVE "CORRECTION"           TO RL-CONTROL-LABEL-1.
           MOVE WS-WRITTEN-TOTAL       TO RL-CONTROL-TOTAL-1.
           MOVE "HELD"                 TO RL-CONTROL-LABEL-2.
           MOVE WS-HELD-TOTAL          TO RL-CONTROL-TOTAL-2.
           SET RL-END-ENTRY            TO TRUE.

           CALL "RUNLOGW" USING RUN-LOG-RECORD.

           MOVE RL-RETURN-CODE         TO RETURN-CODE.
       9750-LOG-RUN-END-EXIT.
           EXIT.

      *================================================================
      * 9800-PARM-ERROR  -  A BAD RERTPARM STOPS THE RUN
      *================================================================
       9800-PARM-ERROR.
           MOVE 8                      TO RETURN-CODE.
           CLOSE RERATE-PARM-FILE.
           PERFORM 9750-LOG-RUN-END
               THRU 9750-LOG-RUN-END-EXIT.

           STOP RUN.
       9800-PARM-ERROR-EXIT.
           EXIT.

      *================================================================
      * 9900-ABEND  -  A REAL COMM-MASTER OR CUSTMAST I/O ERROR.  STOP
      *                 SHORT RATHER THAN PRICE CORRECTIONS ON DOUBTFUL
      *                 GRADES.  RERATTRN IS NOT WRITTEN.
      *================================================================
       9900-ABEND.
           DISPLAY "RERATE - FATAL COMM-MASTER I/O ERROR, STATUS = "
                   WS-COMM-MASTER-STATUS
                   " ON SALESMAN " WS-LOOKUP-SALESMAN.
           DISPLAY "RERATE - CUSTMAST STATUS = " WS-CUST-MASTER-STATUS
                   " ON CUSTOMER " WS-GRP-CUSTOMER.

           MOVE 16                     TO RETURN-CODE.

           CLOSE AUDIT-FILE
                 COMM-MASTER
                 CUSTOMER-MASTER
                 RERATE-REGISTER.

           PERFORM 9750-LOG-RUN-END
               THRU 9750-LOG-RUN-END-EXIT.

           STOP RUN.
       9900-ABEND-EXIT.
           EXIT.
