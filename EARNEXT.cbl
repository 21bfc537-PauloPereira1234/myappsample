       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EARNEXT.
       AUTHOR.        D HOLLOWAY.
       INSTALLATION.  SALES ACCOUNTING.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DH    ORIGINAL VERSION.  YEAR-END PAID EARNINGS
      *                  RUN FOR PAYROLL AND TAX.  FOR THE EARNPARM
      *                  TAX YEAR, READS EVERY EARN-HISTORY RECORD
      *                  PAYCONF POSTED FOR THAT YEAR AND TOTALS THE
      *                  CONFIRMED COMMISSION PAID, DRAW RECOVERED,
      *                  DRAW ADVANCED AND NET PAY PER SALESMAN.
      *                  WRITES THE TAXEXTR TAX REPORTING EXTRACT
      *                  (NAME AND ADDRESS FROM COMM-MASTER, WITH THE
      *                  PAYEXTR-STYLE HEADER AND A COUNT AND HASH
      *                  TOTAL TRAILER) AND PRINTS AN ANNUAL EARNINGS
      *                  STATEMENT PER SALESMAN (EARNSTMT), PAGE-
      *                  BROKEN FOR THE ENVELOPE LIKE STMTPRT, WITH A
      *                  RUN SUMMARY PAGE.  A SALESMAN WHOSE NET PAID
      *                  DOES NOT EQUAL THE COMMISSION EARNED IN THE
      *                  YEAR (FROM COMMHIST) PLUS THE DRAW BALANCE
      *                  MOVEMENT OVER THE YEAR IS FLAGGED ON THE
      *                  EXTRACT, THE STATEMENT AND THE SUMMARY, AND
      *                  THE RUN ENDS WITH RETURN CODE 4.
      *================================================================
      *================================================================
      * OPERATIONAL NOTE - WHERE THE CLOSING DRAW BALANCE COMES FROM
      *----------------------------------------------------------------
      * THE YEAR'S CLOSING DRAW BALANCE IS THE OPENING BALANCE ON THE
      * SALESMAN'S EARN-HISTORY RECORD FOR THE FOLLOWING YEAR, WHICH
      * PAYCONF CAPTURES AT THE FIRST CONFIRMED PERIOD OF THAT YEAR.
      * UNTIL THEN THE LIVE CM-DRAW-BALANCE IS USED, SO RUN THIS STEP
      * EITHER AFTER DECEMBER'S PAYCONF AND BEFORE ANY DRAW BALANCE
      * MAINTENANCE, OR AFTER JANUARY'S PAYCONF.  NOTHING HERE IS
      * UPDATED - THE STEP MAY BE RERUN FREELY.
      * THE YEAR'S EARNED COMMISSION IS THE TWELVE COMMHIST BUCKETS,
      * COMPLETE ONCE THE YEAR-END CLOSE HAS RUN.  FOR A PROOF RUN OF
      * THE CURRENT YEAR THE MASTER'S CM-YTD-COMMISSION IS USED, AS
      * THE OPEN MONTH IS NOT YET IN THE BUCKETS.  EARNED COMMISSION
      * STILL ON HOLD FOR COLLECTION, WRITTEN OFF, OR EARNED IN ONE
      * YEAR AND PAID IN THE NEXT SHOWS AS A DIFFERENCE - SALES
      * ACCOUNTING EXPLAINS EACH ONE FROM COMMHOLD AND PAYEXTR
      * BEFORE PAYROLL FILES.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM PC.
           OBJECT-COMPUTER. IBM PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EARNINGS-PARM-FILE
               ASSIGN TO "EARNPARM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EARN-HISTORY
               ASSIGN TO "EARNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-EARN-HISTORY-STATUS.

           SELECT OPTIONAL COMM-HISTORY
               ASSIGN TO "COMMHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-COMM-HISTORY-STATUS.

           SELECT COMM-MASTER
               ASSIGN TO "COMMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-SALESMAN
               FILE STATUS IS WS-COMM-MASTER-STATUS.

           SELECT TAX-EXTRACT-FILE
               ASSIGN TO "TAXEXTR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EARNINGS-STATEMENT
               ASSIGN TO "EARNSTMT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *--- THE TAX YEAR (YYYY).  ZERO MEANS THE YEAR BEFORE THE RUN
      *--- DATE - THE NORMAL JANUARY RUN.
       FD  EARNINGS-PARM-FILE
           RECORD CONTAINS 4 CHARACTERS.
       01  EARNINGS-PARM-RECORD.
           05  EP-TAX-YEAR             PIC 9(04).

       FD  EARN-HISTORY.
       COPY EARNHIST.

       FD  COMM-HISTORY.
       COPY COMMHIST.

       FD  COMM-MASTER.
       COPY COMMMAST.

      *--- TAX REPORTING EXTRACT, WRAPPED LIKE PAYEXTR: ONE "H"
      *--- HEADER, ONE "D" DETAIL PER SALESMAN PAID IN THE YEAR, AND
      *--- A "T" TRAILER WITH THE DETAIL COUNT AND A HASH TOTAL OF THE
      *--- NET PAID AMOUNTS.  TX-RECONCILE-FLAG IS SPACE WHEN THE
      *--- SALESMAN RECONCILES, "D" FOR A DIFFERENCE AND "M" WHEN THE
      *--- SALESMAN IS NO LONGER ON COMM-MASTER (NO ADDRESS, NO
      *--- CLOSING BALANCE TO PROVE AGAINST).
       FD  TAX-EXTRACT-FILE
           RECORD CONTAINS 13 TO 134 CHARACTERS.
       01  TAX-EXTRACT-HEADER.
           05  TH-RECORD-TYPE           PIC X(01).
           05  TH-TAX-YEAR              PIC 9(04).
           05  TH-RUN-DATE              PIC 9(08).
       01  TAX-EXTRACT-RECORD.
           05  TX-RECORD-TYPE           PIC X(01).
           05  TX-SALESMAN              PIC 9(05).
           05  TX-TAX-YEAR              PIC 9(04).
           05  TX-NAME                  PIC X(25).
           05  TX-ADDR-1                PIC X(25).
           05  TX-ADDR-2                PIC X(25).
           05  TX-COMMISSION-AMT        PIC S9(09)V9(02)
                                        SIGN LEADING SEPARATE.
           05  TX-DRAW-ADV-AMT          PIC S9(09)V9(02)
                                        SIGN LEADING SEPARATE.
           05  TX-RECOVERY-AMT          PIC S9(09)V9(02)
                                        SIGN LEADING SEPARATE.
           05  TX-PAID-AMT              PIC S9(09)V9(02)
                                        SIGN LEADING SEPARATE.
           05  TX-RECONCILE-FLAG        PIC X(01).
       01  TAX-EXTRACT-TRAILER.
           05  TT-RECORD-TYPE           PIC X(01).
           05  TT-RECORD-COUNT          PIC 9(07).
           05  TT-HASH-TOTAL            PIC S9(11)V9(02)
                                        SIGN LEADING SEPARATE.

       FD  EARNINGS-STATEMENT.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-EARN-HISTORY-STATUS      PIC X(02) VALUE "00".
           88  WS-EARN-HISTORY-OK                VALUE "00".
           88  WS-EARN-HISTORY-AT-END            VALUE "10".

       77  WS-COMM-MASTER-STATUS       PIC X(02) VALUE "00".
           88  WS-MASTER-OK                      VALUE "00".
           88  WS-MASTER-NOT-FOUND               VALUE "23".

      *--- "05" IS NO COMMHIST YET - NO MONTH HAS BEEN CLOSED.
       77  WS-COMM-HISTORY-STATUS      PIC X(02) VALUE "00".
           88  WS-HISTORY-OK                     VALUE "00".
           88  WS-HISTORY-OPENED                 VALUE "00" "05".
           88  WS-HISTORY-NOT-FOUND              VALUE "23".

       77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                    VALUE "Y".

       77  WS-PARM-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-PARM-END-OF-FILE               VALUE "Y".

       77  WS-CLOSING-SWITCH           PIC X(01) VALUE "N".
           88  WS-CLOSING-FOUND                  VALUE "Y".

      *--- "N" WHEN COMMHIST WAS NOT THERE TO OPEN.
       77  WS-HISTORY-PRESENT-SWITCH   PIC X(01) VALUE "Y".
           88  WS-HISTORY-PRESENT                VALUE "Y".

       77  WS-RECONCILE-FLAG           PIC X(01) VALUE SPACE.
           88  WS-RECONCILED                     VALUE SPACE.
           88  WS-DIFFERENCE-FOUND               VALUE "D".
           88  WS-MASTER-MISSING                 VALUE "M".

       77  WS-TAX-YEAR                 PIC 9(04) VALUE ZERO.
       77  WS-NEXT-YEAR                PIC 9(04) VALUE ZERO.

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR         PIC 9(04).
           05  WS-CURRENT-MONTH        PIC 9(02).
           05  WS-CURRENT-DAY          PIC 9(02).

      *--- THE SALESMAN IN HAND.  THE YEAR'S BUCKETS ARE KEPT HERE
      *--- BECAUSE THE NEXT EARN-HISTORY READ (LOOKING FOR THE
      *--- FOLLOWING YEAR'S OPENING BALANCE) OVERLAYS THE RECORD AREA.
       77  WS-CURRENT-SALESMAN         PIC 9(05) VALUE ZERO.
       77  WS-OPEN-BALANCE             PIC S9(09)V9(02) VALUE ZERO.
       77  WS-CLOSE-BALANCE            PIC S9(09)V9(02) VALUE ZERO.
       77  WS-BALANCE-MOVEMENT         PIC S9(10)V9(02) VALUE ZERO.
       77  WS-EXPECTED-PAID            PIC S9(10)V9(02) VALUE ZERO.
       77  WS-DIFFERENCE               PIC S9(10)V9(02) VALUE ZERO.

       77  WS-YEAR-EARNED              PIC S9(09)V9(02) VALUE ZERO.
       77  WS-YEAR-COMMISSION          PIC S9(09)V9(02) VALUE ZERO.
       77  WS-YEAR-RECOVERY            PIC S9(09)V9(02) VALUE ZERO.
       77  WS-YEAR-DRAW-ADV            PIC S9(09)V9(02) VALUE ZERO.
       77  WS-YEAR-NET-PAY             PIC S9(09)V9(02) VALUE ZERO.

       77  WS-MONTH-SUB                PIC 9(02) VALUE ZERO.

       01  WS-MONTH-TABLE.
           05  WS-MONTH-BUCKET         OCCURS 12 TIMES.
               10  WS-MONTH-COMMISSION PIC S9(09)V9(02)
                                       SIGN LEADING SEPARATE.
               10  WS-MONTH-RECOVERY   PIC S9(09)V9(02)
                                       SIGN LEADING SEPARATE.
               10  WS-MONTH-DRAW-ADV   PIC S9(09)V9(02)
                                       SIGN LEADING SEPARATE.
               10  WS-MONTH-NET-PAY    PIC S9(09)V9(02)
                                       SIGN LEADING SEPARATE.

       01  WS-MONTH-NAME-VALUES.
           05  FILLER                  PIC X(36) VALUE
               "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
       01  WS-MONTH-NAME-TABLE REDEFINES WS-MONTH-NAME-VALUES.
           05  WS-MONTH-NAME           PIC X(03) OCCURS 12 TIMES.

      *--- RUN TOTALS.  THE PAID TOTAL IS THE TRAILER HASH TOTAL.
       77  WS-HISTORY-READ-COUNT       BINARY PIC 9(07) VALUE ZERO.
       77  WS-EXTRACT-COUNT            BINARY PIC 9(07) VALUE ZERO.
       77  WS-FLAGGED-COUNT            BINARY PIC 9(07) VALUE ZERO.
       77  WS-MISSING-COUNT            BINARY PIC 9(07) VALUE ZERO.
       77  WS-TOT-EARNED               PIC S9(11)V9(02) VALUE ZERO.
       77  WS-TOT-COMMISSION           PIC S9(11)V9(02) VALUE ZERO.
       77  WS-TOT-RECOVERY             PIC S9(11)V9(02) VALUE ZERO.
       77  WS-TOT-DRAW-ADV             PIC S9(11)V9(02) VALUE ZERO.
       77  WS-HASH-TOTAL               PIC S9(11)V9(02) VALUE ZERO.

      *--- THE FLAGGED SALESMEN, LISTED AGAIN ON THE SUMMARY PAGE SO
      *--- PAYROLL HAS ONE PLACE TO WORK FROM.
       77  WS-FLAG-TABLE-MAX           PIC 9(03) VALUE 500.
       77  WS-FLAG-COUNT               PIC 9(03) VALUE ZERO.
       77  WS-FLAG-SUB                 PIC 9(03) VALUE ZERO.

       01  WS-FLAG-TABLE.
           05  WS-FLAG-ENTRY           OCCURS 500 TIMES.
               10  WS-FLAG-SALESMAN        PIC 9(05).
               10  WS-FLAG-NAME            PIC X(25).
               10  WS-FLAG-REASON          PIC X(01).
               10  WS-FLAG-DIFFERENCE      PIC S9(10)V9(02).

       77  WS-CALL-FIELD               PIC X(30) VALUE SPACES.
       77  WS-CALL-LENGTH              PIC 9(02) VALUE ZERO.
       77  WS-CALL-TYPE                PIC X(01) VALUE SPACES.
       77  WS-CALL-STATUS              PIC X(01) VALUE SPACES.
           88  WS-CALL-VALID                     VALUE "Y".

       01  STMT-HDG-LINE-1.
           05  FILLER                  PIC X(27) VALUE
               "ANNUAL EARNINGS STATEMENT".
           05  FILLER                  PIC X(09) VALUE "SALESMAN ".
           05  SH-SALESMAN             PIC 9(05).
           05  FILLER                  PIC X(07) VALUE "  YEAR ".
           05  SH-TAX-YEAR             PIC 9(04).

      *--- THE MAILING BLOCK UNDER THE TITLE, PLACED FOR THE ENVELOPE
      *--- WINDOW AS ON THE COMMISSION STATEMENT.
       01  STMT-NAME-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SNL-NAME                PIC X(25).

       01  STMT-ADDR-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SAD-ADDR                PIC X(25).

       01  STMT-HDG-LINE-2.
           05  FILLER                  PIC X(09) VALUE "RUN DATE ".
           05  SH-RUN-DATE             PIC 9(08).

       01  STMT-HDG-LINE-3.
           05  FILLER                  PIC X(06) VALUE "MONTH".
           05  FILLER                  PIC X(17) VALUE
               "       COMMISSION".
           05  FILLER                  PIC X(17) VALUE
               "   DRAW RECOVERED".
           05  FILLER                  PIC X(17) VALUE
               "    DRAW ADVANCED".
           05  FILLER                  PIC X(17) VALUE
               "         NET PAID".

       01  DETAIL-LINE.
           05  DTL-MONTH               PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-COMMISSION          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-RECOVERY            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-DRAW-ADV            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-NET-PAY             PIC ZZZ,ZZZ,ZZ9.99-.

       01  STMT-OPEN-LINE.
           05  FILLER                  PIC X(26) VALUE
               "DRAW BALANCE AT START ..".
           05  SOL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.

       01  STMT-CLOSE-LINE.
           05  FILLER                  PIC X(26) VALUE
               "DRAW BALANCE AT END ....".
           05  SCL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.

       01  STMT-EARNED-LINE.
           05  FILLER                  PIC X(26) VALUE
               "COMMISSION EARNED ......".
           05  SER-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.

       01  STMT-COMMISSION-LINE.
           05  FILLER                  PIC X(26) VALUE
               "COMMISSION PAID ........".
           05  SCM-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.

       01  STMT-MOVEMENT-LINE.
           05  FILLER                  PIC X(26) VALUE
               "DRAW BALANCE MOVEMENT ..".
           05  SMV-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.

       01  STMT-PAID-LINE.
           05  FILLER                  PIC X(26) VALUE
               "PAID BY PAYROLL ........".
           05  SPL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.

       01  STMT-DIFF-LINE.
           05  FILLER                  PIC X(26) VALUE
               "DIFFERENCE .............".
           05  SDL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.

       01  STMT-FLAG-LINE.
           05  SFL-TEXT                PIC X(60).

       01  SUM-HDG-LINE-1.
           05  FILLER                  PIC X(40) VALUE
               "ANNUAL EARNINGS - RUN SUMMARY".
           05  FILLER                  PIC X(05) VALUE "YEAR ".
           05  SUH-TAX-YEAR            PIC 9(04).

       01  SUM-COUNT-LINE.
           05  CNT-LABEL               PIC X(34).
           05  CNT-VALUE               PIC ZZZ,ZZZ,ZZ9.

       01  SUM-TOTAL-LINE.
           05  TTL-LABEL               PIC X(34).
           05  TTL-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  SUM-FLAG-HDG-LINE.
           05  FILLER                  PIC X(40) VALUE
               "NOT RECONCILED - REFER BEFORE FILING".
       01  SUM-FLAG-HDG-LINE-2.
           05  FILLER                  PIC X(10) VALUE "SALESMAN".
           05  FILLER                  PIC X(27) VALUE "NAME".
           05  FILLER                  PIC X(08) VALUE "REASON".
           05  FILLER                  PIC X(15) VALUE
               "     DIFFERENCE".

       01  SUM-FLAG-LINE.
           05  SFD-SALESMAN            PIC 9(05).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  SFD-NAME                PIC X(25).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SFD-REASON              PIC X(08).
           05  SFD-DIFFERENCE          PIC ZZZ,ZZZ,ZZ9.99-.

       01  BLANK-LINE                  PIC X(80) VALUE SPACES.

       COPY RUNLOG.

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE  -  ONE PASS OF EARN-HISTORY IN KEY ORDER
      *                    (SALESMAN, YEAR): EACH TAX-YEAR RECORD IS
      *                    FOLLOWED BY THE SAME SALESMAN'S NEXT-YEAR
      *                    RECORD, IF ANY, WHICH CARRIES THE CLOSING
      *                    DRAW BALANCE.
      *================================================================
       0000-MAINLINE.
           PERFORM 9700-LOG-RUN-START
               THRU 9700-LOG-RUN-START-EXIT.

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-HISTORY
               THRU 2000-PROCESS-HISTORY-EXIT
               UNTIL WS-END-OF-FILE.

           PERFORM 8000-PRINT-SUMMARY
               THRU 8000-PRINT-SUMMARY-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           PERFORM 9750-LOG-RUN-END
               THRU 9750-LOG-RUN-END-EXIT.

           STOP RUN.

      *================================================================
      * 1000-INITIALIZE  -  READ THE TAX YEAR, OPEN THE FILES, WRITE
      *                      THE EXTRACT HEADER AND PRIME THE READ
      *================================================================
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

           PERFORM 1100-READ-EARNINGS-PARM
               THRU 1100-READ-EARNINGS-PARM-EXIT.

           COMPUTE WS-NEXT-YEAR = WS-TAX-YEAR + 1.

           OPEN INPUT  EARN-HISTORY
                       COMM-HISTORY
                       COMM-MASTER
                OUTPUT TAX-EXTRACT-FILE
                       EARNINGS-STATEMENT.

           IF NOT WS-HISTORY-OPENED
               DISPLAY "EARNEXT - COMMHIST OPEN FAILED, STATUS = "
                       WS-COMM-HISTORY-STATUS
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.

           IF NOT WS-HISTORY-OK
               MOVE "N"                TO WS-HISTORY-PRESENT-SWITCH
           END-IF.

           MOVE WS-CURRENT-DATE        TO SH-RUN-DATE.
           MOVE WS-TAX-YEAR            TO SH-TAX-YEAR
                                           SUH-TAX-YEAR.

           MOVE "H"                    TO TH-RECORD-TYPE.
           MOVE WS-TAX-YEAR            TO TH-TAX-YEAR.
           MOVE WS-CURRENT-DATE        TO TH-RUN-DATE.
           WRITE TAX-EXTRACT-HEADER.

           PERFORM 2900-READ-HISTORY
               THRU 2900-READ-HISTORY-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================
      * 1100-READ-EARNINGS-PARM  -  THE SINGLE EARNPARM RECORD IS THE
      *                              TAX YEAR; ZERO DEFAULTS TO LAST
      *                              YEAR.  THE CURRENT YEAR IS
      *                              ALLOWED (A LATE-DECEMBER PROOF
      *                              RUN), A FUTURE YEAR IS NOT.
      *================================================================
       1100-READ-EARNINGS-PARM.
           OPEN INPUT EARNINGS-PARM-FILE.

           READ EARNINGS-PARM-FILE
               AT END
                   SET WS-PARM-END-OF-FILE TO TRUE
           END-READ.

           IF WS-PARM-END-OF-FILE
               DISPLAY "EARNEXT - EARNPARM IS EMPTY"
               PERFORM 9800-PARM-ERROR
                   THRU 9800-PARM-ERROR-EXIT
           END-IF.

           MOVE SPACES                 TO WS-CALL-FIELD.
           MOVE EARNINGS-PARM-RECORD   TO WS-CALL-FIELD (1:4).
           MOVE 4                      TO WS-CALL-LENGTH.
           MOVE "N"                    TO WS-CALL-TYPE.

           CALL "CHECK-VARIABLE" USING WS-CALL-FIELD WS-CALL-LENGTH
                   WS-CALL-TYPE WS-CALL-STATUS.

           IF NOT WS-CALL-VALID
               DISPLAY "EARNEXT - TAX YEAR NOT NUMERIC: "
                       EARNINGS-PARM-RECORD
               PERFORM 9800-PARM-ERROR
                   THRU 9800-PARM-ERROR-EXIT
           END-IF.

           IF EP-TAX-YEAR = ZERO
               COMPUTE WS-TAX-YEAR = WS-CURRENT-YEAR - 1
           ELSE
               MOVE EP-TAX-YEAR        TO WS-TAX-YEAR
           END-IF.

           IF WS-TAX-YEAR > WS-CURRENT-YEAR
               DISPLAY "EARNEXT - TAX YEAR " WS-TAX-YEAR
                       " IS IN THE FUTURE"
               PERFORM 9800-PARM-ERROR
                   THRU 9800-PARM-ERROR-EXIT
           END-IF.

           CLOSE EARNINGS-PARM-FILE.
       1100-READ-EARNINGS-PARM-EXIT.
           EXIT.

      *================================================================
      * 2000-PROCESS-HISTORY  -  A RECORD FOR ANY OTHER YEAR IS PASSED
      *                           OVER.  A TAX-YEAR RECORD IS TOTALLED,
      *                           PROVED, EXTRACTED AND PRINTED.
      *================================================================
       2000-PROCESS-HISTORY.
           IF EH-YEAR NOT = WS-TAX-YEAR
               PERFORM 2900-READ-HISTORY
                   THRU 2900-READ-HISTORY-EXIT
               GO TO 2000-PROCESS-HISTORY-EXIT
           END-IF.

           ADD 1 TO WS-HISTORY-READ-COUNT.

           PERFORM 2100-TOTAL-YEAR
               THRU 2100-TOTAL-YEAR-EXIT.

      *--- THE NEXT RECORD IN KEY ORDER IS THIS SALESMAN'S FOLLOWING
      *--- YEAR IF ONE HAS BEEN POSTED.  IT IS LEFT IN THE RECORD
      *--- AREA FOR THE NEXT PASS, WHICH SKIPS IT ON THE YEAR.
           PERFORM 2900-READ-HISTORY
               THRU 2900-READ-HISTORY-EXIT.

           MOVE "N"                    TO WS-CLOSING-SWITCH.
           IF NOT WS-END-OF-FILE
               AND EH-SALESMAN = WS-CURRENT-SALESMAN
               AND EH-YEAR = WS-NEXT-YEAR
               MOVE EH-OPEN-DRAW-BALANCE
                                       TO WS-CLOSE-BALANCE
               SET WS-CLOSING-FOUND    TO TRUE
           END-IF.

           PERFORM 2200-GET-MASTER
               THRU 2200-GET-MASTER-EXIT.

           PERFORM 2250-GET-EARNED
               THRU 2250-GET-EARNED-EXIT.

           PERFORM 2300-RECONCILE
               THRU 2300-RECONCILE-EXIT.

           PERFORM 3000-WRITE-EXTRACT
               THRU 3000-WRITE-EXTRACT-EXIT.

           PERFORM 4000-PRINT-STATEMENT
               THRU 4000-PRINT-STATEMENT-EXIT.
       2000-PROCESS-HISTORY-EXIT.
           EXIT.

      *================================================================
      * 2100-TOTAL-YEAR  -  KEEP THE YEAR'S BUCKETS AND TOTAL THEM
      *================================================================
       2100-TOTAL-YEAR.
           MOVE EH-SALESMAN            TO WS-CURRENT-SALESMAN.
           MOVE EH-OPEN-DRAW-BALANCE   TO WS-OPEN-BALANCE.

           MOVE ZERO                   TO WS-YEAR-COMMISSION
                                           WS-YEAR-RECOVERY
                                           WS-YEAR-DRAW-ADV
                                           WS-YEAR-NET-PAY.

           PERFORM 2110-TOTAL-MONTH
               THRU 2110-TOTAL-MONTH-EXIT
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12.
       2100-TOTAL-YEAR-EXIT.
           EXIT.

      *================================================================
      * 2110-TOTAL-MONTH  -  ONE MONTH BUCKET
      *================================================================
       2110-TOTAL-MONTH.
           MOVE EH-MONTH-BUCKET (WS-MONTH-SUB)
                                   TO WS-MONTH-BUCKET (WS-MONTH-SUB).

           ADD WS-MONTH-COMMISSION (WS-MONTH-SUB)
                                       TO WS-YEAR-COMMISSION.
           ADD WS-MONTH-RECOVERY (WS-MONTH-SUB)
                                       TO WS-YEAR-RECOVERY.
           ADD WS-MONTH-DRAW-ADV (WS-MONTH-SUB)
                                       TO WS-YEAR-DRAW-ADV.
           ADD WS-MONTH-NET-PAY (WS-MONTH-SUB)
                                       TO WS-YEAR-NET-PAY.
       2110-TOTAL-MONTH-EXIT.
           EXIT.

      *================================================================
      * 2200-GET-MASTER  -  NAME AND ADDRESS FOR THE EXTRACT AND THE
      *                      ENVELOPE; THE LIVE DRAW BALANCE WHEN NO
      *                      FOLLOWING-YEAR RECORD EXISTS YET.  A
      *                      SALESMAN SINCE DELETED FROM THE MASTER IS
      *                      STILL EXTRACTED - THE PAY WAS REAL - BUT
      *                      WITH A BLANK ADDRESS AND FLAGGED.
      *================================================================
       2200-GET-MASTER.
           MOVE WS-CURRENT-SALESMAN    TO CM-SALESMAN.

           READ COMM-MASTER
               INVALID KEY
                   SET WS-MASTER-NOT-FOUND TO TRUE
           END-READ.

           IF NOT WS-MASTER-OK AND NOT WS-MASTER-NOT-FOUND
               DISPLAY "EARNEXT - COMM-MASTER READ ERROR, STATUS = "
                       WS-COMM-MASTER-STATUS
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.

           IF WS-MASTER-NOT-FOUND
               MOVE SPACES             TO CM-NAME
                                           CM-ADDR-1
                                           CM-ADDR-2
           END-IF.

           IF NOT WS-CLOSING-FOUND
               IF WS-MASTER-OK
                   MOVE CM-DRAW-BALANCE
                                       TO WS-CLOSE-BALANCE
               ELSE
                   COMPUTE WS-CLOSE-BALANCE = WS-OPEN-BALANCE
                       - WS-YEAR-RECOVERY + WS-YEAR-DRAW-ADV
               END-IF
           END-IF.
       2200-GET-MASTER-EXIT.
           EXIT.

      *================================================================
      * 2250-GET-EARNED  -  THE COMMISSION EARNED IN THE TAX YEAR,
      *                      FROM THE SALES SIDE RATHER THAN FROM
      *                      WHAT PAYCONF POSTED: THE YEAR'S COMMHIST
      *                      BUCKETS, OR THE MASTER'S YTD FOR THE
      *                      CURRENT YEAR.  NO HISTORY RECORD MEANS
      *                      NOTHING WAS EARNED IN THE YEAR.
      *================================================================
       2250-GET-EARNED.
           MOVE ZERO                   TO WS-YEAR-EARNED.

           IF WS-TAX-YEAR = WS-CURRENT-YEAR
               IF WS-MASTER-OK
                   MOVE CM-YTD-COMMISSION
                                       TO WS-YEAR-EARNED
               END-IF
               GO TO 2250-GET-EARNED-EXIT
           END-IF.

           IF NOT WS-HISTORY-PRESENT
               GO TO 2250-GET-EARNED-EXIT
           END-IF.

           MOVE WS-CURRENT-SALESMAN    TO CH-SALESMAN.
           MOVE WS-TAX-YEAR            TO CH-YEAR.

           READ COMM-HISTORY
               INVALID KEY
                   SET WS-HISTORY-NOT-FOUND TO TRUE
           END-READ.

           IF WS-HISTORY-NOT-FOUND
               GO TO 2250-GET-EARNED-EXIT
           END-IF.

           IF NOT WS-HISTORY-OK
               DISPLAY "EARNEXT - COMMHIST READ ERROR, STATUS = "
                       WS-COMM-HISTORY-STATUS
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.

           PERFORM 2260-ADD-EARNED-MONTH
               THRU 2260-ADD-EARNED-MONTH-EXIT
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12.
       2250-GET-EARNED-EXIT.
           EXIT.

      *================================================================
      * 2260-ADD-EARNED-MONTH  -  ONE COMMHIST BUCKET
      *================================================================
       2260-ADD-EARNED-MONTH.
           ADD CH-MONTH-COMMISSION (WS-MONTH-SUB)
                                       TO WS-YEAR-EARNED.
       2260-ADD-EARNED-MONTH-EXIT.
           EXIT.

      *================================================================
      * 2300-RECONCILE  -  NET PAID MUST EQUAL THE COMMISSION EARNED
      *                     IN THE YEAR PLUS THE DRAW BALANCE
      *                     MOVEMENT OVER THE YEAR.  THE EARNED FIGURE
      *                     COMES FROM COMMHIST, NOT EARN-HISTORY, SO
      *                     A DIFFERENCE IS COMMISSION EARNED BUT NOT
      *                     PAID (OR PAID BUT NOT EARNED) IN THE YEAR,
      *                     A DRAW BALANCE CHANGED OUTSIDE PAYCONF, OR
      *                     A CONFIRMED PERIOD MISSING FROM THE YEAR.
      *================================================================
       2300-RECONCILE.
           COMPUTE WS-BALANCE-MOVEMENT =
               WS-CLOSE-BALANCE - WS-OPEN-BALANCE.

           COMPUTE WS-EXPECTED-PAID =
               WS-YEAR-EARNED + WS-BALANCE-MOVEMENT.

           COMPUTE WS-DIFFERENCE =
               WS-YEAR-NET-PAY - WS-EXPECTED-PAID.

           MOVE SPACE                  TO WS-RECONCILE-FLAG.

           IF WS-MASTER-NOT-FOUND
               SET WS-MASTER-MISSING   TO TRUE
               ADD 1 TO WS-MISSING-COUNT
           ELSE
               IF WS-DIFFERENCE NOT = ZERO
                   SET WS-DIFFERENCE-FOUND TO TRUE
               END-IF
           END-IF.

           IF WS-RECONCILED
               GO TO 2300-RECONCILE-EXIT
           END-IF.

           ADD 1 TO WS-FLAGGED-COUNT.

           IF WS-FLAG-COUNT < WS-FLAG-TABLE-MAX
               ADD 1 TO WS-FLAG-COUNT
               MOVE WS-CURRENT-SALESMAN
                                   TO WS-FLAG-SALESMAN (WS-FLAG-COUNT)
               MOVE CM-NAME        TO WS-FLAG-NAME (WS-FLAG-COUNT)
               MOVE WS-RECONCILE-FLAG
                                   TO WS-FLAG-REASON (WS-FLAG-COUNT)
               MOVE WS-DIFFERENCE
                                   TO WS-FLAG-DIFFERENCE (WS-FLAG-COUNT)
           END-IF.
       2300-RECONCILE-EXIT.
           EXIT.

      *================================================================
      * 2900-READ-HISTORY  -  READ THE NEXT EARN-HISTORY RECORD
      *================================================================
       2900-READ-HISTORY.
           READ EARN-HISTORY NEXT RECORD
               AT END
                   SET WS-END-OF-FILE  TO TRUE
           END-READ.

           IF NOT WS-EARN-HISTORY-OK AND NOT WS-EARN-HISTORY-AT-END
               DISPLAY "EARNEXT - EARN-HISTORY READ ERROR, STATUS = "
                       WS-EARN-HISTORY-STATUS
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.
       2900-READ-HISTORY-EXIT.
           EXIT.

      *================================================================
      * 3000-WRITE-EXTRACT  -  ONE TAX EXTRACT DETAIL
      *================================================================
       3000-WRITE-EXTRACT.
           MOVE "D"                    TO TX-RECORD-TYPE.
           MOVE WS-CURRENT-SALESMAN    TO TX-SALESMAN.
           MOVE WS-TAX-YEAR            TO TX-TAX-YEAR.
           MOVE CM-NAME                TO TX-NAME.
           MOVE CM-ADDR-1              TO TX-ADDR-1.
           MOVE CM-ADDR-2              TO TX-ADDR-2.
           MOVE WS-YEAR-COMMISSION     TO TX-COMMISSION-AMT.
           MOVE WS-YEAR-DRAW-ADV       TO TX-DRAW-ADV-AMT.
           MOVE WS-YEAR-RECOVERY       TO TX-RECOVERY-AMT.
           MOVE WS-YEAR-NET-PAY        TO TX-PAID-AMT.
           MOVE WS-RECONCILE-FLAG      TO TX-RECONCILE-FLAG.

           WRITE TAX-EXTRACT-RECORD.

           ADD 1 TO WS-EXTRACT-COUNT.
           ADD WS-YEAR-EARNED          TO WS-TOT-EARNED.
           ADD WS-YEAR-COMMISSION      TO WS-TOT-COMMISSION.
           ADD WS-YEAR-RECOVERY        TO WS-TOT-RECOVERY.
           ADD WS-YEAR-DRAW-ADV        TO WS-TOT-DRAW-ADV.
           ADD WS-YEAR-NET-PAY         TO WS-HASH-TOTAL.
       3000-WRITE-EXTRACT-EXIT.
           EXIT.

      *================================================================
      * 4000-PRINT-STATEMENT  -  ONE PAGE PER SALESMAN: THE MAILING
      *                           BLOCK, A LINE PER MONTH, THE YEAR
      *                           TOTAL AND THE DRAW RECONCILIATION
      *================================================================
       4000-PRINT-STATEMENT.
           MOVE WS-CURRENT-SALESMAN    TO SH-SALESMAN.

           WRITE REPORT-LINE FROM STMT-HDG-LINE-1
               AFTER ADVANCING PAGE.

           MOVE CM-NAME                TO SNL-NAME.
           WRITE REPORT-LINE FROM STMT-NAME-LINE.
           MOVE CM-ADDR-1              TO SAD-ADDR.
           WRITE REPORT-LINE FROM STMT-ADDR-LINE.
           MOVE CM-ADDR-2              TO SAD-ADDR.
           WRITE REPORT-LINE FROM STMT-ADDR-LINE.

           WRITE REPORT-LINE FROM STMT-HDG-LINE-2.
           WRITE REPORT-LINE FROM BLANK-LINE.
           WRITE REPORT-LINE FROM STMT-HDG-LINE-3.

           PERFORM 4100-PRINT-MONTH
               THRU 4100-PRINT-MONTH-EXIT
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12.

           MOVE "TOTAL"                TO DTL-MONTH.
           MOVE WS-YEAR-COMMISSION     TO DTL-COMMISSION.
           MOVE WS-YEAR-RECOVERY       TO DTL-RECOVERY.
           MOVE WS-YEAR-DRAW-ADV       TO DTL-DRAW-ADV.
           MOVE WS-YEAR-NET-PAY        TO DTL-NET-PAY.
           WRITE REPORT-LINE FROM BLANK-LINE.
           WRITE REPORT-LINE FROM DETAIL-LINE.

           PERFORM 4200-PRINT-RECONCILIATION
               THRU 4200-PRINT-RECONCILIATION-EXIT.
       4000-PRINT-STATEMENT-EXIT.
           EXIT.

      *================================================================
      * 4100-PRINT-MONTH  -  ONE MONTH LINE
      *================================================================
       4100-PRINT-MONTH.
           MOVE WS-MONTH-NAME (WS-MONTH-SUB)
                                       TO DTL-MONTH.
           MOVE WS-MONTH-COMMISSION (WS-MONTH-SUB)
                                       TO DTL-COMMISSION.
           MOVE WS-MONTH-RECOVERY (WS-MONTH-SUB)
                                       TO DTL-RECOVERY.
           MOVE WS-MONTH-DRAW-ADV (WS-MONTH-SUB)
                                       TO DTL-DRAW-ADV.
           MOVE WS-MONTH-NET-PAY (WS-MONTH-SUB)
                                       TO DTL-NET-PAY.

           WRITE REPORT-LINE FROM DETAIL-LINE.
       4100-PRINT-MONTH-EXIT.
           EXIT.

      *================================================================
      * 4200-PRINT-RECONCILIATION  -  OPENING AND CLOSING DRAW
      *                                BALANCE, THE MOVEMENT, AND
      *                                COMMISSION EARNED PLUS
      *                                MOVEMENT AGAINST WHAT PAYROLL
      *                                PAID
      *================================================================
       4200-PRINT-RECONCILIATION.
           WRITE REPORT-LINE FROM BLANK-LINE.

           MOVE WS-OPEN-BALANCE        TO SOL-AMOUNT.
           WRITE REPORT-LINE FROM STMT-OPEN-LINE.

           MOVE WS-CLOSE-BALANCE       TO SCL-AMOUNT.
           WRITE REPORT-LINE FROM STMT-CLOSE-LINE.

           WRITE REPORT-LINE FROM BLANK-LINE.

           MOVE WS-YEAR-COMMISSION     TO SCM-AMOUNT.
           WRITE REPORT-LINE FROM STMT-COMMISSION-LINE.

           MOVE WS-YEAR-EARNED         TO SER-AMOUNT.
           WRITE REPORT-LINE FROM STMT-EARNED-LINE.

           MOVE WS-BALANCE-MOVEMENT    TO SMV-AMOUNT.
           WRITE REPORT-LINE FROM STMT-MOVEMENT-LINE.

           MOVE WS-YEAR-NET-PAY        TO SPL-AMOUNT.
           WRITE REPORT-LINE FROM STMT-PAID-LINE.

           MOVE WS-DIFFERENCE          TO SDL-AMOUNT.
           WRITE REPORT-LINE FROM STMT-DIFF-LINE.

           IF WS-DIFFERENCE-FOUND
               MOVE "*** DOES NOT RECONCILE - REFER TO PAYROLL ***"
                                       TO SFL-TEXT
               WRITE REPORT-LINE FROM BLANK-LINE
               WRITE REPORT-LINE FROM STMT-FLAG-LINE
           END-IF.

           IF WS-MASTER-MISSING
               MOVE "*** NOT ON COMM-MASTER - NO ADDRESS ***"
                                       TO SFL-TEXT
               WRITE REPORT-LINE FROM BLANK-LINE
               WRITE REPORT-LINE FROM STMT-FLAG-LINE
           END-IF.
       4200-PRINT-RECONCILIATION-EXIT.
           EXIT.

      *================================================================
      * 8000-PRINT-SUMMARY  -  RUN COUNTS, THE EXTRACT TOTALS AND THE
      *                         LIST OF SALESMEN THAT DID NOT RECONCILE
      *================================================================
       8000-PRINT-SUMMARY.
           WRITE REPORT-LINE FROM SUM-HDG-LINE-1
               AFTER ADVANCING PAGE.
           WRITE REPORT-LINE FROM BLANK-LINE.

           MOVE "STATEMENTS PRINTED"   TO CNT-LABEL.
           MOVE WS-HISTORY-READ-COUNT  TO CNT-VALUE.
           WRITE REPORT-LINE FROM SUM-COUNT-LINE.

           MOVE "TAX EXTRACT DETAILS"  TO CNT-LABEL.
           MOVE WS-EXTRACT-COUNT       TO CNT-VALUE.
           WRITE REPORT-LINE FROM SUM-COUNT-LINE.

           MOVE "NOT RECONCILED"       TO CNT-LABEL.
           MOVE WS-FLAGGED-COUNT       TO CNT-VALUE.
           WRITE REPORT-LINE FROM SUM-COUNT-LINE.

           MOVE "  OF WHICH NOT ON COMM-MASTER"
                                       TO CNT-LABEL.
           MOVE WS-MISSING-COUNT       TO CNT-VALUE.
           WRITE REPORT-LINE FROM SUM-COUNT-LINE.

           WRITE REPORT-LINE FROM BLANK-LINE.

           MOVE "COMMISSION EARNED"    TO TTL-LABEL.
           MOVE WS-TOT-EARNED          TO TTL-AMOUNT.
           WRITE REPORT-LINE FROM SUM-TOTAL-LINE.

           MOVE "COMMISSION PAID"      TO TTL-LABEL.
           MOVE WS-TOT-COMMISSION      TO TTL-AMOUNT.
           WRITE REPORT-LINE FROM SUM-TOTAL-LINE.

           MOVE "DRAW RECOVERED"       TO TTL-LABEL.
           MOVE WS-TOT-RECOVERY        TO TTL-AMOUNT.
           WRITE REPORT-LINE FROM SUM-TOTAL-LINE.

           MOVE "DRAW ADVANCED"        TO TTL-LABEL.
           MOVE WS-TOT-DRAW-ADV        TO TTL-AMOUNT.
           WRITE REPORT-LINE FROM SUM-TOTAL-LINE.

           MOVE "NET PAID (EXTRACT HASH TOTAL)"
                                       TO TTL-LABEL.
           MOVE WS-HASH-TOTAL          TO TTL-AMOUNT.
           WRITE REPORT-LINE FROM SUM-TOTAL-LINE.

           IF WS-FLAG-COUNT = ZERO
               GO TO 8000-PRINT-SUMMARY-EXIT
           END-IF.

           WRITE REPORT-LINE FROM BLANK-LINE.
           WRITE REPORT-LINE FROM SUM-FLAG-HDG-LINE.
           WRITE REPORT-LINE FROM SUM-FLAG-HDG-LINE-2.

           PERFORM 8100-PRINT-FLAG-LINE
               THRU 8100-PRINT-FLAG-LINE-EXIT
               VARYING WS-FLAG-SUB FROM 1 BY 1
               UNTIL WS-FLAG-SUB > WS-FLAG-COUNT.

           IF WS-FLAGGED-COUNT > WS-FLAG-COUNT
               MOVE "*** FURTHER SALESMEN NOT LISTED - SEE STATEMENTS"
                                       TO SFL-TEXT
               WRITE REPORT-LINE FROM STMT-FLAG-LINE
           END-IF.
       8000-PRINT-SUMMARY-EXIT.
           EXIT.

      *================================================================
      * 8100-PRINT-FLAG-LINE  -  ONE SALESMAN THAT DID NOT RECONCILE
      *================================================================
       8100-PRINT-FLAG-LINE.
           MOVE WS-FLAG-SALESMAN (WS-FLAG-SUB)
                                       TO SFD-SALESMAN.
           MOVE WS-FLAG-NAME (WS-FLAG-SUB)
                                       TO SFD-NAME.
           MOVE WS-FLAG-DIFFERENCE (WS-FLAG-SUB)
                                       TO SFD-DIFFERENCE.

           IF WS-FLAG-REASON (WS-FLAG-SUB) = "M"
               MOVE "NO MAST"          TO SFD-REASON
           ELSE
               MOVE "DIFF"             TO SFD-REASON
           END-IF.

           WRITE REPORT-LINE FROM SUM-FLAG-LINE.
       8100-PRINT-FLAG-LINE-EXIT.
           EXIT.

      *================================================================
      * 9000-TERMINATE  -  WRITE THE TRAILER, CLOSE THE FILES AND SET
      *                     RETURN CODE 4 WHEN ANY SALESMAN IS FLAGGED
      *================================================================
       9000-TERMINATE.
           MOVE "T"                    TO TT-RECORD-TYPE.
           MOVE WS-EXTRACT-COUNT       TO TT-RECORD-COUNT.
           MOVE WS-HASH-TOTAL          TO TT-HASH-TOTAL.
           WRITE TAX-EXTRACT-TRAILER.

           CLOSE EARN-HISTORY
                 COMM-HISTORY
                 COMM-MASTER
                 TAX-EXTRACT-FILE
                 EARNINGS-STATEMENT.

           DISPLAY "EARNEXT - TAX YEAR:            " WS-TAX-YEAR.
           MOVE WS-EXTRACT-COUNT       TO CNT-VALUE.
           DISPLAY "EARNEXT - EXTRACT DETAILS:     " CNT-VALUE.
           MOVE WS-FLAGGED-COUNT       TO CNT-VALUE.
           DISPLAY "EARNEXT - NOT RECONCILED:      " CNT-VALUE.

           IF WS-FLAGGED-COUNT > ZERO AND RETURN-CODE < 4
               MOVE 4                  TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

      *================================================================
      * 9700-LOG-RUN-START  -  START ENTRY ON THE SHARED RUN LOG
      *================================================================
       9700-LOG-RUN-START.
           MOVE "EARNEXT"              TO RL-STEP-NAME.
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
           MOVE WS-HISTORY-READ-COUNT  TO RL-READ-COUNT.
           MOVE WS-EXTRACT-COUNT       TO RL-WRITTEN-COUNT.
           MOVE WS-FLAGGED-COUNT       TO RL-REJECT-COUNT.
           MOVE "NET PAID"             TO RL-CONTROL-LABEL-1.
           MOVE WS-HASH-TOTAL          TO RL-CONTROL-TOTAL-1.
           MOVE "COMMISSION"           TO RL-CONTROL-LABEL-2.
           MOVE WS-TOT-COMMISSION      TO RL-CONTROL-TOTAL-2.
           SET RL-END-ENTRY            TO TRUE.

           CALL "RUNLOGW" USING RUN-LOG-RECORD.

           MOVE RL-RETURN-CODE         TO RETURN-CODE.
       9750-LOG-RUN-END-EXIT.
           EXIT.

      *================================================================
      * 9800-PARM-ERROR  -  A MISSING OR BAD TAX YEAR
      *================================================================
       9800-PARM-ERROR.
           MOVE 8                      TO RETURN-CODE.
           CLOSE EARNINGS-PARM-FILE.
           PERFORM 9750-LOG-RUN-END
               THRU 9750-LOG-RUN-END-EXIT.

           STOP RUN.
       9800-PARM-ERROR-EXIT.
           EXIT.

      *================================================================
      * 9900-ABEND  -  A REAL I/O ERROR (THE CALLER HAS DISPLAYED
      *                 THE FILE AND STATUS).  STOP SHORT RATHER THAN
      *                 SEND PAYROLL A PARTIAL OR DOUBTFUL EXTRACT;
      *                 THE TRAILER IS NEVER WRITTEN, SO THE PARTIAL
      *                 FILE CANNOT FOOT.
      *================================================================
       9900-ABEND.
           DISPLAY "EARNEXT - FATAL I/O ERROR AT SALESMAN "
                   WS-CURRENT-SALESMAN.

           MOVE 16                     TO RETURN-CODE.

           CLOSE EARN-HISTORY
                 COMM-HISTORY
                 COMM-MASTER
                 TAX-EXTRACT-FILE
                 EARNINGS-STATEMENT.

           PERFORM 9750-LOG-RUN-END
               THRU 9750-LOG-RUN-END-EXIT.

           STOP RUN.
       9900-ABEND-EXIT.
           EXIT.
