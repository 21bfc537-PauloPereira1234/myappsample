       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COMMINQ.
       AUTHOR.        D HOLLOWAY.
       INSTALLATION.  SALES ACCOUNTING.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DH    ORIGINAL VERSION.  ONLINE SALESMAN INQUIRY,
      *                  SO A SALESMAN'S OR MANAGER'S QUESTION IS
      *                  ANSWERED AT THE TERMINAL INSTEAD OF BY AN
      *                  AUDINQ, COMMHRPT OR STMTPRT RUN AND A WAIT
      *                  FOR THE PRINT.  KEY A SALESMAN NUMBER TO SEE
      *                  THE COMM-MASTER RECORD (NAME, GRADE,
      *                  TERRITORY, STATUS, YTD SALES AND COMMISSION,
      *                  RELEASED/PENDING, DRAW AMOUNT AND BALANCE,
      *                  QUOTA ATTAINMENT) AND THIS YEAR'S TWELVE
      *                  COMMHIST BUCKETS, THEN PAGE THROUGH THE MOST
      *                  RECENT COMMAUD POSTINGS AND THE OPEN REJECTS
      *                  ON COMMREJ AND REJHOLD.  KEY "I" TO LOOK AN
      *                  INVOICE UP: ITS INVREG REGISTER ENTRY, EVERY
      *                  COMMAUD POSTING CARRYING IT (SPLIT SHARES AND
      *                  OVERRIDES INCLUDED) AND ANY OPEN REJECT.
      *                  EVERY FILE IS OPENED INPUT - NOTHING IS
      *                  CHANGED FROM HERE.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM PC.
           OBJECT-COMPUTER. IBM PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMM-MASTER
               ASSIGN TO "COMMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-SALESMAN
               FILE STATUS IS WS-COMM-MASTER-STATUS.

           SELECT OPTIONAL COMM-HISTORY
               ASSIGN TO "COMMHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-COMM-HISTORY-STATUS.

           SELECT OPTIONAL INVOICE-REGISTER
               ASSIGN TO "INVREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IR-KEY
               FILE STATUS IS WS-INV-REG-STATUS.

           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO "COMMAUD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REJECT-FILE
               ASSIGN TO "COMMREJ"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HOLD-IN-FILE
               ASSIGN TO "REJHOLD"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COMM-MASTER.
       COPY COMMMAST.

       FD  COMM-HISTORY.
       COPY COMMHIST.

       FD  INVOICE-REGISTER.
       COPY INVREG.

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

       FD  REJECT-FILE
           RECORD CONTAINS 81 CHARACTERS.
       COPY COMMREC REPLACING ==COMMISSION-RECORD== BY ==REJECT-RECORD==
           ==CR-SALESMAN== BY ==RJ-SALESMAN==
           ==CR-TRANS-TYPE== BY ==RJ-TRANS-TYPE==
           ==CR-SALES== BY ==RJ-SALES==
           ==CR-COMMISSION== BY ==RJ-COMMISSION==
           ==CR-INVOICE== BY ==RJ-INVOICE==
           ==CR-CUSTOMER== BY ==RJ-CUSTOMER==
           ==CR-SALE-DATE== BY ==RJ-SALE-DATE==.
           05  RJ-REASON-CODE          PIC X(02).
           05  RJ-REASON-TEXT          PIC X(30).

       FD  HOLD-IN-FILE
           RECORD CONTAINS 81 CHARACTERS.
       COPY COMMREC REPLACING ==COMMISSION-RECORD== BY
           ==HOLD-IN-RECORD==
           ==CR-SALESMAN== BY ==HI-SALESMAN==
           ==CR-TRANS-TYPE== BY ==HI-TRANS-TYPE==
           ==CR-SALES== BY ==HI-SALES==
           ==CR-COMMISSION== BY ==HI-COMMISSION==
           ==CR-INVOICE== BY ==HI-INVOICE==
           ==CR-CUSTOMER== BY ==HI-CUSTOMER==
           ==CR-SALE-DATE== BY ==HI-SALE-DATE==.
           05  HI-REASON-CODE          PIC X(02).
           05  HI-REASON-TEXT          PIC X(30).

       WORKING-STORAGE SECTION.
       77  WS-COMM-MASTER-STATUS       PIC X(02) VALUE "00".
           88  WS-MASTER-OK                      VALUE "00".
           88  WS-MASTER-NOT-FOUND               VALUE "23".

       77  WS-COMM-HISTORY-STATUS      PIC X(02) VALUE "00".
           88  WS-HISTORY-OK                     VALUE "00".
           88  WS-HISTORY-NOT-FOUND              VALUE "23".

       77  WS-INV-REG-STATUS           PIC X(02) VALUE "00".
           88  WS-INV-REG-OK                     VALUE "00".

       77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                    VALUE "Y".

       77  WS-EXIT-SWITCH              PIC X(01) VALUE "N".
           88  WS-EXIT-REQUESTED                 VALUE "Y".

       77  WS-MENU-SWITCH              PIC X(01) VALUE "N".
           88  WS-MENU-DONE                      VALUE "Y".

       77  WS-QUIT-SWITCH              PIC X(01) VALUE "N".
           88  WS-QUIT-PAGING                    VALUE "Y".

       77  WS-NUMBER-SWITCH            PIC X(01) VALUE "N".
           88  WS-NUMBER-VALID                   VALUE "Y".

      *--- WHAT THE POSTING AND REJECT SCANS SELECT ON: "S" THE
      *--- SALESMAN IN WS-PICK-SALESMAN, "I" THE INVOICE IN
      *--- WS-PICK-INVOICE.
       77  WS-SELECT-MODE              PIC X(01) VALUE "S".
           88  WS-SELECT-SALESMAN                VALUE "S".
           88  WS-SELECT-INVOICE                 VALUE "I".

       77  WS-PICK-SALESMAN            PIC 9(05) VALUE ZERO.
       77  WS-PICK-INVOICE             PIC 9(08) VALUE ZERO.

       01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
       01  WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR         PIC 9(04).
           05  WS-CURRENT-MONTH        PIC 9(02).
           05  WS-CURRENT-DAY          PIC 9(02).

      *--- WHAT THE USER KEYED, AND HOW MUCH OF IT THERE IS.
       77  WS-INPUT-LINE               PIC X(20) VALUE SPACES.
       77  WS-INPUT-LENGTH             PIC 9(02) VALUE ZERO.
       77  WS-INPUT-MAX                PIC 9(02) VALUE ZERO.
       77  WS-INPUT-NUMBER             PIC 9(08) VALUE ZERO.

      *--- LINES SHOWN BEFORE THE USER IS ASKED FOR THE NEXT PAGE.
       77  WS-LINES-PER-SCREEN         PIC 9(02) VALUE 15.
       77  WS-SCREEN-LINES             PIC 9(02) VALUE ZERO.

      *--- THE MOST RECENT COMMAUD POSTINGS SELECTED, KEPT
      *--- ROUND-ROBIN SO THE LAST WS-POST-TABLE-MAX SURVIVE THE
      *--- FORWARD SCAN OF THE FILE; SHOWN NEWEST FIRST.
       77  WS-POST-TABLE-MAX           PIC 9(03) VALUE 60.
       77  WS-POST-COUNT               PIC 9(03) VALUE ZERO.
       77  WS-POST-NEXT                PIC 9(03) VALUE 1.
       77  WS-POST-SUB                 PIC 9(03) VALUE ZERO.
       77  WS-SHOW-SUB                 PIC 9(03) VALUE ZERO.
       77  WS-POST-MATCHED             BINARY PIC 9(07) VALUE ZERO.

       01  WS-POST-TABLE.
           05  WS-POST-ENTRY           OCCURS 60 TIMES.
               10  WS-PT-SALESMAN          PIC 9(05).
               10  WS-PT-TRANS-TYPE        PIC X(01).
               10  WS-PT-INVOICE           PIC 9(08).
               10  WS-PT-CUSTOMER          PIC 9(06).
               10  WS-PT-SALE-DATE         PIC 9(08).
               10  WS-PT-SALES             PIC S9(07)V9(02).
               10  WS-PT-RATE-PCT          PIC 9(02)V9(02).
               10  WS-PT-COMMISSION        PIC S9(07)V9(02).
               10  WS-PT-RUN-DATE          PIC 9(08).

      *--- OPEN REJECTS SELECTED FROM TODAY'S COMMREJ AND THE
      *--- REJHOLD HOLD FILE, IN FILE ORDER.
       77  WS-REJ-TABLE-MAX            PIC 9(03) VALUE 60.
       77  WS-REJ-COUNT                PIC 9(03) VALUE ZERO.
       77  WS-REJ-SUB                  PIC 9(03) VALUE ZERO.
       77  WS-REJ-MATCHED              BINARY PIC 9(07) VALUE ZERO.

       01  WS-REJ-TABLE.
           05  WS-REJ-ENTRY            OCCURS 60 TIMES.
               10  WS-RT-SOURCE            PIC X(07).
               10  WS-RT-SALESMAN          PIC 9(05).
               10  WS-RT-TRANS-TYPE        PIC X(01).
               10  WS-RT-INVOICE           PIC 9(08).
               10  WS-RT-SALE-DATE         PIC 9(08).
               10  WS-RT-SALES             PIC S9(07)V9(02).
               10  WS-RT-REASON-CODE       PIC X(02).
               10  WS-RT-REASON-TEXT       PIC X(30).

      *--- THE ENTRY BEING FILED INTO THE REJECT TABLE, FROM
      *--- WHICHEVER FILE IT CAME.
       77  WS-CAND-SOURCE              PIC X(07) VALUE SPACES.
       77  WS-CAND-SALESMAN            PIC 9(05) VALUE ZERO.
       77  WS-CAND-TRANS-TYPE          PIC X(01) VALUE SPACES.
       77  WS-CAND-INVOICE             PIC 9(08) VALUE ZERO.
       77  WS-CAND-SALE-DATE           PIC 9(08) VALUE ZERO.
       77  WS-CAND-SALES               PIC S9(07)V9(02) VALUE ZERO.
       77  WS-CAND-REASON-CODE         PIC X(02) VALUE SPACES.
       77  WS-CAND-REASON-TEXT         PIC X(30) VALUE SPACES.

       77  WS-COMMISSION-WORK          PIC S9(07)V9(02) VALUE ZERO.
       77  WS-EDIT-COUNT-1             PIC ZZ9.
       77  WS-EDIT-COUNT-2             PIC Z,ZZZ,ZZ9.
       77  WS-PENDING-COMM             PIC S9(09)V9(02) VALUE ZERO.
       77  WS-YTD-QUOTA                PIC 9(09)V9(02) VALUE ZERO.

      *--- PERCENT ATTAINED, PINNED AT 9999.9 AS ON QUOTARPT.
       77  WS-ANNUAL-PCT               PIC S9(04)V9(01) VALUE ZERO.
       77  WS-YTD-PCT                  PIC S9(04)V9(01) VALUE ZERO.

       77  WS-MONTH-SUB                PIC 9(02) VALUE ZERO.
       77  WS-CLOSED-SALES             PIC S9(11)V9(02) VALUE ZERO.
       77  WS-CLOSED-COMM              PIC S9(11)V9(02) VALUE ZERO.
       77  WS-OPEN-SALES               PIC S9(11)V9(02) VALUE ZERO.
       77  WS-OPEN-COMM                PIC S9(11)V9(02) VALUE ZERO.

       77  WS-CALL-FIELD               PIC X(30) VALUE SPACES.
       77  WS-CALL-LENGTH              PIC 9(02) VALUE ZERO.
       77  WS-CALL-TYPE                PIC X(01) VALUE SPACES.
       77  WS-CALL-STATUS              PIC X(01) VALUE SPACES.
           88  WS-CALL-VALID                     VALUE "Y".

      *================================================================
      * SCREEN LINES - BUILT HERE AND DISPLAYED WHOLE
      *================================================================
       01  RULE-LINE                   PIC X(79) VALUE ALL "-".

       01  MASTER-LINE-1.
           05  FILLER                  PIC X(22) VALUE
               "COMMISSION INQUIRY - ".
           05  FILLER                  PIC X(09) VALUE "SALESMAN ".
           05  ML1-SALESMAN            PIC 9(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ML1-NAME                PIC X(25).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "AS ".
           05  ML1-DATE                PIC 9(08).

       01  MASTER-LINE-2.
           05  FILLER                  PIC X(06) VALUE "GRADE ".
           05  ML2-GRADE               PIC X(01).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "TERRITORY ".
           05  ML2-TERRITORY           PIC X(03).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE "STATUS ".
           05  ML2-STATUS              PIC X(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "LAST: ".
           05  ML2-LAST-TYPE           PIC X(01).
           05  FILLER                  PIC X(05) VALUE " INV ".
           05  ML2-LAST-INVOICE        PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ML2-LAST-SALE-DATE      PIC 9(08).

       01  MASTER-AMOUNT-LINE.
           05  MAL-LABEL-1             PIC X(16).
           05  MAL-AMOUNT-1            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  MAL-LABEL-2             PIC X(16).
           05  MAL-AMOUNT-2            PIC ZZZ,ZZZ,ZZ9.99-.

       01  QUOTA-LINE.
           05  FILLER                  PIC X(16) VALUE
               "ANNUAL QUOTA".
           05  QL-QUOTA                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "ATTAINED ".
           05  QL-ANNUAL-PCT           PIC ZZZ9.9-.
           05  FILLER                  PIC X(05) VALUE " PCT ".
           05  FILLER                  PIC X(10) VALUE "YEAR TO DT".
           05  QL-YTD-PCT              PIC ZZZ9.9-.
           05  FILLER                  PIC X(04) VALUE " PCT".

       01  HISTORY-HEADING.
           05  FILLER                  PIC X(20) VALUE
               "COMMHIST FOR YEAR ".
           05  HH-YEAR                 PIC 9(04).
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE
               "             SALES".
           05  FILLER                  PIC X(19) VALUE
               "         COMMISSION".

       01  HISTORY-LINE.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  HL-LABEL                PIC X(18).
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  HL-SALES                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  HL-COMMISSION           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  COUNT-LINE.
           05  CL-LABEL                PIC X(40).
           05  CL-COUNT                PIC ZZZ,ZZ9.

       01  POSTING-HEADING.
           05  FILLER                  PIC X(06) VALUE "SLSMN".
           05  FILLER                  PIC X(02) VALUE "T".
           05  FILLER                  PIC X(09) VALUE "INVOICE".
           05  FILLER                  PIC X(07) VALUE "CUST".
           05  FILLER                  PIC X(09) VALUE "SALE DATE".
           05  FILLER                  PIC X(14) VALUE
               "        SALES ".
           05  FILLER                  PIC X(06) VALUE " RATE ".
           05  FILLER                  PIC X(14) VALUE
               "   COMMISSION ".
           05  FILLER                  PIC X(09) VALUE "POSTED".

       01  POSTING-LINE.
           05  PL-SALESMAN             PIC 9(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PL-TRANS-TYPE           PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PL-INVOICE              PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PL-CUSTOMER             PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PL-SALE-DATE            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PL-SALES                PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PL-RATE                 PIC Z9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PL-COMMISSION           PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PL-RUN-DATE             PIC 9(08).

       01  REJECT-HEADING.
           05  FILLER                  PIC X(08) VALUE "FILE".
           05  FILLER                  PIC X(06) VALUE "SLSMN".
           05  FILLER                  PIC X(02) VALUE "T".
           05  FILLER                  PIC X(09) VALUE "INVOICE".
           05  FILLER                  PIC X(09) VALUE "SALE DATE".
           05  FILLER                  PIC X(14) VALUE
               "        SALES ".
           05  FILLER                  PIC X(30) VALUE " REASON".

       01  REJECT-LINE.
           05  RJL-SOURCE              PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RJL-SALESMAN            PIC 9(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RJL-TRANS-TYPE          PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RJL-INVOICE             PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RJL-SALE-DATE           PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RJL-SALES               PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RJL-REASON-CODE         PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RJL-REASON-TEXT         PIC X(27).

       01  REGISTER-LINE-1.
           05  FILLER                  PIC X(18) VALUE
               "INVREG  SALESMAN ".
           05  RG1-SALESMAN            PIC 9(05).
           05  FILLER                  PIC X(11) VALUE "  CUSTOMER ".
           05  RG1-CUSTOMER            PIC 9(06).
           05  FILLER                  PIC X(12) VALUE "  SALE DATE ".
           05  RG1-SALE-DATE           PIC 9(08).
           05  FILLER                  PIC X(09) VALUE "  POSTED ".
           05  RG1-POSTED-DATE         PIC 9(08).

       01  REGISTER-LINE-2.
           05  FILLER                  PIC X(09) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "ORIGINAL ".
           05  RG2-ORIG-SALES          PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(11) VALUE "  RETURNED ".
           05  RG2-RETURNED-SALES      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(06) VALUE "  NET ".
           05  RG2-NET-SALES           PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RG2-RETURN-COUNT        PIC ZZ9.

       01  MESSAGE-LINE.
           05  MSG-TEXT                PIC X(79).

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE
      *================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-REQUEST
               THRU 2000-PROCESS-REQUEST-EXIT
               UNTIL WS-EXIT-REQUESTED.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           STOP RUN.

      *================================================================
      * 1000-INITIALIZE  -  OPEN THE KEYED FILES FOR READING.  THE
      *                      FLAT FILES ARE OPENED FOR EACH SCAN SO
      *                      EVERY INQUIRY SEES THEM AS THEY NOW ARE.
      *================================================================
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

           OPEN INPUT COMM-MASTER.
           IF NOT WS-MASTER-OK
               DISPLAY "COMMINQ - COMM-MASTER OPEN FAILED, STATUS = "
                       WS-COMM-MASTER-STATUS
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.

           OPEN INPUT COMM-HISTORY
                      INVOICE-REGISTER.

           DISPLAY "COMMINQ - SALESMAN INQUIRY (READ ONLY)".
       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================
      * 2000-PROCESS-REQUEST  -  ONE INQUIRY: A SALESMAN NUMBER, "I"
      *                           FOR AN INVOICE, OR "X" (OR NOTHING)
      *                           TO LEAVE
      *================================================================
       2000-PROCESS-REQUEST.
           DISPLAY " ".
           DISPLAY "ENTER SALESMAN NUMBER, I = INVOICE LOOKUP, "
                   "X = EXIT: " WITH NO ADVANCING.
           MOVE SPACES                 TO WS-INPUT-LINE.
           ACCEPT WS-INPUT-LINE.

           IF WS-INPUT-LINE = SPACES
               OR WS-INPUT-LINE = "X" OR WS-INPUT-LINE = "x"
               SET WS-EXIT-REQUESTED   TO TRUE
               GO TO 2000-PROCESS-REQUEST-EXIT
           END-IF.

           IF WS-INPUT-LINE = "I" OR WS-INPUT-LINE = "i"
               PERFORM 2200-GET-INVOICE-NUMBER
                   THRU 2200-GET-INVOICE-NUMBER-EXIT
               GO TO 2000-PROCESS-REQUEST-EXIT
           END-IF.

           MOVE 5                      TO WS-INPUT-MAX.
           PERFORM 2300-EDIT-NUMBER
               THRU 2300-EDIT-NUMBER-EXIT.

           IF NOT WS-NUMBER-VALID
               DISPLAY "COMMINQ - SALESMAN MUST BE 1 TO 5 DIGITS: "
                       WS-INPUT-LINE
               GO TO 2000-PROCESS-REQUEST-EXIT
           END-IF.

           MOVE WS-INPUT-NUMBER        TO WS-PICK-SALESMAN.

           PERFORM 3000-SALESMAN-INQUIRY
               THRU 3000-SALESMAN-INQUIRY-EXIT.
       2000-PROCESS-REQUEST-EXIT.
           EXIT.

      *================================================================
      * 2200-GET-INVOICE-NUMBER  -  ASK FOR THE INVOICE AND LOOK IT UP
      *================================================================
       2200-GET-INVOICE-NUMBER.
           DISPLAY "INVOICE NUMBER: " WITH NO ADVANCING.
           MOVE SPACES                 TO WS-INPUT-LINE.
           ACCEPT WS-INPUT-LINE.

           IF WS-INPUT-LINE = SPACES
               GO TO 2200-GET-INVOICE-NUMBER-EXIT
           END-IF.

           MOVE 8                      TO WS-INPUT-MAX.
           PERFORM 2300-EDIT-NUMBER
               THRU 2300-EDIT-NUMBER-EXIT.

           IF NOT WS-NUMBER-VALID
               DISPLAY "COMMINQ - INVOICE MUST BE 1 TO 8 DIGITS: "
                       WS-INPUT-LINE
               GO TO 2200-GET-INVOICE-NUMBER-EXIT
           END-IF.

           MOVE WS-INPUT-NUMBER        TO WS-PICK-INVOICE.

           PERFORM 4000-INVOICE-INQUIRY
               THRU 4000-INVOICE-INQUIRY-EXIT.
       2200-GET-INVOICE-NUMBER-EXIT.
           EXIT.

      *================================================================
      * 2300-EDIT-NUMBER  -  THE KEYED ENTRY MUST BE 1 TO WS-INPUT-MAX
      *                       DIGITS, LEFT-JUSTIFIED AS TYPED.  A
      *                       VALID ENTRY IS RETURNED RIGHT-JUSTIFIED
      *                       IN WS-INPUT-NUMBER.
      *================================================================
       2300-EDIT-NUMBER.
           MOVE "N"                    TO WS-NUMBER-SWITCH.
           MOVE ZERO                   TO WS-INPUT-LENGTH
                                           WS-INPUT-NUMBER.

           INSPECT WS-INPUT-LINE TALLYING WS-INPUT-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.

           IF WS-INPUT-LENGTH = ZERO
               OR WS-INPUT-LENGTH > WS-INPUT-MAX
               GO TO 2300-EDIT-NUMBER-EXIT
           END-IF.

           IF WS-INPUT-LINE (WS-INPUT-LENGTH + 1:) NOT = SPACES
               GO TO 2300-EDIT-NUMBER-EXIT
           END-IF.

           MOVE SPACES                 TO WS-CALL-FIELD.
           MOVE WS-INPUT-LINE          TO WS-CALL-FIELD.
           MOVE WS-INPUT-LENGTH        TO WS-CALL-LENGTH.
           MOVE "N"                    TO WS-CALL-TYPE.

           CALL "CHECK-VARIABLE" USING WS-CALL-FIELD WS-CALL-LENGTH
                   WS-CALL-TYPE WS-CALL-STATUS.

           IF NOT WS-CALL-VALID
               GO TO 2300-EDIT-NUMBER-EXIT
           END-IF.

           MOVE WS-INPUT-LINE (1:WS-INPUT-LENGTH)
                                        TO WS-INPUT-NUMBER.
           MOVE "Y"                    TO WS-NUMBER-SWITCH.
       2300-EDIT-NUMBER-EXIT.
           EXIT.

      *================================================================
      * 3000-SALESMAN-INQUIRY  -  THE MASTER AND HISTORY PANEL, THEN
      *                            THE POSTINGS/REJECTS MENU.  A
      *                            SALESMAN NOT ON COMM-MASTER STILL
      *                            GETS THE REJECTS (REASON 05 IS
      *                            "NOT ON MASTER").
      *================================================================
       3000-SALESMAN-INQUIRY.
           MOVE WS-PICK-SALESMAN       TO CM-SALESMAN.

           READ COMM-MASTER
               INVALID KEY
                   SET WS-MASTER-NOT-FOUND TO TRUE
           END-READ.

           IF NOT WS-MASTER-OK AND NOT WS-MASTER-NOT-FOUND
               DISPLAY "COMMINQ - COMM-MASTER READ ERROR, STATUS = "
                       WS-COMM-MASTER-STATUS
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.

           SET WS-SELECT-SALESMAN      TO TRUE.

           PERFORM 5000-LOAD-POSTINGS
               THRU 5000-LOAD-POSTINGS-EXIT.

           PERFORM 6000-LOAD-REJECTS
               THRU 6000-LOAD-REJECTS-EXIT.

           DISPLAY RULE-LINE.

           IF WS-MASTER-NOT-FOUND
               DISPLAY "SALESMAN " WS-PICK-SALESMAN
                       " IS NOT ON COMM-MASTER"
           ELSE
               PERFORM 3100-SHOW-MASTER
                   THRU 3100-SHOW-MASTER-EXIT
               PERFORM 3200-SHOW-HISTORY
                   THRU 3200-SHOW-HISTORY-EXIT
           END-IF.

           DISPLAY RULE-LINE.
           MOVE "COMMAUD POSTINGS FOR THIS SALESMAN ......"
                                        TO CL-LABEL.
           MOVE WS-POST-MATCHED        TO CL-COUNT.
           DISPLAY COUNT-LINE.
           MOVE "OPEN REJECTS ON COMMREJ / REJHOLD ......."
                                        TO CL-LABEL.
           MOVE WS-REJ-MATCHED         TO CL-COUNT.
           DISPLAY COUNT-LINE.

           MOVE "N"                    TO WS-MENU-SWITCH.

           PERFORM 3500-SALESMAN-MENU
               THRU 3500-SALESMAN-MENU-EXIT
               UNTIL WS-MENU-DONE.
       3000-SALESMAN-INQUIRY-EXIT.
           EXIT.

      *================================================================
      * 3100-SHOW-MASTER  -  THE COMM-MASTER RECORD, WITH PENDING
      *                       COMMISSION AND QUOTA ATTAINMENT FIGURED
      *                       THE WAY STMTPRT AND QUOTARPT FIGURE THEM
      *================================================================
       3100-SHOW-MASTER.
           MOVE CM-SALESMAN            TO ML1-SALESMAN.
           MOVE CM-NAME                TO ML1-NAME.
           MOVE WS-CURRENT-DATE        TO ML1-DATE.
           DISPLAY MASTER-LINE-1.

           MOVE CM-GRADE               TO ML2-GRADE.
           MOVE CM-TERRITORY           TO ML2-TERRITORY.
           EVALUATE TRUE
               WHEN CM-ACTIVE
                   MOVE "ACTIVE"       TO ML2-STATUS
               WHEN CM-INACTIVE
                   MOVE "INACTIVE"     TO ML2-STATUS
               WHEN OTHER
                   MOVE CM-STATUS      TO ML2-STATUS
           END-EVALUATE.
           MOVE CM-LAST-TRANS-TYPE     TO ML2-LAST-TYPE.
           MOVE CM-LAST-INVOICE        TO ML2-LAST-INVOICE.
           MOVE CM-LAST-SALE-DATE      TO ML2-LAST-SALE-DATE.
           DISPLAY MASTER-LINE-2.

           MOVE "YTD SALES"            TO MAL-LABEL-1.
           MOVE CM-YTD-SALES           TO MAL-AMOUNT-1.
           MOVE "YTD COMMISSION"       TO MAL-LABEL-2.
           MOVE CM-YTD-COMMISSION      TO MAL-AMOUNT-2.
           DISPLAY MASTER-AMOUNT-LINE.

           COMPUTE WS-PENDING-COMM = CM-YTD-COMMISSION
                                   - CM-YTD-RELEASED-COMM
                                   - CM-YTD-WRITEOFF-COMM.

           MOVE "RELEASED"             TO MAL-LABEL-1.
           MOVE CM-YTD-RELEASED-COMM   TO MAL-AMOUNT-1.
           MOVE "PENDING"              TO MAL-LABEL-2.
           MOVE WS-PENDING-COMM        TO MAL-AMOUNT-2.
           DISPLAY MASTER-AMOUNT-LINE.

           MOVE "WRITTEN OFF"          TO MAL-LABEL-1.
           MOVE CM-YTD-WRITEOFF-COMM   TO MAL-AMOUNT-1.
           MOVE "PAID THRU LAST"       TO MAL-LABEL-2.
           MOVE CM-LAST-PAYEXT-YTD-COMM
                                        TO MAL-AMOUNT-2.
           DISPLAY MASTER-AMOUNT-LINE.

           MOVE "DRAW AMOUNT"          TO MAL-LABEL-1.
           MOVE CM-DRAW-AMOUNT         TO MAL-AMOUNT-1.
           MOVE "DRAW BALANCE"         TO MAL-LABEL-2.
           MOVE CM-DRAW-BALANCE        TO MAL-AMOUNT-2.
           DISPLAY MASTER-AMOUNT-LINE.

           MOVE ZERO                   TO WS-ANNUAL-PCT
                                           WS-YTD-PCT.

           IF CM-QUOTA-AMOUNT > ZERO
               COMPUTE WS-ANNUAL-PCT ROUNDED =
                   ( CM-YTD-SALES * 100 ) / CM-QUOTA-AMOUNT
                   ON SIZE ERROR
                       MOVE 9999.9     TO WS-ANNUAL-PCT
               END-COMPUTE
               COMPUTE WS-YTD-QUOTA ROUNDED =
                   ( CM-QUOTA-AMOUNT * WS-CURRENT-MONTH ) / 12
               COMPUTE WS-YTD-PCT ROUNDED =
                   ( CM-YTD-SALES * 100 ) / WS-YTD-QUOTA
                   ON SIZE ERROR
                       MOVE 9999.9     TO WS-YTD-PCT
               END-COMPUTE
           END-IF.

           MOVE CM-QUOTA-AMOUNT        TO QL-QUOTA.
           MOVE WS-ANNUAL-PCT          TO QL-ANNUAL-PCT.
           MOVE WS-YTD-PCT             TO QL-YTD-PCT.
           DISPLAY QUOTA-LINE.
       3100-SHOW-MASTER-EXIT.
           EXIT.

      *================================================================
      * 3200-SHOW-HISTORY  -  THIS YEAR'S TWELVE COMMHIST BUCKETS.
      *                        COMMCLSE ONLY FILLS A BUCKET WHEN THE
      *                        MONTH CLOSES, SO THE YTD NOT YET IN THE
      *                        BUCKETS IS SHOWN AS THE OPEN MONTH.
      *================================================================
       3200-SHOW-HISTORY.
           MOVE WS-PICK-SALESMAN       TO CH-SALESMAN.
           MOVE WS-CURRENT-YEAR        TO CH-YEAR.

           READ COMM-HISTORY
               INVALID KEY
                   SET WS-HISTORY-NOT-FOUND TO TRUE
           END-READ.

           IF NOT WS-HISTORY-OK
               MOVE WS-PICK-SALESMAN   TO CH-SALESMAN
               MOVE WS-CURRENT-YEAR    TO CH-YEAR
               PERFORM 3250-CLEAR-BUCKET
                   THRU 3250-CLEAR-BUCKET-EXIT
                   VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
           END-IF.

           MOVE WS-CURRENT-YEAR        TO HH-YEAR.
           DISPLAY HISTORY-HEADING.

           MOVE ZERO                   TO WS-CLOSED-SALES
                                           WS-CLOSED-COMM.

           PERFORM 3260-SHOW-BUCKET
               THRU 3260-SHOW-BUCKET-EXIT
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12.

           COMPUTE WS-OPEN-SALES = CM-YTD-SALES - WS-CLOSED-SALES.
           COMPUTE WS-OPEN-COMM  = CM-YTD-COMMISSION - WS-CLOSED-COMM.

           MOVE "NOT YET CLOSED"       TO HL-LABEL.
           MOVE WS-OPEN-SALES          TO HL-SALES.
           MOVE WS-OPEN-COMM           TO HL-COMMISSION.
           DISPLAY HISTORY-LINE.
       3200-SHOW-HISTORY-EXIT.
           EXIT.

       3250-CLEAR-BUCKET.
           MOVE ZERO TO CH-MONTH-SALES (WS-MONTH-SUB)
                        CH-MONTH-COMMISSION (WS-MONTH-SUB).
       3250-CLEAR-BUCKET-EXIT.
           EXIT.

       3260-SHOW-BUCKET.
           MOVE SPACES                 TO HL-LABEL.
           MOVE WS-CURRENT-YEAR        TO HL-LABEL (1:4).
           MOVE "-"                    TO HL-LABEL (5:1).
           MOVE WS-MONTH-SUB           TO HL-LABEL (6:2).
           MOVE CH-MONTH-SALES (WS-MONTH-SUB)
                                        TO HL-SALES.
           MOVE CH-MONTH-COMMISSION (WS-MONTH-SUB)
                                        TO HL-COMMISSION.
           DISPLAY HISTORY-LINE.

           ADD CH-MONTH-SALES (WS-MONTH-SUB)      TO WS-CLOSED-SALES.
           ADD CH-MONTH-COMMISSION (WS-MONTH-SUB) TO WS-CLOSED-COMM.
       3260-SHOW-BUCKET-EXIT.
           EXIT.

      *================================================================
      * 3500-SALESMAN-MENU  -  P PAGES THE POSTINGS, R THE REJECTS,
      *                         ANYTHING ELSE ENDS THIS SALESMAN
      *================================================================
       3500-SALESMAN-MENU.
           DISPLAY " ".
           DISPLAY "P = POSTINGS, R = REJECTS, ENTER = NEW INQUIRY: "
                   WITH NO ADVANCING.
           MOVE SPACES                 TO WS-INPUT-LINE.
           ACCEPT WS-INPUT-LINE.

           EVALUATE WS-INPUT-LINE
               WHEN "P"
               WHEN "p"
                   PERFORM 5500-SHOW-POSTINGS
                       THRU 5500-SHOW-POSTINGS-EXIT
               WHEN "R"
               WHEN "r"
                   PERFORM 6500-SHOW-REJECTS
                       THRU 6500-SHOW-REJECTS-EXIT
               WHEN OTHER
                   SET WS-MENU-DONE    TO TRUE
           END-EVALUATE.
       3500-SALESMAN-MENU-EXIT.
           EXIT.

      *================================================================
      * 4000-INVOICE-INQUIRY  -  THE REGISTER ENTRY, EVERY POSTING AND
      *                           EVERY OPEN REJECT CARRYING THE
      *                           INVOICE, WHOEVER IT POSTED TO
      *================================================================
       4000-INVOICE-INQUIRY.
           SET WS-SELECT-INVOICE       TO TRUE.

           DISPLAY RULE-LINE.
           DISPLAY "INVOICE " WS-PICK-INVOICE.

           PERFORM 4100-SHOW-REGISTER
               THRU 4100-SHOW-REGISTER-EXIT.

           PERFORM 5000-LOAD-POSTINGS
               THRU 5000-LOAD-POSTINGS-EXIT.

           PERFORM 6000-LOAD-REJECTS
               THRU 6000-LOAD-REJECTS-EXIT.

           PERFORM 5500-SHOW-POSTINGS
               THRU 5500-SHOW-POSTINGS-EXIT.

           PERFORM 6500-SHOW-REJECTS
               THRU 6500-SHOW-REJECTS-EXIT.
       4000-INVOICE-INQUIRY-EXIT.
           EXIT.

      *================================================================
      * 4100-SHOW-REGISTER  -  EVERY INVREG ENTRY FOR THE INVOICE (ONE
      *                         PER SALESMAN IT WAS KEYED TO)
      *================================================================
       4100-SHOW-REGISTER.
           MOVE WS-PICK-INVOICE        TO IR-INVOICE.
           MOVE ZERO                   TO IR-SALESMAN.
           MOVE "N"                    TO WS-EOF-SWITCH.

           START INVOICE-REGISTER KEY IS NOT LESS THAN IR-KEY
               INVALID KEY
                   SET WS-END-OF-FILE  TO TRUE
           END-START.

           IF NOT WS-INV-REG-OK
               SET WS-END-OF-FILE      TO TRUE
           END-IF.

           IF NOT WS-END-OF-FILE
               PERFORM 4190-READ-NEXT-REGISTER
                   THRU 4190-READ-NEXT-REGISTER-EXIT
           END-IF.

           IF WS-END-OF-FILE
               DISPLAY "INVREG  NOT ON THE INVOICE REGISTER"
               GO TO 4100-SHOW-REGISTER-EXIT
           END-IF.

           PERFORM 4150-SHOW-REGISTER-ENTRY
               THRU 4150-SHOW-REGISTER-ENTRY-EXIT
               UNTIL WS-END-OF-FILE.
       4100-SHOW-REGISTER-EXIT.
           EXIT.

       4150-SHOW-REGISTER-ENTRY.
           MOVE IR-SALESMAN            TO RG1-SALESMAN.
           MOVE IR-CUSTOMER            TO RG1-CUSTOMER.
           MOVE IR-SALE-DATE           TO RG1-SALE-DATE.
           MOVE IR-POSTED-DATE         TO RG1-POSTED-DATE.
           DISPLAY REGISTER-LINE-1.

           MOVE IR-ORIG-SALES          TO RG2-ORIG-SALES.
           MOVE IR-RETURNED-SALES      TO RG2-RETURNED-SALES.
           MOVE IR-NET-SALES           TO RG2-NET-SALES.
           MOVE IR-RETURN-COUNT        TO RG2-RETURN-COUNT.
           DISPLAY REGISTER-LINE-2.

           PERFORM 4190-READ-NEXT-REGISTER
               THRU 4190-READ-NEXT-REGISTER-EXIT.
       4150-SHOW-REGISTER-ENTRY-EXIT.
           EXIT.

       4190-READ-NEXT-REGISTER.
           READ INVOICE-REGISTER NEXT RECORD
               AT END
                   SET WS-END-OF-FILE  TO TRUE
           END-READ.

           IF NOT WS-END-OF-FILE
               IF NOT WS-INV-REG-OK
                   OR IR-INVOICE NOT = WS-PICK-INVOICE
                   SET WS-END-OF-FILE  TO TRUE
               END-IF
           END-IF.
       4190-READ-NEXT-REGISTER-EXIT.
           EXIT.

      *================================================================
      * 5000-LOAD-POSTINGS  -  SCAN COMMAUD FOR THE SALESMAN'S OR THE
      *                         INVOICE'S ROWS, KEEPING THE MOST
      *                         RECENT ONES
      *================================================================
       5000-LOAD-POSTINGS.
           MOVE ZERO                   TO WS-POST-COUNT
                                           WS-POST-MATCHED.
           MOVE 1                      TO WS-POST-NEXT.
           MOVE "N"                    TO WS-EOF-SWITCH.

           OPEN INPUT AUDIT-FILE.

           PERFORM 5090-READ-AUDIT
               THRU 5090-READ-AUDIT-EXIT.

           PERFORM 5100-SELECT-POSTING
               THRU 5100-SELECT-POSTING-EXIT
               UNTIL WS-END-OF-FILE.

           CLOSE AUDIT-FILE.
       5000-LOAD-POSTINGS-EXIT.
           EXIT.

       5090-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET WS-END-OF-FILE  TO TRUE
           END-READ.
       5090-READ-AUDIT-EXIT.
           EXIT.

       5100-SELECT-POSTING.
           IF WS-SELECT-SALESMAN
               IF AU-SALESMAN NOT = WS-PICK-SALESMAN
                   GO TO 5100-SELECT-POSTING-NEXT
               END-IF
           ELSE
               IF AU-INVOICE NOT = WS-PICK-INVOICE
                   GO TO 5100-SELECT-POSTING-NEXT
               END-IF
           END-IF.

           ADD 1 TO WS-POST-MATCHED.

           MOVE WS-POST-NEXT           TO WS-POST-SUB.
           MOVE AU-COMMISSION          TO WS-COMMISSION-WORK.

           MOVE AU-SALESMAN     TO WS-PT-SALESMAN (WS-POST-SUB).
           MOVE AU-TRANS-TYPE   TO WS-PT-TRANS-TYPE (WS-POST-SUB).
           MOVE AU-INVOICE      TO WS-PT-INVOICE (WS-POST-SUB).
           MOVE AU-CUSTOMER     TO WS-PT-CUSTOMER (WS-POST-SUB).
           MOVE AU-SALE-DATE    TO WS-PT-SALE-DATE (WS-POST-SUB).
           MOVE AU-SALES        TO WS-PT-SALES (WS-POST-SUB).
           MOVE AU-RATE-PCT     TO WS-PT-RATE-PCT (WS-POST-SUB).
           MOVE WS-COMMISSION-WORK
                                TO WS-PT-COMMISSION (WS-POST-SUB).
           MOVE AU-RUN-DATE     TO WS-PT-RUN-DATE (WS-POST-SUB).

           IF WS-POST-COUNT < WS-POST-TABLE-MAX
               ADD 1 TO WS-POST-COUNT
           END-IF.

           IF WS-POST-NEXT < WS-POST-TABLE-MAX
               ADD 1 TO WS-POST-NEXT
           ELSE
               MOVE 1                  TO WS-POST-NEXT
           END-IF.

       5100-SELECT-POSTING-NEXT.
           PERFORM 5090-READ-AUDIT
               THRU 5090-READ-AUDIT-EXIT.
       5100-SELECT-POSTING-EXIT.
           EXIT.

      *================================================================
      * 5500-SHOW-POSTINGS  -  PAGE THE KEPT POSTINGS, NEWEST FIRST
      *================================================================
       5500-SHOW-POSTINGS.
           DISPLAY RULE-LINE.

           IF WS-POST-COUNT = ZERO
               DISPLAY "NO COMMAUD POSTINGS"
               GO TO 5500-SHOW-POSTINGS-EXIT
           END-IF.

           IF WS-POST-MATCHED > WS-POST-COUNT
               MOVE WS-POST-COUNT      TO WS-EDIT-COUNT-1
               MOVE WS-POST-MATCHED    TO WS-EDIT-COUNT-2
               MOVE SPACES             TO MSG-TEXT
               STRING "MOST RECENT " WS-EDIT-COUNT-1 " OF "
                      WS-EDIT-COUNT-2 " COMMAUD POSTINGS, NEWEST FIRST"
                   DELIMITED BY SIZE INTO MSG-TEXT
           ELSE
               MOVE "COMMAUD POSTINGS, NEWEST FIRST"
                                        TO MSG-TEXT
           END-IF.
           DISPLAY MESSAGE-LINE.
           DISPLAY POSTING-HEADING.

           MOVE ZERO                   TO WS-SCREEN-LINES.
           MOVE "N"                    TO WS-QUIT-SWITCH.

           PERFORM 5600-SHOW-POSTING-LINE
               THRU 5600-SHOW-POSTING-LINE-EXIT
               VARYING WS-SHOW-SUB FROM 1 BY 1
               UNTIL WS-SHOW-SUB > WS-POST-COUNT
                  OR WS-QUIT-PAGING.
       5500-SHOW-POSTINGS-EXIT.
           EXIT.

      *--- WS-SHOW-SUB COUNTS THE LINES SHOWN; THE NEWEST ROW SITS
      *--- JUST BEHIND WS-POST-NEXT, SO COUNT BACK FROM THERE.
       5600-SHOW-POSTING-LINE.
           IF WS-SHOW-SUB < WS-POST-NEXT
               COMPUTE WS-POST-SUB = WS-POST-NEXT - WS-SHOW-SUB
           ELSE
               COMPUTE WS-POST-SUB = WS-POST-NEXT - WS-SHOW-SUB
                                   + WS-POST-TABLE-MAX
           END-IF.

           MOVE WS-PT-SALESMAN (WS-POST-SUB)   TO PL-SALESMAN.
           MOVE WS-PT-TRANS-TYPE (WS-POST-SUB) TO PL-TRANS-TYPE.
           MOVE WS-PT-INVOICE (WS-POST-SUB)    TO PL-INVOICE.
           MOVE WS-PT-CUSTOMER (WS-POST-SUB)   TO PL-CUSTOMER.
           MOVE WS-PT-SALE-DATE (WS-POST-SUB)  TO PL-SALE-DATE.
           MOVE WS-PT-SALES (WS-POST-SUB)      TO PL-SALES.
           MOVE WS-PT-RATE-PCT (WS-POST-SUB)   TO PL-RATE.
           MOVE WS-PT-COMMISSION (WS-POST-SUB) TO PL-COMMISSION.
           MOVE WS-PT-RUN-DATE (WS-POST-SUB)   TO PL-RUN-DATE.
           DISPLAY POSTING-LINE.

           IF WS-SHOW-SUB < WS-POST-COUNT
               PERFORM 7000-CHECK-SCREEN-FULL
                   THRU 7000-CHECK-SCREEN-FULL-EXIT
           END-IF.
       5600-SHOW-POSTING-LINE-EXIT.
           EXIT.

      *================================================================
      * 6000-LOAD-REJECTS  -  SCAN TODAY'S COMMREJ AND THE REJHOLD
      *                        HOLD FILE FOR THE SALESMAN'S OR THE
      *                        INVOICE'S REJECTS
      *================================================================
       6000-LOAD-REJECTS.
           MOVE ZERO                   TO WS-REJ-COUNT
                                           WS-REJ-MATCHED.

           MOVE "N"                    TO WS-EOF-SWITCH.
           OPEN INPUT REJECT-FILE.
           PERFORM 6090-READ-REJECT
               THRU 6090-READ-REJECT-EXIT.
           PERFORM 6100-SELECT-TODAYS-REJECT
               THRU 6100-SELECT-TODAYS-REJECT-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE REJECT-FILE.

           MOVE "N"                    TO WS-EOF-SWITCH.
           OPEN INPUT HOLD-IN-FILE.
           PERFORM 6095-READ-HOLD
               THRU 6095-READ-HOLD-EXIT.
           PERFORM 6200-SELECT-HELD-REJECT
               THRU 6200-SELECT-HELD-REJECT-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE HOLD-IN-FILE.
       6000-LOAD-REJECTS-EXIT.
           EXIT.

       6090-READ-REJECT.
           READ REJECT-FILE
               AT END
                   SET WS-END-OF-FILE  TO TRUE
           END-READ.
       6090-READ-REJECT-EXIT.
           EXIT.

       6095-READ-HOLD.
           READ HOLD-IN-FILE
               AT END
                   SET WS-END-OF-FILE  TO TRUE
           END-READ.
       6095-READ-HOLD-EXIT.
           EXIT.

       6100-SELECT-TODAYS-REJECT.
           MOVE "COMMREJ"              TO WS-CAND-SOURCE.
           MOVE RJ-SALESMAN            TO WS-CAND-SALESMAN.
           MOVE RJ-TRANS-TYPE          TO WS-CAND-TRANS-TYPE.
           MOVE RJ-INVOICE             TO WS-CAND-INVOICE.
           MOVE RJ-SALE-DATE           TO WS-CAND-SALE-DATE.
           MOVE RJ-SALES               TO WS-CAND-SALES.
           MOVE RJ-REASON-CODE         TO WS-CAND-REASON-CODE.
           MOVE RJ-REASON-TEXT         TO WS-CAND-REASON-TEXT.

           PERFORM 6300-FILE-REJECT
               THRU 6300-FILE-REJECT-EXIT.

           PERFORM 6090-READ-REJECT
               THRU 6090-READ-REJECT-EXIT.
       6100-SELECT-TODAYS-REJECT-EXIT.
           EXIT.

       6200-SELECT-HELD-REJECT.
           MOVE "REJHOLD"              TO WS-CAND-SOURCE.
           MOVE HI-SALESMAN            TO WS-CAND-SALESMAN.
           MOVE HI-TRANS-TYPE          TO WS-CAND-TRANS-TYPE.
           MOVE HI-INVOICE             TO WS-CAND-INVOICE.
           MOVE HI-SALE-DATE           TO WS-CAND-SALE-DATE.
           MOVE HI-SALES               TO WS-CAND-SALES.
           MOVE HI-REASON-CODE         TO WS-CAND-REASON-CODE.
           MOVE HI-REASON-TEXT         TO WS-CAND-REASON-TEXT.

           PERFORM 6300-FILE-REJECT
               THRU 6300-FILE-REJECT-EXIT.

           PERFORM 6095-READ-HOLD
               THRU 6095-READ-HOLD-EXIT.
       6200-SELECT-HELD-REJECT-EXIT.
           EXIT.

      *================================================================
      * 6300-FILE-REJECT  -  KEEP THE CANDIDATE IF IT IS FOR THE
      *                       SALESMAN OR INVOICE ASKED ABOUT
      *================================================================
       6300-FILE-REJECT.
           IF WS-SELECT-SALESMAN
               IF WS-CAND-SALESMAN NOT = WS-PICK-SALESMAN
                   GO TO 6300-FILE-REJECT-EXIT
               END-IF
           ELSE
               IF WS-CAND-INVOICE NOT = WS-PICK-INVOICE
                   GO TO 6300-FILE-REJECT-EXIT
               END-IF
           END-IF.

           ADD 1 TO WS-REJ-MATCHED.

           IF WS-REJ-COUNT NOT LESS THAN WS-REJ-TABLE-MAX
               GO TO 6300-FILE-REJECT-EXIT
           END-IF.

           ADD 1 TO WS-REJ-COUNT.
           MOVE WS-CAND-SOURCE  TO WS-RT-SOURCE (WS-REJ-COUNT).
           MOVE WS-CAND-SALESMAN
                                TO WS-RT-SALESMAN (WS-REJ-COUNT).
           MOVE WS-CAND-TRANS-TYPE
                                TO WS-RT-TRANS-TYPE (WS-REJ-COUNT).
           MOVE WS-CAND-INVOICE TO WS-RT-INVOICE (WS-REJ-COUNT).
           MOVE WS-CAND-SALE-DATE
                                TO WS-RT-SALE-DATE (WS-REJ-COUNT).
           MOVE WS-CAND-SALES   TO WS-RT-SALES (WS-REJ-COUNT).
           MOVE WS-CAND-REASON-CODE
                                TO WS-RT-REASON-CODE (WS-REJ-COUNT).
           MOVE WS-CAND-REASON-TEXT
                                TO WS-RT-REASON-TEXT (WS-REJ-COUNT).
       6300-FILE-REJECT-EXIT.
           EXIT.

      *================================================================
      * 6500-SHOW-REJECTS  -  PAGE THE OPEN REJECTS
      *================================================================
       6500-SHOW-REJECTS.
           DISPLAY RULE-LINE.

           IF WS-REJ-COUNT = ZERO
               DISPLAY "NO OPEN REJECTS ON COMMREJ OR REJHOLD"
               GO TO 6500-SHOW-REJECTS-EXIT
           END-IF.

           IF WS-REJ-MATCHED > WS-REJ-COUNT
               MOVE WS-REJ-COUNT       TO WS-EDIT-COUNT-1
               MOVE WS-REJ-MATCHED     TO WS-EDIT-COUNT-2
               MOVE SPACES             TO MSG-TEXT
               STRING "FIRST " WS-EDIT-COUNT-1 " OF " WS-EDIT-COUNT-2
                      " OPEN REJECTS"
                   DELIMITED BY SIZE INTO MSG-TEXT
           ELSE
               MOVE "OPEN REJECTS"     TO MSG-TEXT
           END-IF.
           DISPLAY MESSAGE-LINE.
           DISPLAY REJECT-HEADING.

           MOVE ZERO                   TO WS-SCREEN-LINES.
           MOVE "N"                    TO WS-QUIT-SWITCH.

           PERFORM 6600-SHOW-REJECT-LINE
               THRU 6600-SHOW-REJECT-LINE-EXIT
               VARYING WS-REJ-SUB FROM 1 BY 1
               UNTIL WS-REJ-SUB > WS-REJ-COUNT
                  OR WS-QUIT-PAGING.
       6500-SHOW-REJECTS-EXIT.
           EXIT.

       6600-SHOW-REJECT-LINE.
           MOVE WS-RT-SOURCE (WS-REJ-SUB)      TO RJL-SOURCE.
           MOVE WS-RT-SALESMAN (WS-REJ-SUB)    TO RJL-SALESMAN.
           MOVE WS-RT-TRANS-TYPE (WS-REJ-SUB)  TO RJL-TRANS-TYPE.
           MOVE WS-RT-INVOICE (WS-REJ-SUB)     TO RJL-INVOICE.
           MOVE WS-RT-SALE-DATE (WS-REJ-SUB)   TO RJL-SALE-DATE.
           MOVE WS-RT-SALES (WS-REJ-SUB)       TO RJL-SALES.
           MOVE WS-RT-REASON-CODE (WS-REJ-SUB) TO RJL-REASON-CODE.
           MOVE WS-RT-REASON-TEXT (WS-REJ-SUB) TO RJL-REASON-TEXT.
           DISPLAY REJECT-LINE.

           IF WS-REJ-SUB < WS-REJ-COUNT
               PERFORM 7000-CHECK-SCREEN-FULL
                   THRU 7000-CHECK-SCREEN-FULL-EXIT
           END-IF.
       6600-SHOW-REJECT-LINE-EXIT.
           EXIT.

      *================================================================
      * 7000-CHECK-SCREEN-FULL  -  AFTER A FULL SCREEN OF LINES, ASK
      *                             BEFORE SHOWING MORE.  Q STOPS THE
      *                             LIST; ANYTHING ELSE PAGES ON.
      *================================================================
       7000-CHECK-SCREEN-FULL.
           ADD 1 TO WS-SCREEN-LINES.

           IF WS-SCREEN-LINES < WS-LINES-PER-SCREEN
               GO TO 7000-CHECK-SCREEN-FULL-EXIT
           END-IF.

           MOVE ZERO                   TO WS-SCREEN-LINES.

           DISPLAY "ENTER = MORE, Q = QUIT LIST: " WITH NO ADVANCING.
           MOVE SPACES                 TO WS-INPUT-LINE.
           ACCEPT WS-INPUT-LINE.

           IF WS-INPUT-LINE = "Q" OR WS-INPUT-LINE = "q"
               SET WS-QUIT-PAGING      TO TRUE
           END-IF.
       7000-CHECK-SCREEN-FULL-EXIT.
           EXIT.

      *================================================================
      * 9000-TERMINATE  -  CLOSE THE KEYED FILES
      *================================================================
       9000-TERMINATE.
           CLOSE COMM-MASTER
                 COMM-HISTORY
                 INVOICE-REGISTER.

           DISPLAY "COMMINQ - INQUIRY ENDED".
       9000-TERMINATE-EXIT.
           EXIT.

      *================================================================
      * 9900-ABEND  -  A FILE ERROR ENDS THE INQUIRY
      *================================================================
       9900-ABEND.
           MOVE 16                     TO RETURN-CODE.
           DISPLAY "COMMINQ - INQUIRY ABENDED".
           STOP RUN.
       9900-ABEND-EXIT.
           EXIT.
