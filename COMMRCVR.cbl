       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COMMRCVR.
       AUTHOR.        D HOLLOWAY.
       INSTALLATION.  SALES ACCOUNTING.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DH    ORIGINAL VERSION.  COMM-MASTER FORWARD
      *                  RECOVERY.  TAKES THE COMMGENS BACKUP
      *                  GENERATION NAMED ON RCVRPARM (WRITTEN BY
      *                  COMMBKUP), PROVES IT COMPLETE AGAINST ITS
      *                  CONTROL RECORD, AND REPLAYS EVERY COMMAUD
      *                  POSTING STAMPED AT OR AFTER THE GENERATION
      *                  TO REBUILD EACH SALESMAN'S CM-YTD-SALES,
      *                  CM-YTD-COMMISSION AND LAST-TRANSACTION
      *                  FIELDS.  NOTHING IS RE-POSTED FROM SALESTRN,
      *                  SO THE RUNCTL RUN-ONCE GUARD AND THE SALEDIT
      *                  GATE ARE NOT INVOLVED AND NOTHING POSTS
      *                  TWICE.  THE REBUILT MASTER IS THEN PROVED
      *                  AGAINST THE COMMCTL BALANCING BASELINE AND
      *                  THE COMMRCV1 RECOVERY REPORT LISTS EVERY
      *                  SALESMAN CHANGED.
      *================================================================
      *================================================================
      * OPERATIONAL NOTE - RECOVERY MODES
      *----------------------------------------------------------------
      * MODE "R" (REBUILD, THE DEFAULT) REWRITES ONLY THE FIELDS THE
      * AUDIT TRAIL CARRIES, ON THE SALESMEN STILL ON COMM-MASTER.
      * EVERY OTHER FIELD - RELEASED AND WRITTEN-OFF COMMISSION, THE
      * PAY MARK, THE DRAW, QUOTA, NAME AND ADDRESS - IS KEPT AS IT
      * IS, SO COMMCASH, PAYCONF AND COMMMNT WORK SINCE THE
      * GENERATION IS NOT LOST.  USE IT WHEN THE YTD FIGURES ARE
      * WRONG BUT THE FILE IS STILL READABLE.
      * MODE "F" (FULL) RECREATES COMM-MASTER FROM THE GENERATION AND
      * REPLAYS ONTO IT.  USE IT WHEN THE FILE ITSELF IS LOST OR
      * DAMAGED, OR TO BACK OUT A FAILED PAYCONF OR COMMCLSE FROM THE
      * GENERATION TAKEN BEFORE IT.  COMMMNT CHANGES SINCE THE
      * GENERATION MUST BE RE-KEYED (SEE MNTHRPT).  A PAYCONF
      * CONFIRMED SINCE THE GENERATION IS UNDONE AND LISTED ON THE
      * REPORT - DELETE ITS RUNCTL RECORD AND RUN IT ONCE MORE.
      * IN MODE F THE COMMISSION Q2 RELEASED AS IT POSTED IS ADDED
      * BACK TO CM-YTD-RELEASED-COMM WITH THE REPLAY: "M" ADJUSTMENTS
      * AND THEIR "O" OVERRIDE ROWS, AND "R" AND "C" ROWS WITH NO
      * COMMHOLD RECORD.  A POSTING TO A SHARE ON COMMHOLD RELEASES
      * NOTHING UNTIL THE SHARE HAS COLLECTIONS OR WRITE-OFFS (OR IS
      * RETURNED TO NOTHING); WHERE IT HAS, THE RELEASE CANNOT BE
      * FIGURED FROM COMMAUD AND THE INVOICE IS LISTED ON THE REPORT
      * - PUT CM-YTD-RELEASED-COMM AND CM-YTD-WRITEOFF-COMM RIGHT BY
      * HAND FROM THE COMMHOLD RECORD BEFORE THE NEXT PAYEXT.
      * MODE F IS REFUSED IF COMMCASH HAS POSTED SINCE THE GENERATION
      * (COMMHOLD CANNOT BE PUT BACK WITH IT), AND BOTH MODES ARE
      * REFUSED ACROSS A YEAR-END CLOSE - TAKE A LATER GENERATION.
      * A PAYCONF OR COMMCLSE THAT ABENDED LEFT NO RUNCTL RECORD:
      * MODE F FROM THE GENERATION TAKEN BEFORE IT PUTS THE MASTER
      * BACK AS IT WAS, READY FOR THE RERUN.
      * A BAD Q2 RUN'S OWN POSTINGS ARE ON COMMAUD AND ARE REPLAYED
      * WITH THE REST: BACK THEM OUT THE NORMAL WAY, WITH "M" OR "C"
      * TRANSACTIONS THROUGH THE NEXT Q2.  POSTINGS ARCHIVED BY
      * AUDARCH CANNOT BE REPLAYED, SO RECOVER FROM A GENERATION
      * TAKEN AFTER THE LAST ARCHIVAL CUTOFF.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM PC.
           OBJECT-COMPUTER. IBM PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECOVERY-PARM-FILE
               ASSIGN TO "RCVRPARM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COMM-GENERATIONS
               ASSIGN TO "COMMGENS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GN-KEY
               FILE STATUS IS WS-GENERATION-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT CONTROL-FILE
               ASSIGN TO "COMMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "COMMAUD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL COMMISSION-HOLD
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

           SELECT RECOVERY-REPORT
               ASSIGN TO "COMMRCV1"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPLAY-SORT-FILE
               ASSIGN TO "RCVRSRT".

       DATA DIVISION.
       FILE SECTION.
      *--- THE GENERATION STAMP TO RECOVER FROM, AS COMMBKUP
      *--- DISPLAYED IT, AND THE RECOVERY MODE.
       FD  RECOVERY-PARM-FILE
           RECORD CONTAINS 17 CHARACTERS.
       01  RECOVERY-PARM-RECORD.
           05  RV-GEN-DATE             PIC 9(08).
           05  RV-GEN-TIME             PIC 9(08).
           05  RV-MODE                 PIC X(01).
               88  RV-MODE-REBUILD             VALUE " " "R".
               88  RV-MODE-FULL                VALUE "F".

       FD  COMM-GENERATIONS.
       COPY COMMGEN.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       FD  CONTROL-FILE
           RECORD CONTAINS 21 CHARACTERS.
       COPY COMMCTL.

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

       FD  COMMISSION-HOLD.
       COPY COMMHOLD.

       FD  COMM-MASTER.
       COPY COMMMAST.

       FD  RECOVERY-REPORT.
       01  REPORT-LINE                 PIC X(132).

      *--- ONE COMMAUD POSTING TO REPLAY.  SR-SEQUENCE IS THE ROW'S
      *--- POSITION ON COMMAUD, SO EACH SALESMAN'S POSTINGS COME BACK
      *--- IN THE ORDER THEY WERE MADE AND THE LAST ONE SETS THE
      *--- LAST-TRANSACTION FIELDS.
       SD  REPLAY-SORT-FILE.
       01  REPLAY-SORT-RECORD.
           05  SR-SALESMAN             PIC 9(05).
           05  SR-SEQUENCE             PIC 9(09).
           05  SR-TRANS-TYPE           PIC X(01).
               88  SR-TYPE-OVERRIDE            VALUE "O".
           05  SR-SALES                PIC S9(07)V9(02).
           05  SR-COMMISSION           PIC +9(7).9(2).
           05  SR-INVOICE              PIC 9(08).
           05  SR-CUSTOMER             PIC 9(06).
           05  SR-SALE-DATE            PIC 9(08).
      *---     MODE F ONLY - THE COMMISSION THE POSTING RELEASED, AND
      *---     "Y" WHEN THAT CANNOT BE FIGURED FROM COMMAUD.
           05  SR-RELEASE-COMM         PIC S9(07)V9(02).
           05  SR-RELEASE-CHECK        PIC X(01).
               88  SR-RELEASE-NOT-REBUILT      VALUE "Y".

       WORKING-STORAGE SECTION.
       77  WS-COMM-MASTER-STATUS       PIC X(02) VALUE "00".
           88  WS-MASTER-OK                      VALUE "00".
           88  WS-MASTER-AT-END                  VALUE "10".
           88  WS-MASTER-NOT-FOUND               VALUE "23".

       77  WS-GENERATION-STATUS        PIC X(02) VALUE "00".
           88  WS-GENERATION-OK                  VALUE "00".
           88  WS-GENERATION-AT-END              VALUE "10".
           88  WS-GENERATION-NOT-FOUND           VALUE "23".

      *--- "05" IS AN OPTIONAL FILE NOT YET CREATED - NOTHING STAMPED.
       77  WS-RUN-CONTROL-STATUS       PIC X(02) VALUE "00".
           88  WS-RUN-CONTROL-OK                 VALUE "00".
           88  WS-RUN-CONTROL-OPENED             VALUE "00" "05".

      *--- "05" IS NO COMMHOLD YET - NO SHARE HAS EVER BEEN HELD.
       77  WS-HOLD-STATUS              PIC X(02) VALUE "00".
           88  WS-HOLD-OK                        VALUE "00".
           88  WS-HOLD-OPENED                    VALUE "00" "05".
           88  WS-HOLD-NOT-FOUND                 VALUE "23".

       77  WS-CONTROL-STATUS           PIC X(02) VALUE "00".
           88  WS-CONTROL-MISSING                VALUE "35".

       77  WS-PARM-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-PARM-END-OF-FILE               VALUE "Y".

       77  WS-AUDIT-EOF-SWITCH         PIC X(01) VALUE "N".
           88  WS-AUDIT-END-OF-FILE              VALUE "Y".

       77  WS-GEN-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-GEN-END-OF-FILE                VALUE "Y".

       77  WS-RUNCTL-EOF-SWITCH        PIC X(01) VALUE "N".
           88  WS-RUNCTL-END-OF-FILE             VALUE "Y".

       77  WS-MASTER-EOF-SWITCH        PIC X(01) VALUE "N".
           88  WS-MASTER-END-OF-FILE             VALUE "Y".

       77  WS-CONTROL-EOF-SWITCH       PIC X(01) VALUE "N".
           88  WS-CONTROL-END-OF-FILE            VALUE "Y".

       77  WS-MODE-SWITCH              PIC X(01) VALUE "R".
           88  WS-MODE-REBUILD                   VALUE "R".
           88  WS-MODE-FULL                      VALUE "F".

       77  WS-REFUSED-SWITCH           PIC X(01) VALUE "N".
           88  WS-RECOVERY-REFUSED               VALUE "Y".

       77  WS-BASELINE-SWITCH          PIC X(01) VALUE "N".
           88  WS-BASELINE-PRESENT               VALUE "Y".

       77  WS-PROOF-SWITCH             PIC X(01) VALUE "N".
           88  WS-MASTER-PROVED                  VALUE "Y".

       77  WS-IN-GENERATION-SWITCH     PIC X(01) VALUE "N".
           88  WS-IN-GENERATION                  VALUE "Y".

      *--- "N" WHEN COMMHOLD WAS NOT THERE TO OPEN.
       77  WS-HOLD-PRESENT-SWITCH      PIC X(01) VALUE "Y".
           88  WS-HOLD-PRESENT                   VALUE "Y".

      *--- WHAT THE LAST SHARE ROW RELEASED, FOR THE "O" OVERRIDE ROW
      *--- THAT FOLLOWS IT ON COMMAUD: "A" ALL OF IT (AN ADJUSTMENT),
      *--- "Z" NOTHING, "K" NOT KNOWN.
       77  WS-SHARE-RELEASE-SWITCH     PIC X(01) VALUE "Z".
           88  WS-SHARE-RELEASED-ALL             VALUE "A".
           88  WS-SHARE-RELEASED-NONE            VALUE "Z".
           88  WS-SHARE-RELEASE-UNKNOWN          VALUE "K".

      *--- WHICH FILES ARE OPEN, FOR THE FAILURE PATHS.
       77  WS-GEN-OPEN-SWITCH          PIC X(01) VALUE "N".
           88  WS-GEN-OPEN                       VALUE "Y".
       77  WS-MASTER-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  WS-MASTER-OPEN                    VALUE "Y".
       77  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  WS-REPORT-OPEN                    VALUE "Y".

      *--- THE GENERATION BEING RECOVERED FROM.
       01  WS-GEN-STAMP.
           05  WS-GEN-DATE             PIC 9(08) VALUE ZERO.
           05  WS-GEN-TIME             PIC 9(08) VALUE ZERO.
       77  WS-TAKEN-BEFORE             PIC X(08) VALUE SPACES.
       77  WS-GEN-MASTER-COUNT         PIC 9(07) VALUE ZERO.
       77  WS-GEN-SALES-TOTAL          PIC S9(11)V9(02) VALUE ZERO.
       77  WS-GEN-COMM-TOTAL           PIC S9(11)V9(02) VALUE ZERO.
       77  WS-IMAGE-SALES-TOTAL        PIC S9(11)V9(02) VALUE ZERO.
       77  WS-IMAGE-COMM-TOTAL         PIC S9(11)V9(02) VALUE ZERO.

      *--- A GENERATION IMAGE, VIEWED AS A COMMMAST RECORD FOR THE
      *--- FIELDS THE RECOVERY READS (THE FIRST 77 BYTES OF THE
      *--- LAYOUT).  THE FILLER IS THE REST OF THE MASTER RECORD.
       COPY COMMREC REPLACING ==COMMISSION-RECORD== BY
           ==WS-IMAGE-AREA==
           ==CR-SALESMAN== BY ==WS-IMAGE-SALESMAN==
           ==CR-TRANS-TYPE== BY ==WS-IMAGE-LAST-TRANS-TYPE==
           ==CR-SALES== BY ==WS-IMAGE-LAST-SALES==
           ==CR-COMMISSION== BY ==WS-IMAGE-LAST-COMMISSION==
           ==CR-INVOICE== BY ==WS-IMAGE-LAST-INVOICE==
           ==CR-CUSTOMER== BY ==WS-IMAGE-LAST-CUSTOMER==
           ==CR-SALE-DATE== BY ==WS-IMAGE-LAST-SALE-DATE==.
           05  FILLER                  PIC X(04).
           05  WS-IMAGE-YTD-SALES      PIC S9(9)V9(2)
                                       SIGN LEADING SEPARATE.
           05  WS-IMAGE-YTD-COMMISSION PIC S9(9)V9(2)
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(144).

      *--- THE NEXT SALESMAN ON EACH SIDE OF THE MERGE; 999999 WHEN
      *--- THAT SIDE IS EXHAUSTED.
       77  WS-GEN-KEY                  PIC 9(06) VALUE ZERO.
       77  WS-REPLAY-KEY               PIC 9(06) VALUE ZERO.
       77  WS-CURRENT-SALESMAN         PIC 9(06) VALUE ZERO.

      *--- THE REBUILT FIGURES FOR THE SALESMAN IN HAND.
       77  WS-RB-YTD-SALES             PIC S9(9)V9(2) VALUE ZERO.
       77  WS-RB-YTD-COMMISSION        PIC S9(9)V9(2) VALUE ZERO.
       77  WS-RB-LAST-TRANS-TYPE       PIC X(01) VALUE SPACE.
       77  WS-RB-LAST-SALES            PIC S9(7)V9(2) VALUE ZERO.
       77  WS-RB-LAST-COMMISSION       PIC +9(7).9(2).
       77  WS-RB-LAST-INVOICE          PIC 9(08) VALUE ZERO.
       77  WS-RB-LAST-CUSTOMER         PIC 9(06) VALUE ZERO.
       77  WS-RB-LAST-SALE-DATE        PIC 9(08) VALUE ZERO.
       77  WS-BEFORE-YTD-SALES         PIC S9(9)V9(2) VALUE ZERO.
       77  WS-BEFORE-YTD-COMMISSION    PIC S9(9)V9(2) VALUE ZERO.
       77  WS-SLM-REPLAY-COUNT         BINARY PIC 9(07) VALUE ZERO.
       77  WS-RB-RELEASED-COMM         PIC S9(9)V9(2) VALUE ZERO.

       77  WS-COMMISSION-WORK          PIC S9(07)V9(02) VALUE ZERO.

      *--- PAY PERIODS (YYYYMM00) CONFIRMED BY PAYCONF SINCE THE
      *--- GENERATION, WHOSE MARK AND DRAW MOVEMENT A FULL RESTORE
      *--- TAKES BACK OFF THE MASTER.
       77  WS-UNDONE-TABLE-MAX         PIC 9(02) VALUE 12.
       77  WS-UNDONE-COUNT             PIC 9(02) VALUE ZERO.
       77  WS-UNDONE-SUB               PIC 9(02) VALUE ZERO.

       01  WS-UNDONE-TABLE.
           05  WS-UNDONE-PERIOD        PIC 9(08)
                                       OCCURS 12 TIMES.

      *--- THE PROOF.
       77  WS-PRIOR-MASTER-COMM        PIC S9(11)V9(02) VALUE ZERO.
       77  WS-PRIOR-AUDIT-COUNT        PIC 9(07) VALUE ZERO.
       77  WS-SINCE-BASELINE-COMM      PIC S9(11)V9(02) VALUE ZERO.
       77  WS-EXPECTED-MASTER-COMM     PIC S9(11)V9(02) VALUE ZERO.
       77  WS-MASTER-COMM-TOTAL        PIC S9(11)V9(02) VALUE ZERO.
       77  WS-PROOF-DIFFERENCE         PIC S9(11)V9(02) VALUE ZERO.

       77  WS-AUDIT-COUNT              BINARY PIC 9(07) VALUE ZERO.
       77  WS-REPLAY-COUNT             BINARY PIC 9(07) VALUE ZERO.
       77  WS-IMAGE-COUNT              BINARY PIC 9(07) VALUE ZERO.
       77  WS-CHANGED-COUNT            BINARY PIC 9(07) VALUE ZERO.
       77  WS-UNCHANGED-COUNT          BINARY PIC 9(07) VALUE ZERO.
       77  WS-NOT-APPLIED-COUNT        BINARY PIC 9(07) VALUE ZERO.
       77  WS-RELEASE-CHECK-COUNT      BINARY PIC 9(07) VALUE ZERO.
       77  WS-RELEASE-REPLAY-TOTAL     PIC S9(11)V9(02) VALUE ZERO.
       77  WS-MASTER-COUNT             BINARY PIC 9(07) VALUE ZERO.

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
           05  FILLER                  PIC X(36) VALUE
               "COMM-MASTER RECOVERY - GENERATION ".
           05  HDG-GEN-DATE            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  HDG-GEN-TIME            PIC 9(08).
           05  FILLER                  PIC X(08) VALUE " BEFORE ".
           05  HDG-TAKEN-BEFORE        PIC X(08).
           05  FILLER                  PIC X(07) VALUE " MODE ".
           05  HDG-MODE                PIC X(07).
           05  FILLER                  PIC X(09) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "RUN DATE ".
           05  HDG-RUN-DATE            PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "PAGE ".
           05  HDG-PAGE-NO             PIC ZZ9.

       01  HDG-LINE-2.
           05  FILLER                  PIC X(07) VALUE "SLSMN".
           05  FILLER                  PIC X(21) VALUE "NAME".
           05  FILLER                  PIC X(11) VALUE "ACTION".
           05  FILLER                  PIC X(07) VALUE " ROWS".
           05  FILLER                  PIC X(16) VALUE
               " YTD SALES WAS".
           05  FILLER                  PIC X(16) VALUE
               "  YTD SALES NOW".
           05  FILLER                  PIC X(16) VALUE
               "  YTD COMM WAS".
           05  FILLER                  PIC X(16) VALUE
               "   YTD COMM NOW".
           05  FILLER                  PIC X(22) VALUE
               "  LAST TYPE/INVOICE".

       01  DETAIL-LINE.
           05  DTL-SALESMAN            PIC 9(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-NAME                PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-ACTION              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-ROWS                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-SALES-WAS           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-SALES-NOW           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-COMM-WAS            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-COMM-NOW            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DTL-LAST-TYPE           PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DTL-LAST-INVOICE        PIC 9(08).

       01  EXCEPTION-LINE.
           05  EXC-SALESMAN            PIC 9(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EXC-MESSAGE             PIC X(80).

       01  TOTAL-LINE.
           05  TTL-LABEL               PIC X(40).
           05  TTL-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  COUNT-LINE.
           05  CNT-LABEL               PIC X(40).
           05  CNT-AMOUNT              PIC ZZZ,ZZZ,ZZ9.

       01  BLANK-LINE                  PIC X(132) VALUE SPACES.

       COPY RUNLOG.

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE  -  PROVE THE GENERATION, SORT THE POSTINGS
      *                    SINCE IT INTO SALESMAN ORDER AND MERGE
      *                    THEM ONTO THE GENERATION TO REBUILD THE
      *                    MASTER, THEN PROVE THE MASTER
      *================================================================
       0000-MAINLINE.
           PERFORM 9700-LOG-RUN-START
               THRU 9700-LOG-RUN-START-EXIT.

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           SORT REPLAY-SORT-FILE
               ON ASCENDING KEY SR-SALESMAN
                                SR-SEQUENCE
               INPUT PROCEDURE IS 2000-SELECT-REPLAY-ROWS
                   THRU 2000-SELECT-REPLAY-ROWS-EXIT
               OUTPUT PROCEDURE IS 3000-REBUILD-MASTER
                   THRU 3000-REBUILD-MASTER-EXIT.

           PERFORM 5000-PROVE-MASTER
               THRU 5000-PROVE-MASTER-EXIT.

           PERFORM 6000-PRINT-TOTALS
               THRU 6000-PRINT-TOTALS-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           PERFORM 9750-LOG-RUN-END
               THRU 9750-LOG-RUN-END-EXIT.

           STOP RUN.

      *================================================================
      * 1000-INITIALIZE  -  READ THE PARM, PROVE THE GENERATION, CHECK
      *                      NOTHING HAS POSTED SINCE IT THAT THE MODE
      *                      CANNOT CARRY, TAKE THE COMMCTL BASELINE,
      *                      THEN OPEN THE MASTER AND THE REPORT.
      *                      EVERY REFUSAL COMES BEFORE THE MASTER
      *                      IS OPENED.
      *================================================================
       1000-INITIALIZE.
           PERFORM 1100-READ-RECOVERY-PARM
               THRU 1100-READ-RECOVERY-PARM-EXIT.

           OPEN INPUT COMM-GENERATIONS.

           IF NOT WS-GENERATION-OK
               DISPLAY "COMMRCVR - COMMGENS OPEN FAILED"
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.

           SET WS-GEN-OPEN             TO TRUE.

           PERFORM 1200-PROVE-GENERATION
               THRU 1200-PROVE-GENERATION-EXIT.

           PERFORM 1300-CHECK-RUN-CONTROL
               THRU 1300-CHECK-RUN-CONTROL-EXIT.

           IF WS-RECOVERY-REFUSED
               PERFORM 9850-RECOVERY-REFUSED
                   THRU 9850-RECOVERY-REFUSED-EXIT
           END-IF.

           PERFORM 1400-READ-CONTROL-BASELINE
               THRU 1400-READ-CONTROL-BASELINE-EXIT.

           IF WS-MODE-FULL
               OPEN OUTPUT COMM-MASTER
           ELSE
               OPEN I-O COMM-MASTER
           END-IF.

           IF NOT WS-MASTER-OK
               DISPLAY "COMMRCVR - COMM-MASTER OPEN FAILED"
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.

           SET WS-MASTER-OPEN          TO TRUE.

           OPEN OUTPUT RECOVERY-REPORT.
           SET WS-REPORT-OPEN          TO TRUE.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           STRING WS-CURRENT-MONTH "/" WS-CURRENT-DAY "/"
                  WS-CURRENT-YEAR
               DELIMITED BY SIZE INTO HDG-RUN-DATE.

           MOVE WS-GEN-DATE            TO HDG-GEN-DATE.
           MOVE WS-GEN-TIME            TO HDG-GEN-TIME.
           MOVE WS-TAKEN-BEFORE        TO HDG-TAKEN-BEFORE.

           IF WS-MODE-FULL
               MOVE "FULL"             TO HDG-MODE
           ELSE
               MOVE "REBUILD"          TO HDG-MODE
           END-IF.

           PERFORM 3600-PRINT-HEADINGS
               THRU 3600-PRINT-HEADINGS-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================
      * 1100-READ-RECOVERY-PARM  -  THE SINGLE RCVRPARM RECORD NAMES
      *                              THE GENERATION (DATE AND TIME)
      *                              AND THE MODE
      *================================================================
       1100-READ-RECOVERY-PARM.
           OPEN INPUT RECOVERY-PARM-FILE.

           READ RECOVERY-PARM-FILE
               AT END
                   SET WS-PARM-END-OF-FILE TO TRUE
           END-READ.

           IF WS-PARM-END-OF-FILE
               DISPLAY "COMMRCVR - RCVRPARM IS EMPTY"
               PERFORM 9800-PARM-ERROR
                   THRU 9800-PARM-ERROR-EXIT
           END-IF.

           MOVE SPACES                 TO WS-CALL-FIELD.
           MOVE RECOVERY-PARM-RECORD (1:16)
                                        TO WS-CALL-FIELD (1:16).
           MOVE 16                     TO WS-CALL-LENGTH.
           MOVE "N"                    TO WS-CALL-TYPE.

           CALL "CHECK-VARIABLE" USING WS-CALL-FIELD WS-CALL-LENGTH
                   WS-CALL-TYPE WS-CALL-STATUS.

           IF NOT WS-CALL-VALID OR RV-GEN-DATE = ZERO
               DISPLAY "COMMRCVR - BAD GENERATION STAMP: "
                       RECOVERY-PARM-RECORD (1:16)
               PERFORM 9800-PARM-ERROR
                   THRU 9800-PARM-ERROR-EXIT
           END-IF.

           IF RV-MODE-FULL
               SET WS-MODE-FULL        TO TRUE
           ELSE
               IF RV-MODE-REBUILD
                   SET WS-MODE-REBUILD TO TRUE
               ELSE
                   DISPLAY "COMMRCVR - BAD MODE: " RV-MODE
                           " (R OR F)"
                   PERFORM 9800-PARM-ERROR
                       THRU 9800-PARM-ERROR-EXIT
               END-IF
           END-IF.

           MOVE RV-GEN-DATE            TO WS-GEN-DATE.
           MOVE RV-GEN-TIME            TO WS-GEN-TIME.

           CLOSE RECOVERY-PARM-FILE.

           DISPLAY "COMMRCVR - RECOVERING FROM GENERATION "
                   WS-GEN-DATE " " WS-GEN-TIME " MODE "
                   WS-MODE-SWITCH.
       1100-READ-RECOVERY-PARM-EXIT.
           EXIT.

      *================================================================
      * 1200-PROVE-GENERATION  -  THE GENERATION MUST HAVE ITS CONTROL
      *                            RECORD (COMMBKUP WRITES IT LAST)
      *                            AND ITS IMAGES MUST FOOT TO IT
      *================================================================
       1200-PROVE-GENERATION.
           MOVE WS-GEN-DATE            TO GN-GEN-DATE.
           MOVE WS-GEN-TIME            TO GN-GEN-TIME.
           MOVE ZERO                   TO GN-SALESMAN.

           READ COMM-GENERATIONS
               INVALID KEY
                   SET WS-GENERATION-NOT-FOUND TO TRUE
           END-READ.

           IF WS-GENERATION-NOT-FOUND
               DISPLAY "COMMRCVR - NO COMPLETE GENERATION "
                       WS-GEN-DATE " " WS-GEN-TIME " ON COMMGENS"
               SET WS-RECOVERY-REFUSED TO TRUE
               PERFORM 9850-RECOVERY-REFUSED
                   THRU 9850-RECOVERY-REFUSED-EXIT
           END-IF.

           IF NOT WS-GENERATION-OK
               DISPLAY "COMMRCVR - COMMGENS READ FAILED"
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.

           MOVE GN-TAKEN-BEFORE        TO WS-TAKEN-BEFORE.
           MOVE GN-MASTER-COUNT        TO WS-GEN-MASTER-COUNT.
           MOVE GN-YTD-SALES-TOTAL     TO WS-GEN-SALES-TOTAL.
           MOVE GN-YTD-COMM-TOTAL      TO WS-GEN-COMM-TOTAL.

           START COMM-GENERATIONS KEY IS GREATER THAN GN-KEY
               INVALID KEY
                   SET WS-GEN-END-OF-FILE TO TRUE
           END-START.

           IF NOT WS-GEN-END-OF-FILE
               PERFORM 3900-READ-GENERATION-IMAGE
                   THRU 3900-READ-GENERATION-IMAGE-EXIT
           END-IF.

           PERFORM 1210-FOOT-GENERATION-IMAGE
               THRU 1210-FOOT-GENERATION-IMAGE-EXIT
               UNTIL WS-GEN-END-OF-FILE.

           IF WS-IMAGE-COUNT NOT = WS-GEN-MASTER-COUNT
               OR WS-IMAGE-SALES-TOTAL NOT = WS-GEN-SALES-TOTAL
               OR WS-IMAGE-COMM-TOTAL NOT = WS-GEN-COMM-TOTAL
               DISPLAY "COMMRCVR - GENERATION " WS-GEN-DATE " "
                       WS-GEN-TIME " DOES NOT FOOT TO ITS CONTROL "
                       "RECORD"
               SET WS-RECOVERY-REFUSED TO TRUE
               PERFORM 9850-RECOVERY-REFUSED
                   THRU 9850-RECOVERY-REFUSED-EXIT
           END-IF.

           MOVE "N"                    TO WS-GEN-EOF-SWITCH.

           DISPLAY "COMMRCVR - GENERATION TAKEN BEFORE "
                   WS-TAKEN-BEFORE " PROVED".
       1200-PROVE-GENERATION-EXIT.
           EXIT.

      *================================================================
      * 1210-FOOT-GENERATION-IMAGE  -  COUNT AND FOOT ONE IMAGE
      *================================================================
       1210-FOOT-GENERATION-IMAGE.
           MOVE GN-IMAGE               TO WS-IMAGE-AREA.

           ADD 1 TO WS-IMAGE-COUNT.
           ADD WS-IMAGE-YTD-SALES      TO WS-IMAGE-SALES-TOTAL.
           ADD WS-IMAGE-YTD-COMMISSION TO WS-IMAGE-COMM-TOTAL.

           PERFORM 3900-READ-GENERATION-IMAGE
               THRU 3900-READ-GENERATION-IMAGE-EXIT.
       1210-FOOT-GENERATION-IMAGE-EXIT.
           EXIT.

      *================================================================
      * 1300-CHECK-RUN-CONTROL  -  SCAN THE RUNCTL STAMPS FOR STEPS
      *                             POSTED SINCE THE GENERATION THAT
      *                             A REPLAY OF COMMAUD CANNOT CARRY:
      *                             A YEAR-END CLOSE (IT ZEROED THE
      *                             YTD FIGURES) IN EITHER MODE, AND
      *                             COMMCASH IN FULL MODE (THE
      *                             GENERATION WOULD UNDO ITS RELEASES
      *                             BUT NOT ITS COMMHOLD UPDATES).  A
      *                             PAYCONF IN FULL MODE IS NOTED FOR
      *                             THE REPORT, TO BE RUN AGAIN.
      *================================================================
       1300-CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.

           IF NOT WS-RUN-CONTROL-OPENED
               DISPLAY "COMMRCVR - RUNCTL OPEN FAILED, STATUS = "
                       WS-RUN-CONTROL-STATUS
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.

           MOVE ZERO                   TO RC-RUN-DATE.
           MOVE LOW-VALUES             TO RC-JOB-STEP.

           START RUN-CONTROL-FILE KEY IS NOT LESS THAN RC-KEY
               INVALID KEY
                   SET WS-RUNCTL-END-OF-FILE TO TRUE
           END-START.

           IF NOT WS-RUNCTL-END-OF-FILE
               PERFORM 1390-READ-RUN-CONTROL
                   THRU 1390-READ-RUN-CONTROL-EXIT
           END-IF.

           PERFORM 1310-CHECK-ONE-STAMP
               THRU 1310-CHECK-ONE-STAMP-EXIT
               UNTIL WS-RUNCTL-END-OF-FILE.

           CLOSE RUN-CONTROL-FILE.
       1300-CHECK-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
      * 1310-CHECK-ONE-STAMP  -  ONE RUNCTL RECORD AGAINST THE
      *                           GENERATION STAMP
      *================================================================
       1310-CHECK-ONE-STAMP.
           IF RC-POSTED-DATE < WS-GEN-DATE
               GO TO 1310-CHECK-ONE-STAMP-NEXT
           END-IF.

           IF RC-POSTED-DATE = WS-GEN-DATE
               AND RC-POSTED-TIME < WS-GEN-TIME
               GO TO 1310-CHECK-ONE-STAMP-NEXT
           END-IF.

           IF RC-JOB-STEP = "CLOSE-Y"
               DISPLAY "COMMRCVR - YEAR-END CLOSE FOR " RC-RUN-DATE
                       " POSTED " RC-POSTED-DATE " " RC-POSTED-TIME
                       " - USE A LATER GENERATION"
               SET WS-RECOVERY-REFUSED TO TRUE
           END-IF.

           IF WS-MODE-FULL
               AND RC-JOB-STEP = "COMMCASH"
               DISPLAY "COMMRCVR - COMMCASH FOR " RC-RUN-DATE
                       " POSTED " RC-POSTED-DATE " " RC-POSTED-TIME
                       " - FULL MODE WOULD UNDO IT"
               SET WS-RECOVERY-REFUSED TO TRUE
           END-IF.

           IF WS-MODE-FULL
               AND RC-JOB-STEP = "PAYCONF"
               AND WS-UNDONE-COUNT < WS-UNDONE-TABLE-MAX
               ADD 1 TO WS-UNDONE-COUNT
               MOVE RC-RUN-DATE        TO WS-UNDONE-PERIOD
                                              (WS-UNDONE-COUNT)
               DISPLAY "COMMRCVR - PAYCONF FOR " RC-RUN-DATE
                       " POSTED " RC-POSTED-DATE " " RC-POSTED-TIME
                       " IS UNDONE BY FULL MODE"
           END-IF.

       1310-CHECK-ONE-STAMP-NEXT.
           PERFORM 1390-READ-RUN-CONTROL
               THRU 1390-READ-RUN-CONTROL-EXIT.
       1310-CHECK-ONE-STAMP-EXIT.
           EXIT.

      *================================================================
      * 1390-READ-RUN-CONTROL  -  READ THE NEXT RUNCTL STAMP
      *================================================================
       1390-READ-RUN-CONTROL.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   SET WS-RUNCTL-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-RUN-CONTROL-OK AND NOT WS-RUNCTL-END-OF-FILE
               DISPLAY "COMMRCVR - RUNCTL READ FAILED, STATUS = "
                       WS-RUN-CONTROL-STATUS
               CLOSE RUN-CONTROL-FILE
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.
       1390-READ-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
      * 1400-READ-CONTROL-BASELINE  -  THE COMMCTL SNAPSHOT THE
      *                                 REBUILT MASTER IS PROVED
      *                                 AGAINST.  NO COMMCTL MEANS
      *                                 COMMBAL HAS NEVER RUN - THE
      *                                 RECOVERY GOES AHEAD UNPROVED.
      *================================================================
       1400-READ-CONTROL-BASELINE.
           OPEN INPUT CONTROL-FILE.

           IF WS-CONTROL-MISSING
               GO TO 1400-READ-CONTROL-BASELINE-EXIT
           END-IF.

           READ CONTROL-FILE
               AT END
                   SET WS-CONTROL-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-CONTROL-END-OF-FILE
               MOVE CT-PRIOR-MASTER-COMM
                                        TO WS-PRIOR-MASTER-COMM
               MOVE CT-PRIOR-AUDIT-COUNT
                                        TO WS-PRIOR-AUDIT-COUNT
               SET WS-BASELINE-PRESENT TO TRUE
           END-IF.

           CLOSE CONTROL-FILE.
       1400-READ-CONTROL-BASELINE-EXIT.
           EXIT.

      *================================================================
      * 2000-SELECT-REPLAY-ROWS  -  SORT INPUT: READ ALL OF COMMAUD,
      *                              TOTAL THE COMMISSION POSTED SINCE
      *                              THE COMMCTL BASELINE FOR THE
      *                              PROOF, AND RELEASE EVERY ROW
      *                              STAMPED AT OR AFTER THE
      *                              GENERATION FOR REPLAY.  IN FULL
      *                              MODE COMMHOLD IS READ ALONGSIDE
      *                              TO FIGURE WHAT EACH ROW RELEASED.
      *================================================================
       2000-SELECT-REPLAY-ROWS.
           IF WS-MODE-FULL
               OPEN INPUT COMMISSION-HOLD
               IF NOT WS-HOLD-OPENED
                   DISPLAY "COMMRCVR - COMMHOLD OPEN FAILED, STATUS = "
                           WS-HOLD-STATUS
                   PERFORM 9900-ABEND
                       THRU 9900-ABEND-EXIT
               END-IF
               IF WS-HOLD-OK
                   SET WS-HOLD-PRESENT TO TRUE
               ELSE
                   MOVE "N"            TO WS-HOLD-PRESENT-SWITCH
               END-IF
           END-IF.

           OPEN INPUT AUDIT-FILE.

           PERFORM 2900-READ-AUDIT
               THRU 2900-READ-AUDIT-EXIT.

           PERFORM 2100-SELECT-ONE-ROW
               THRU 2100-SELECT-ONE-ROW-EXIT
               UNTIL WS-AUDIT-END-OF-FILE.

           CLOSE AUDIT-FILE.

           IF WS-MODE-FULL
               CLOSE COMMISSION-HOLD
           END-IF.
       2000-SELECT-REPLAY-ROWS-EXIT.
           EXIT.

      *================================================================
      * 2100-SELECT-ONE-ROW  -  ONE COMMAUD ROW
      *================================================================
       2100-SELECT-ONE-ROW.
           ADD 1 TO WS-AUDIT-COUNT.

           IF WS-AUDIT-COUNT > WS-PRIOR-AUDIT-COUNT
               MOVE AU-COMMISSION      TO WS-COMMISSION-WORK
               ADD WS-COMMISSION-WORK  TO WS-SINCE-BASELINE-COMM
           END-IF.

           IF AU-RUN-DATE < WS-GEN-DATE
               GO TO 2100-SELECT-ONE-ROW-NEXT
           END-IF.

           IF AU-RUN-DATE = WS-GEN-DATE
               AND AU-RUN-TIME < WS-GEN-TIME
               GO TO 2100-SELECT-ONE-ROW-NEXT
           END-IF.

           MOVE AU-SALESMAN            TO SR-SALESMAN.
           MOVE WS-AUDIT-COUNT         TO SR-SEQUENCE.
           MOVE AU-TRANS-TYPE          TO SR-TRANS-TYPE.
           MOVE AU-SALES               TO SR-SALES.
           MOVE AU-COMMISSION          TO SR-COMMISSION.
           MOVE AU-INVOICE             TO SR-INVOICE.
           MOVE AU-CUSTOMER            TO SR-CUSTOMER.
           MOVE AU-SALE-DATE           TO SR-SALE-DATE.
           MOVE ZERO                   TO SR-RELEASE-COMM.
           MOVE "N"                    TO SR-RELEASE-CHECK.

           IF WS-MODE-FULL
               PERFORM 2200-FIGURE-ROW-RELEASE
                   THRU 2200-FIGURE-ROW-RELEASE-EXIT
           END-IF.

           RELEASE REPLAY-SORT-RECORD.

           ADD 1 TO WS-REPLAY-COUNT.

       2100-SELECT-ONE-ROW-NEXT.
           PERFORM 2900-READ-AUDIT
               THRU 2900-READ-AUDIT-EXIT.
       2100-SELECT-ONE-ROW-EXIT.
           EXIT.

      *================================================================
      * 2200-FIGURE-ROW-RELEASE  -  FULL MODE: THE COMMISSION THE ROW
      *                              RELEASED WHEN Q2 POSTED IT, WHICH
      *                              THE GENERATION DOES NOT HOLD.  AN
      *                              ADJUSTMENT RELEASES ALL OF IT, AND
      *                              SO DOES A RETURN OR CORRECTION
      *                              WITH NO HOLD.  A POSTING TO A
      *                              HOLD WITH NO COLLECTIONS OR
      *                              WRITE-OFFS RELEASES NOTHING (NONE
      *                              CAN HAVE BEEN APPLIED SINCE - FULL
      *                              MODE IS REFUSED ACROSS COMMCASH).
      *                              ANY OTHER HOLD DEPENDS ON ITS
      *                              HISTORY AND IS FLAGGED.  AN "O"
      *                              ROW GOES WITH THE SHARE ROW
      *                              BEFORE IT.
      *================================================================
       2200-FIGURE-ROW-RELEASE.
           MOVE AU-COMMISSION          TO WS-COMMISSION-WORK.

           IF SR-TYPE-OVERRIDE
               IF WS-SHARE-RELEASED-ALL
                   MOVE WS-COMMISSION-WORK
                                        TO SR-RELEASE-COMM
               END-IF
               IF WS-SHARE-RELEASE-UNKNOWN
                   SET SR-RELEASE-NOT-REBUILT TO TRUE
               END-IF
               GO TO 2200-FIGURE-ROW-RELEASE-EXIT
           END-IF.

           SET WS-SHARE-RELEASED-NONE  TO TRUE.

           IF AU-TRANS-TYPE = "M"
               SET WS-SHARE-RELEASED-ALL TO TRUE
               MOVE WS-COMMISSION-WORK TO SR-RELEASE-COMM
               GO TO 2200-FIGURE-ROW-RELEASE-EXIT
           END-IF.

           SET WS-HOLD-NOT-FOUND       TO TRUE.

           IF WS-HOLD-PRESENT
               MOVE AU-INVOICE         TO HD-INVOICE
               MOVE AU-SALESMAN        TO HD-SALESMAN
               READ COMMISSION-HOLD
                   INVALID KEY
                       SET WS-HOLD-NOT-FOUND TO TRUE
               END-READ
               IF NOT WS-HOLD-OK AND NOT WS-HOLD-NOT-FOUND
                   DISPLAY "COMMRCVR - COMMHOLD READ FAILED, STATUS = "
                           WS-HOLD-STATUS
                   PERFORM 9900-ABEND
                       THRU 9900-ABEND-EXIT
               END-IF
           END-IF.

      *--- A SALE ALWAYS LEAVES A HOLD, SO ONE WITH NONE IS FLAGGED.
           IF WS-HOLD-NOT-FOUND
               IF AU-TRANS-TYPE = "R" OR "C"
                   MOVE WS-COMMISSION-WORK
                                        TO SR-RELEASE-COMM
               ELSE
                   SET WS-SHARE-RELEASE-UNKNOWN TO TRUE
                   SET SR-RELEASE-NOT-REBUILT TO TRUE
               END-IF
               GO TO 2200-FIGURE-ROW-RELEASE-EXIT
           END-IF.

           IF HD-COLLECTED-SALES NOT = ZERO
               OR HD-WRITEOFF-SALES NOT = ZERO
               OR HD-NET-SALES NOT GREATER THAN ZERO
               SET WS-SHARE-RELEASE-UNKNOWN TO TRUE
               SET SR-RELEASE-NOT-REBUILT TO TRUE
           END-IF.
       2200-FIGURE-ROW-RELEASE-EXIT.
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
      * 3000-REBUILD-MASTER  -  SORT OUTPUT: MERGE THE GENERATION'S
      *                          IMAGES (IN SALESMAN ORDER ON
      *                          COMMGENS) WITH THE SORTED POSTINGS,
      *                          ONE SALESMAN AT A TIME
      *================================================================
       3000-REBUILD-MASTER.
           MOVE WS-GEN-DATE            TO GN-GEN-DATE.
           MOVE WS-GEN-TIME            TO GN-GEN-TIME.
           MOVE ZERO                   TO GN-SALESMAN.

           START COMM-GENERATIONS KEY IS GREATER THAN GN-KEY
               INVALID KEY
                   SET WS-GEN-END-OF-FILE TO TRUE
           END-START.

           IF NOT WS-GEN-END-OF-FILE
               PERFORM 3900-READ-GENERATION-IMAGE
                   THRU 3900-READ-GENERATION-IMAGE-EXIT
           END-IF.

           IF WS-GEN-END-OF-FILE
               MOVE 999999             TO WS-GEN-KEY
           END-IF.

           PERFORM 3950-RETURN-REPLAY-ROW
               THRU 3950-RETURN-REPLAY-ROW-EXIT.

           PERFORM 3100-REBUILD-ONE-SALESMAN
               THRU 3100-REBUILD-ONE-SALESMAN-EXIT
               UNTIL WS-GEN-KEY = 999999
                 AND WS-REPLAY-KEY = 999999.

           CLOSE COMM-MASTER.
           MOVE "N"                    TO WS-MASTER-OPEN-SWITCH.
       3000-REBUILD-MASTER-EXIT.
           EXIT.

      *================================================================
      * 3100-REBUILD-ONE-SALESMAN  -  START FROM THE GENERATION'S
      *                                FIGURES (ZERO FOR A SALESMAN
      *                                ADDED SINCE), ADD EVERY POSTING
      *                                SINCE, THEN APPLY THE RESULT
      *================================================================
       3100-REBUILD-ONE-SALESMAN.
           IF WS-GEN-KEY < WS-REPLAY-KEY
               MOVE WS-GEN-KEY         TO WS-CURRENT-SALESMAN
           ELSE
               MOVE WS-REPLAY-KEY      TO WS-CURRENT-SALESMAN
           END-IF.

           MOVE "N"                    TO WS-IN-GENERATION-SWITCH.
           MOVE ZERO                   TO WS-SLM-REPLAY-COUNT
                                           WS-RB-RELEASED-COMM.

           IF WS-GEN-KEY = WS-CURRENT-SALESMAN
               SET WS-IN-GENERATION    TO TRUE
               MOVE GN-IMAGE           TO WS-IMAGE-AREA
               MOVE WS-IMAGE-YTD-SALES TO WS-RB-YTD-SALES
               MOVE WS-IMAGE-YTD-COMMISSION
                                        TO WS-RB-YTD-COMMISSION
               MOVE WS-IMAGE-LAST-TRANS-TYPE
                                        TO WS-RB-LAST-TRANS-TYPE
               MOVE WS-IMAGE-LAST-SALES
                                        TO WS-RB-LAST-SALES
               MOVE WS-IMAGE-LAST-COMMISSION
                                        TO WS-RB-LAST-COMMISSION
               MOVE WS-IMAGE-LAST-INVOICE
                                        TO WS-RB-LAST-INVOICE
               MOVE WS-IMAGE-LAST-CUSTOMER
                                        TO WS-RB-LAST-CUSTOMER
               MOVE WS-IMAGE-LAST-SALE-DATE
                                        TO WS-RB-LAST-SALE-DATE
               PERFORM 3900-READ-GENERATION-IMAGE
                   THRU 3900-READ-GENERATION-IMAGE-EXIT
               IF WS-GEN-END-OF-FILE
                   MOVE 999999         TO WS-GEN-KEY
               END-IF
           ELSE
               MOVE ZERO               TO WS-RB-YTD-SALES
                                           WS-RB-YTD-COMMISSION
                                           WS-RB-LAST-SALES
                                           WS-RB-LAST-COMMISSION
                                           WS-RB-LAST-INVOICE
                                           WS-RB-LAST-CUSTOMER
                                           WS-RB-LAST-SALE-DATE
               MOVE SPACE              TO WS-RB-LAST-TRANS-TYPE
           END-IF.

           PERFORM 3200-REPLAY-ONE-ROW
               THRU 3200-REPLAY-ONE-ROW-EXIT
               UNTIL WS-REPLAY-KEY NOT = WS-CURRENT-SALESMAN.

           IF WS-MODE-FULL
               PERFORM 3300-WRITE-RESTORED-RECORD
                   THRU 3300-WRITE-RESTORED-RECORD-EXIT
           ELSE
               PERFORM 3400-REWRITE-REBUILT-RECORD
                   THRU 3400-REWRITE-REBUILT-RECORD-EXIT
           END-IF.
       3100-REBUILD-ONE-SALESMAN-EXIT.
           EXIT.

      *================================================================
      * 3200-REPLAY-ONE-ROW  -  ONE POSTING, EXACTLY AS Q2 POSTED IT:
      *                        SALES AND COMMISSION INTO THE YTD
      *                        FIGURES (AN "O" OVERRIDE ROW CARRIES
      *                        THE SHARE'S SALES, WHICH Q2 NEVER
      *                        POSTS TO THE MANAGER) AND THE ROW
      *                        BECOMES THE LAST TRANSACTION
      *================================================================
       3200-REPLAY-ONE-ROW.
           IF NOT SR-TYPE-OVERRIDE
               ADD SR-SALES            TO WS-RB-YTD-SALES
           END-IF.

           MOVE SR-COMMISSION          TO WS-COMMISSION-WORK.
           ADD WS-COMMISSION-WORK      TO WS-RB-YTD-COMMISSION.

           MOVE SR-TRANS-TYPE          TO WS-RB-LAST-TRANS-TYPE.
           MOVE SR-SALES               TO WS-RB-LAST-SALES.
           MOVE SR-COMMISSION          TO WS-RB-LAST-COMMISSION.
           MOVE SR-INVOICE             TO WS-RB-LAST-INVOICE.
           MOVE SR-CUSTOMER            TO WS-RB-LAST-CUSTOMER.
           MOVE SR-SALE-DATE           TO WS-RB-LAST-SALE-DATE.

           ADD SR-RELEASE-COMM         TO WS-RB-RELEASED-COMM.

           IF SR-RELEASE-NOT-REBUILT
               PERFORM 3560-PRINT-RELEASE-CHECK
                   THRU 3560-PRINT-RELEASE-CHECK-EXIT
           END-IF.

           ADD 1 TO WS-SLM-REPLAY-COUNT.

           PERFORM 3950-RETURN-REPLAY-ROW
               THRU 3950-RETURN-REPLAY-ROW-EXIT.
       3200-REPLAY-ONE-ROW-EXIT.
           EXIT.

      *================================================================
      * 3300-WRITE-RESTORED-RECORD  -  FULL MODE: THE GENERATION IMAGE
      *                                 WITH THE REBUILT FIGURES IS
      *                                 WRITTEN TO THE NEW MASTER.
      *                                 POSTINGS FOR A SALESMAN NOT IN
      *                                 THE GENERATION HAVE NO RECORD
      *                                 TO GO ON.
      *================================================================
       3300-WRITE-RESTORED-RECORD.
           IF NOT WS-IN-GENERATION
               MOVE WS-CURRENT-SALESMAN
                                        TO EXC-SALESMAN
               MOVE "NOT IN GENERATION - POSTINGS NOT APPLIED, RE-ADD T
      -             "HROUGH COMMMNT AND RERUN"
                                        TO EXC-MESSAGE
               PERFORM 3550-PRINT-EXCEPTION
                   THRU 3550-PRINT-EXCEPTION-EXIT
               GO TO 3300-WRITE-RESTORED-RECORD-EXIT
           END-IF.

           MOVE WS-IMAGE-AREA          TO COMM-MASTER-RECORD.
           MOVE CM-YTD-SALES           TO WS-BEFORE-YTD-SALES.
           MOVE CM-YTD-COMMISSION      TO WS-BEFORE-YTD-COMMISSION.

           PERFORM 3450-MOVE-REBUILT-FIELDS
               THRU 3450-MOVE-REBUILT-FIELDS-EXIT.

           ADD WS-RB-RELEASED-COMM     TO CM-YTD-RELEASED-COMM.
           ADD WS-RB-RELEASED-COMM     TO WS-RELEASE-REPLAY-TOTAL.

           WRITE COMM-MASTER-RECORD.

           IF NOT WS-MASTER-OK
               DISPLAY "COMMRCVR - COMM-MASTER WRITE FAILED ON "
                       "SALESMAN " CM-SALESMAN
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.

           ADD 1 TO WS-CHANGED-COUNT.

           IF WS-SLM-REPLAY-COUNT = ZERO
               MOVE "RESTORED"         TO DTL-ACTION
           ELSE
               MOVE "REPLAYED"         TO DTL-ACTION
           END-IF.

           PERFORM 3500-PRINT-DETAIL
               THRU 3500-PRINT-DETAIL-EXIT.
       3300-WRITE-RESTORED-RECORD-EXIT.
           EXIT.

      *================================================================
      * 3400-REWRITE-REBUILT-RECORD  -  REBUILD MODE: ONLY THE YTD AND
      *                                  LAST-TRANSACTION FIELDS OF
      *                                  THE SALESMAN'S CURRENT RECORD
      *                                  ARE REPLACED, AND ONLY WHEN
      *                                  THEY DIFFER.  A SALESMAN NO
      *                                  LONGER ON THE MASTER IS NOT
      *                                  PUT BACK - COMMMNT MAY HAVE
      *                                  DELETED IT ON PURPOSE.
      *================================================================
       3400-REWRITE-REBUILT-RECORD.
           MOVE WS-CURRENT-SALESMAN    TO CM-SALESMAN.

           READ COMM-MASTER
               INVALID KEY
                   SET WS-MASTER-NOT-FOUND TO TRUE
           END-READ.

           IF WS-MASTER-NOT-FOUND
               MOVE WS-CURRENT-SALESMAN
                                        TO EXC-SALESMAN
               MOVE "NOT ON COMM-MASTER - NOT APPLIED (RESTORE WITH MO
      -             "DE F OR RE-ADD THROUGH COMMMNT)"
                                        TO EXC-MESSAGE
               PERFORM 3550-PRINT-EXCEPTION
                   THRU 3550-PRINT-EXCEPTION-EXIT
               GO TO 3400-REWRITE-REBUILT-RECORD-EXIT
           END-IF.

           IF NOT WS-MASTER-OK
               DISPLAY "COMMRCVR - COMM-MASTER READ FAILED ON "
                       "SALESMAN " WS-CURRENT-SALESMAN
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.

           IF CM-YTD-SALES = WS-RB-YTD-SALES
               AND CM-YTD-COMMISSION = WS-RB-YTD-COMMISSION
               AND CM-LAST-TRANS-TYPE = WS-RB-LAST-TRANS-TYPE
               AND CM-LAST-SALES = WS-RB-LAST-SALES
               AND CM-LAST-COMMISSION = WS-RB-LAST-COMMISSION
               AND CM-LAST-INVOICE = WS-RB-LAST-INVOICE
               AND CM-LAST-CUSTOMER = WS-RB-LAST-CUSTOMER
               AND CM-LAST-SALE-DATE = WS-RB-LAST-SALE-DATE
               ADD 1 TO WS-UNCHANGED-COUNT
               GO TO 3400-REWRITE-REBUILT-RECORD-EXIT
           END-IF.

           MOVE CM-YTD-SALES           TO WS-BEFORE-YTD-SALES.
           MOVE CM-YTD-COMMISSION      TO WS-BEFORE-YTD-COMMISSION.

           PERFORM 3450-MOVE-REBUILT-FIELDS
               THRU 3450-MOVE-REBUILT-FIELDS-EXIT.

           REWRITE COMM-MASTER-RECORD.

           IF NOT WS-MASTER-OK
               DISPLAY "COMMRCVR - COMM-MASTER REWRITE FAILED ON "
                       "SALESMAN " CM-SALESMAN
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.

           ADD 1 TO WS-CHANGED-COUNT.

           MOVE "REBUILT"              TO DTL-ACTION.

           PERFORM 3500-PRINT-DETAIL
               THRU 3500-PRINT-DETAIL-EXIT.
       3400-REWRITE-REBUILT-RECORD-EXIT.
           EXIT.

      *================================================================
      * 3450-MOVE-REBUILT-FIELDS  -  THE REBUILT FIGURES ONTO THE
      *                              MASTER RECORD IN HAND
      *================================================================
       3450-MOVE-REBUILT-FIELDS.
           MOVE WS-RB-YTD-SALES        TO CM-YTD-SALES.
           MOVE WS-RB-YTD-COMMISSION   TO CM-YTD-COMMISSION.
           MOVE WS-RB-LAST-TRANS-TYPE  TO CM-LAST-TRANS-TYPE.
           MOVE WS-RB-LAST-SALES       TO CM-LAST-SALES.
           MOVE WS-RB-LAST-COMMISSION  TO CM-LAST-COMMISSION.
           MOVE WS-RB-LAST-INVOICE     TO CM-LAST-INVOICE.
           MOVE WS-RB-LAST-CUSTOMER    TO CM-LAST-CUSTOMER.
           MOVE WS-RB-LAST-SALE-DATE   TO CM-LAST-SALE-DATE.
       3450-MOVE-REBUILT-FIELDS-EXIT.
           EXIT.

      *================================================================
      * 3500-PRINT-DETAIL  -  ONE CHANGED SALESMAN.  THE CALLER SETS
      *                        DTL-ACTION AND THE BEFORE FIGURES, AND
      *                        THE MASTER RECORD IN HAND IS THE AFTER.
      *================================================================
       3500-PRINT-DETAIL.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM 3600-PRINT-HEADINGS
                   THRU 3600-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE CM-SALESMAN            TO DTL-SALESMAN.
           MOVE CM-NAME                TO DTL-NAME.
           MOVE WS-SLM-REPLAY-COUNT    TO DTL-ROWS.
           MOVE WS-BEFORE-YTD-SALES    TO DTL-SALES-WAS.
           MOVE CM-YTD-SALES           TO DTL-SALES-NOW.
           MOVE WS-BEFORE-YTD-COMMISSION
                                        TO DTL-COMM-WAS.
           MOVE CM-YTD-COMMISSION      TO DTL-COMM-NOW.
           MOVE CM-LAST-TRANS-TYPE     TO DTL-LAST-TYPE.
           MOVE CM-LAST-INVOICE        TO DTL-LAST-INVOICE.

           WRITE REPORT-LINE FROM DETAIL-LINE.

           ADD 1 TO WS-LINE-COUNT.
       3500-PRINT-DETAIL-EXIT.
           EXIT.

      *================================================================
      * 3550-PRINT-EXCEPTION  -  POSTINGS THE RECOVERY COULD NOT
      *                           APPLY.  THE CALLER SETS THE LINE.
      *================================================================
       3550-PRINT-EXCEPTION.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM 3600-PRINT-HEADINGS
                   THRU 3600-PRINT-HEADINGS-EXIT
           END-IF.

           WRITE REPORT-LINE FROM EXCEPTION-LINE.

           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-NOT-APPLIED-COUNT.
       3550-PRINT-EXCEPTION-EXIT.
           EXIT.

      *================================================================
      * 3560-PRINT-RELEASE-CHECK  -  FULL MODE: A REPLAYED POSTING
      *                               WHOSE RELEASED AND WRITTEN-OFF
      *                               COMMISSION COULD NOT BE FIGURED.
      *                               ITS SALES AND COMMISSION ARE
      *                               STILL REPLAYED.
      *================================================================
       3560-PRINT-RELEASE-CHECK.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM 3600-PRINT-HEADINGS
                   THRU 3600-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE SR-SALESMAN            TO EXC-SALESMAN.
           MOVE SPACES                 TO EXC-MESSAGE.
           STRING "INVOICE " SR-INVOICE " TYPE " SR-TRANS-TYPE
                  " - RELEASED COMMISSION NOT REBUILT, CHECK COMMHOLD"
               DELIMITED BY SIZE INTO EXC-MESSAGE.

           WRITE REPORT-LINE FROM EXCEPTION-LINE.

           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-RELEASE-CHECK-COUNT.
       3560-PRINT-RELEASE-CHECK-EXIT.
           EXIT.

      *================================================================
      * 3600-PRINT-HEADINGS  -  START A NEW PAGE
      *================================================================
       3600-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT          TO HDG-PAGE-NO.

           WRITE REPORT-LINE FROM HDG-LINE-1.
           WRITE REPORT-LINE FROM BLANK-LINE.
           WRITE REPORT-LINE FROM HDG-LINE-2.

           MOVE ZERO                   TO WS-LINE-COUNT.
       3600-PRINT-HEADINGS-EXIT.
           EXIT.

      *================================================================
      * 3900-READ-GENERATION-IMAGE  -  READ THE NEXT IMAGE OF THE
      *                                 GENERATION.  THE NEXT
      *                                 GENERATION'S CONTROL RECORD
      *                                 (OR END OF FILE) ENDS IT.
      *================================================================
       3900-READ-GENERATION-IMAGE.
           READ COMM-GENERATIONS NEXT RECORD
               AT END
                   SET WS-GEN-END-OF-FILE TO TRUE
           END-READ.

           IF WS-GEN-END-OF-FILE
               GO TO 3900-READ-GENERATION-IMAGE-EXIT
           END-IF.

           IF NOT WS-GENERATION-OK
               DISPLAY "COMMRCVR - COMMGENS READ FAILED"
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.

           IF GN-GEN-STAMP NOT = WS-GEN-STAMP
               SET WS-GEN-END-OF-FILE  TO TRUE
               GO TO 3900-READ-GENERATION-IMAGE-EXIT
           END-IF.

           MOVE GN-SALESMAN            TO WS-GEN-KEY.
       3900-READ-GENERATION-IMAGE-EXIT.
           EXIT.

      *================================================================
      * 3950-RETURN-REPLAY-ROW  -  TAKE THE NEXT SORTED POSTING
      *================================================================
       3950-RETURN-REPLAY-ROW.
           RETURN REPLAY-SORT-FILE
               AT END
                   MOVE 999999         TO WS-REPLAY-KEY
                   GO TO 3950-RETURN-REPLAY-ROW-EXIT
           END-RETURN.

           MOVE SR-SALESMAN            TO WS-REPLAY-KEY.
       3950-RETURN-REPLAY-ROW-EXIT.
           EXIT.

      *================================================================
      * 5000-PROVE-MASTER  -  FOOT THE RECOVERED MASTER'S YTD
      *                        COMMISSION AND PROVE IT AGAINST THE
      *                        COMMCTL BASELINE PLUS THE COMMISSION
      *                        POSTED TO COMMAUD SINCE THE BASELINE -
      *                        THE SAME PROOF COMMBAL MAKES NIGHTLY
      *================================================================
       5000-PROVE-MASTER.
           OPEN INPUT COMM-MASTER.

           IF NOT WS-MASTER-OK
               DISPLAY "COMMRCVR - COMM-MASTER REOPEN FAILED"
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.

           SET WS-MASTER-OPEN          TO TRUE.

           PERFORM 5900-READ-MASTER
               THRU 5900-READ-MASTER-EXIT.

           PERFORM 5100-FOOT-MASTER-RECORD
               THRU 5100-FOOT-MASTER-RECORD-EXIT
               UNTIL WS-MASTER-END-OF-FILE.

           CLOSE COMM-MASTER.
           MOVE "N"                    TO WS-MASTER-OPEN-SWITCH.

           COMPUTE WS-EXPECTED-MASTER-COMM =
                   WS-PRIOR-MASTER-COMM + WS-SINCE-BASELINE-COMM.
           COMPUTE WS-PROOF-DIFFERENCE =
                   WS-MASTER-COMM-TOTAL - WS-EXPECTED-MASTER-COMM.

           IF WS-BASELINE-PRESENT
               AND WS-AUDIT-COUNT NOT LESS THAN WS-PRIOR-AUDIT-COUNT
               AND WS-PROOF-DIFFERENCE = ZERO
               SET WS-MASTER-PROVED    TO TRUE
           END-IF.
       5000-PROVE-MASTER-EXIT.
           EXIT.

      *================================================================
      * 5100-FOOT-MASTER-RECORD  -  ONE MASTER RECORD INTO THE TOTAL
      *================================================================
       5100-FOOT-MASTER-RECORD.
           ADD 1 TO WS-MASTER-COUNT.
           ADD CM-YTD-COMMISSION       TO WS-MASTER-COMM-TOTAL.

           PERFORM 5900-READ-MASTER
               THRU 5900-READ-MASTER-EXIT.
       5100-FOOT-MASTER-RECORD-EXIT.
           EXIT.

      *================================================================
      * 5900-READ-MASTER  -  READ THE NEXT MASTER RECORD
      *================================================================
       5900-READ-MASTER.
           READ COMM-MASTER NEXT RECORD
               AT END
                   SET WS-MASTER-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-MASTER-OK AND NOT WS-MASTER-AT-END
               DISPLAY "COMMRCVR - COMM-MASTER READ FAILED AFTER "
                       "SALESMAN " CM-SALESMAN
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.
       5900-READ-MASTER-EXIT.
           EXIT.

      *================================================================
      * 6000-PRINT-TOTALS  -  THE GENERATION, THE REPLAY VOLUMES AND
      *                        THE PROOF, AND THE RETURN CODE: 8 IF
      *                        THE MASTER IS NOT PROVED, 4 IF ANY
      *                        POSTINGS COULD NOT BE APPLIED
      *================================================================
       6000-PRINT-TOTALS.
           WRITE REPORT-LINE FROM BLANK-LINE.

           MOVE "GENERATION RECORDS ......................"
                                        TO CNT-LABEL.
           MOVE WS-IMAGE-COUNT          TO CNT-AMOUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.

           MOVE "AUDIT ROWS READ ........................."
                                        TO CNT-LABEL.
           MOVE WS-AUDIT-COUNT          TO CNT-AMOUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.

           MOVE "POSTINGS REPLAYED SINCE THE GENERATION .."
                                        TO CNT-LABEL.
           MOVE WS-REPLAY-COUNT         TO CNT-AMOUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.

           IF WS-MODE-FULL
               MOVE "MASTER RECORDS RESTORED ................."
                                        TO CNT-LABEL
           ELSE
               MOVE "MASTER RECORDS REBUILT .................."
                                        TO CNT-LABEL
           END-IF.
           MOVE WS-CHANGED-COUNT        TO CNT-AMOUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.

           MOVE "MASTER RECORDS ALREADY RIGHT ............"
                                        TO CNT-LABEL.
           MOVE WS-UNCHANGED-COUNT      TO CNT-AMOUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.

           MOVE "SALESMEN NOT APPLIED ...................."
                                        TO CNT-LABEL.
           MOVE WS-NOT-APPLIED-COUNT    TO CNT-AMOUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.

           IF WS-MODE-FULL
               MOVE "RELEASED COMMISSION REPLAYED ............"
                                        TO TTL-LABEL
               MOVE WS-RELEASE-REPLAY-TOTAL
                                        TO TTL-AMOUNT
               WRITE REPORT-LINE FROM TOTAL-LINE
               MOVE "POSTINGS WITH RELEASE NOT REBUILT ......."
                                        TO CNT-LABEL
               MOVE WS-RELEASE-CHECK-COUNT
                                        TO CNT-AMOUNT
               WRITE REPORT-LINE FROM COUNT-LINE
           END-IF.

           WRITE REPORT-LINE FROM BLANK-LINE.

           MOVE "MASTER RECORDS AFTER RECOVERY ..........."
                                        TO CNT-LABEL.
           MOVE WS-MASTER-COUNT         TO CNT-AMOUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.

           MOVE "MASTER YTD COMMISSION AFTER RECOVERY ...."
                                        TO TTL-LABEL.
           MOVE WS-MASTER-COMM-TOTAL    TO TTL-AMOUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE.

           IF NOT WS-BASELINE-PRESENT
               MOVE SPACES             TO REPORT-LINE
               MOVE "*** NO COMMCTL BASELINE - MASTER NOT PROVED ***"
                                        TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 8                  TO RETURN-CODE
               GO TO 6000-PRINT-TOTALS-NOTES
           END-IF.

           MOVE "COMMCTL MASTER BASELINE ................."
                                        TO TTL-LABEL.
           MOVE WS-PRIOR-MASTER-COMM    TO TTL-AMOUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE.

           MOVE "COMMCTL AUDIT ROW BASELINE .............."
                                        TO CNT-LABEL.
           MOVE WS-PRIOR-AUDIT-COUNT    TO CNT-AMOUNT.
           WRITE REPORT-LINE FROM COUNT-LINE.

           MOVE "COMMISSION POSTED SINCE THE BASELINE ...."
                                        TO TTL-LABEL.
           MOVE WS-SINCE-BASELINE-COMM  TO TTL-AMOUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE.

           MOVE "EXPECTED MASTER YTD COMMISSION .........."
                                        TO TTL-LABEL.
           MOVE WS-EXPECTED-MASTER-COMM TO TTL-AMOUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE.

           MOVE "DIFFERENCE .............................."
                                        TO TTL-LABEL.
           MOVE WS-PROOF-DIFFERENCE     TO TTL-AMOUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE.

           WRITE REPORT-LINE FROM BLANK-LINE.

           IF WS-AUDIT-COUNT < WS-PRIOR-AUDIT-COUNT
               MOVE SPACES             TO REPORT-LINE
               MOVE "*** COMMAUD HAS FEWER ROWS THAN THE BASELINE - RE
      -             "COVERY NOT PROVED ***"
                                        TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           IF WS-MASTER-PROVED
               MOVE SPACES             TO REPORT-LINE
               MOVE "*** RECOVERED MASTER PROVED TO THE COMMCTL BASELIN
      -             "E ***"
                                        TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE SPACES             TO REPORT-LINE
               MOVE "*** RECOVERED MASTER DOES NOT PROVE TO THE COMMCTL
      -             " BASELINE - DO NOT POST UNTIL RESOLVED ***"
                                        TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 8                  TO RETURN-CODE
           END-IF.

       6000-PRINT-TOTALS-NOTES.
           IF WS-NOT-APPLIED-COUNT > ZERO
               AND RETURN-CODE < 4
               MOVE 4                  TO RETURN-CODE
           END-IF.

           IF WS-RELEASE-CHECK-COUNT > ZERO
               WRITE REPORT-LINE FROM BLANK-LINE
               MOVE SPACES             TO REPORT-LINE
               MOVE "RELEASED COMMISSION NOT REBUILT ON THE INVOICES LI
      -             "STED - CORRECT CM-YTD-RELEASED-COMM AND CM-YTD-WRI
      -             "TEOFF-COMM FROM COMMHOLD"
                                        TO REPORT-LINE
               WRITE REPORT-LINE
               IF RETURN-CODE < 4
                   MOVE 4              TO RETURN-CODE
               END-IF
           END-IF.

           IF WS-MODE-FULL
               WRITE REPORT-LINE FROM BLANK-LINE
               MOVE SPACES             TO REPORT-LINE
               MOVE "FULL RESTORE - RE-KEY ANY COMMMNT CHANGES MADE SIN
      -             "CE THE GENERATION (SEE MNTHRPT)"
                                        TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           IF WS-UNDONE-COUNT > ZERO
               PERFORM 6100-PRINT-UNDONE-PERIOD
                   THRU 6100-PRINT-UNDONE-PERIOD-EXIT
                   VARYING WS-UNDONE-SUB FROM 1 BY 1
                   UNTIL WS-UNDONE-SUB > WS-UNDONE-COUNT
               IF RETURN-CODE < 4
                   MOVE 4              TO RETURN-CODE
               END-IF
           END-IF.
       6000-PRINT-TOTALS-EXIT.
           EXIT.

      *================================================================
      * 6100-PRINT-UNDONE-PERIOD  -  A PAYCONF CONFIRMATION THE FULL
      *                               RESTORE TOOK BACK OFF THE MASTER
      *================================================================
       6100-PRINT-UNDONE-PERIOD.
           MOVE SPACES                 TO REPORT-LINE.
           STRING "PAYCONF FOR PERIOD "
                  WS-UNDONE-PERIOD (WS-UNDONE-SUB)
                  " IS UNDONE - DELETE ITS RUNCTL RECORD AND RUN "
                  "PAYCONF ONCE AGAINST THE SAME PAYEXTR/PAYACK"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       6100-PRINT-UNDONE-PERIOD-EXIT.
           EXIT.

      *================================================================
      * 9000-TERMINATE  -  CLOSE FILES AND REPORT THE RESULT
      *================================================================
       9000-TERMINATE.
           CLOSE COMM-GENERATIONS
                 RECOVERY-REPORT.

           DISPLAY "COMMRCVR - RECOVERY COMPLETE".
           IF WS-MASTER-PROVED
               DISPLAY "COMMRCVR - MASTER PROVED TO COMMCTL"
           ELSE
               DISPLAY "COMMRCVR - MASTER NOT PROVED - SEE COMMRCV1"
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.

      *================================================================
      * 9700-LOG-RUN-START  -  START ENTRY ON THE SHARED RUN LOG
      *================================================================
       9700-LOG-RUN-START.
           MOVE "COMMRCVR"             TO RL-STEP-NAME.
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
           MOVE WS-AUDIT-COUNT         TO RL-READ-COUNT.
           MOVE WS-CHANGED-COUNT       TO RL-WRITTEN-COUNT.
           MOVE WS-NOT-APPLIED-COUNT   TO RL-REJECT-COUNT.
           MOVE "MASTER COM"           TO RL-CONTROL-LABEL-1.
           MOVE WS-MASTER-COMM-TOTAL   TO RL-CONTROL-TOTAL-1.
           MOVE "DIFFERENCE"           TO RL-CONTROL-LABEL-2.
           MOVE WS-PROOF-DIFFERENCE    TO RL-CONTROL-TOTAL-2.
           SET RL-END-ENTRY            TO TRUE.

           CALL "RUNLOGW" USING RUN-LOG-RECORD.

           MOVE RL-RETURN-CODE         TO RETURN-CODE.
       9750-LOG-RUN-END-EXIT.
           EXIT.

      *================================================================
      * 9800-PARM-ERROR  -  A BAD RCVRPARM STOPS THE RUN BEFORE ANY
      *                      FILE IS TOUCHED
      *================================================================
       9800-PARM-ERROR.
           MOVE 8                      TO RETURN-CODE.
           CLOSE RECOVERY-PARM-FILE.
           PERFORM 9750-LOG-RUN-END
               THRU 9750-LOG-RUN-END-EXIT.

           STOP RUN.
       9800-PARM-ERROR-EXIT.
           EXIT.

      *================================================================
      * 9850-RECOVERY-REFUSED  -  THE GENERATION IS MISSING OR
      *                            INCOMPLETE, OR A STEP HAS POSTED
      *                            SINCE IT THAT THE MODE CANNOT
      *                            CARRY.  COMM-MASTER HAS NOT BEEN
      *                            OPENED.
      *================================================================
       9850-RECOVERY-REFUSED.
           DISPLAY "COMMRCVR - RECOVERY REFUSED, COMM-MASTER NOT "
                   "TOUCHED".

           MOVE 8                      TO RETURN-CODE.

           CLOSE COMM-GENERATIONS.

           PERFORM 9750-LOG-RUN-END
               THRU 9750-LOG-RUN-END-EXIT.

           STOP RUN.
       9850-RECOVERY-REFUSED-EXIT.
           EXIT.

      *================================================================
      * 9900-ABEND  -  AN I/O FAILURE ON COMMGENS, RUNCTL OR
      *                 COMM-MASTER.  A FULL-MODE RUN THAT STOPS HERE
      *                 HAS LEFT A PARTIAL MASTER - RERUN IT.
      *================================================================
       9900-ABEND.
           DISPLAY "COMMRCVR - COMM-MASTER STATUS = "
                   WS-COMM-MASTER-STATUS
                   " COMMGENS STATUS = " WS-GENERATION-STATUS.

           MOVE 16                     TO RETURN-CODE.

           IF WS-GEN-OPEN
               CLOSE COMM-GENERATIONS
           END-IF.

           IF WS-MASTER-OPEN
               CLOSE COMM-MASTER
           END-IF.

           IF WS-REPORT-OPEN
               CLOSE RECOVERY-REPORT
           END-IF.

           PERFORM 9750-LOG-RUN-END
               THRU 9750-LOG-RUN-END-EXIT.

           STOP RUN.
       9900-ABEND-EXIT.
           EXIT.
