       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MNTHRPT.
       AUTHOR.        D HOLLOWAY.
       INSTALLATION.  SALES ACCOUNTING.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DH    ORIGINAL VERSION.  COMM-MASTER CHANGE HISTORY.
      *                  READS THE MNTHPARM SELECTION RECORD (SALESMAN
      *                  NUMBER, ZERO FOR ALL, PLUS A RUN-DATE RANGE,
      *                  ZERO FROM/TO FOR OPEN-ENDED, AS AUDINQ TAKES
      *                  IT) AND LISTS THE MATCHING MNTLOG RECORDS
      *                  FIELD BY FIELD - WHEN, WHICH ACTION, WHICH
      *                  FIELD, WHAT IT WAS AND WHAT IT BECAME - WITH
      *                  THE DRAW AND QUOTA INCREASES THAT NEED
      *                  MANAGEMENT SIGN-OFF MARKED AND COUNTED, SO
      *                  "WHO RAISED THIS DRAW AND WHEN" IS ONE RUN.
      * 10/15/2026 DH    WRITES START AND END ENTRIES TO THE SHARED RUN
      *                  LOG (RUNLOGW) FOR THE OPSRPT MORNING STATUS
      *                  REPORT: THE RETURN CODE, LOG RECORDS READ AND
      *                  LISTED AND SIGN-OFFS.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM PC.
           OBJECT-COMPUTER. IBM PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-PARM-FILE
               ASSIGN TO "MNTHPARM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MAINT-LOG-FILE
               ASSIGN TO "MNTLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HISTORY-REPORT
               ASSIGN TO "MNTHRPT1"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-PARM-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  HISTORY-PARM-RECORD.
           05  HQ-SALESMAN             PIC 9(05).
           05  HQ-FROM-DATE            PIC 9(08).
           05  HQ-TO-DATE              PIC 9(08).

       FD  MAINT-LOG-FILE
           RECORD CONTAINS 81 CHARACTERS.
       COPY MNTLOG.

       FD  HISTORY-REPORT.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                    VALUE "Y".

       77  WS-PARM-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-PARM-END-OF-FILE               VALUE "Y".

       77  WS-PICK-SALESMAN            PIC 9(05) VALUE ZERO.
       77  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
       77  WS-TO-DATE                  PIC 9(08) VALUE 99999999.

       77  WS-READ-COUNT               BINARY PIC 9(07) VALUE ZERO.
       77  WS-MATCH-COUNT              BINARY PIC 9(07) VALUE ZERO.
       77  WS-SIGNOFF-COUNT            BINARY PIC 9(07) VALUE ZERO.

       77  WS-AMOUNT-EDIT              PIC Z,ZZZ,ZZZ,ZZ9.99.

       77  WS-LINE-COUNT               PIC 9(02) VALUE ZERO.
       77  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.
       77  WS-LINES-PER-PAGE           PIC 9(02) VALUE 20.

       77  WS-CALL-FIELD               PIC X(30) VALUE SPACES.
       77  WS-CALL-LENGTH              PIC 9(02) VALUE ZERO.
       77  WS-CALL-TYPE                PIC X(01) VALUE SPACES.
       77  WS-CALL-STATUS              PIC X(01) VALUE SPACES.
           88  WS-CALL-VALID                     VALUE "Y".

       01  HDG-LINE-1.
           05  FILLER                  PIC X(26) VALUE
               "COMM-MASTER CHANGE HISTORY".
           05  FILLER                  PIC X(09) VALUE " SALESMAN".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  HDG-SALESMAN            PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  HDG-FROM-DATE           PIC 9(08).
           05  FILLER                  PIC X(01) VALUE "-".
           05  HDG-TO-DATE             PIC 9(08).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "PAGE ".
           05  HDG-PAGE-NO             PIC ZZ9.

       01  HDG-LINE-2.
           05  FILLER                  PIC X(10) VALUE "RUN DATE".
           05  FILLER                  PIC X(10) VALUE "RUN TIME".
           05  FILLER                  PIC X(04) VALUE "ACT".
           05  FILLER                  PIC X(09) VALUE "SALESMAN".
           05  FILLER                  PIC X(10) VALUE "FIELD".
           05  FILLER                  PIC X(27) VALUE "BEFORE".
           05  FILLER                  PIC X(27) VALUE "AFTER".
           05  FILLER                  PIC X(20) VALUE "SIGN-OFF".

       01  DETAIL-LINE.
           05  DTL-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-RUN-TIME            PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-ACTION              PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DTL-SALESMAN            PIC ZZZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DTL-FIELD               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-BEFORE              PIC X(25).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-AFTER               PIC X(25).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-SIGNOFF             PIC X(20).

       01  TOTAL-LINE.
           05  FILLER                  PIC X(22) VALUE
               "CHANGES LISTED .......".
           05  TTL-MATCHED             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(26) VALUE
               "  NEEDING SIGN-OFF .......".
           05  TTL-SIGNOFF             PIC ZZZ,ZZ9.

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

           PERFORM 2000-SELECT-LOG-RECORD
               THRU 2000-SELECT-LOG-RECORD-EXIT
               UNTIL WS-END-OF-FILE.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           PERFORM 9750-LOG-RUN-END
               THRU 9750-LOG-RUN-END-EXIT.

           STOP RUN.

      *================================================================
      * 1000-INITIALIZE  -  READ AND VALIDATE THE SELECTION PARM,
      *                      OPEN THE FILES AND PRIME THE READ
      *================================================================
       1000-INITIALIZE.
           PERFORM 1100-READ-HISTORY-PARM
               THRU 1100-READ-HISTORY-PARM-EXIT.

           OPEN INPUT  MAINT-LOG-FILE
                OUTPUT HISTORY-REPORT.

           PERFORM 2500-PRINT-HEADINGS
               THRU 2500-PRINT-HEADINGS-EXIT.

           PERFORM 2900-READ-LOG
               THRU 2900-READ-LOG-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================
      * 1100-READ-HISTORY-PARM  -  THE SINGLE MNTHPARM RECORD:
      *                             SALESMAN (ZERO = ALL) AND RUN-DATE
      *                             RANGE (ZERO FROM AND/OR TO = OPEN)
      *================================================================
       1100-READ-HISTORY-PARM.
           OPEN INPUT HISTORY-PARM-FILE.

           READ HISTORY-PARM-FILE
               AT END
                   SET WS-PARM-END-OF-FILE TO TRUE
           END-READ.

           IF WS-PARM-END-OF-FILE
               DISPLAY "MNTHRPT - MNTHPARM IS EMPTY"
               PERFORM 9800-PARM-ERROR
                   THRU 9800-PARM-ERROR-EXIT
           END-IF.

           MOVE SPACES                 TO WS-CALL-FIELD.
           MOVE HISTORY-PARM-RECORD    TO WS-CALL-FIELD (1:21).
           MOVE 21                     TO WS-CALL-LENGTH.
           MOVE "N"                    TO WS-CALL-TYPE.

           CALL "CHECK-VARIABLE" USING WS-CALL-FIELD WS-CALL-LENGTH
                   WS-CALL-TYPE WS-CALL-STATUS.

           IF NOT WS-CALL-VALID
               DISPLAY "MNTHRPT - MNTHPARM NOT NUMERIC: "
                       HISTORY-PARM-RECORD
               PERFORM 9800-PARM-ERROR
                   THRU 9800-PARM-ERROR-EXIT
           END-IF.

           MOVE HQ-SALESMAN            TO WS-PICK-SALESMAN.
           MOVE HQ-FROM-DATE           TO WS-FROM-DATE.

           IF HQ-SALESMAN = ZERO
               MOVE "ALL"              TO HDG-SALESMAN
           ELSE
               MOVE HQ-SALESMAN        TO HDG-SALESMAN
           END-IF.

           IF HQ-TO-DATE = ZERO
               MOVE 99999999           TO WS-TO-DATE
           ELSE
               MOVE HQ-TO-DATE         TO WS-TO-DATE
           END-IF.

           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "MNTHRPT - FROM DATE AFTER TO DATE"
               PERFORM 9800-PARM-ERROR
                   THRU 9800-PARM-ERROR-EXIT
           END-IF.

           MOVE WS-FROM-DATE           TO HDG-FROM-DATE.
           MOVE WS-TO-DATE             TO HDG-TO-DATE.

           CLOSE HISTORY-PARM-FILE.
       1100-READ-HISTORY-PARM-EXIT.
           EXIT.

      *================================================================
      * 2000-SELECT-LOG-RECORD  -  PRINT THE CHANGE IF IT MATCHES THE
      *                             SELECTION
      *================================================================
       2000-SELECT-LOG-RECORD.
           ADD 1 TO WS-READ-COUNT.

           IF (WS-PICK-SALESMAN = ZERO
                   OR ML-SALESMAN = WS-PICK-SALESMAN)
               AND ML-RUN-DATE NOT LESS THAN WS-FROM-DATE
               AND ML-RUN-DATE NOT GREATER THAN WS-TO-DATE
               PERFORM 2600-PRINT-DETAIL
                   THRU 2600-PRINT-DETAIL-EXIT
           END-IF.

           PERFORM 2900-READ-LOG
               THRU 2900-READ-LOG-EXIT.
       2000-SELECT-LOG-RECORD-EXIT.
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
      * 2600-PRINT-DETAIL  -  PRINT ONE FIELD CHANGE.  THE DRAW AND
      *                        QUOTA IMAGES ARE EDITED AS MONEY; THE
      *                        OTHER FIELDS PRINT AS FILED.
      *================================================================
       2600-PRINT-DETAIL.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM 2500-PRINT-HEADINGS
                   THRU 2500-PRINT-HEADINGS-EXIT
           END-IF.

           MOVE ML-RUN-DATE            TO DTL-RUN-DATE.
           MOVE ML-RUN-TIME            TO DTL-RUN-TIME.
           MOVE ML-ACTION              TO DTL-ACTION.
           MOVE ML-SALESMAN            TO DTL-SALESMAN.
           MOVE ML-FIELD               TO DTL-FIELD.

           IF ML-FIELD-AMOUNT
               MOVE ML-BEFORE-AMOUNT   TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT     TO DTL-BEFORE
               MOVE ML-AFTER-AMOUNT    TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT     TO DTL-AFTER
           ELSE
               MOVE ML-BEFORE          TO DTL-BEFORE
               MOVE ML-AFTER           TO DTL-AFTER
           END-IF.

           IF ML-SIGNOFF-REQUIRED
               MOVE "** NEEDS SIGN-OFF"
                                        TO DTL-SIGNOFF
               ADD 1 TO WS-SIGNOFF-COUNT
           ELSE
               MOVE SPACES             TO DTL-SIGNOFF
           END-IF.

           WRITE REPORT-LINE FROM DETAIL-LINE.

           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-MATCH-COUNT.
       2600-PRINT-DETAIL-EXIT.
           EXIT.

      *================================================================
      * 2900-READ-LOG  -  READ THE NEXT MAINTENANCE LOG RECORD
      *================================================================
       2900-READ-LOG.
           READ MAINT-LOG-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       2900-READ-LOG-EXIT.
           EXIT.

      *================================================================
      * 9000-TERMINATE  -  PRINT THE TOTALS AND CLOSE FILES
      *================================================================
       9000-TERMINATE.
           MOVE WS-MATCH-COUNT         TO TTL-MATCHED.
           MOVE WS-SIGNOFF-COUNT       TO TTL-SIGNOFF.
           WRITE REPORT-LINE FROM TOTAL-LINE.

           CLOSE MAINT-LOG-FILE
                 HISTORY-REPORT.

           DISPLAY "MNTHRPT - LOG RECORDS READ:   " WS-READ-COUNT.
           DISPLAY "MNTHRPT - CHANGES LISTED:     " WS-MATCH-COUNT.
           DISPLAY "MNTHRPT - NEEDING SIGN-OFF:   " WS-SIGNOFF-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.

      *================================================================
      * 9700-LOG-RUN-START  -  START ENTRY ON THE SHARED RUN LOG
      *================================================================
       9700-LOG-RUN-START.
           MOVE "MNTHRPT"              TO RL-STEP-NAME.
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
           MOVE WS-MATCH-COUNT         TO RL-WRITTEN-COUNT.
           MOVE ZERO                   TO RL-REJECT-COUNT.
           MOVE "SIGN-OFF"             TO RL-CONTROL-LABEL-1.
           MOVE WS-SIGNOFF-COUNT       TO RL-CONTROL-TOTAL-1.
           SET RL-END-ENTRY            TO TRUE.

           CALL "RUNLOGW" USING RUN-LOG-RECORD.

           MOVE RL-RETURN-CODE         TO RETURN-CODE.
       9750-LOG-RUN-END-EXIT.
           EXIT.

      *================================================================
      * 9800-PARM-ERROR  -  A BAD MNTHPARM STOPS THE RUN
      *================================================================
       9800-PARM-ERROR.
           MOVE 8                      TO RETURN-CODE.
           CLOSE HISTORY-PARM-FILE.
           PERFORM 9750-LOG-RUN-END
               THRU 9750-LOG-RUN-END-EXIT.

           STOP RUN.
       9800-PARM-ERROR-EXIT.
           EXIT.
