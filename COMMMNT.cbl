      *                  SIDE SPREADSHEET.  A BLANK NAME ON AN ADD
      *                  OR CHANGE REJECTS WITH REASON 12.  THE NAME
      *                  IS LISTED ON THE MNTRPT1 DETAIL LINE.
      * 10/15/2026 DH    AN ADD ALSO ZEROES THE NEW RELEASED AND
      *                  WRITTEN-OFF COMMISSION FIELDS ON THE MASTER.
      * 10/15/2026 DH    EVERY APPLIED ADD, CHANGE, DEACTIVATE AND
      *                  REACTIVATE IS NOW WRITTEN TO THE PERMANENT
      *                  MAINTENANCE LOG (MNTLOG, SHARED MNTLOG
      *                  COPYBOOK), ONE RECORD PER FIELD CHANGED WITH
      *                  ITS BEFORE AND AFTER IMAGE AND THE RUN DATE
      *                  AND TIME.  A DRAW OR QUOTA INCREASE ABOVE THE
      *                  SIGN-OFF LIMIT IS FLAGGED ON THE LOG AND ON
      *                  MNTRPT1 FOR MANAGEMENT APPROVAL.  MNTHRPT
      *                  REPORTS THE LOG.
      * 10/15/2026 DH    TERRMAST RECORD LENGTH FOLLOWS THE MANAGER
      *                  PAYEE AND OVERRIDE PERCENT ADDED TO THE
      *                  SHARED TERRREC LAYOUT (52 BYTES).  A
      *                  TERRITORY MANAGER IS SET UP AS A PAYEE BY AN
      *                  ORDINARY ADD HERE.
      * 10/15/2026 DH    WRITES START AND END ENTRIES TO THE SHARED RUN
      *                  LOG (RUNLOGW) FOR THE OPSRPT MORNING STATUS
      *                  REPORT: THE RETURN CODE, TRANSACTIONS READ,
      *                  APPLIED AND REJECTED, FIELD CHANGES LOGGED AND
      *                  SIGN-OFFS NEEDED.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO "MNTRPT1"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MAINT-LOG-FILE
               ASSIGN TO "MNTLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-TRANS-FILE
       COPY COMMMAST.

       FD  TERRITORY-MASTER-FILE
           RECORD CONTAINS 52 CHARACTERS.
       COPY TERRREC.

       FD  MAINT-REPORT.
       01  REPORT-LINE                 PIC X(132).

       FD  MAINT-LOG-FILE
           RECORD CONTAINS 81 CHARACTERS.
       COPY MNTLOG.

       WORKING-STORAGE SECTION.
       77  WS-COMM-MASTER-STATUS       PIC X(02) VALUE "00".
           88  WS-MASTER-OK                      VALUE "00".
       77  WS-TRANS-COUNT              BINARY PIC 9(07) VALUE ZERO.
       77  WS-APPLIED-COUNT            BINARY PIC 9(07) VALUE ZERO.
       77  WS-REJECT-COUNT             BINARY PIC 9(07) VALUE ZERO.
       77  WS-LOG-COUNT                BINARY PIC 9(07) VALUE ZERO.
       77  WS-SIGNOFF-COUNT            BINARY PIC 9(07) VALUE ZERO.

       77  WS-REJECT-SWITCH            PIC X(01) VALUE "N".
           88  WS-TRANS-REJECTED                 VALUE "Y".
           05  WS-CURRENT-YEAR         PIC 9(04).
           05  WS-CURRENT-MONTH        PIC 9(02).
           05  WS-CURRENT-DAY          PIC 9(02).
       77  WS-RUN-TIME                 PIC 9(08) VALUE ZERO.

      *--- THE MASTER FIELDS AS THEY STOOD BEFORE THE TRANSACTION WAS
      *--- APPLIED (BLANK AND ZERO FOR AN ADD), COMPARED WITH THE
      *--- FILED RECORD TO DECIDE WHAT GOES ON THE MAINTENANCE LOG.
       01  WS-BEFORE-IMAGE.
           05  WS-BEFORE-GRADE         PIC X(01).
           05  WS-BEFORE-TERRITORY     PIC X(03).
           05  WS-BEFORE-DRAW          PIC 9(07)V9(02).
           05  WS-BEFORE-QUOTA         PIC 9(09)V9(02).
           05  WS-BEFORE-STATUS        PIC X(01).
           05  WS-BEFORE-NAME          PIC X(25).
           05  WS-BEFORE-ADDR-1        PIC X(25).
           05  WS-BEFORE-ADDR-2        PIC X(25).

      *--- A DRAW OR QUOTA RAISED BY MORE THAN THESE AMOUNTS IN ONE
      *--- TRANSACTION (INCLUDING THE OPENING FIGURE ON AN ADD) IS
      *--- FLAGGED FOR MANAGEMENT SIGN-OFF.  DECREASES NEVER ARE.
       77  WS-DRAW-SIGNOFF-LIMIT       PIC 9(07)V9(02) VALUE 500.00.
       77  WS-QUOTA-SIGNOFF-LIMIT      PIC 9(09)V9(02)
                                       VALUE 100000.00.
       77  WS-INCREASE-WORK            PIC S9(09)V9(02) VALUE ZERO.

       77  WS-SIGNOFF-SWITCH           PIC X(01) VALUE "N".
           88  WS-SIGNOFF-REQUIRED               VALUE "Y".

       77  WS-CALL-FIELD               PIC X(30) VALUE SPACES.
       77  WS-CALL-LENGTH              PIC 9(02) VALUE ZERO.
           05  TTL-APPLIED             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  REJECTED .".
           05  TTL-REJECTED            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(16) VALUE
               "  FIELDS LOGGED ".
           05  TTL-LOGGED              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  SIGN-OFF .".
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

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           PERFORM 9750-LOG-RUN-END
               THRU 9750-LOG-RUN-END-EXIT.

           STOP RUN.

      *================================================================
       1000-INITIALIZE.
           OPEN INPUT  MAINT-TRANS-FILE
                I-O    COMM-MASTER
                OUTPUT MAINT-REPORT
                EXTEND MAINT-LOG-FILE.

           PERFORM 1500-LOAD-TERR-TABLE
               THRU 1500-LOAD-TERR-TABLE-EXIT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           STRING WS-CURRENT-MONTH "/" WS-CURRENT-DAY "/"
                  WS-CURRENT-YEAR
               DELIMITED BY SIZE INTO HDG-DATE.
      *                             ITS ABSENCE FOR AN ADD)
      *================================================================
       2200-APPLY-MAINT-TRANS.
           MOVE "N"                    TO WS-SIGNOFF-SWITCH.

           PERFORM 2210-SAVE-BEFORE-IMAGE
               THRU 2210-SAVE-BEFORE-IMAGE-EXIT.

           IF MT-ACTION-ADD
               MOVE MT-SALESMAN        TO CM-SALESMAN
               MOVE MT-GRADE           TO CM-GRADE
                                           CM-YTD-COMMISSION
                                           CM-LAST-PAYEXT-YTD-COMM
                                           CM-DRAW-BALANCE
                                           CM-YTD-RELEASED-COMM
                                           CM-YTD-WRITEOFF-COMM
               SET CM-ACTIVE           TO TRUE
               WRITE COMM-MASTER-RECORD
               GO TO 2200-APPLY-CHECK-STATUS
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.

           PERFORM 2300-LOG-CHANGES
               THRU 2300-LOG-CHANGES-EXIT.
       2200-APPLY-MAINT-TRANS-EXIT.
           EXIT.

      *================================================================
      * 2210-SAVE-BEFORE-IMAGE  -  HOLD THE MAINTAINED FIELDS AS THEY
      *                             STAND BEFORE THE TRANSACTION IS
      *                             APPLIED.  AN ADD HAS NO RECORD, SO
      *                             ITS BEFORE IMAGE IS BLANK AND ZERO.
      *================================================================
       2210-SAVE-BEFORE-IMAGE.
           IF MT-ACTION-ADD
               MOVE SPACES             TO WS-BEFORE-GRADE
                                           WS-BEFORE-TERRITORY
                                           WS-BEFORE-STATUS
                                           WS-BEFORE-NAME
                                           WS-BEFORE-ADDR-1
                                           WS-BEFORE-ADDR-2
               MOVE ZERO               TO WS-BEFORE-DRAW
                                           WS-BEFORE-QUOTA
               GO TO 2210-SAVE-BEFORE-IMAGE-EXIT
           END-IF.

           MOVE CM-GRADE               TO WS-BEFORE-GRADE.
           MOVE CM-TERRITORY           TO WS-BEFORE-TERRITORY.
           MOVE CM-DRAW-AMOUNT         TO WS-BEFORE-DRAW.
           MOVE CM-QUOTA-AMOUNT        TO WS-BEFORE-QUOTA.
           MOVE CM-STATUS              TO WS-BEFORE-STATUS.
           MOVE CM-NAME                TO WS-BEFORE-NAME.
           MOVE CM-ADDR-1              TO WS-BEFORE-ADDR-1.
           MOVE CM-ADDR-2              TO WS-BEFORE-ADDR-2.
       2210-SAVE-BEFORE-IMAGE-EXIT.
           EXIT.

      *================================================================
      * 2300-LOG-CHANGES  -  COMPARE THE FILED RECORD WITH THE BEFORE
      *                       IMAGE AND LOG EVERY FIELD THAT CHANGED.
      *                       A CHANGE THAT RE-FILES THE SAME VALUES
      *                       LOGS NOTHING.
      *================================================================
       2300-LOG-CHANGES.
           MOVE "N"                    TO ML-SIGNOFF-FLAG.

           IF CM-GRADE NOT = WS-BEFORE-GRADE
               MOVE "GRADE"            TO ML-FIELD
               MOVE WS-BEFORE-GRADE    TO ML-BEFORE
               MOVE CM-GRADE           TO ML-AFTER
               PERFORM 2390-WRITE-LOG
                   THRU 2390-WRITE-LOG-EXIT
           END-IF.

           IF CM-TERRITORY NOT = WS-BEFORE-TERRITORY
               MOVE "TERR"             TO ML-FIELD
               MOVE WS-BEFORE-TERRITORY
                                        TO ML-BEFORE
               MOVE CM-TERRITORY       TO ML-AFTER
               PERFORM 2390-WRITE-LOG
                   THRU 2390-WRITE-LOG-EXIT
           END-IF.

           IF CM-DRAW-AMOUNT NOT = WS-BEFORE-DRAW
               MOVE "DRAW"             TO ML-FIELD
               MOVE SPACES             TO ML-BEFORE
                                           ML-AFTER
               MOVE WS-BEFORE-DRAW     TO ML-BEFORE-AMOUNT
               MOVE CM-DRAW-AMOUNT     TO ML-AFTER-AMOUNT
               COMPUTE WS-INCREASE-WORK =
                   CM-DRAW-AMOUNT - WS-BEFORE-DRAW
               IF WS-INCREASE-WORK > WS-DRAW-SIGNOFF-LIMIT
                   MOVE "Y"            TO WS-SIGNOFF-SWITCH
                                           ML-SIGNOFF-FLAG
               END-IF
               PERFORM 2390-WRITE-LOG
                   THRU 2390-WRITE-LOG-EXIT
           END-IF.

           IF CM-QUOTA-AMOUNT NOT = WS-BEFORE-QUOTA
               MOVE "QUOTA"            TO ML-FIELD
               MOVE SPACES             TO ML-BEFORE
                                           ML-AFTER
               MOVE WS-BEFORE-QUOTA    TO ML-BEFORE-AMOUNT
               MOVE CM-QUOTA-AMOUNT    TO ML-AFTER-AMOUNT
               COMPUTE WS-INCREASE-WORK =
                   CM-QUOTA-AMOUNT - WS-BEFORE-QUOTA
               IF WS-INCREASE-WORK > WS-QUOTA-SIGNOFF-LIMIT
                   MOVE "Y"            TO WS-SIGNOFF-SWITCH
                                           ML-SIGNOFF-FLAG
               END-IF
               PERFORM 2390-WRITE-LOG
                   THRU 2390-WRITE-LOG-EXIT
           END-IF.

           IF CM-STATUS NOT = WS-BEFORE-STATUS
               MOVE "STATUS"           TO ML-FIELD
               MOVE WS-BEFORE-STATUS   TO ML-BEFORE
               MOVE CM-STATUS          TO ML-AFTER
               PERFORM 2390-WRITE-LOG
                   THRU 2390-WRITE-LOG-EXIT
           END-IF.

           IF CM-NAME NOT = WS-BEFORE-NAME
               MOVE "NAME"             TO ML-FIELD
               MOVE WS-BEFORE-NAME     TO ML-BEFORE
               MOVE CM-NAME            TO ML-AFTER
               PERFORM 2390-WRITE-LOG
                   THRU 2390-WRITE-LOG-EXIT
           END-IF.

           IF CM-ADDR-1 NOT = WS-BEFORE-ADDR-1
               MOVE "ADDR-1"           TO ML-FIELD
               MOVE WS-BEFORE-ADDR-1   TO ML-BEFORE
               MOVE CM-ADDR-1          TO ML-AFTER
               PERFORM 2390-WRITE-LOG
                   THRU 2390-WRITE-LOG-EXIT
           END-IF.

           IF CM-ADDR-2 NOT = WS-BEFORE-ADDR-2
               MOVE "ADDR-2"           TO ML-FIELD
               MOVE WS-BEFORE-ADDR-2   TO ML-BEFORE
               MOVE CM-ADDR-2          TO ML-AFTER
               PERFORM 2390-WRITE-LOG
                   THRU 2390-WRITE-LOG-EXIT
           END-IF.

           IF WS-SIGNOFF-REQUIRED
               ADD 1 TO WS-SIGNOFF-COUNT
           END-IF.
       2300-LOG-CHANGES-EXIT.
           EXIT.

      *================================================================
      * 2390-WRITE-LOG  -  STAMP AND WRITE ONE MAINTENANCE LOG RECORD.
      *                     THE CALLER HAS SET THE FIELD NAME, THE
      *                     BEFORE/AFTER IMAGES AND ANY SIGN-OFF
      *                     FLAG, WHICH IS CLEARED AGAIN FOR THE NEXT.
      *================================================================
       2390-WRITE-LOG.
           MOVE WS-CURRENT-DATE        TO ML-RUN-DATE.
           MOVE WS-RUN-TIME            TO ML-RUN-TIME.
           MOVE MT-ACTION              TO ML-ACTION.
           MOVE MT-SALESMAN            TO ML-SALESMAN.

           WRITE MAINT-LOG-RECORD.

           ADD 1 TO WS-LOG-COUNT.

           MOVE "N"                    TO ML-SIGNOFF-FLAG.
       2390-WRITE-LOG-EXIT.
           EXIT.

      *================================================================
      * 2500-PRINT-HEADINGS  -  START A NEW PAGE
      *================================================================
           ELSE
               MOVE "APPLIED"          TO DTL-RESULT
               MOVE SPACES             TO DTL-REASON
               IF WS-SIGNOFF-REQUIRED
                   MOVE "INCREASE NEEDS MGMT SIGN-OFF"
                                        TO DTL-REASON
               END-IF
           END-IF.

           WRITE REPORT-LINE FROM DETAIL-LINE.
           MOVE WS-TRANS-COUNT         TO TTL-READ.
           MOVE WS-APPLIED-COUNT       TO TTL-APPLIED.
           MOVE WS-REJECT-COUNT        TO TTL-REJECTED.
           MOVE WS-LOG-COUNT           TO TTL-LOGGED.
           MOVE WS-SIGNOFF-COUNT       TO TTL-SIGNOFF.
           WRITE REPORT-LINE FROM TOTAL-LINE.

           CLOSE MAINT-TRANS-FILE
                 COMM-MASTER
                 MAINT-REPORT
                 MAINT-LOG-FILE.

           DISPLAY "COMMMNT - MAINTENANCE RUN COMPLETE".
           DISPLAY "TRANSACTIONS READ:     " WS-TRANS-COUNT.
           DISPLAY "TRANSACTIONS APPLIED:  " WS-APPLIED-COUNT.
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECT-COUNT.
           DISPLAY "FIELD CHANGES LOGGED:  " WS-LOG-COUNT.
           DISPLAY "NEEDING SIGN-OFF:      " WS-SIGNOFF-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.

      *================================================================
      * 9700-LOG-RUN-START  -  START ENTRY ON THE SHARED RUN LOG
      *================================================================
       9700-LOG-RUN-START.
           MOVE "COMMMNT"              TO RL-STEP-NAME.
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
           MOVE "LOGGED"               TO RL-CONTROL-LABEL-1.
           MOVE WS-LOG-COUNT           TO RL-CONTROL-TOTAL-1.
           MOVE "SIGN-OFF"             TO RL-CONTROL-LABEL-2.
           MOVE WS-SIGNOFF-COUNT       TO RL-CONTROL-TOTAL-2.
           SET RL-END-ENTRY            TO TRUE.

           CALL "RUNLOGW" USING RUN-LOG-RECORD.

           MOVE RL-RETURN-CODE         TO RETURN-CODE.
       9750-LOG-RUN-END-EXIT.
           EXIT.

      *================================================================
      * 9900-ABEND  -  A REAL COMM-MASTER I/O ERROR ON WRITE/REWRITE.
      *                 STOP SHORT SO A HALF-APPLIED MAINTENANCE FILE

           CLOSE MAINT-TRANS-FILE
                 COMM-MASTER
                 MAINT-REPORT
                 MAINT-LOG-FILE.

           PERFORM 9750-LOG-RUN-END
               THRU 9750-LOG-RUN-END-EXIT.

           STOP RUN.
       9900-ABEND-EXIT.
