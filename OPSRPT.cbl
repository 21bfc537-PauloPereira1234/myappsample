       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OPSRPT.
       AUTHOR.        D HOLLOWAY.
       INSTALLATION.  SALES ACCOUNTING.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DH    ORIGINAL VERSION.  MORNING OPERATIONS STATUS
      *                  REPORT OFF THE SHARED RUN LOG (RUNLOG) THAT
      *                  EVERY BATCH PROGRAM WRITES THROUGH RUNLOGW.
      *                  FOR THE NIGHT NAMED ON OPSPARM (YYYYMMDD,
      *                  ZERO OR NO PARM FOR LAST NIGHT) IT LISTS, IN
      *                  THE ORDER THEY STARTED, THE STEPS THAT RAN
      *                  FROM 06:00 THAT DAY TO 06:00 THE NEXT, WITH
      *                  BUSINESS DATE, START AND END TIMES, RETURN
      *                  CODE, RECORDS READ/WRITTEN/REJECTED AND THE
      *                  STEP'S CONTROL TOTALS, AND FLAGS:
      *                    - FAILED STEPS (RETURN CODE 8 OR MORE) AND
      *                      WARNINGS (RETURN CODE 4)
      *                    - STEPS WITH NO END ENTRY (ABENDED, OR
      *                      STILL RUNNING)
      *                    - STEPS THAT STARTED OUT OF THE SCHEDULED
      *                      ORDER ON OPSSCHED
      *                    - NIGHTLY STEPS ON OPSSCHED THAT NEVER RAN
      *                    - VOLUMES OFF THE STEP'S TRAILING AVERAGE
      *                      OVER ITS LAST TEN CLEAN RUNS: RECORDS
      *                      READ UNDER HALF OR OVER TWICE THE
      *                      AVERAGE (A SHORT SALESTRN), REJECTS OVER
      *                      TWICE THE AVERAGE (A JUMP IN COMMREJ).
      *                  ENDS WITH RETURN CODE 4 WHEN ANYTHING IS
      *                  FLAGGED, SO THE MORNING CHECKLIST CAN HOLD
      *                  PAYROLL UNTIL SOMEONE HAS LOOKED.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM PC.
           OBJECT-COMPUTER. IBM PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPS-PARM-FILE
               ASSIGN TO "OPSPARM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SCHEDULE-FILE
               ASSIGN TO "OPSSCHED"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPS-REPORT
               ASSIGN TO "OPSRPT1"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPS-PARM-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  OPS-PARM-RECORD.
           05  OQ-NIGHT-DATE           PIC 9(08).

      *--- THE NIGHT'S SCHEDULE, ONE RECORD PER STEP IN RUNNING
      *--- ORDER.  "N" STEPS MUST RUN EVERY NIGHT AND ARE REPORTED
      *--- MISSING IF THEY DO NOT; "D" STEPS (PERIOD-END, PAYROLL,
      *--- MAINTENANCE AND ON-DEMAND REPORTS) ARE CHECKED FOR ORDER
      *--- ONLY WHEN THEY RUN.
       FD  SCHEDULE-FILE
           RECORD CONTAINS 12 CHARACTERS.
       01  SCHEDULE-RECORD.
           05  OS-SEQUENCE             PIC 9(03).
           05  OS-STEP-NAME            PIC X(08).
           05  OS-FREQUENCY            PIC X(01).
               88  OS-NIGHTLY                  VALUE "N".
               88  OS-ON-DEMAND                VALUE "D".

       FD  RUN-LOG-FILE
           RECORD CONTAINS 128 CHARACTERS.
       01  RUN-LOG-IN-RECORD           PIC X(128).

       FD  OPS-REPORT.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-END-OF-FILE                    VALUE "Y".

       77  WS-PARM-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-PARM-END-OF-FILE               VALUE "Y".

       77  WS-SCHED-EOF-SWITCH         PIC X(01) VALUE "N".
           88  WS-SCHED-END-OF-FILE              VALUE "Y".

       77  WS-FOUND-SWITCH             PIC X(01) VALUE "N".
           88  WS-ENTRY-FOUND                    VALUE "Y".

      *--- A NIGHT RUNS FROM THE CUTOFF TIME ON THE NIGHT DATE TO THE
      *--- CUTOFF TIME THE NEXT MORNING.
       77  WS-NIGHT-CUTOFF-TIME        PIC 9(08) VALUE 06000000.

      *--- VOLUME EXCEPTION LIMITS.  A STEP NEEDS THIS MANY CLEAN RUNS
      *--- BEFORE THE NIGHT TO HAVE AN AVERAGE WORTH COMPARING, AND
      *--- AN AVERAGE THIS SMALL IS TOO NOISY TO FLAG.
       77  WS-TRAIL-RUNS-MAX           PIC 9(02) VALUE 10.
       77  WS-MIN-HISTORY-RUNS         PIC 9(02) VALUE 3.
       77  WS-MIN-AVERAGE-VOLUME       PIC 9(09) VALUE 10.
       77  WS-MIN-REJECTS-TO-FLAG      PIC 9(09) VALUE 10.
       77  WS-LOW-VOLUME-PCT           PIC 9(03) VALUE 50.
       77  WS-HIGH-VOLUME-PCT          PIC 9(03) VALUE 200.
       77  WS-REJECT-JUMP-PCT          PIC 9(03) VALUE 200.

       77  WS-NIGHT-DATE               PIC 9(08) VALUE ZERO.
       77  WS-NEXT-DATE                PIC 9(08) VALUE ZERO.

       01  WS-WINDOW-FROM.
           05  WS-WINDOW-FROM-DATE     PIC 9(08).
           05  WS-WINDOW-FROM-TIME     PIC 9(08).

       01  WS-WINDOW-TO.
           05  WS-WINDOW-TO-DATE       PIC 9(08).
           05  WS-WINDOW-TO-TIME       PIC 9(08).

       01  WS-ENTRY-STAMP.
           05  WS-ENTRY-STAMP-DATE     PIC 9(08).
           05  WS-ENTRY-STAMP-TIME     PIC 9(08).

      *--- CALENDAR WORK AREA FOR STEPPING A DATE ONE DAY EITHER WAY.
       01  WS-DATE-WORK.
           05  WS-DATE-YEAR            PIC 9(04).
           05  WS-DATE-MONTH           PIC 9(02).
           05  WS-DATE-DAY             PIC 9(02).

       01  WS-MONTH-DAYS-VALUES.
           05  FILLER                  PIC X(24) VALUE
               "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.

       77  WS-DAYS-IN-MONTH            PIC 9(02) VALUE ZERO.
       77  WS-LEAP-QUOTIENT            PIC 9(04) VALUE ZERO.
       77  WS-LEAP-REMAINDER           PIC 9(04) VALUE ZERO.

       01  WS-TIME-SPLIT.
           05  WS-TIME-HHMMSS          PIC 9(06).
           05  WS-TIME-HUNDREDTHS      PIC 9(02).

      *--- THE SCHEDULE, LOADED FROM OPSSCHED.
       77  WS-SCHED-TABLE-MAX          PIC 9(03) VALUE 50.
       77  WS-SCHED-COUNT              PIC 9(03) VALUE ZERO.
       77  WS-SCHED-SUB                PIC 9(03) VALUE ZERO.

       01  WS-SCHED-TABLE.
           05  WS-SCHED-ENTRY          OCCURS 50 TIMES.
               10  WS-SCHED-SEQUENCE       PIC 9(03).
               10  WS-SCHED-STEP           PIC X(08).
               10  WS-SCHED-FREQUENCY      PIC X(01).
               10  WS-SCHED-RAN            PIC X(01).

      *--- THE LAST TEN CLEAN RUNS (END ENTRY, RETURN CODE UNDER 8)
      *--- OF EACH STEP BEFORE THE NIGHT, KEPT ROUND-ROBIN.
       77  WS-HIST-TABLE-MAX           PIC 9(03) VALUE 50.
       77  WS-HIST-COUNT               PIC 9(03) VALUE ZERO.
       77  WS-HIST-SUB                 PIC 9(03) VALUE ZERO.
       77  WS-RUN-SUB                  PIC 9(02) VALUE ZERO.

       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY           OCCURS 50 TIMES.
               10  WS-HIST-STEP            PIC X(08).
               10  WS-HIST-RUNS            PIC 9(02).
               10  WS-HIST-NEXT            PIC 9(02).
               10  WS-HIST-RUN             OCCURS 10 TIMES.
                   15  WS-HIST-READ            PIC 9(09).
                   15  WS-HIST-REJECT          PIC 9(09).

      *--- THE NIGHT'S STEPS IN THE ORDER THEY STARTED.
       77  WS-NIGHT-TABLE-MAX          PIC 9(03) VALUE 100.
       77  WS-NIGHT-COUNT              PIC 9(03) VALUE ZERO.
       77  WS-NIGHT-SUB                PIC 9(03) VALUE ZERO.

       01  WS-NIGHT-TABLE.
           05  WS-NIGHT-ENTRY          OCCURS 100 TIMES.
               10  WS-NT-STEP              PIC X(08).
               10  WS-NT-BUSINESS-DATE     PIC 9(08).
               10  WS-NT-START-DATE        PIC 9(08).
               10  WS-NT-START-TIME        PIC 9(08).
               10  WS-NT-END-TIME          PIC 9(08).
               10  WS-NT-ENDED             PIC X(01).
               10  WS-NT-RETURN-CODE       PIC 9(04).
               10  WS-NT-READ              PIC 9(09).
               10  WS-NT-WRITTEN           PIC 9(09).
               10  WS-NT-REJECT            PIC 9(09).
               10  WS-NT-LABEL-1           PIC X(10).
               10  WS-NT-TOTAL-1           PIC S9(11)V9(02).
               10  WS-NT-LABEL-2           PIC X(10).
               10  WS-NT-TOTAL-2           PIC S9(11)V9(02).

      *--- THE STEP BEING PRINTED: ITS SCHEDULE POSITION AND AVERAGES.
       77  WS-STEP-SEQUENCE            PIC 9(03) VALUE ZERO.
       77  WS-HIGH-SEQUENCE            PIC 9(03) VALUE ZERO.
       77  WS-HIGH-STEP                PIC X(08) VALUE SPACES.
       77  WS-AVG-RUNS                 PIC 9(02) VALUE ZERO.
       77  WS-AVG-READ                 PIC 9(09) VALUE ZERO.
       77  WS-AVG-REJECT               PIC 9(09) VALUE ZERO.
       77  WS-SUM-READ                 PIC 9(11) VALUE ZERO.
       77  WS-SUM-REJECT               PIC 9(11) VALUE ZERO.
       77  WS-LIMIT-AMOUNT             PIC 9(11) VALUE ZERO.

       77  WS-EDIT-COUNT-1             PIC ZZZ,ZZZ,ZZ9.
       77  WS-EDIT-COUNT-2             PIC ZZZ,ZZZ,ZZ9.
       77  WS-EDIT-RC                  PIC ZZZ9.

       77  WS-READ-COUNT               BINARY PIC 9(07) VALUE ZERO.
       77  WS-STEP-COUNT               BINARY PIC 9(07) VALUE ZERO.
       77  WS-FAILED-COUNT             BINARY PIC 9(07) VALUE ZERO.
       77  WS-WARNING-COUNT            BINARY PIC 9(07) VALUE ZERO.
       77  WS-NO-END-COUNT             BINARY PIC 9(07) VALUE ZERO.
       77  WS-ORDER-COUNT              BINARY PIC 9(07) VALUE ZERO.
       77  WS-MISSING-COUNT            BINARY PIC 9(07) VALUE ZERO.
       77  WS-VOLUME-COUNT             BINARY PIC 9(07) VALUE ZERO.
       77  WS-EXCEPTION-COUNT          BINARY PIC 9(07) VALUE ZERO.

      *--- THIS RUN'S OWN START ENTRY, KEPT ASIDE BECAUSE THE RUNLOG
      *--- RECORD AREA IS ALSO USED TO UNPACK THE ENTRIES READ.
       77  WS-SAVE-BUSINESS-DATE       PIC 9(08) VALUE ZERO.
       77  WS-SAVE-START-DATE          PIC 9(08) VALUE ZERO.
       77  WS-SAVE-START-TIME          PIC 9(08) VALUE ZERO.

       77  WS-LINE-COUNT               PIC 9(02) VALUE ZERO.
       77  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.
       77  WS-LINES-PER-PAGE           PIC 9(02) VALUE 20.

       77  WS-CALL-FIELD               PIC X(30) VALUE SPACES.
       77  WS-CALL-LENGTH              PIC 9(02) VALUE ZERO.
       77  WS-CALL-TYPE                PIC X(01) VALUE SPACES.
       77  WS-CALL-STATUS              PIC X(01) VALUE SPACES.
           88  WS-CALL-VALID                     VALUE "Y".

       01  HDG-LINE-1.
           05  FILLER                  PIC X(30) VALUE
               "MORNING OPERATIONS STATUS".
           05  FILLER                  PIC X(09) VALUE "NIGHT OF ".
           05  HDG-NIGHT-DATE          PIC 9(08).
           05  FILLER                  PIC X(10) VALUE "  WINDOW ".
           05  HDG-FROM-DATE           PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  HDG-FROM-TIME           PIC 9(06).
           05  FILLER                  PIC X(03) VALUE " - ".
           05  HDG-TO-DATE             PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  HDG-TO-TIME             PIC 9(06).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "PAGE ".
           05  HDG-PAGE-NO             PIC ZZ9.

       01  HDG-LINE-2.
           05  FILLER                  PIC X(05) VALUE "SEQ".
           05  FILLER                  PIC X(10) VALUE "STEP".
           05  FILLER                  PIC X(10) VALUE "BUS DATE".
           05  FILLER                  PIC X(17) VALUE "STARTED".
           05  FILLER                  PIC X(08) VALUE "ENDED".
           05  FILLER                  PIC X(06) VALUE "  RC".
           05  FILLER                  PIC X(13) VALUE
               "       READ  ".
           05  FILLER                  PIC X(13) VALUE
               "    WRITTEN  ".
           05  FILLER                  PIC X(13) VALUE
               "   REJECTED  ".
           05  FILLER                  PIC X(13) VALUE
               "   AVG READ  ".
           05  FILLER                  PIC X(13) VALUE
               "    AVG REJ  ".
           05  FILLER                  PIC X(10) VALUE "STATUS".

       01  DETAIL-LINE.
           05  DTL-SEQUENCE            PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-STEP                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-BUSINESS-DATE       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-START-DATE          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-START-TIME          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-END-TIME            PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-RETURN-CODE         PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-READ                PIC X(11).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-WRITTEN             PIC X(11).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-REJECT              PIC X(11).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-AVG-READ            PIC X(11).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-AVG-REJECT          PIC X(11).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DTL-STATUS              PIC X(10).

       01  CONTROL-LINE.
           05  FILLER                  PIC X(15) VALUE SPACES.
           05  CTL-LABEL-1             PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CTL-TOTAL-1             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  CTL-SECOND-TOTAL.
               10  CTL-LABEL-2         PIC X(10).
               10  FILLER              PIC X(01).
               10  CTL-TOTAL-2         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  REMARK-LINE.
           05  FILLER                  PIC X(15) VALUE SPACES.
           05  RMK-TEXT                PIC X(100).

       01  SECTION-LINE.
           05  SEC-TEXT                PIC X(60).

       01  SUMMARY-LINE.
           05  SUM-LABEL               PIC X(36).
           05  SUM-COUNT               PIC ZZZ,ZZ9.

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

           PERFORM 2000-SORT-LOG-ENTRY
               THRU 2000-SORT-LOG-ENTRY-EXIT
               UNTIL WS-END-OF-FILE.

           PERFORM 3000-PRINT-NIGHT-STEP
               THRU 3000-PRINT-NIGHT-STEP-EXIT
               VARYING WS-NIGHT-SUB FROM 1 BY 1
               UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT.

           PERFORM 4000-PRINT-MISSING-STEPS
               THRU 4000-PRINT-MISSING-STEPS-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           PERFORM 9750-LOG-RUN-END
               THRU 9750-LOG-RUN-END-EXIT.

           STOP RUN.

      *================================================================
      * 1000-INITIALIZE  -  SETTLE THE NIGHT AND ITS WINDOW, LOAD THE
      *                      SCHEDULE, OPEN THE FILES AND PRIME THE
      *                      READ
      *================================================================
       1000-INITIALIZE.
           PERFORM 1100-READ-OPS-PARM
               THRU 1100-READ-OPS-PARM-EXIT.

           MOVE WS-NIGHT-DATE          TO WS-DATE-WORK.
           PERFORM 1600-ADVANCE-ONE-DAY
               THRU 1600-ADVANCE-ONE-DAY-EXIT.
           MOVE WS-DATE-WORK           TO WS-NEXT-DATE.

           MOVE WS-NIGHT-DATE          TO WS-WINDOW-FROM-DATE.
           MOVE WS-NIGHT-CUTOFF-TIME   TO WS-WINDOW-FROM-TIME.
           MOVE WS-NEXT-DATE           TO WS-WINDOW-TO-DATE.
           MOVE WS-NIGHT-CUTOFF-TIME   TO WS-WINDOW-TO-TIME.

           MOVE WS-NIGHT-DATE          TO HDG-NIGHT-DATE.
           MOVE WS-WINDOW-FROM-DATE    TO HDG-FROM-DATE.
           MOVE WS-WINDOW-TO-DATE      TO HDG-TO-DATE.
           MOVE WS-NIGHT-CUTOFF-TIME   TO WS-TIME-SPLIT.
           MOVE WS-TIME-HHMMSS         TO HDG-FROM-TIME
                                           HDG-TO-TIME.

           PERFORM 1400-LOAD-SCHEDULE
               THRU 1400-LOAD-SCHEDULE-EXIT.

           OPEN INPUT  RUN-LOG-FILE
                OUTPUT OPS-REPORT.

           PERFORM 2500-PRINT-HEADINGS
               THRU 2500-PRINT-HEADINGS-EXIT.

           PERFORM 2900-READ-RUN-LOG
               THRU 2900-READ-RUN-LOG-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================
      * 1100-READ-OPS-PARM  -  THE SINGLE OPSPARM RECORD: THE NIGHT
      *                         DATE.  NO PARM, AN EMPTY ONE OR ZERO
      *                         MEANS LAST NIGHT (YESTERDAY'S DATE).
      *================================================================
       1100-READ-OPS-PARM.
           OPEN INPUT OPS-PARM-FILE.

           READ OPS-PARM-FILE
               AT END
                   SET WS-PARM-END-OF-FILE TO TRUE
           END-READ.

           IF WS-PARM-END-OF-FILE
               MOVE ZERO               TO WS-NIGHT-DATE
           ELSE
               MOVE SPACES             TO WS-CALL-FIELD
               MOVE OPS-PARM-RECORD    TO WS-CALL-FIELD (1:8)
               MOVE 8                  TO WS-CALL-LENGTH
               MOVE "N"                TO WS-CALL-TYPE

               CALL "CHECK-VARIABLE" USING WS-CALL-FIELD
                       WS-CALL-LENGTH WS-CALL-TYPE WS-CALL-STATUS

               IF NOT WS-CALL-VALID
                   DISPLAY "OPSRPT - OPSPARM NOT NUMERIC: "
                           OPS-PARM-RECORD
                   PERFORM 9800-PARM-ERROR
                       THRU 9800-PARM-ERROR-EXIT
               END-IF

               MOVE OQ-NIGHT-DATE      TO WS-NIGHT-DATE
           END-IF.

           CLOSE OPS-PARM-FILE.

           IF WS-NIGHT-DATE = ZERO
               ACCEPT WS-DATE-WORK FROM DATE YYYYMMDD
               PERFORM 1650-BACK-UP-ONE-DAY
                   THRU 1650-BACK-UP-ONE-DAY-EXIT
               MOVE WS-DATE-WORK       TO WS-NIGHT-DATE
               GO TO 1100-READ-OPS-PARM-EXIT
           END-IF.

           MOVE WS-NIGHT-DATE          TO WS-DATE-WORK.

           IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
               DISPLAY "OPSRPT - OPSPARM NIGHT DATE INVALID: "
                       WS-NIGHT-DATE
               PERFORM 9800-PARM-ERROR
                   THRU 9800-PARM-ERROR-EXIT
           END-IF.

           PERFORM 1660-SET-DAYS-IN-MONTH
               THRU 1660-SET-DAYS-IN-MONTH-EXIT.

           IF WS-DATE-DAY < 1 OR WS-DATE-DAY > WS-DAYS-IN-MONTH
               DISPLAY "OPSRPT - OPSPARM NIGHT DATE INVALID: "
                       WS-NIGHT-DATE
               PERFORM 9800-PARM-ERROR
                   THRU 9800-PARM-ERROR-EXIT
           END-IF.
       1100-READ-OPS-PARM-EXIT.
           EXIT.

      *================================================================
      * 1400-LOAD-SCHEDULE  -  READ OPSSCHED INTO THE SCHEDULE TABLE
      *================================================================
       1400-LOAD-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE.

           PERFORM 1490-READ-SCHEDULE
               THRU 1490-READ-SCHEDULE-EXIT.

           PERFORM 1450-STORE-SCHEDULE-ENTRY
               THRU 1450-STORE-SCHEDULE-ENTRY-EXIT
               UNTIL WS-SCHED-END-OF-FILE.

           CLOSE SCHEDULE-FILE.
       1400-LOAD-SCHEDULE-EXIT.
           EXIT.

       1450-STORE-SCHEDULE-ENTRY.
           IF WS-SCHED-COUNT NOT LESS THAN WS-SCHED-TABLE-MAX
               DISPLAY "OPSRPT - OPSSCHED HAS MORE THAN "
                       WS-SCHED-TABLE-MAX " STEPS - "
                       OS-STEP-NAME " NOT LOADED"
               GO TO 1450-STORE-SCHEDULE-NEXT
           END-IF.

           IF OS-SEQUENCE NOT NUMERIC
               OR NOT (OS-NIGHTLY OR OS-ON-DEMAND)
               DISPLAY "OPSRPT - OPSSCHED RECORD INVALID, SKIPPED: "
                       SCHEDULE-RECORD
               GO TO 1450-STORE-SCHEDULE-NEXT
           END-IF.

           ADD 1 TO WS-SCHED-COUNT.
           MOVE OS-SEQUENCE    TO WS-SCHED-SEQUENCE (WS-SCHED-COUNT).
           MOVE OS-STEP-NAME   TO WS-SCHED-STEP (WS-SCHED-COUNT).
           MOVE OS-FREQUENCY   TO WS-SCHED-FREQUENCY (WS-SCHED-COUNT).
           MOVE "N"            TO WS-SCHED-RAN (WS-SCHED-COUNT).

       1450-STORE-SCHEDULE-NEXT.
           PERFORM 1490-READ-SCHEDULE
               THRU 1490-READ-SCHEDULE-EXIT.
       1450-STORE-SCHEDULE-ENTRY-EXIT.
           EXIT.

       1490-READ-SCHEDULE.
           READ SCHEDULE-FILE
               AT END
                   SET WS-SCHED-END-OF-FILE TO TRUE
           END-READ.
       1490-READ-SCHEDULE-EXIT.
           EXIT.

      *================================================================
      * 1600-ADVANCE-ONE-DAY  -  WS-DATE-WORK PLUS ONE CALENDAR DAY
      *================================================================
       1600-ADVANCE-ONE-DAY.
           PERFORM 1660-SET-DAYS-IN-MONTH
               THRU 1660-SET-DAYS-IN-MONTH-EXIT.

           IF WS-DATE-DAY < WS-DAYS-IN-MONTH
               ADD 1 TO WS-DATE-DAY
               GO TO 1600-ADVANCE-ONE-DAY-EXIT
           END-IF.

           MOVE 1                      TO WS-DATE-DAY.

           IF WS-DATE-MONTH < 12
               ADD 1 TO WS-DATE-MONTH
           ELSE
               MOVE 1                  TO WS-DATE-MONTH
               ADD 1 TO WS-DATE-YEAR
           END-IF.
       1600-ADVANCE-ONE-DAY-EXIT.
           EXIT.

      *================================================================
      * 1650-BACK-UP-ONE-DAY  -  WS-DATE-WORK LESS ONE CALENDAR DAY
      *================================================================
       1650-BACK-UP-ONE-DAY.
           IF WS-DATE-DAY > 1
               SUBTRACT 1 FROM WS-DATE-DAY
               GO TO 1650-BACK-UP-ONE-DAY-EXIT
           END-IF.

           IF WS-DATE-MONTH > 1
               SUBTRACT 1 FROM WS-DATE-MONTH
           ELSE
               MOVE 12                 TO WS-DATE-MONTH
               SUBTRACT 1 FROM WS-DATE-YEAR
           END-IF.

           PERFORM 1660-SET-DAYS-IN-MONTH
               THRU 1660-SET-DAYS-IN-MONTH-EXIT.

           MOVE WS-DAYS-IN-MONTH       TO WS-DATE-DAY.
       1650-BACK-UP-ONE-DAY-EXIT.
           EXIT.

      *================================================================
      * 1660-SET-DAYS-IN-MONTH  -  LENGTH OF THE WS-DATE-WORK MONTH,
      *                             FEBRUARY BY THE GREGORIAN LEAP
      *                             YEAR RULE
      *================================================================
       1660-SET-DAYS-IN-MONTH.
           MOVE WS-MONTH-DAYS (WS-DATE-MONTH)
                                        TO WS-DAYS-IN-MONTH.

           IF WS-DATE-MONTH NOT = 2
               GO TO 1660-SET-DAYS-IN-MONTH-EXIT
           END-IF.

           DIVIDE WS-DATE-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER NOT = ZERO
               GO TO 1660-SET-DAYS-IN-MONTH-EXIT
           END-IF.

           DIVIDE WS-DATE-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER NOT = ZERO
               MOVE 29                 TO WS-DAYS-IN-MONTH
               GO TO 1660-SET-DAYS-IN-MONTH-EXIT
           END-IF.

           DIVIDE WS-DATE-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER = ZERO
               MOVE 29                 TO WS-DAYS-IN-MONTH
           END-IF.
       1660-SET-DAYS-IN-MONTH-EXIT.
           EXIT.

      *================================================================
      * 2000-SORT-LOG-ENTRY  -  FILE ONE RUN LOG ENTRY BY WHEN ITS
      *                          STEP STARTED: BEFORE THE NIGHT IT
      *                          FEEDS THE TRAILING AVERAGES, DURING
      *                          THE NIGHT IT IS ONE OF THE NIGHT'S
      *                          STEPS, AFTER IT IT IS IGNORED.  THIS
      *                          REPORT'S OWN ENTRIES ARE PASSED OVER.
      *================================================================
       2000-SORT-LOG-ENTRY.
           ADD 1 TO WS-READ-COUNT.

           MOVE RUN-LOG-IN-RECORD      TO RUN-LOG-RECORD.

           IF RL-STEP-NAME = "OPSRPT"
               GO TO 2000-SORT-LOG-ENTRY-NEXT
           END-IF.

           MOVE RL-START-DATE          TO WS-ENTRY-STAMP-DATE.
           MOVE RL-START-TIME          TO WS-ENTRY-STAMP-TIME.

           IF WS-ENTRY-STAMP < WS-WINDOW-FROM
               IF RL-END-ENTRY AND RL-RETURN-CODE < 8
                   PERFORM 2100-ADD-HISTORY-RUN
                       THRU 2100-ADD-HISTORY-RUN-EXIT
               END-IF
               GO TO 2000-SORT-LOG-ENTRY-NEXT
           END-IF.

           IF WS-ENTRY-STAMP < WS-WINDOW-TO
               PERFORM 2200-ADD-NIGHT-ENTRY
                   THRU 2200-ADD-NIGHT-ENTRY-EXIT
           END-IF.

       2000-SORT-LOG-ENTRY-NEXT.
           PERFORM 2900-READ-RUN-LOG
               THRU 2900-READ-RUN-LOG-EXIT.
       2000-SORT-LOG-ENTRY-EXIT.
           EXIT.

      *================================================================
      * 2100-ADD-HISTORY-RUN  -  ONE CLEAN RUN INTO ITS STEP'S
      *                           ROUND-ROBIN OF THE LAST TEN
      *================================================================
       2100-ADD-HISTORY-RUN.
           MOVE "N"                    TO WS-FOUND-SWITCH.

           PERFORM 2110-MATCH-HISTORY-STEP
               THRU 2110-MATCH-HISTORY-STEP-EXIT
               VARYING WS-HIST-SUB FROM 1 BY 1
               UNTIL WS-HIST-SUB > WS-HIST-COUNT
                  OR WS-ENTRY-FOUND.

           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-HIST-SUB
           ELSE
               IF WS-HIST-COUNT NOT LESS THAN WS-HIST-TABLE-MAX
                   GO TO 2100-ADD-HISTORY-RUN-EXIT
               END-IF
               ADD 1 TO WS-HIST-COUNT
               MOVE WS-HIST-COUNT      TO WS-HIST-SUB
               MOVE RL-STEP-NAME       TO WS-HIST-STEP (WS-HIST-SUB)
               MOVE ZERO               TO WS-HIST-RUNS (WS-HIST-SUB)
               MOVE 1                  TO WS-HIST-NEXT (WS-HIST-SUB)
           END-IF.

           MOVE WS-HIST-NEXT (WS-HIST-SUB) TO WS-RUN-SUB.
           MOVE RL-READ-COUNT
               TO WS-HIST-READ (WS-HIST-SUB WS-RUN-SUB).
           MOVE RL-REJECT-COUNT
               TO WS-HIST-REJECT (WS-HIST-SUB WS-RUN-SUB).

           IF WS-HIST-RUNS (WS-HIST-SUB) < WS-TRAIL-RUNS-MAX
               ADD 1 TO WS-HIST-RUNS (WS-HIST-SUB)
           END-IF.

           IF WS-RUN-SUB < WS-TRAIL-RUNS-MAX
               ADD 1 TO WS-HIST-NEXT (WS-HIST-SUB)
           ELSE
               MOVE 1                  TO WS-HIST-NEXT (WS-HIST-SUB)
           END-IF.
       2100-ADD-HISTORY-RUN-EXIT.
           EXIT.

       2110-MATCH-HISTORY-STEP.
           IF WS-HIST-STEP (WS-HIST-SUB) = RL-STEP-NAME
               MOVE "Y"                TO WS-FOUND-SWITCH
           END-IF.
       2110-MATCH-HISTORY-STEP-EXIT.
           EXIT.

      *================================================================
      * 2200-ADD-NIGHT-ENTRY  -  A START ENTRY OPENS A NEW LINE FOR THE
      *                           NIGHT; AN END ENTRY CLOSES THE LINE
      *                           ITS START OPENED (SAME STEP, SAME
      *                           START STAMP), OR OPENS ONE OF ITS
      *                           OWN IF THE START WAS NEVER LOGGED
      *================================================================
       2200-ADD-NIGHT-ENTRY.
           MOVE "N"                    TO WS-FOUND-SWITCH.

           IF RL-END-ENTRY
               PERFORM 2210-MATCH-NIGHT-START
                   THRU 2210-MATCH-NIGHT-START-EXIT
                   VARYING WS-NIGHT-SUB FROM WS-NIGHT-COUNT BY -1
                   UNTIL WS-NIGHT-SUB < 1
                      OR WS-ENTRY-FOUND
           END-IF.

           IF WS-ENTRY-FOUND
               ADD 1 TO WS-NIGHT-SUB
           ELSE
               IF WS-NIGHT-COUNT NOT LESS THAN WS-NIGHT-TABLE-MAX
                   DISPLAY "OPSRPT - MORE THAN " WS-NIGHT-TABLE-MAX
                           " STEPS IN THE NIGHT - " RL-STEP-NAME
                           " NOT REPORTED"
                   GO TO 2200-ADD-NIGHT-ENTRY-EXIT
               END-IF
               ADD 1 TO WS-NIGHT-COUNT
               MOVE WS-NIGHT-COUNT     TO WS-NIGHT-SUB
               MOVE RL-STEP-NAME       TO WS-NT-STEP (WS-NIGHT-SUB)
               MOVE RL-START-DATE
                   TO WS-NT-START-DATE (WS-NIGHT-SUB)
               MOVE RL-START-TIME
                   TO WS-NT-START-TIME (WS-NIGHT-SUB)
               MOVE "N"                TO WS-NT-ENDED (WS-NIGHT-SUB)
           END-IF.

           MOVE RL-BUSINESS-DATE
               TO WS-NT-BUSINESS-DATE (WS-NIGHT-SUB).

           IF RL-START-ENTRY
               GO TO 2200-ADD-NIGHT-ENTRY-EXIT
           END-IF.

           MOVE "Y"                    TO WS-NT-ENDED (WS-NIGHT-SUB).
           MOVE RL-END-TIME       TO WS-NT-END-TIME (WS-NIGHT-SUB).
           MOVE RL-RETURN-CODE    TO WS-NT-RETURN-CODE (WS-NIGHT-SUB).
           MOVE RL-READ-COUNT     TO WS-NT-READ (WS-NIGHT-SUB).
           MOVE RL-WRITTEN-COUNT  TO WS-NT-WRITTEN (WS-NIGHT-SUB).
           MOVE RL-REJECT-COUNT   TO WS-NT-REJECT (WS-NIGHT-SUB).
           MOVE RL-CONTROL-LABEL-1
                                  TO WS-NT-LABEL-1 (WS-NIGHT-SUB).
           MOVE RL-CONTROL-TOTAL-1
                                  TO WS-NT-TOTAL-1 (WS-NIGHT-SUB).
           MOVE RL-CONTROL-LABEL-2
                                  TO WS-NT-LABEL-2 (WS-NIGHT-SUB).
           MOVE RL-CONTROL-TOTAL-2
                                  TO WS-NT-TOTAL-2 (WS-NIGHT-SUB).
       2200-ADD-NIGHT-ENTRY-EXIT.
           EXIT.

       2210-MATCH-NIGHT-START.
           IF WS-NT-STEP (WS-NIGHT-SUB) = RL-STEP-NAME
               AND WS-NT-START-DATE (WS-NIGHT-SUB) = RL-START-DATE
               AND WS-NT-START-TIME (WS-NIGHT-SUB) = RL-START-TIME
               AND WS-NT-ENDED (WS-NIGHT-SUB) = "N"
               MOVE "Y"                TO WS-FOUND-SWITCH
           END-IF.
       2210-MATCH-NIGHT-START-EXIT.
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
      * 2550-CHECK-PAGE  -  NEW PAGE IF THE NEXT LINE WILL NOT FIT
      *================================================================
       2550-CHECK-PAGE.
           IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
               PERFORM 2500-PRINT-HEADINGS
                   THRU 2500-PRINT-HEADINGS-EXIT
           END-IF.
       2550-CHECK-PAGE-EXIT.
           EXIT.

      *================================================================
      * 2600-PRINT-REMARK  -  ONE EXCEPTION LINE UNDER ITS STEP
      *================================================================
       2600-PRINT-REMARK.
           PERFORM 2550-CHECK-PAGE
               THRU 2550-CHECK-PAGE-EXIT.

           WRITE REPORT-LINE FROM REMARK-LINE.

           ADD 1 TO WS-LINE-COUNT.
       2600-PRINT-REMARK-EXIT.
           EXIT.

      *================================================================
      * 2900-READ-RUN-LOG  -  READ THE NEXT RUN LOG ENTRY
      *================================================================
       2900-READ-RUN-LOG.
           READ RUN-LOG-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
       2900-READ-RUN-LOG-EXIT.
           EXIT.

      *================================================================
      * 3000-PRINT-NIGHT-STEP  -  ONE LINE PER STEP THAT RAN, WITH ITS
      *                            CONTROL TOTALS AND AN EXCEPTION
      *                            LINE FOR EACH THING WRONG WITH IT
      *================================================================
       3000-PRINT-NIGHT-STEP.
           ADD 1 TO WS-STEP-COUNT.

           PERFORM 3100-FIND-SCHEDULE-STEP
               THRU 3100-FIND-SCHEDULE-STEP-EXIT.

           PERFORM 3200-FIGURE-AVERAGES
               THRU 3200-FIGURE-AVERAGES-EXIT.

           PERFORM 2550-CHECK-PAGE
               THRU 2550-CHECK-PAGE-EXIT.

           MOVE SPACES                 TO DETAIL-LINE.

           IF WS-ENTRY-FOUND
               MOVE WS-STEP-SEQUENCE   TO DTL-SEQUENCE
           END-IF.

           MOVE WS-NT-STEP (WS-NIGHT-SUB)
                                        TO DTL-STEP.
           MOVE WS-NT-BUSINESS-DATE (WS-NIGHT-SUB)
                                        TO DTL-BUSINESS-DATE.
           MOVE WS-NT-START-DATE (WS-NIGHT-SUB)
                                        TO DTL-START-DATE.
           MOVE WS-NT-START-TIME (WS-NIGHT-SUB)
                                        TO WS-TIME-SPLIT.
           MOVE WS-TIME-HHMMSS         TO DTL-START-TIME.

           IF WS-AVG-RUNS NOT LESS THAN WS-MIN-HISTORY-RUNS
               MOVE WS-AVG-READ        TO WS-EDIT-COUNT-1
               MOVE WS-EDIT-COUNT-1    TO DTL-AVG-READ
               MOVE WS-AVG-REJECT      TO WS-EDIT-COUNT-1
               MOVE WS-EDIT-COUNT-1    TO DTL-AVG-REJECT
           END-IF.

           IF WS-NT-ENDED (WS-NIGHT-SUB) = "N"
               MOVE "NO END"           TO DTL-STATUS
               WRITE REPORT-LINE FROM DETAIL-LINE
               ADD 1 TO WS-LINE-COUNT
               MOVE SPACES             TO RMK-TEXT
               MOVE "** NO END ENTRY - ABENDED OR STILL RUNNING"
                                        TO RMK-TEXT
               PERFORM 2600-PRINT-REMARK
                   THRU 2600-PRINT-REMARK-EXIT
               ADD 1 TO WS-NO-END-COUNT
               ADD 1 TO WS-EXCEPTION-COUNT
               PERFORM 3300-CHECK-ORDER
                   THRU 3300-CHECK-ORDER-EXIT
               GO TO 3000-PRINT-NIGHT-STEP-EXIT
           END-IF.

           MOVE WS-NT-END-TIME (WS-NIGHT-SUB)
                                        TO WS-TIME-SPLIT.
           MOVE WS-TIME-HHMMSS         TO DTL-END-TIME.
           MOVE WS-NT-RETURN-CODE (WS-NIGHT-SUB)
                                        TO WS-EDIT-RC.
           MOVE WS-EDIT-RC             TO DTL-RETURN-CODE.
           MOVE WS-NT-READ (WS-NIGHT-SUB)
                                        TO WS-EDIT-COUNT-1.
           MOVE WS-EDIT-COUNT-1        TO DTL-READ.
           MOVE WS-NT-WRITTEN (WS-NIGHT-SUB)
                                        TO WS-EDIT-COUNT-1.
           MOVE WS-EDIT-COUNT-1        TO DTL-WRITTEN.
           MOVE WS-NT-REJECT (WS-NIGHT-SUB)
                                        TO WS-EDIT-COUNT-1.
           MOVE WS-EDIT-COUNT-1        TO DTL-REJECT.

           EVALUATE TRUE
               WHEN WS-NT-RETURN-CODE (WS-NIGHT-SUB) NOT LESS THAN 8
                   MOVE "FAILED"       TO DTL-STATUS
               WHEN WS-NT-RETURN-CODE (WS-NIGHT-SUB) NOT LESS THAN 4
                   MOVE "WARNING"      TO DTL-STATUS
               WHEN OTHER
                   MOVE "OK"           TO DTL-STATUS
           END-EVALUATE.

           WRITE REPORT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.

           IF WS-NT-LABEL-1 (WS-NIGHT-SUB) NOT = SPACES
               PERFORM 3050-PRINT-CONTROL-TOTALS
                   THRU 3050-PRINT-CONTROL-TOTALS-EXIT
           END-IF.

           IF WS-NT-RETURN-CODE (WS-NIGHT-SUB) NOT LESS THAN 4
               MOVE SPACES             TO RMK-TEXT
               IF WS-NT-RETURN-CODE (WS-NIGHT-SUB) NOT LESS THAN 8
                   STRING "** FAILED - RETURN CODE " WS-EDIT-RC
                       DELIMITED BY SIZE INTO RMK-TEXT
                   ADD 1 TO WS-FAILED-COUNT
               ELSE
                   STRING "** WARNING - RETURN CODE " WS-EDIT-RC
                       DELIMITED BY SIZE INTO RMK-TEXT
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
               PERFORM 2600-PRINT-REMARK
                   THRU 2600-PRINT-REMARK-EXIT
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.

           PERFORM 3300-CHECK-ORDER
               THRU 3300-CHECK-ORDER-EXIT.

           IF WS-NT-RETURN-CODE (WS-NIGHT-SUB) < 8
               AND WS-AVG-RUNS NOT LESS THAN WS-MIN-HISTORY-RUNS
               PERFORM 3400-CHECK-VOLUMES
                   THRU 3400-CHECK-VOLUMES-EXIT
           END-IF.
       3000-PRINT-NIGHT-STEP-EXIT.
           EXIT.

      *================================================================
      * 3050-PRINT-CONTROL-TOTALS  -  THE STEP'S OWN CONTROL TOTALS
      *================================================================
       3050-PRINT-CONTROL-TOTALS.
           PERFORM 2550-CHECK-PAGE
               THRU 2550-CHECK-PAGE-EXIT.

           MOVE WS-NT-LABEL-1 (WS-NIGHT-SUB)
                                        TO CTL-LABEL-1.
           MOVE WS-NT-TOTAL-1 (WS-NIGHT-SUB)
                                        TO CTL-TOTAL-1.

           IF WS-NT-LABEL-2 (WS-NIGHT-SUB) = SPACES
               MOVE SPACES             TO CTL-SECOND-TOTAL
           ELSE
               MOVE SPACES             TO CTL-SECOND-TOTAL
               MOVE WS-NT-LABEL-2 (WS-NIGHT-SUB)
                                        TO CTL-LABEL-2
               MOVE WS-NT-TOTAL-2 (WS-NIGHT-SUB)
                                        TO CTL-TOTAL-2
           END-IF.

           WRITE REPORT-LINE FROM CONTROL-LINE.
           ADD 1 TO WS-LINE-COUNT.
       3050-PRINT-CONTROL-TOTALS-EXIT.
           EXIT.

      *================================================================
      * 3100-FIND-SCHEDULE-STEP  -  THE STEP'S PLACE ON OPSSCHED, AND
      *                              MARK IT AS HAVING RUN.  LEAVES
      *                              WS-ENTRY-FOUND SET IF IT IS ON
      *                              THE SCHEDULE.
      *================================================================
       3100-FIND-SCHEDULE-STEP.
           MOVE "N"                    TO WS-FOUND-SWITCH.
           MOVE ZERO                   TO WS-STEP-SEQUENCE.

           PERFORM 3110-MATCH-SCHEDULE-STEP
               THRU 3110-MATCH-SCHEDULE-STEP-EXIT
               VARYING WS-SCHED-SUB FROM 1 BY 1
               UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
                  OR WS-ENTRY-FOUND.
       3100-FIND-SCHEDULE-STEP-EXIT.
           EXIT.

       3110-MATCH-SCHEDULE-STEP.
           IF WS-SCHED-STEP (WS-SCHED-SUB) = WS-NT-STEP (WS-NIGHT-SUB)
               MOVE "Y"                TO WS-FOUND-SWITCH
               MOVE "Y"                TO WS-SCHED-RAN (WS-SCHED-SUB)
               MOVE WS-SCHED-SEQUENCE (WS-SCHED-SUB)
                                        TO WS-STEP-SEQUENCE
           END-IF.
       3110-MATCH-SCHEDULE-STEP-EXIT.
           EXIT.

      *================================================================
      * 3200-FIGURE-AVERAGES  -  THE STEP'S TRAILING AVERAGE READ AND
      *                           REJECTED COUNTS OVER ITS LAST CLEAN
      *                           RUNS BEFORE THE NIGHT
      *================================================================
       3200-FIGURE-AVERAGES.
           MOVE ZERO                   TO WS-AVG-RUNS
                                           WS-AVG-READ
                                           WS-AVG-REJECT
                                           WS-SUM-READ
                                           WS-SUM-REJECT.

           PERFORM 3210-FIND-HISTORY-STEP
               THRU 3210-FIND-HISTORY-STEP-EXIT
               VARYING WS-HIST-SUB FROM 1 BY 1
               UNTIL WS-HIST-SUB > WS-HIST-COUNT
                  OR WS-AVG-RUNS > ZERO.
       3200-FIGURE-AVERAGES-EXIT.
           EXIT.

       3210-FIND-HISTORY-STEP.
           IF WS-HIST-STEP (WS-HIST-SUB) NOT = WS-NT-STEP (WS-NIGHT-SUB)
               GO TO 3210-FIND-HISTORY-STEP-EXIT
           END-IF.

           MOVE WS-HIST-RUNS (WS-HIST-SUB) TO WS-AVG-RUNS.

           PERFORM 3220-SUM-HISTORY-RUN
               THRU 3220-SUM-HISTORY-RUN-EXIT
               VARYING WS-RUN-SUB FROM 1 BY 1
               UNTIL WS-RUN-SUB > WS-AVG-RUNS.

           DIVIDE WS-SUM-READ BY WS-AVG-RUNS
               GIVING WS-AVG-READ ROUNDED.
           DIVIDE WS-SUM-REJECT BY WS-AVG-RUNS
               GIVING WS-AVG-REJECT ROUNDED.
       3210-FIND-HISTORY-STEP-EXIT.
           EXIT.

       3220-SUM-HISTORY-RUN.
           ADD WS-HIST-READ (WS-HIST-SUB WS-RUN-SUB)
                                        TO WS-SUM-READ.
           ADD WS-HIST-REJECT (WS-HIST-SUB WS-RUN-SUB)
                                        TO WS-SUM-REJECT.
       3220-SUM-HISTORY-RUN-EXIT.
           EXIT.

      *================================================================
      * 3300-CHECK-ORDER  -  A SCHEDULED STEP THAT STARTS AFTER A STEP
      *                       SCHEDULED LATER THAN IT IS OUT OF ORDER.
      *                       A STEP NOT ON THE SCHEDULE IS NOTED BUT
      *                       NOT COUNTED AS AN EXCEPTION.
      *================================================================
       3300-CHECK-ORDER.
           IF WS-STEP-SEQUENCE = ZERO
               MOVE SPACES             TO RMK-TEXT
               MOVE "** NOT ON THE OPSSCHED SCHEDULE"
                                        TO RMK-TEXT
               PERFORM 2600-PRINT-REMARK
                   THRU 2600-PRINT-REMARK-EXIT
               GO TO 3300-CHECK-ORDER-EXIT
           END-IF.

           IF WS-STEP-SEQUENCE < WS-HIGH-SEQUENCE
               MOVE SPACES             TO RMK-TEXT
               STRING "** OUT OF ORDER - STARTED AFTER " WS-HIGH-STEP
                      ", WHICH IS SCHEDULED LATER"
                   DELIMITED BY SIZE INTO RMK-TEXT
               PERFORM 2600-PRINT-REMARK
                   THRU 2600-PRINT-REMARK-EXIT
               ADD 1 TO WS-ORDER-COUNT
               ADD 1 TO WS-EXCEPTION-COUNT
           ELSE
               MOVE WS-STEP-SEQUENCE   TO WS-HIGH-SEQUENCE
               MOVE WS-NT-STEP (WS-NIGHT-SUB)
                                        TO WS-HIGH-STEP
           END-IF.
       3300-CHECK-ORDER-EXIT.
           EXIT.

      *================================================================
      * 3400-CHECK-VOLUMES  -  READ COUNT UNDER THE LOW OR OVER THE
      *                         HIGH PERCENTAGE OF ITS TRAILING
      *                         AVERAGE, OR REJECTS OVER THE JUMP
      *                         PERCENTAGE OF THEIRS
      *================================================================
       3400-CHECK-VOLUMES.
           IF WS-AVG-READ NOT LESS THAN WS-MIN-AVERAGE-VOLUME
               COMPUTE WS-LIMIT-AMOUNT =
                   ( WS-AVG-READ * WS-LOW-VOLUME-PCT ) / 100
               IF WS-NT-READ (WS-NIGHT-SUB) < WS-LIMIT-AMOUNT
                   MOVE WS-NT-READ (WS-NIGHT-SUB) TO WS-EDIT-COUNT-1
                   MOVE WS-AVG-READ    TO WS-EDIT-COUNT-2
                   MOVE SPACES         TO RMK-TEXT
                   STRING "** LOW VOLUME - READ " WS-EDIT-COUNT-1
                          " AGAINST A TRAILING AVERAGE OF "
                          WS-EDIT-COUNT-2
                       DELIMITED BY SIZE INTO RMK-TEXT
                   PERFORM 2600-PRINT-REMARK
                       THRU 2600-PRINT-REMARK-EXIT
                   ADD 1 TO WS-VOLUME-COUNT
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
               COMPUTE WS-LIMIT-AMOUNT =
                   ( WS-AVG-READ * WS-HIGH-VOLUME-PCT ) / 100
               IF WS-NT-READ (WS-NIGHT-SUB) > WS-LIMIT-AMOUNT
                   MOVE WS-NT-READ (WS-NIGHT-SUB) TO WS-EDIT-COUNT-1
                   MOVE WS-AVG-READ    TO WS-EDIT-COUNT-2
                   MOVE SPACES         TO RMK-TEXT
                   STRING "** HIGH VOLUME - READ " WS-EDIT-COUNT-1
                          " AGAINST A TRAILING AVERAGE OF "
                          WS-EDIT-COUNT-2
                       DELIMITED BY SIZE INTO RMK-TEXT
                   PERFORM 2600-PRINT-REMARK
                       THRU 2600-PRINT-REMARK-EXIT
                   ADD 1 TO WS-VOLUME-COUNT
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
           END-IF.

           IF WS-NT-REJECT (WS-NIGHT-SUB) < WS-MIN-REJECTS-TO-FLAG
               GO TO 3400-CHECK-VOLUMES-EXIT
           END-IF.

           COMPUTE WS-LIMIT-AMOUNT =
               ( WS-AVG-REJECT * WS-REJECT-JUMP-PCT ) / 100.

           IF WS-NT-REJECT (WS-NIGHT-SUB) > WS-LIMIT-AMOUNT
               MOVE WS-NT-REJECT (WS-NIGHT-SUB) TO WS-EDIT-COUNT-1
               MOVE WS-AVG-REJECT      TO WS-EDIT-COUNT-2
               MOVE SPACES             TO RMK-TEXT
               STRING "** REJECTS UP - REJECTED " WS-EDIT-COUNT-1
                      " AGAINST A TRAILING AVERAGE OF "
                      WS-EDIT-COUNT-2
                   DELIMITED BY SIZE INTO RMK-TEXT
               PERFORM 2600-PRINT-REMARK
                   THRU 2600-PRINT-REMARK-EXIT
               ADD 1 TO WS-VOLUME-COUNT
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.
       3400-CHECK-VOLUMES-EXIT.
           EXIT.

      *================================================================
      * 4000-PRINT-MISSING-STEPS  -  EVERY NIGHTLY STEP ON OPSSCHED
      *                               THAT DID NOT RUN IN THE WINDOW
      *================================================================
       4000-PRINT-MISSING-STEPS.
           PERFORM 2550-CHECK-PAGE
               THRU 2550-CHECK-PAGE-EXIT.

           MOVE SPACES                 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "NIGHTLY STEPS THAT DID NOT RUN"
                                        TO SEC-TEXT.
           WRITE REPORT-LINE FROM SECTION-LINE.
           ADD 2 TO WS-LINE-COUNT.

           PERFORM 4100-CHECK-SCHEDULE-STEP
               THRU 4100-CHECK-SCHEDULE-STEP-EXIT
               VARYING WS-SCHED-SUB FROM 1 BY 1
               UNTIL WS-SCHED-SUB > WS-SCHED-COUNT.

           IF WS-MISSING-COUNT = ZERO
               PERFORM 2550-CHECK-PAGE
                   THRU 2550-CHECK-PAGE-EXIT
               MOVE "  NONE - EVERY NIGHTLY STEP RAN"
                                        TO SEC-TEXT
               WRITE REPORT-LINE FROM SECTION-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
       4000-PRINT-MISSING-STEPS-EXIT.
           EXIT.

       4100-CHECK-SCHEDULE-STEP.
           IF WS-SCHED-FREQUENCY (WS-SCHED-SUB) NOT = "N"
               OR WS-SCHED-RAN (WS-SCHED-SUB) = "Y"
               GO TO 4100-CHECK-SCHEDULE-STEP-EXIT
           END-IF.

           PERFORM 2550-CHECK-PAGE
               THRU 2550-CHECK-PAGE-EXIT.

           MOVE SPACES                 TO DETAIL-LINE.
           MOVE WS-SCHED-SEQUENCE (WS-SCHED-SUB)
                                        TO DTL-SEQUENCE.
           MOVE WS-SCHED-STEP (WS-SCHED-SUB)
                                        TO DTL-STEP.
           MOVE "MISSING"              TO DTL-STATUS.

           WRITE REPORT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.

           ADD 1 TO WS-MISSING-COUNT.
           ADD 1 TO WS-EXCEPTION-COUNT.
       4100-CHECK-SCHEDULE-STEP-EXIT.
           EXIT.

      *================================================================
      * 9000-TERMINATE  -  PRINT THE EXCEPTION SUMMARY AND CLOSE FILES.
      *                     ANY EXCEPTION ENDS THE RUN WITH RETURN
      *                     CODE 4.
      *================================================================
       9000-TERMINATE.
           MOVE SPACES                 TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "STEPS RUN ........................."
                                        TO SUM-LABEL.
           MOVE WS-STEP-COUNT          TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.

           MOVE "FAILED (RETURN CODE 8 OR MORE) ...."
                                        TO SUM-LABEL.
           MOVE WS-FAILED-COUNT        TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.

           MOVE "WARNINGS (RETURN CODE 4) .........."
                                        TO SUM-LABEL.
           MOVE WS-WARNING-COUNT       TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.

           MOVE "NO END ENTRY ......................"
                                        TO SUM-LABEL.
           MOVE WS-NO-END-COUNT        TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.

           MOVE "OUT OF ORDER ......................"
                                        TO SUM-LABEL.
           MOVE WS-ORDER-COUNT         TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.

           MOVE "NIGHTLY STEPS MISSING ............."
                                        TO SUM-LABEL.
           MOVE WS-MISSING-COUNT       TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.

           MOVE "VOLUME EXCEPTIONS ................."
                                        TO SUM-LABEL.
           MOVE WS-VOLUME-COUNT        TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.

           CLOSE RUN-LOG-FILE
                 OPS-REPORT.

           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4                  TO RETURN-CODE
           END-IF.

           DISPLAY "OPSRPT - NIGHT OF " WS-NIGHT-DATE.
           DISPLAY "OPSRPT - RUN LOG ENTRIES READ: " WS-READ-COUNT.
           DISPLAY "OPSRPT - STEPS REPORTED:       " WS-STEP-COUNT.
           DISPLAY "OPSRPT - EXCEPTIONS:           "
                   WS-EXCEPTION-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.

      *================================================================
      * 9700-LOG-RUN-START  -  START ENTRY ON THE SHARED RUN LOG
      *================================================================
       9700-LOG-RUN-START.
           MOVE "OPSRPT"               TO RL-STEP-NAME.
           MOVE ZERO                   TO RL-BUSINESS-DATE.
           SET RL-START-ENTRY          TO TRUE.

           CALL "RUNLOGW" USING RUN-LOG-RECORD.

           MOVE RL-BUSINESS-DATE       TO WS-SAVE-BUSINESS-DATE.
           MOVE RL-START-DATE          TO WS-SAVE-START-DATE.
           MOVE RL-START-TIME          TO WS-SAVE-START-TIME.
       9700-LOG-RUN-START-EXIT.
           EXIT.

      *================================================================
      * 9750-LOG-RUN-END  -  END ENTRY ON THE SHARED RUN LOG: THE
      *                       RETURN CODE, VOLUMES AND CONTROL
      *                       TOTALS AS THE RUN STOPS.  THE RECORD
      *                       AREA DOUBLES AS THE READ AREA FOR THE
      *                       LOG, SO THE STEP IS RE-STAMPED HERE.
      *================================================================
       9750-LOG-RUN-END.
           MOVE "OPSRPT"               TO RL-STEP-NAME.
           MOVE WS-SAVE-BUSINESS-DATE  TO RL-BUSINESS-DATE.
           MOVE WS-SAVE-START-DATE     TO RL-START-DATE.
           MOVE WS-SAVE-START-TIME     TO RL-START-TIME.
           MOVE RETURN-CODE            TO RL-RETURN-CODE.
           MOVE WS-READ-COUNT          TO RL-READ-COUNT.
           MOVE WS-STEP-COUNT          TO RL-WRITTEN-COUNT.
           MOVE ZERO                   TO RL-REJECT-COUNT.
           MOVE "EXCEPTIONS"           TO RL-CONTROL-LABEL-1.
           MOVE WS-EXCEPTION-COUNT     TO RL-CONTROL-TOTAL-1.
           MOVE SPACES                 TO RL-CONTROL-LABEL-2.
           MOVE ZERO                   TO RL-CONTROL-TOTAL-2.
           SET RL-END-ENTRY            TO TRUE.

           CALL "RUNLOGW" USING RUN-LOG-RECORD.

           MOVE RL-RETURN-CODE         TO RETURN-CODE.
       9750-LOG-RUN-END-EXIT.
           EXIT.

      *================================================================
      * 9800-PARM-ERROR  -  A BAD OPSPARM STOPS THE RUN
      *================================================================
       9800-PARM-ERROR.
           MOVE 8                      TO RETURN-CODE.
           CLOSE OPS-PARM-FILE.
           PERFORM 9750-LOG-RUN-END
               THRU 9750-LOG-RUN-END-EXIT.

           STOP RUN.
       9800-PARM-ERROR-EXIT.
           EXIT.
