       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RUNLOGW.
       AUTHOR.        D HOLLOWAY.
       INSTALLATION.  SALES ACCOUNTING.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DH    ORIGINAL VERSION.  SHARED RUN LOG WRITER.
      *                  EVERY BATCH PROGRAM IN THE SUITE CALLS THIS
      *                  ROUTINE WITH A START ENTRY AT START-UP AND AN
      *                  END ENTRY (RETURN CODE, VOLUMES AND CONTROL
      *                  TOTALS) BEFORE EACH STOP RUN.  EACH CALL
      *                  STAMPS THE DATE AND TIME AND APPENDS ONE
      *                  RECORD TO RUNLOG (SHARED RUNLOG COPYBOOK),
      *                  SO WHAT RAN OVERNIGHT IS ON ONE FILE FOR THE
      *                  OPSRPT MORNING STATUS REPORT INSTEAD OF
      *                  SPREAD ACROSS THE JOB LOGS.  A RUN LOG THAT
      *                  CANNOT BE WRITTEN IS REPORTED ON THE CONSOLE
      *                  BUT NEVER FAILS THE CALLING STEP.
      *================================================================
      *================================================================
      * CALLING CONVENTION
      *----------------------------------------------------------------
      * CALL "RUNLOGW" USING RUN-LOG-RECORD
      *
      *   RUN-LOG-RECORD    - THE CALLER'S COPY OF THE RUNLOG
      *                       COPYBOOK, KEPT FROM THE START CALL TO
      *                       THE END CALL.
      *
      *   START ENTRY - THE CALLER MOVES ITS STEP NAME AND (IF IT
      *                 HAS ONE) ITS BUSINESS DATE AND SETS
      *                 RL-START-ENTRY.  THIS ROUTINE DEFAULTS A
      *                 ZERO BUSINESS DATE TO THE RUN DATE, STAMPS
      *                 THE START DATE AND TIME AND CLEARS THE END
      *                 FIELDS, THE COUNTS AND THE CONTROL TOTALS.
      *   END ENTRY   - THE CALLER MOVES ITS RETURN CODE, COUNTS AND
      *                 CONTROL TOTALS AND SETS RL-END-ENTRY.  THIS
      *                 ROUTINE STAMPS THE END DATE AND TIME.
      *
      *   ON RETURN RETURN-CODE IS SET FROM RL-RETURN-CODE, SO THE
      *   CALL LEAVES THE CALLER'S OWN RETURN CODE AS IT WAS.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM PC.
           OBJECT-COMPUTER. IBM PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE
           RECORD CONTAINS 128 CHARACTERS.
       01  RUN-LOG-FILE-RECORD         PIC X(128).

       WORKING-STORAGE SECTION.
       77  WS-RUN-LOG-STATUS           PIC X(02) VALUE "00".
           88  WS-RUN-LOG-OK                     VALUE "00" "05".

       77  WS-STAMP-DATE               PIC 9(08) VALUE ZERO.
       77  WS-STAMP-TIME               PIC 9(08) VALUE ZERO.

       LINKAGE SECTION.
       COPY RUNLOG.

       PROCEDURE DIVISION USING RUN-LOG-RECORD.
      *================================================================
      * 0000-MAIN-PROCEDURE  -  STAMP THE ENTRY AND APPEND IT TO THE
      *                          RUN LOG
      *================================================================
       0000-MAIN-PROCEDURE.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.

           IF RL-START-ENTRY
               PERFORM 1000-STAMP-START
                   THRU 1000-STAMP-START-EXIT
           ELSE
               SET RL-END-ENTRY        TO TRUE
               MOVE WS-STAMP-DATE      TO RL-END-DATE
               MOVE WS-STAMP-TIME      TO RL-END-TIME
           END-IF.

           PERFORM 2000-APPEND-ENTRY
               THRU 2000-APPEND-ENTRY-EXIT.

           MOVE RL-RETURN-CODE         TO RETURN-CODE.

           GOBACK.

      *================================================================
      * 1000-STAMP-START  -  OPEN THE CALLER'S ENTRY: BUSINESS DATE,
      *                       START STAMP, EVERYTHING ELSE CLEARED
      *================================================================
       1000-STAMP-START.
           IF RL-BUSINESS-DATE NOT NUMERIC
               MOVE ZERO               TO RL-BUSINESS-DATE
           END-IF.

           IF RL-BUSINESS-DATE = ZERO
               MOVE WS-STAMP-DATE      TO RL-BUSINESS-DATE
           END-IF.

           MOVE WS-STAMP-DATE          TO RL-START-DATE.
           MOVE WS-STAMP-TIME          TO RL-START-TIME.
           MOVE ZERO                   TO RL-END-DATE
                                           RL-END-TIME
                                           RL-RETURN-CODE
                                           RL-READ-COUNT
                                           RL-WRITTEN-COUNT
                                           RL-REJECT-COUNT
                                           RL-CONTROL-TOTAL-1
                                           RL-CONTROL-TOTAL-2.
           MOVE SPACES                 TO RL-CONTROL-LABEL-1
                                           RL-CONTROL-LABEL-2.
       1000-STAMP-START-EXIT.
           EXIT.

      *================================================================
      * 2000-APPEND-ENTRY  -  ONE RECORD ON THE END OF RUNLOG.  THE
      *                        FILE IS OPENED AND CLOSED ON EVERY CALL
      *                        SO AN ABENDING CALLER CANNOT LOSE ITS
      *                        START ENTRY.
      *================================================================
       2000-APPEND-ENTRY.
           OPEN EXTEND RUN-LOG-FILE.

           IF NOT WS-RUN-LOG-OK
               DISPLAY "RUNLOGW - RUNLOG OPEN FAILED, STATUS = "
                       WS-RUN-LOG-STATUS " - " RL-STEP-NAME
                       " " RL-ENTRY-TYPE " ENTRY NOT LOGGED"
               GO TO 2000-APPEND-ENTRY-EXIT
           END-IF.

           WRITE RUN-LOG-FILE-RECORD FROM RUN-LOG-RECORD.

           IF NOT WS-RUN-LOG-OK
               DISPLAY "RUNLOGW - RUNLOG WRITE FAILED, STATUS = "
                       WS-RUN-LOG-STATUS " - " RL-STEP-NAME
                       " " RL-ENTRY-TYPE " ENTRY NOT LOGGED"
           END-IF.

           CLOSE RUN-LOG-FILE.
       2000-APPEND-ENTRY-EXIT.
           EXIT.
