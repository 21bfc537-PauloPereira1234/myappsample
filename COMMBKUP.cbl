       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COMMBKUP.
       AUTHOR.        D HOLLOWAY.
       INSTALLATION.  SALES ACCOUNTING.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *================================================================
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DH    ORIGINAL VERSION.  COMM-MASTER BACKUP
      *                  GENERATIONS.  COPIES EVERY COMM-MASTER RECORD
      *                  INTO A NEW DATED GENERATION ON COMMGENS
      *                  (COMMGEN COPYBOOK), STAMPED WITH THE RUN DATE
      *                  AND TIME, WITH A CONTROL RECORD CARRYING THE
      *                  STEP THE BACKUP WAS TAKEN BEFORE (BKUPPARM),
      *                  THE RECORD COUNT AND THE YTD SALES AND
      *                  COMMISSION TOTALS.  THEN PURGES THE OLDEST
      *                  GENERATIONS DOWN TO THE BKUPPARM KEEP COUNT.
      *                  COMMRCVR RECOVERS FORWARD FROM A GENERATION
      *                  BY REPLAYING THE COMMAUD POSTINGS SINCE IT.
      *================================================================
      *================================================================
      * OPERATIONAL NOTE - SCHEDULING
      *----------------------------------------------------------------
      * THE SCHEDULER RUNS THIS STEP IMMEDIATELY BEFORE EVERY Q2 RUN
      * AND BEFORE EVERY PAYCONF AND COMMCLSE RUN, WITH BKUPPARM
      * NAMING THE STEP THAT FOLLOWS.  A NONZERO RETURN CODE MUST
      * HOLD THAT STEP - IT WOULD OTHERWISE POST WITH NO GENERATION
      * TO RECOVER FROM.  A COMM-MASTER READ ERROR HERE MEANS THE
      * MASTER IS ALREADY DAMAGED: RECOVER IT WITH COMMRCVR BEFORE
      * ANYTHING ELSE POSTS TO IT.
      *================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM PC.
           OBJECT-COMPUTER. IBM PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-PARM-FILE
               ASSIGN TO "BKUPPARM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COMM-MASTER
               ASSIGN TO "COMMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-SALESMAN
               FILE STATUS IS WS-COMM-MASTER-STATUS.

           SELECT OPTIONAL COMM-GENERATIONS
               ASSIGN TO "COMMGENS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GN-KEY
               FILE STATUS IS WS-GENERATION-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *--- THE STEP THE BACKUP IS TAKEN BEFORE AND THE NUMBER OF
      *--- GENERATIONS TO KEEP (ZERO = THE STANDARD RETENTION).
       FD  BACKUP-PARM-FILE
           RECORD CONTAINS 11 CHARACTERS.
       01  BACKUP-PARM-RECORD.
           05  BP-TAKEN-BEFORE         PIC X(08).
               88  BP-TAKEN-BEFORE-VALID
                                       VALUE "Q2" "PAYCONF" "COMMCLSE".
           05  BP-KEEP-COUNT           PIC 9(03).

       FD  COMM-MASTER.
       COPY COMMMAST.

       FD  COMM-GENERATIONS.
       COPY COMMGEN.

       WORKING-STORAGE SECTION.
       77  WS-COMM-MASTER-STATUS       PIC X(02) VALUE "00".
           88  WS-MASTER-OK                      VALUE "00".
           88  WS-MASTER-AT-END                  VALUE "10".

      *--- "05" ON OPEN IS THE FIRST RUN - COMMGENS IS CREATED.
       77  WS-GENERATION-STATUS        PIC X(02) VALUE "00".
           88  WS-GENERATION-OK                  VALUE "00".
           88  WS-GENERATION-OPENED              VALUE "00" "05".
           88  WS-GENERATION-AT-END              VALUE "10".
           88  WS-GENERATION-NOT-FOUND           VALUE "23".

       77  WS-PARM-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-PARM-END-OF-FILE               VALUE "Y".

       77  WS-MASTER-EOF-SWITCH        PIC X(01) VALUE "N".
           88  WS-MASTER-END-OF-FILE             VALUE "Y".

       77  WS-GEN-EOF-SWITCH           PIC X(01) VALUE "N".
           88  WS-GEN-END-OF-FILE                VALUE "Y".

      *--- COMM-GENERATIONS IS OPENED ONLY AFTER THE PARM PASSES, SO
      *--- THE FAILURE PATHS MUST KNOW WHETHER THERE IS A FILE TO
      *--- CLOSE.
       77  WS-FILES-OPEN-SWITCH        PIC X(01) VALUE "N".
           88  WS-FILES-OPEN                     VALUE "Y".

      *--- STANDARD RETENTION: ABOUT TWO WEEKS OF NIGHTLY Q2 BACKUPS
      *--- PLUS THE PAY-CYCLE AND CLOSE BACKUPS AMONG THEM.
       77  WS-DEFAULT-KEEP             PIC 9(03) VALUE 040.
       77  WS-KEEP-COUNT               PIC 9(03) VALUE ZERO.

       77  WS-TAKEN-BEFORE             PIC X(08) VALUE SPACES.

      *--- THE NEW GENERATION'S STAMP.
       01  WS-GEN-STAMP.
           05  WS-GEN-DATE             PIC 9(08) VALUE ZERO.
           05  WS-GEN-TIME             PIC 9(08) VALUE ZERO.

      *--- THE GENERATION BEING PURGED.
       01  WS-PURGE-STAMP.
           05  WS-PURGE-DATE           PIC 9(08) VALUE ZERO.
           05  WS-PURGE-TIME           PIC 9(08) VALUE ZERO.

       77  WS-YTD-SALES-TOTAL          PIC S9(11)V9(02) VALUE ZERO.
       77  WS-YTD-COMM-TOTAL           PIC S9(11)V9(02) VALUE ZERO.

       77  WS-READ-COUNT               BINARY PIC 9(07) VALUE ZERO.
       77  WS-IMAGE-COUNT              BINARY PIC 9(07) VALUE ZERO.
       77  WS-GENERATION-COUNT         BINARY PIC 9(07) VALUE ZERO.
       77  WS-PURGE-COUNT              BINARY PIC 9(07) VALUE ZERO.
       77  WS-PURGED-COUNT             BINARY PIC 9(07) VALUE ZERO.
       77  WS-DELETED-COUNT            BINARY PIC 9(07) VALUE ZERO.

       77  WS-DISPLAY-COUNT            PIC ZZZ,ZZ9.
       77  WS-DISPLAY-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       77  WS-CALL-FIELD               PIC X(30) VALUE SPACES.
       77  WS-CALL-LENGTH              PIC 9(02) VALUE ZERO.
       77  WS-CALL-TYPE                PIC X(01) VALUE SPACES.
       77  WS-CALL-STATUS              PIC X(01) VALUE SPACES.
           88  WS-CALL-VALID                     VALUE "Y".

       COPY RUNLOG.

       PROCEDURE DIVISION.
      *================================================================
      * 0000-MAINLINE  -  COPY COMM-MASTER INTO A NEW GENERATION,
      *                    THEN PURGE THE GENERATIONS PAST RETENTION
      *================================================================
       0000-MAINLINE.
           PERFORM 9700-LOG-RUN-START
               THRU 9700-LOG-RUN-START-EXIT.

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-COPY-MASTER-RECORD
               THRU 2000-COPY-MASTER-RECORD-EXIT
               UNTIL WS-MASTER-END-OF-FILE.

           PERFORM 3000-WRITE-CONTROL-RECORD
               THRU 3000-WRITE-CONTROL-RECORD-EXIT.

           PERFORM 4000-PURGE-OLD-GENERATIONS
               THRU 4000-PURGE-OLD-GENERATIONS-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           PERFORM 9750-LOG-RUN-END
               THRU 9750-LOG-RUN-END-EXIT.

           STOP RUN.

      *================================================================
      * 1000-INITIALIZE  -  READ AND VALIDATE THE PARM, STAMP THE
      *                      GENERATION, OPEN THE FILES AND PRIME
      *                      THE MASTER READ
      *================================================================
       1000-INITIALIZE.
           PERFORM 1100-READ-BACKUP-PARM
               THRU 1100-READ-BACKUP-PARM-EXIT.

           ACCEPT WS-GEN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-GEN-TIME FROM TIME.

           OPEN INPUT COMM-MASTER
                I-O   COMM-GENERATIONS.

           SET WS-FILES-OPEN           TO TRUE.

           IF NOT WS-MASTER-OK
               DISPLAY "COMMBKUP - COMM-MASTER OPEN FAILED"
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.

           IF NOT WS-GENERATION-OPENED
               DISPLAY "COMMBKUP - COMMGENS OPEN FAILED"
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.

           DISPLAY "COMMBKUP - GENERATION " WS-GEN-DATE " "
                   WS-GEN-TIME " BEFORE " WS-TAKEN-BEFORE.

           PERFORM 2900-READ-MASTER
               THRU 2900-READ-MASTER-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================
      * 1100-READ-BACKUP-PARM  -  THE SINGLE BKUPPARM RECORD NAMES THE
      *                            STEP THE BACKUP IS TAKEN BEFORE AND
      *                            THE NUMBER OF GENERATIONS TO KEEP
      *================================================================
       1100-READ-BACKUP-PARM.
           OPEN INPUT BACKUP-PARM-FILE.

           READ BACKUP-PARM-FILE
               AT END
                   SET WS-PARM-END-OF-FILE TO TRUE
           END-READ.

           IF WS-PARM-END-OF-FILE
               DISPLAY "COMMBKUP - BKUPPARM IS EMPTY"
               PERFORM 9800-PARM-ERROR
                   THRU 9800-PARM-ERROR-EXIT
           END-IF.

           IF NOT BP-TAKEN-BEFORE-VALID
               DISPLAY "COMMBKUP - BAD STEP NAME: " BP-TAKEN-BEFORE
                       " (Q2, PAYCONF OR COMMCLSE)"
               PERFORM 9800-PARM-ERROR
                   THRU 9800-PARM-ERROR-EXIT
           END-IF.

           MOVE SPACES                 TO WS-CALL-FIELD.
           MOVE BP-KEEP-COUNT          TO WS-CALL-FIELD (1:3).
           MOVE 3                      TO WS-CALL-LENGTH.
           MOVE "N"                    TO WS-CALL-TYPE.

           CALL "CHECK-VARIABLE" USING WS-CALL-FIELD WS-CALL-LENGTH
                   WS-CALL-TYPE WS-CALL-STATUS.

           IF NOT WS-CALL-VALID
               DISPLAY "COMMBKUP - BAD KEEP COUNT: " BP-KEEP-COUNT
               PERFORM 9800-PARM-ERROR
                   THRU 9800-PARM-ERROR-EXIT
           END-IF.

           MOVE BP-TAKEN-BEFORE        TO WS-TAKEN-BEFORE.

           IF BP-KEEP-COUNT = ZERO
               MOVE WS-DEFAULT-KEEP    TO WS-KEEP-COUNT
           ELSE
               MOVE BP-KEEP-COUNT      TO WS-KEEP-COUNT
           END-IF.

           CLOSE BACKUP-PARM-FILE.
       1100-READ-BACKUP-PARM-EXIT.
           EXIT.

      *================================================================
      * 2000-COPY-MASTER-RECORD  -  ONE MASTER RECORD INTO THE NEW
      *                              GENERATION, FOOTING ITS YTD
      *                              FIGURES FOR THE CONTROL RECORD
      *================================================================
       2000-COPY-MASTER-RECORD.
           ADD 1 TO WS-READ-COUNT.

           MOVE WS-GEN-DATE            TO GN-GEN-DATE.
           MOVE WS-GEN-TIME            TO GN-GEN-TIME.
           MOVE CM-SALESMAN            TO GN-SALESMAN.
           SET GN-IMAGE-RECORD         TO TRUE.
           MOVE COMM-MASTER-RECORD     TO GN-IMAGE.

           WRITE COMM-GENERATION-RECORD.

           IF NOT WS-GENERATION-OK
               DISPLAY "COMMBKUP - COMMGENS WRITE FAILED ON SALESMAN "
                       CM-SALESMAN
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.

           ADD 1 TO WS-IMAGE-COUNT.
           ADD CM-YTD-SALES            TO WS-YTD-SALES-TOTAL.
           ADD CM-YTD-COMMISSION       TO WS-YTD-COMM-TOTAL.

           PERFORM 2900-READ-MASTER
               THRU 2900-READ-MASTER-EXIT.
       2000-COPY-MASTER-RECORD-EXIT.
           EXIT.

      *================================================================
      * 2900-READ-MASTER  -  READ THE NEXT MASTER RECORD.  ANY STATUS
      *                       BUT A CLEAN READ OR END OF FILE MEANS
      *                       THE MASTER CANNOT BE TRUSTED - NO
      *                       GENERATION IS TAKEN FROM IT.
      *================================================================
       2900-READ-MASTER.
           READ COMM-MASTER NEXT RECORD
               AT END
                   SET WS-MASTER-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-MASTER-OK AND NOT WS-MASTER-AT-END
               DISPLAY "COMMBKUP - COMM-MASTER READ FAILED AFTER "
                       "SALESMAN " CM-SALESMAN
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.
       2900-READ-MASTER-EXIT.
           EXIT.

      *================================================================
      * 3000-WRITE-CONTROL-RECORD  -  THE GENERATION'S CONTROL RECORD
      *                                UNDER SALESMAN 00000.  WRITTEN
      *                                LAST, SO A GENERATION WITHOUT
      *                                ONE IS KNOWN TO BE INCOMPLETE.
      *================================================================
       3000-WRITE-CONTROL-RECORD.
           MOVE WS-GEN-DATE            TO GN-GEN-DATE.
           MOVE WS-GEN-TIME            TO GN-GEN-TIME.
           MOVE ZERO                   TO GN-SALESMAN.
           SET GN-CONTROL-RECORD       TO TRUE.
           MOVE SPACES                 TO GN-IMAGE.
           MOVE WS-TAKEN-BEFORE        TO GN-TAKEN-BEFORE.
           MOVE WS-IMAGE-COUNT         TO GN-MASTER-COUNT.
           MOVE WS-YTD-SALES-TOTAL     TO GN-YTD-SALES-TOTAL.
           MOVE WS-YTD-COMM-TOTAL      TO GN-YTD-COMM-TOTAL.

           WRITE COMM-GENERATION-RECORD.

           IF NOT WS-GENERATION-OK
               DISPLAY "COMMBKUP - COMMGENS CONTROL RECORD WRITE "
                       "FAILED"
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.
       3000-WRITE-CONTROL-RECORD-EXIT.
           EXIT.

      *================================================================
      * 4000-PURGE-OLD-GENERATIONS  -  COUNT THE GENERATIONS ON FILE
      *                                 AND DROP THE OLDEST UNTIL THE
      *                                 KEEP COUNT REMAINS.  THE NEW
      *                                 GENERATION IS THE NEWEST, SO
      *                                 IT IS NEVER PURGED.
      *================================================================
       4000-PURGE-OLD-GENERATIONS.
           MOVE ZERO                   TO GN-GEN-DATE
                                           GN-GEN-TIME
                                           GN-SALESMAN.

           PERFORM 4100-COUNT-GENERATION
               THRU 4100-COUNT-GENERATION-EXIT
               UNTIL WS-GEN-END-OF-FILE.

           IF WS-GENERATION-COUNT NOT GREATER THAN WS-KEEP-COUNT
               GO TO 4000-PURGE-OLD-GENERATIONS-EXIT
           END-IF.

           COMPUTE WS-PURGE-COUNT =
                   WS-GENERATION-COUNT - WS-KEEP-COUNT.

           PERFORM 4200-PURGE-OLDEST-GENERATION
               THRU 4200-PURGE-OLDEST-GENERATION-EXIT
               WS-PURGE-COUNT TIMES.
       4000-PURGE-OLD-GENERATIONS-EXIT.
           EXIT.

      *================================================================
      * 4100-COUNT-GENERATION  -  POSITION PAST THE LAST KEY COUNTED
      *                            AND READ THE NEXT GENERATION'S
      *                            FIRST RECORD, THEN SKIP TO THE END
      *                            OF THAT GENERATION.  ON ENTRY GN-KEY
      *                            HOLDS THE KEY TO START AFTER.
      *================================================================
       4100-COUNT-GENERATION.
           START COMM-GENERATIONS KEY IS GREATER THAN GN-KEY
               INVALID KEY
                   SET WS-GEN-END-OF-FILE TO TRUE
           END-START.

           IF WS-GEN-END-OF-FILE
               GO TO 4100-COUNT-GENERATION-EXIT
           END-IF.

           READ COMM-GENERATIONS NEXT RECORD
               AT END
                   SET WS-GEN-END-OF-FILE TO TRUE
           END-READ.

           IF WS-GEN-END-OF-FILE
               GO TO 4100-COUNT-GENERATION-EXIT
           END-IF.

           IF NOT WS-GENERATION-OK
               DISPLAY "COMMBKUP - COMMGENS READ FAILED"
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.

           ADD 1 TO WS-GENERATION-COUNT.

           MOVE 99999                  TO GN-SALESMAN.
       4100-COUNT-GENERATION-EXIT.
           EXIT.

      *================================================================
      * 4200-PURGE-OLDEST-GENERATION  -  DELETE EVERY RECORD OF THE
      *                                   OLDEST GENERATION ON FILE
      *================================================================
       4200-PURGE-OLDEST-GENERATION.
           MOVE ZERO                   TO GN-GEN-DATE
                                           GN-GEN-TIME
                                           GN-SALESMAN.
           MOVE "N"                    TO WS-GEN-EOF-SWITCH.

           START COMM-GENERATIONS KEY IS NOT LESS THAN GN-KEY
               INVALID KEY
                   SET WS-GEN-END-OF-FILE TO TRUE
           END-START.

           IF WS-GEN-END-OF-FILE
               GO TO 4200-PURGE-OLDEST-GENERATION-EXIT
           END-IF.

           PERFORM 4300-READ-GENERATION
               THRU 4300-READ-GENERATION-EXIT.

           IF WS-GEN-END-OF-FILE
               GO TO 4200-PURGE-OLDEST-GENERATION-EXIT
           END-IF.

           MOVE GN-GEN-STAMP           TO WS-PURGE-STAMP.

           PERFORM 4400-DELETE-GENERATION-RECORD
               THRU 4400-DELETE-GENERATION-RECORD-EXIT
               UNTIL WS-GEN-END-OF-FILE
                  OR GN-GEN-STAMP NOT = WS-PURGE-STAMP.

           ADD 1 TO WS-PURGED-COUNT.

           DISPLAY "COMMBKUP - PURGED GENERATION " WS-PURGE-DATE " "
                   WS-PURGE-TIME.
       4200-PURGE-OLDEST-GENERATION-EXIT.
           EXIT.

      *================================================================
      * 4300-READ-GENERATION  -  READ THE NEXT GENERATION RECORD
      *================================================================
       4300-READ-GENERATION.
           READ COMM-GENERATIONS NEXT RECORD
               AT END
                   SET WS-GEN-END-OF-FILE TO TRUE
           END-READ.

           IF NOT WS-GENERATION-OK AND NOT WS-GENERATION-AT-END
               DISPLAY "COMMBKUP - COMMGENS READ FAILED"
               PERFORM 9900-ABEND
                   THRU 9900-ABEND-EXIT
           END-IF.
       4300-READ-GENERATION-EXIT.
           EXIT.

      *================================================================
      * 4400-DELETE-GENERATION-RECORD  -  DELETE THE RECORD JUST READ
      *                                    AND READ THE NEXT
      *================================================================
       4400-DELETE-GENERATION-RECORD.
           DELETE COMM-GENERATIONS RECORD
               INVALID KEY
                   DISPLAY "COMMBKUP - COMMGENS DELETE FAILED ON "
                           "SALESMAN " GN-SALESMAN
                   PERFORM 9900-ABEND
                       THRU 9900-ABEND-EXIT
           END-DELETE.

           ADD 1 TO WS-DELETED-COUNT.

           PERFORM 4300-READ-GENERATION
               THRU 4300-READ-GENERATION-EXIT.
       4400-DELETE-GENERATION-RECORD-EXIT.
           EXIT.

      *================================================================
      * 9000-TERMINATE  -  CLOSE FILES AND REPORT THE GENERATION
      *================================================================
       9000-TERMINATE.
           CLOSE COMM-MASTER
                 COMM-GENERATIONS.

           DISPLAY "COMMBKUP - BACKUP COMPLETE".
           MOVE WS-IMAGE-COUNT         TO WS-DISPLAY-COUNT.
           DISPLAY "MASTER RECORDS COPIED:  " WS-DISPLAY-COUNT.
           MOVE WS-YTD-SALES-TOTAL     TO WS-DISPLAY-AMOUNT.
           DISPLAY "YTD SALES TOTAL:        " WS-DISPLAY-AMOUNT.
           MOVE WS-YTD-COMM-TOTAL      TO WS-DISPLAY-AMOUNT.
           DISPLAY "YTD COMMISSION TOTAL:   " WS-DISPLAY-AMOUNT.
           MOVE WS-GENERATION-COUNT    TO WS-DISPLAY-COUNT.
           DISPLAY "GENERATIONS ON FILE:    " WS-DISPLAY-COUNT.
           MOVE WS-PURGED-COUNT        TO WS-DISPLAY-COUNT.
           DISPLAY "GENERATIONS PURGED:     " WS-DISPLAY-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.

      *================================================================
      * 9700-LOG-RUN-START  -  START ENTRY ON THE SHARED RUN LOG
      *================================================================
       9700-LOG-RUN-START.
           MOVE "COMMBKUP"             TO RL-STEP-NAME.
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
           MOVE WS-IMAGE-COUNT         TO RL-WRITTEN-COUNT.
           MOVE ZERO                   TO RL-REJECT-COUNT.
           MOVE "YTD COMM"             TO RL-CONTROL-LABEL-1.
           MOVE WS-YTD-COMM-TOTAL      TO RL-CONTROL-TOTAL-1.
           MOVE "PURGED"               TO RL-CONTROL-LABEL-2.
           MOVE WS-PURGED-COUNT        TO RL-CONTROL-TOTAL-2.
           SET RL-END-ENTRY            TO TRUE.

           CALL "RUNLOGW" USING RUN-LOG-RECORD.

           MOVE RL-RETURN-CODE         TO RETURN-CODE.
       9750-LOG-RUN-END-EXIT.
           EXIT.

      *================================================================
      * 9800-PARM-ERROR  -  A BAD BKUPPARM STOPS THE RUN BEFORE ANY
      *                      GENERATION IS WRITTEN
      *================================================================
       9800-PARM-ERROR.
           MOVE 8                      TO RETURN-CODE.
           CLOSE BACKUP-PARM-FILE.
           PERFORM 9750-LOG-RUN-END
               THRU 9750-LOG-RUN-END-EXIT.

           STOP RUN.
       9800-PARM-ERROR-EXIT.
           EXIT.

      *================================================================
      * 9900-ABEND  -  AN I/O FAILURE ON COMM-MASTER OR COMMGENS.  A
      *                 GENERATION LEFT WITHOUT ITS CONTROL RECORD IS
      *                 INCOMPLETE AND COMMRCVR REFUSES IT.
      *================================================================
       9900-ABEND.
           DISPLAY "COMMBKUP - COMM-MASTER STATUS = "
                   WS-COMM-MASTER-STATUS
                   " COMMGENS STATUS = " WS-GENERATION-STATUS.

           MOVE 16                     TO RETURN-CODE.

           IF WS-FILES-OPEN
               CLOSE COMM-MASTER
                     COMM-GENERATIONS
           END-IF.

           PERFORM 9750-LOG-RUN-END
               THRU 9750-LOG-RUN-END-EXIT.

           STOP RUN.
       9900-ABEND-EXIT.
           EXIT.
