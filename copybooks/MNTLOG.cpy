      *================================================================
      * MNTLOG.CPY
      *----------------------------------------------------------------
      * RECORD LAYOUT FOR MAINT-LOG-FILE (MNTLOG), THE PERMANENT
      * COMM-MASTER MAINTENANCE LOG.  APPEND-ONLY: COMMMNT OPENS IT
      * EXTEND AND WRITES ONE RECORD PER MASTER FIELD CHANGED BY AN
      * APPLIED ADD, CHANGE, DEACTIVATE OR REACTIVATE, WITH THE VALUE
      * IT REPLACED AND THE VALUE FILED, STAMPED WITH THE RUN DATE
      * AND TIME.  AN ADD LOGS EVERY FIELD IT FILES AGAINST A BLANK
      * (OR ZERO) BEFORE IMAGE.  REJECTED TRANSACTIONS ARE NOT
      * LOGGED - THEY CHANGED NOTHING.  NEVER REWRITTEN OR PURGED.
      * SHARED BY COMMMNT AND MNTHRPT - CHANGE THE LAYOUT HERE ONLY.
      *================================================================
       01  MAINT-LOG-RECORD.
           05  ML-RUN-DATE             PIC 9(08).
           05  ML-RUN-TIME             PIC 9(08).
      *--- THE MNTTRAN ACTION THAT MADE THE CHANGE: "A" = ADD,
      *--- "C" = CHANGE, "D" = DEACTIVATE, "R" = REACTIVATE.
           05  ML-ACTION               PIC X(01).
           05  ML-SALESMAN             PIC 9(05).
      *--- WHICH MASTER FIELD CHANGED.  THE TWO MONEY FIELDS CARRY
      *--- THEIR IMAGES IN THE AMOUNT VIEWS BELOW; THE REST ARE TEXT.
           05  ML-FIELD                PIC X(08).
               88  ML-FIELD-GRADE              VALUE "GRADE".
               88  ML-FIELD-TERRITORY          VALUE "TERR".
               88  ML-FIELD-DRAW               VALUE "DRAW".
               88  ML-FIELD-QUOTA              VALUE "QUOTA".
               88  ML-FIELD-STATUS             VALUE "STATUS".
               88  ML-FIELD-NAME               VALUE "NAME".
               88  ML-FIELD-ADDR-1             VALUE "ADDR-1".
               88  ML-FIELD-ADDR-2             VALUE "ADDR-2".
               88  ML-FIELD-AMOUNT             VALUE "DRAW" "QUOTA".
           05  ML-BEFORE               PIC X(25).
           05  ML-BEFORE-AMOUNT-VIEW REDEFINES ML-BEFORE.
               10  ML-BEFORE-AMOUNT        PIC 9(09)V9(02).
               10  FILLER                  PIC X(14).
           05  ML-AFTER                PIC X(25).
           05  ML-AFTER-AMOUNT-VIEW REDEFINES ML-AFTER.
               10  ML-AFTER-AMOUNT         PIC 9(09)V9(02).
               10  FILLER                  PIC X(14).
      *--- "Y" WHEN A DRAW OR QUOTA INCREASE EXCEEDS THE COMMMNT
      *--- SIGN-OFF LIMIT AND NEEDS MANAGEMENT APPROVAL ON FILE.
           05  ML-SIGNOFF-FLAG         PIC X(01).
               88  ML-SIGNOFF-REQUIRED         VALUE "Y".
