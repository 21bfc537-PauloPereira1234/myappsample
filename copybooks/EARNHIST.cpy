      *================================================================
      * EARNHIST.CPY
      *----------------------------------------------------------------
      * RECORD LAYOUT FOR EARN-HISTORY, THE INDEXED PAID-EARNINGS
      * HISTORY FILE.  ONE RECORD PER SALESMAN PER CALENDAR YEAR,
      * KEYED ON EH-KEY (SALESMAN + YEAR OF THE PAY PERIOD), WITH
      * TWELVE MONTHLY BUCKETS OF WHAT PAYROLL CONFIRMED AS PAID.
      * POSTED BY PAYCONF AS IT ADVANCES THE MARKS - COMM-MASTER'S YTD
      * FIGURES ARE EARNED COMMISSION, NOT CASH PAID, SO THIS FILE IS
      * THE ONLY RECORD OF PAID COMPENSATION.  READ AT YEAR END BY
      * EARNEXT FOR THE TAX EXTRACT AND THE ANNUAL EARNINGS STATEMENT.
      * SHARED BY PAYCONF AND EARNEXT - CHANGE THE LAYOUT HERE ONLY.
      *================================================================
       01  EARN-HISTORY-RECORD.
           05  EH-KEY.
               10  EH-SALESMAN         PIC 9(05).
               10  EH-YEAR             PIC 9(04).
      *--- THE RECOVERABLE DRAW BALANCE BEFORE THE YEAR'S FIRST
      *--- CONFIRMED PAY PERIOD, CAPTURED WHEN THE RECORD IS CREATED.
      *--- THE NEXT YEAR'S OPENING BALANCE IS THIS YEAR'S CLOSING ONE.
           05  EH-OPEN-DRAW-BALANCE    PIC S9(09)V9(02)
                                       SIGN LEADING SEPARATE.
           05  EH-LAST-PAY-PERIOD      PIC 9(06).
      *--- ONE BUCKET PER PAY PERIOD MONTH, AS SENT ON PAYEXTR: THE
      *--- PERIOD COMMISSION CONSUMED, THE DRAW RECOVERED FROM IT, THE
      *--- GUARANTEE ADVANCED AND THE NET PAY (COMMISSION - RECOVERY
      *--- + ADVANCE).  A RERUN OF THE SAME PERIOD REPLACES THE
      *--- BUCKET, IT NEVER ADDS TO IT.
           05  EH-MONTH-BUCKET         OCCURS 12 TIMES.
               10  EH-MONTH-COMMISSION PIC S9(09)V9(02)
                                       SIGN LEADING SEPARATE.
               10  EH-MONTH-RECOVERY   PIC S9(09)V9(02)
                                       SIGN LEADING SEPARATE.
               10  EH-MONTH-DRAW-ADV   PIC S9(09)V9(02)
                                       SIGN LEADING SEPARATE.
               10  EH-MONTH-NET-PAY    PIC S9(09)V9(02)
                                       SIGN LEADING SEPARATE.
