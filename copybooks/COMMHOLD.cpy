      *================================================================
      * COMMHOLD.CPY
      *----------------------------------------------------------------
      * RECORD LAYOUT FOR COMMISSION-HOLD (COMMHOLD), THE INDEXED FILE
      * OF COMMISSION EARNED AT BOOKING BUT NOT YET COLLECTED FROM THE
      * CUSTOMER.  KEYED ON INVOICE + SALESMAN, ONE RECORD PER POSTED
      * SHARE - BOTH SHARES OF A SPLIT CARRY THE SAME INVOICE, SO A
      * PAYMENT FINDS EVERY SHARE BY A START ON THE INVOICE ALONE.
      * Q2 WRITES THE RECORD WHEN A SALE POSTS AND RUNS THE NET SALES
      * AND EARNED COMMISSION DOWN FOR EACH RETURN.  COMMCASH APPLIES
      * THE DAILY CASH RECEIPTS AND WRITE-OFFS FROM RECEIVABLES.
      * AFTER EITHER PROGRAM TOUCHES A RECORD, THE COMMISSION DUE FOR
      * RELEASE IS RE-FIGURED FROM THE WHOLE RECORD:
      *     RELEASED  = EARNED X COLLECTED / NET SALES (ALL OF IT
      *                 ONCE THE NET IS COLLECTED), WHERE COLLECTED
      *                 NEVER COUNTS MORE THAN THE NET LESS ANY
      *                 WRITE-OFF
      *     WRITE-OFF = EARNED X WRITTEN-OFF / NET SALES (ALL THAT
      *                 IS NOT RELEASED ONCE COLLECTIONS AND WRITE-
      *                 OFFS COVER THE NET)
      *     PENDING   = EARNED - RELEASED - WRITE-OFF
      * AND THE CHANGE IN RELEASED AND WRITE-OFF COMMISSION IS POSTED
      * TO THE SALESMAN'S COMM-MASTER YTD FIGURES.  A WRITE-OFF THAT
      * OUTRUNS THE UNCOLLECTED BALANCE (A PAYMENT LATER DISHONOURED)
      * PULLS RELEASED COMMISSION BACK - THE CLAWBACK.
      * THE TERRITORY MANAGER'S OVERRIDE ON THE SHARE RIDES ON THE
      * SAME RECORD (HD-OVR- FIELDS) AND IS RELEASED AND WRITTEN OFF
      * IN THE SAME PROPORTION AS THE SHARE'S OWN COMMISSION, THE
      * CHANGE POSTING TO THE MANAGER NAMED IN HD-OVR-MANAGER.  THE
      * MANAGER AND PERCENT ARE FIXED WHEN THE HOLD IS OPENED, SO A
      * RETURN REVERSES THE OVERRIDE FROM THE MANAGER WHO EARNED IT.
      * RECORDS ARE NEVER DELETED.
      * SHARED BY Q2, COMMCASH AND STMTPRT - CHANGE THE LAYOUT HERE
      * ONLY.
      *================================================================
       01  COMMISSION-HOLD-RECORD.
           05  HD-KEY.
               10  HD-INVOICE          PIC 9(08).
               10  HD-SALESMAN         PIC 9(05).
           05  HD-CUSTOMER             PIC 9(06).
           05  HD-SALE-DATE            PIC 9(08).
      *--- "O" = OPEN, "C" = COLLECTED IN FULL, "W" = WRITE-OFF
      *--- APPLIED.  INFORMATION ONLY - THE AMOUNTS DRIVE THE
      *--- RELEASE, SO A LATE RECOVERY OR A REVERSED WRITE-OFF NEEDS
      *--- NO STATUS LOGIC.
           05  HD-STATUS               PIC X(01).
               88  HD-OPEN                     VALUE "O".
               88  HD-COLLECTED                VALUE "C".
               88  HD-WRITTEN-OFF              VALUE "W".
      *--- THE SHARE'S NET SALES AND EARNED COMMISSION AFTER RETURNS.
           05  HD-NET-SALES            PIC S9(7)V9(2)
                                       SIGN LEADING SEPARATE.
           05  HD-EARNED-COMM          PIC S9(7)V9(2)
                                       SIGN LEADING SEPARATE.
      *--- THE SHARE OF RECEIPTS AND WRITE-OFFS APPLIED TO THE
      *--- INVOICE, APPORTIONED ACROSS THE SHARES BY NET SALES.
           05  HD-COLLECTED-SALES      PIC S9(7)V9(2)
                                       SIGN LEADING SEPARATE.
           05  HD-WRITEOFF-SALES       PIC S9(7)V9(2)
                                       SIGN LEADING SEPARATE.
      *--- COMMISSION ALREADY POSTED TO CM-YTD-RELEASED-COMM AND
      *--- CM-YTD-WRITEOFF-COMM FOR THIS SHARE.
           05  HD-RELEASED-COMM        PIC S9(7)V9(2)
                                       SIGN LEADING SEPARATE.
           05  HD-WRITEOFF-COMM        PIC S9(7)V9(2)
                                       SIGN LEADING SEPARATE.
           05  HD-POSTED-DATE          PIC 9(08).
           05  HD-LAST-RECEIPT-DATE    PIC 9(08).
      *--- THE TERRITORY MANAGER'S OVERRIDE ON THE SHARE.  ZERO
      *--- MANAGER MEANS NONE WAS EARNED.
           05  HD-OVR-MANAGER          PIC 9(05).
           05  HD-OVR-PCT              PIC 9(02)V9(02).
           05  HD-OVR-EARNED-COMM      PIC S9(7)V9(2)
                                       SIGN LEADING SEPARATE.
           05  HD-OVR-RELEASED-COMM    PIC S9(7)V9(2)
                                       SIGN LEADING SEPARATE.
           05  HD-OVR-WRITEOFF-COMM    PIC S9(7)V9(2)
                                       SIGN LEADING SEPARATE.
