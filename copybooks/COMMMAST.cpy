           05  CM-NAME                 PIC X(25).
           05  CM-ADDR-1               PIC X(25).
           05  CM-ADDR-2               PIC X(25).
      *--- COMMISSION IS EARNED AT BOOKING (CM-YTD-COMMISSION) BUT
      *--- HELD ON COMMHOLD UNTIL THE CUSTOMER PAYS.  CM-YTD-
      *--- RELEASED-COMM IS THE PART RELEASED FOR PAYMENT BY
      *--- COLLECTIONS, NET OF CLAWBACKS - PAYEXT PAYS THE DIFFERENCE
      *--- BETWEEN IT AND CM-LAST-PAYEXT-YTD-COMM.  CM-YTD-WRITEOFF-
      *--- COMM IS THE BOOKED COMMISSION REVERSED BY RECEIVABLES
      *--- WRITE-OFFS.  BOOKED LESS RELEASED LESS WRITTEN OFF IS
      *--- STILL PENDING COLLECTION.  POSTED BY Q2 AND COMMCASH.
           05  CM-YTD-RELEASED-COMM    PIC S9(9)V9(2)
                                       SIGN LEADING SEPARATE.
           05  CM-YTD-WRITEOFF-COMM    PIC S9(9)V9(2)
                                       SIGN LEADING SEPARATE.
