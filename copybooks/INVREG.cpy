      *================================================================
      * INVREG.CPY
      *----------------------------------------------------------------
      * RECORD LAYOUT FOR INVOICE-REGISTER (INVREG), THE PERMANENT
      * INDEXED REGISTER OF EVERY INVOICE Q2 HAS POSTED.  KEYED ON
      * INVOICE + SALESMAN AS KEYED ON SALESTRN (THE PRIMARY OF A
      * SPLIT - BOTH SHARES CARRY THE SAME INVOICE).  ONE RECORD IS
      * WRITTEN WHEN THE SALE POSTS; EACH RETURN AGAINST IT ADDS TO
      * THE RETURNED TOTAL AND REDUCES THE RUNNING NET, SO A PARTIAL
      * RETURN LEAVES THE BALANCE OPEN FOR THE NEXT ONE.  THE EDIT
      * REJECTS A SALE WHOSE INVOICE/SALESMAN IS ALREADY REGISTERED
      * (A RE-SENT INVOICE), A RETURN WHOSE INVOICE/SALESMAN IS NOT,
      * AND A RETURN THAT WOULD TAKE THE RETURNED TOTAL PAST THE
      * ORIGINAL SALE.  MANUAL ADJUSTMENTS ARE NOT REGISTERED.
      * RECORDS ARE NEVER DELETED - THE REGISTER IS THE LONG MEMORY
      * THE DAY-AT-A-TIME SALEDIT DUPLICATE CHECK DOES NOT HAVE.
      * SHARED BY Q2 AND REJFIX - CHANGE THE LAYOUT HERE ONLY.
      *================================================================
       01  INVOICE-REGISTER-RECORD.
           05  IR-KEY.
               10  IR-INVOICE          PIC 9(08).
               10  IR-SALESMAN         PIC 9(05).
           05  IR-CUSTOMER             PIC 9(06).
           05  IR-SALE-DATE            PIC 9(08).
      *--- THE ORIGINAL SALE AT FULL (UNSPLIT) VALUE, THE TOTAL OF
      *--- THE RETURNS POSTED AGAINST IT AS A POSITIVE MAGNITUDE,
      *--- AND THE RUNNING NET (ORIGINAL LESS RETURNED).
           05  IR-ORIG-SALES           PIC S9(7)V9(2)
                                       SIGN LEADING SEPARATE.
           05  IR-RETURNED-SALES       PIC S9(7)V9(2)
                                       SIGN LEADING SEPARATE.
           05  IR-NET-SALES            PIC S9(7)V9(2)
                                       SIGN LEADING SEPARATE.
           05  IR-RETURN-COUNT         PIC 9(03).
      *--- RUN DATES OF THE ORIGINAL POSTING AND OF THE LATEST
      *--- RETURN, SO A DUPLICATE REJECT CAN BE TRACED TO THE DAY
      *--- THE INVOICE FIRST PAID.
           05  IR-POSTED-DATE          PIC 9(08).
           05  IR-LAST-RETURN-DATE     PIC 9(08).
