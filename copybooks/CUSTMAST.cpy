      *================================================================
      * CUSTMAST.CPY
      *----------------------------------------------------------------
      * RECORD LAYOUT FOR CUSTOMER-MASTER (CUSTMAST), THE INDEXED
      * CUSTOMER MASTER FILE.  KEYED ON CU-CUSTOMER, THE SAME SIX-
      * DIGIT NUMBER THAT RIDES SALESTRN AS ST-CUSTOMER.  MAINTAINED
      * BY CUSTMNT ONLY, THE WAY COMMMNT MAINTAINS COMM-MASTER.
      * Q2 AND THE REJFIX RE-EDIT REJECT A SALE TO A CUSTOMER THAT IS
      * NOT ON FILE OR IS CLOSED, AND PRICE EVERY TRANSACTION FOR A
      * HOUSE ACCOUNT AT A ZERO RATE - THE SALESMAN STILL GETS THE
      * SALES CREDIT BUT NO COMMISSION.  RECORDS ARE NEVER DELETED;
      * A CUSTOMER THE COMPANY NO LONGER SELLS TO IS CLOSED.
      * SHARED BY CUSTMNT, Q2, REJFIX AND CUSTRPT - CHANGE THE LAYOUT
      * HERE ONLY.
      *================================================================
       01  CUSTOMER-MASTER-RECORD.
           05  CU-CUSTOMER             PIC 9(06).
           05  CU-NAME                 PIC X(25).
      *--- "A" = ACTIVE, "C" = CLOSED.  A CLOSED CUSTOMER STAYS ON
      *--- FILE SO RETURNS AGAINST ITS OLD INVOICES STILL POST.
           05  CU-STATUS               PIC X(01).
               88  CU-ACTIVE                   VALUE "A".
               88  CU-CLOSED                   VALUE "C".
      *--- THE SALESMAN THE ACCOUNT IS ASSIGNED TO.  MUST BE ON
      *--- COMM-MASTER WHEN FILED.  CUSTRPT LISTS THE ACCOUNT UNDER
      *--- THIS SALESMAN WHEN IT HAS NO ACTIVITY IN THE PERIOD.
           05  CU-SALESMAN             PIC 9(05).
      *--- "Y" = HOUSE ACCOUNT (SALES CREDIT AT A ZERO RATE),
      *--- "N" = ORDINARY COMMISSIONABLE ACCOUNT.
           05  CU-HOUSE-FLAG           PIC X(01).
               88  CU-HOUSE-ACCOUNT            VALUE "Y".
               88  CU-HOUSE-FLAG-VALID         VALUE "Y" "N".
           05  CU-ADDED-DATE           PIC 9(08).
           05  CU-LAST-MAINT-DATE      PIC 9(08).
