      * TO FILE A MASTER RECORD AGAINST A TERRITORY NOT ON THIS FILE,
      * AND Q2 REJECTS TRANSACTIONS FOR A SALESMAN WHOSE TERRITORY
      * HAS SINCE DROPPED OFF IT.
      * THE MANAGER IS PAID AN OVERRIDE ON HIS TERRITORY'S SALES:
      * TE-MGR-SALESMAN IS HIS PAYEE NUMBER ON COMM-MASTER (ADDED BY
      * COMMMNT LIKE ANY SALESMAN) AND TE-OVERRIDE-PCT THE PERCENT OF
      * EACH SHARE'S SALES Q2 POSTS TO HIM.  ZERO IN EITHER FIELD (OR
      * A RECORD KEYED BEFORE THE TWO FIELDS WERE ADDED) MEANS NO
      * OVERRIDE FOR THE TERRITORY.
      * SHARED BY Q2, COMMMNT AND TERRRPT - CHANGE THE LAYOUT HERE
      * ONLY.
      *================================================================
           05  TE-TERR-CODE            PIC X(03).
           05  TE-TERR-NAME            PIC X(20).
           05  TE-TERR-MANAGER         PIC X(20).
           05  TE-MGR-SALESMAN         PIC 9(05).
           05  TE-OVERRIDE-PCT         PIC 9(02)V9(02).
