      *----------------------------------------------------------------
      * RECORD LAYOUT FOR SALES-TRANS-FILE (SALESTRN), THE DAILY SALES
      * TRANSACTION FEED.  ST-TRANS-TYPE IS "S" SALE, "R" RETURN, "M"
      * MANUAL ADJUSTMENT, "C" COMMISSION CORRECTION; ST-SALES CARRIES
      * A LEADING SEPARATE SIGN (SALES POSITIVE, RETURNS NEGATIVE,
      * ADJUSTMENTS AND CORRECTIONS EITHER WAY)
      * AND DOLLARS-AND-CENTS TO 9,999,999.99, SO ONE ORDER IS ONE
      * TRANSACTION AT ITS REAL VALUE - NO MORE HAND-SPLITTING BIG
      * ORDERS INTO SUB-1000 PIECES.
      * A "C" CORRECTION IS WRITTEN BY THE RE-RATING RUN (RERATE), NOT
      * KEYED: ITS ST-SALES IS THE COMMISSION CHANGE ITSELF, WHICH Q2
      * POSTS TO COMMISSION ONLY - NO SALES CREDIT, NO RATE, NO
      * SPLIT, NO OVERRIDE - AGAINST THE ORIGINAL INVOICE, CUSTOMER
      * AND SALE DATE THE CORRECTION CARRIES.
      * ST-SALES-X GIVES THE EDITS A CHARACTER VIEW OF THE SIGN BYTE
      * AND DIGITS BEFORE THE NUMERIC VALUE IS TRUSTED.
      * EACH DETAIL ALSO NAMES ITS SOURCE DOCUMENT - INVOICE NUMBER,
      * CARRYING THE DETAIL COUNT AND THE ALGEBRAIC TOTAL OF THE
      * SIGNED AMOUNTS.  SALEDIT PROVES THE TRAILER AGAINST THE FILE
      * BEFORE THE COMMISSION RUN; Q2 PASSES OVER IT.
      * SHARED BY Q2, REJFIX, SALEDIT AND RERATE - CHANGE THE LAYOUT
      * HERE ONLY.
      *================================================================
       01  SALES-TRANS-RECORD.
           05  ST-SALESMAN             PIC 9(05).
               88  ST-TYPE-SALE                VALUE "S".
               88  ST-TYPE-RETURN              VALUE "R".
               88  ST-TYPE-ADJUSTMENT          VALUE "M".
               88  ST-TYPE-CORRECTION          VALUE "C".
               88  ST-TYPE-TRAILER             VALUE "T".
               88  ST-TYPE-VALID               VALUE "S" "R" "M" "C".
           05  ST-SALES                PIC S9(07)V9(02)
                                       SIGN LEADING SEPARATE.
           05  ST-SALES-X REDEFINES ST-SALES.
