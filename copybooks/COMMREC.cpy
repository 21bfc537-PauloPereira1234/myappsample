      * PLAIN LAYOUT WOULD OTHERWISE DEFINE THE SAME NAME TWICE.
      *----------------------------------------------------------------
      * CR-TRANS-TYPE IS "S" SALE, "R" RETURN, "M" MANUAL ADJUSTMENT.
      * Q2 ALSO WRITES "O" TERRITORY MANAGER OVERRIDE ROWS TO COMMOUT
      * AND COMMAUD - NEVER KEYED ON SALESTRN.  AN "O" ROW NAMES THE
      * MANAGER, CARRIES THE SHARE'S SALES THE OVERRIDE WAS EARNED ON
      * (NOT POSTED TO HIS YTD SALES) AND THE SHARE'S INVOICE.
      * A "C" COMMISSION CORRECTION ROW (FROM A RERATE RUN, POSTED BY
      * Q2) CARRIES ZERO SALES, THE COMMISSION CHANGE AND THE
      * ORIGINAL INVOICE, CUSTOMER AND SALE DATE.
      * CR-SALES AND CR-COMMISSION CARRY A LEADING SEPARATE SIGN -
      * RETURNS AND DOWNWARD ADJUSTMENTS FLOW THROUGH AS NEGATIVES SO
      * THE YTD FIGURES SHOW WHAT THE SALESMAN ACTUALLY EARNED NET.
