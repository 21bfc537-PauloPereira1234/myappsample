      *================================================================
      * COMMGEN.CPY
      *----------------------------------------------------------------
      * RECORD LAYOUT FOR COMM-GENERATIONS (COMMGENS), THE INDEXED
      * FILE OF DATED COMM-MASTER BACKUP GENERATIONS.  EACH GENERATION
      * IS A FULL COPY OF COMM-MASTER TAKEN BY COMMBKUP, STAMPED WITH
      * THE DATE AND TIME IT WAS TAKEN: ONE "M" IMAGE RECORD PER
      * SALESMAN, HOLDING THE MASTER RECORD BYTE FOR BYTE, AND ONE
      * "C" CONTROL RECORD UNDER SALESMAN 00000 (NEVER A VALID
      * SALESMAN) WITH THE STEP THE BACKUP WAS TAKEN BEFORE AND THE
      * RECORD COUNT AND YTD TOTALS THE IMAGES MUST FOOT TO.  THE
      * CONTROL RECORD SORTS FIRST IN ITS GENERATION, SO A READ NEXT
      * FROM THE FRONT OF THE FILE MEETS THE OLDEST GENERATION'S
      * CONTROL RECORD FIRST.  COMMRCVR READS A CHOSEN GENERATION
      * BACK FOR FORWARD RECOVERY.
      * GN-IMAGE MUST STAY THE LENGTH OF COMM-MASTER-RECORD (COMMMAST
      * COPYBOOK) - WIDEN IT WITH THE MASTER.
      * SHARED BY COMMBKUP AND COMMRCVR - CHANGE THE LAYOUT HERE ONLY.
      *================================================================
       01  COMM-GENERATION-RECORD.
           05  GN-KEY.
               10  GN-GEN-STAMP.
                   15  GN-GEN-DATE     PIC 9(08).
                   15  GN-GEN-TIME     PIC 9(08).
               10  GN-SALESMAN         PIC 9(05).
           05  GN-RECORD-TYPE          PIC X(01).
               88  GN-CONTROL-RECORD           VALUE "C".
               88  GN-IMAGE-RECORD             VALUE "M".
           05  GN-IMAGE                PIC X(221).
      *--- THE CONTROL RECORD'S VIEW OF THE IMAGE AREA.
           05  GN-CONTROL-DATA         REDEFINES GN-IMAGE.
      *---     "Q2", "PAYCONF" OR "COMMCLSE".
               10  GN-TAKEN-BEFORE     PIC X(08).
               10  GN-MASTER-COUNT     PIC 9(07).
               10  GN-YTD-SALES-TOTAL  PIC S9(11)V9(02)
                                       SIGN LEADING SEPARATE.
               10  GN-YTD-COMM-TOTAL   PIC S9(11)V9(02)
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(178).
