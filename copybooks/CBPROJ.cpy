      *****************************************************************
      * CBPROJ - one table's month-end projection (DD/env name
      * SUMPROJ), written each night by PROJ-RPT off the balance
      * ledger (SUMBALL) and the processing calendar (SUMCAL). The
      * file is rewritten whole - it only ever holds the latest
      * night's projection, one record per table - and BOARD-WRT
      * carries the group figure onto the morning board.
      *   PROJ-LOW/LIKELY/HIGH-NET  projected net for the month
      *   PROJ-xxx-CLOSING          the same range on the closing
      *                             balance
      *   PROJ-BUDGET-FLAG          Y = a SUMBUDG table line for the
      *                             month is on file
      *   PROJ-VS-BUDGET            OVER / UNDER - the whole range is
      *                             above / below the budget;
      *                             WITHIN - the budget falls inside
      *                             it; blank without a budget
      *****************************************************************
       01 PROJ-RECORD.
           05 PROJ-RUN-DATE         PIC X(10).
           05 PROJ-TABLE-NAME       PIC X(30).
           05 PROJ-MONTH            PIC X(7).
           05 PROJ-DAYS-POSTED      PIC 9(3).
           05 PROJ-DAYS-REMAINING   PIC 9(3).
           05 PROJ-MTD-NET          PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
           05 PROJ-AVG-DAILY        PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
           05 PROJ-LOW-NET          PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
           05 PROJ-LIKELY-NET       PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
           05 PROJ-HIGH-NET         PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
           05 PROJ-LOW-CLOSING      PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
           05 PROJ-LIKELY-CLOSING   PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
           05 PROJ-HIGH-CLOSING     PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
           05 PROJ-BUDGET           PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
           05 PROJ-BUDGET-FLAG      PIC X.
               88 PROJ-HAS-BUDGET       VALUE "Y".
           05 PROJ-VS-BUDGET        PIC X(6).
