      *****************************************************************
      * CBDMART - the BI data-mart export (written nightly by
      * DMART-EXP), in fixed layouts the BI team loads as a star:
      *   SUMDMFO  fact   official daily totals, OFFM-ADJ corrections
      *                   applied (see CBOFFM, CBOFFADJ)
      *   SUMDMFB  fact   balance ledger positions (see CBBALL)
      *   SUMDMDT  dim    table, with its legal entity
      *   SUMDMDC  dim    category, with its CBCATM parent
      *   SUMDMDD  dim    business date, with its SUMCAL day type
      *                   and accounting period
      *   SUMDMDS  dim    fan-out shop (see CBSHOP)
      * They used to rebuild our figures from the CSV report and
      * SUMOUT copies, which never saw a supersede or an adjustment.
      * Every file carries the shop's count-and-hash envelope - a
      * header naming the file, the business date and the load type,
      * and a trailer with the detail count and a hash of the file's
      * amount field (absolute values in cents summed to 15 digits,
      * high-order overflow dropped; the dimensions carry no amount
      * and hash zero) - so DIST-SEND and the far end both balance
      * on it.
      *   DM-HDR-LOAD-TYPE  FULL   every row, to replace what is held
      *                     DELTA  the fact rows added (A), restated
      *                            (C) or gone (D) since the export
      *                            stamped in DM-HDR-SINCE-TS; a
      *                            balance fact whose ledger could
      *                            not be read goes as a DELTA with
      *                            no rows
      * The dimensions are small and always go FULL.
      *****************************************************************
       01 DMART-RECORD.
           05 DM-RECORD-TYPE     PIC X.
               88 DM-IS-HEADER        VALUE "H".
               88 DM-IS-DETAIL        VALUE "D".
               88 DM-IS-TRAILER       VALUE "T".
           05 DM-BODY            PIC X(150).
           05 DM-HEADER REDEFINES DM-BODY.
               10 DM-HDR-FILE-ID     PIC X(8).
               10 DM-HDR-EXPORT-DATE PIC X(10).
               10 DM-HDR-LOAD-TYPE   PIC X(5).
               10 DM-HDR-CREATED-TS  PIC X(16).
      * The export the changes are counted from - blank on a FULL.
               10 DM-HDR-SINCE-TS    PIC X(16).
               10 DM-HDR-VERSION     PIC X(2).
               10 FILLER             PIC X(93).
           05 DM-TRAILER REDEFINES DM-BODY.
               10 DM-TRL-COUNT       PIC 9(9).
               10 DM-TRL-HASH        PIC 9(15).
               10 FILLER             PIC X(126).
      * SUMDMFO - one table's official figure for one business date.
      * DMO-TOTAL is the figure as it stands, after the latest
      * OFFM-ADJ correction; DMO-ORIG-TOTAL is the master's own.
           05 DM-OFFICIAL-FACT REDEFINES DM-BODY.
               10 DMO-ACTION         PIC X.
               10 DMO-TABLE-NAME     PIC X(30).
               10 DMO-RUN-DATE       PIC X(10).
               10 DMO-TOTAL          PIC S9(9)V99
                                     SIGN LEADING SEPARATE.
               10 DMO-ORIG-TOTAL     PIC S9(9)V99
                                     SIGN LEADING SEPARATE.
      * "Y" when DMO-TOTAL is an OFFM-ADJ correction.
               10 DMO-ADJUSTED       PIC X.
               10 DMO-ROW-COUNT      PIC 9(9).
               10 DMO-WEIGHTED-TOTAL PIC S9(9)V99
                                     SIGN LEADING SEPARATE.
               10 DMO-CONVERTED-TOTAL PIC S9(11)V99
                                     SIGN LEADING SEPARATE.
               10 DMO-SUPERSEDE-COUNT PIC 9(3).
               10 DMO-POSTED-TS      PIC X(16).
      * When the correction in DMO-TOTAL was made - blank when none.
               10 DMO-ADJ-TS         PIC X(16).
               10 FILLER             PIC X(14).
      * SUMDMFB - one table's balance ledger day.
           05 DM-BALANCE-FACT REDEFINES DM-BODY.
               10 DMB-ACTION         PIC X.
               10 DMB-TABLE-NAME     PIC X(30).
               10 DMB-RUN-DATE       PIC X(10).
               10 DMB-OPENING        PIC S9(11)V99
                                     SIGN LEADING SEPARATE.
               10 DMB-DEBITS         PIC S9(11)V99
                                     SIGN LEADING SEPARATE.
               10 DMB-CREDITS        PIC S9(11)V99
                                     SIGN LEADING SEPARATE.
               10 DMB-NET            PIC S9(11)V99
                                     SIGN LEADING SEPARATE.
               10 DMB-CLOSING        PIC S9(11)V99
                                     SIGN LEADING SEPARATE.
               10 DMB-POSTED-TS      PIC X(16).
               10 FILLER             PIC X(23).
      * SUMDMDT - one table seen on either fact.
           05 DM-TABLE-DIM REDEFINES DM-BODY.
               10 DMT-TABLE-NAME     PIC X(30).
      * Blank when SUMENTITY has no usable assignment for it.
               10 DMT-ENTITY         PIC X(6).
               10 DMT-ENTITY-NAME    PIC X(30).
               10 DMT-FIRST-DATE     PIC X(10).
               10 DMT-LAST-DATE      PIC X(10).
               10 DMT-OFFICIAL-DAYS  PIC 9(7).
               10 DMT-BALANCE-DAYS   PIC 9(7).
               10 FILLER             PIC X(50).
      * SUMDMDC - one category off the reference master.
           05 DM-CATEGORY-DIM REDEFINES DM-BODY.
               10 DMC-CODE           PIC X(20).
               10 DMC-DESC           PIC X(30).
               10 DMC-PARENT         PIC X(20).
               10 DMC-ACTIVE         PIC X.
               10 FILLER             PIC X(79).
      * SUMDMDD - one date on the calendar or on either fact. A date
      * the calendar does not carry processes as a business day, so
      * it goes out as "B" with DMD-ON-CALENDAR "N".
           05 DM-DATE-DIM REDEFINES DM-BODY.
               10 DMD-DATE           PIC X(10).
               10 DMD-YEAR           PIC 9(4).
               10 DMD-MONTH          PIC 99.
      * 1 Monday through 7 Sunday.
               10 DMD-DAY-OF-WEEK    PIC 9.
               10 DMD-DAY-TYPE       PIC X.
               10 DMD-ON-CALENDAR    PIC X.
      * The period PERIOD-OF answers - fiscal (F) or calendar (C).
               10 DMD-PERIOD-ID      PIC X(7).
               10 DMD-PERIOD-BASIS   PIC X.
               10 FILLER             PIC X(123).
      * SUMDMDS - one shop off the shop master.
           05 DM-SHOP-DIM REDEFINES DM-BODY.
               10 DMS-CODE           PIC X(8).
               10 DMS-NAME           PIC X(30).
               10 DMS-REGION         PIC X(20).
               10 DMS-DISTRICT       PIC X(20).
               10 DMS-CURRENCY       PIC X(3).
               10 DMS-OPEN-DATE      PIC X(10).
               10 DMS-CLOSE-DATE     PIC X(10).
               10 DMS-ENTITY         PIC X(6).
               10 FILLER             PIC X(43).
