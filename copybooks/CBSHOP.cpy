      *****************************************************************
      * CBSHOP - one shop on the shop master (DD/env name SUMSHOP).
      * The fan-out list used to know a shop only by its database
      * path, so the cross-shop report printed file names and had
      * no way to total a district or region, or to leave out a
      * shop that has closed. One record per shop code; the
      * SUMDBLIST entry names the shop by DBLIST-SHOP-CODE. Kept by
      * SHOP-MAINT, read by DBLIST-MAINT (code check), FANOUT-DRIVER
      * (open/close dates) and FAN-XSHOP (names and subtotals).
      *   SHOP-OPEN-DATE   first business date the shop trades
      *   SHOP-CLOSE-DATE  last business date it trades - blank while
      *                    the shop is open
      *****************************************************************
       01 SHOP-RECORD.
           05 SHOP-CODE          PIC X(8).
           05 SHOP-NAME          PIC X(30).
           05 SHOP-REGION        PIC X(20).
           05 SHOP-DISTRICT      PIC X(20).
           05 SHOP-MANAGER       PIC X(30).
      * ISO code, the same image CBFXPOS carries.
           05 SHOP-CURRENCY      PIC X(3).
           05 SHOP-OPEN-DATE     PIC X(10).
           05 SHOP-CLOSE-DATE    PIC X(10).
           05 SHOP-UPDATED-BY    PIC X(8).
           05 SHOP-UPDATED-TS    PIC X(16).
