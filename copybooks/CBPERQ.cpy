      *****************************************************************
      * CBPERQ - LINKAGE layout for the period lookup (PERIOD-OF).
      * The caller asks by business date or by period id:
      *   D  PERQ-DATE in - which period is this date in
      *   P  PERQ-PERIOD-ID in (YYYY-MM or YYYYPnn) - its dates
      * and gets back the period id, first and last date, the year
      * it belongs to and its number in that year. A date the
      * fiscal period master (SUMFPER) covers answers fiscal
      * (PERQ-BASIS F); any other date, and every YYYY-MM id,
      * answers by calendar month (C), so a shop without SUMFPER
      * sees exactly the months it always had.
      *****************************************************************
       01 PERQ-REQUEST.
           05 PERQ-FUNCTION          PIC X.
               88 PERQ-BY-DATE           VALUE "D".
               88 PERQ-BY-PERIOD         VALUE "P".
           05 PERQ-DATE              PIC X(10).
           05 PERQ-PERIOD-ID         PIC X(7).
           05 PERQ-START-DATE        PIC X(10).
           05 PERQ-END-DATE          PIC X(10).
           05 PERQ-YEAR              PIC X(4).
           05 PERQ-PERIOD-NO         PIC 99.
           05 PERQ-BASIS             PIC X.
               88 PERQ-IS-FISCAL         VALUE "F".
               88 PERQ-IS-CALENDAR       VALUE "C".
           05 PERQ-FOUND-FLAG        PIC X.
               88 PERQ-WAS-FOUND         VALUE "Y".
