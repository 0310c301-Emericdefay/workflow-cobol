      *****************************************************************
      * CBFPER - one fiscal period on the fiscal period master
      * (DD/env name SUMFPER). Finance reports on 4-4-5 periods -
      * thirteen-week quarters of a four-week, a four-week and a
      * five-week period - not on calendar months, so every period
      * report used to be re-cut by hand. CAL-GEN generates a
      * fiscal year of these alongside the processing calendar
      * (CALFISCAL=Y) and appends it once signed off. A shop with
      * no SUMFPER, or a date no period covers, keeps calendar
      * months; PERIOD-OF answers "which period is this date in"
      * for every program either way.
      *   FPER-PERIOD-ID  YYYYPnn - fiscal year and period number,
      *                   the form CLOSEMON, SUMCLOSE and the
      *                   roll-ups carry for a fiscal period
      *   FPER-WEEKS      4 or 5 (6 for period 12 of a 53-week
      *                   year)
      *****************************************************************
       01 FPER-RECORD.
           05 FPER-PERIOD-ID.
               10 FPER-FISCAL-YEAR   PIC X(4).
               10 FPER-PERIOD-MARK   PIC X.
               10 FPER-PERIOD-NO     PIC 99.
           05 FPER-START-DATE        PIC X(10).
           05 FPER-END-DATE          PIC X(10).
           05 FPER-QUARTER           PIC 9.
           05 FPER-WEEKS             PIC 9.
