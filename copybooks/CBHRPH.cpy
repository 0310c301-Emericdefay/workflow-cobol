      *****************************************************************
      * CBHRPH - one hour of one table's time-of-day profile from
      * one clean official run (DD/env name SUMHRPH, appended). The
      * SUMRPT section is gone with the next night's report; store
      * operations want the shape of the day over weeks - peaks,
      * dead hours, after-hours drift. The scan appends all 24 hours
      * for the table (an empty hour is a record with zero rows -
      * dead hours are the point) and, when the profile ran by
      * category, each category's hours that saw activity.
      *   HRP-CATEGORY     spaces = the whole table
      *   HRP-AFTER-HOURS  Y = the hour lies outside the table's
      *                    trading hours that night
      * A rerun of a business date appends a whole new set - readers
      * take only the set carrying the LAST run number appended for
      * a table and date, the rule SUMCATH follows.
      *****************************************************************
       01 HRPH-RECORD.
           05 HRP-TABLE-NAME     PIC X(30).
           05 HRP-RUN-DATE       PIC X(10).
           05 HRP-CATEGORY       PIC X(20).
           05 HRP-HOUR           PIC 99.
           05 HRP-ROW-COUNT      PIC 9(9).
           05 HRP-AMOUNT         PIC S9(11)V99
                                 SIGN LEADING SEPARATE.
           05 HRP-AFTER-HOURS    PIC X.
           05 HRP-RUN-NUMBER     PIC 9(6).
