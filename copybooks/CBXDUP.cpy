      *****************************************************************
      * CBXDUP - one suspected cross-shop duplicate held out of the
      * consolidated total (DD/env name SUMXDUP, appended). When the
      * same key turns up in more than one shop database for one
      * business date, the fan-out keeps the occurrence in the
      * lowest-named database and holds every other shop's copy:
      * the held amount is taken off that shop's SUMFOFFM posting
      * and a record is written here for review. The status byte
      * drives the review, the way CBQUAR's does:
      *   O  open - held, waiting on review; listed on the AGE-WORK
      *      workbench until it is resolved
      *   D  duplicate confirmed - stays out of the total
      *   R  released - genuine after all; the next posting of the
      *      date (SUPERSEDE=Y) counts it again and holds it no more
      * A held occurrence already on file for the date, key and
      * database is not written again by a rerun.
      * XDUP-LONG-KEY is the key to sixteen characters, added at the
      * end so records written before it read as they always did;
      * where it is blank the key is XDUP-KEY.
      *****************************************************************
       01 XDUP-RECORD.
           05 XDUP-STATUS        PIC X.
               88 XDUP-IS-OPEN       VALUE "O".
               88 XDUP-IS-CONFIRMED  VALUE "D".
               88 XDUP-IS-RELEASED   VALUE "R".
           05 XDUP-RUN-DATE      PIC X(10).
           05 XDUP-KEY           PIC X(9).
           05 XDUP-DBNAME        PIC X(64).
           05 XDUP-SHOP-CODE     PIC X(8).
           05 XDUP-TABLE-NAME    PIC X(30).
           05 XDUP-CATEGORY      PIC X(20).
           05 XDUP-AMOUNT        PIC S9(9)V99
                                 SIGN LEADING SEPARATE.
           05 XDUP-KEPT-DBNAME   PIC X(64).
           05 XDUP-DETECTED-TS   PIC X(16).
           05 XDUP-LONG-KEY      PIC X(16).
