      *****************************************************************
      * CBCLONE - one masked clone request (DD/env name SUMCLONE)
      * for the DB-CLONE cloner. TESTDATA-GEN's synthetic tables
      * never show the shapes that actually break the scan - skewed
      * categories, odd NULL patterns, keys near the edges - and a
      * production table cannot go into the test area as it stands.
      * Each record names a production table and the test database
      * to copy it into; the cloner copies every row in order with
      * the named key columns scrambled and, when a category column
      * is named, the categories remapped, and appends the matching
      * CBCASE record to SUMCASES with the clone's known total.
      * The first column is the one the scan totals, so it is never
      * scrambled or remapped: the amounts go across untouched.
      *   CLN-KEY-COL    up to three key columns. Each character
      *                  keeps its kind (digit, letter, other) and
      *                  the key its length, and the same real key
      *                  always comes out as the same scrambled one,
      *                  so duplicates stay duplicates.
      *   CLN-CAT-COL    blank keeps the categories as they are;
      *                  named, each category becomes the
      *                  replacement SUMCLMAP gives it (see CBCLMAP)
      *                  or, with none, CAT0001, CAT0002, ... in
      *                  order of first appearance.
      *   CLN-TOKEN-SEED mixed into every scrambled key, so a clone
      *                  cut with another seed shares no keys with
      *                  this one.
      *****************************************************************
       01 CLONE-RECORD.
           05 CLN-SOURCE-DB      PIC X(64).
           05 CLN-TABLE-NAME     PIC X(30).
           05 CLN-TARGET-DB      PIC X(64).
           05 CLN-KEY-COL        PIC X(20) OCCURS 3 TIMES.
           05 CLN-CAT-COL        PIC X(20).
           05 CLN-TOKEN-SEED     PIC X(20).
