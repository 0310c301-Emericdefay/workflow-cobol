      *****************************************************************
      * CBFIXA - one result of the fixity audit (DD/env name SUMFIXA,
      * append-only, one record per retained file per FIX-AUDT
      * run). Files were hashed once when they were filed - the
      * promotion journal, the snapshot catalog, the year-end
      * manifest - and never looked at again, so a file damaged or
      * removed on disk went unnoticed until the day it was needed.
      * FIX-AUDT re-reads every one of them and records here what
      * it found against what was filed. This file is the evidence
      * the records-retention review asks for; nothing rolls or
      * purges it.
      *   FXA-SOURCE   PROMJ  a file promoted into OFFICIAL_DIR
      *                ARCAT  an archive snapshot
      *                YRMAN  a year-end certified archive member
      *   FXA-BASIS    FULL   count and hash both compared
      *                SIZE   byte size only - a snapshot cataloged
      *                       before its CRC was recorded
      *   FXA-RESULT   OK, MISSING, CHANGED or UNREADABLE
      * Counts and hashes are the CFG-SNAP convention for line
      * files, byte count and cksum CRC for a binary snapshot.
      *****************************************************************
       01 FIXA-RECORD.
           05 FXA-AUDIT-TS       PIC X(16).
           05 FXA-SOURCE         PIC X(5).
           05 FXA-FILE-NAME      PIC X(64).
      * The business date (promotion, snapshot) or year (year-end)
      * the file was filed under.
           05 FXA-FILED-FOR      PIC X(10).
           05 FXA-BASIS          PIC X(4).
           05 FXA-FILED-RECORDS  PIC 9(12).
           05 FXA-FILED-HASH     PIC 9(15).
           05 FXA-FOUND-RECORDS  PIC 9(12).
           05 FXA-FOUND-HASH     PIC 9(15).
           05 FXA-RESULT         PIC X(10).
               88 FXA-IS-OK           VALUE "OK".
               88 FXA-IS-MISSING      VALUE "MISSING".
               88 FXA-IS-CHANGED      VALUE "CHANGED".
               88 FXA-IS-UNREADABLE   VALUE "UNREADABLE".
