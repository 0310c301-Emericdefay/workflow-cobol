      *****************************************************************
      * CBBANK - the bank's daily settlement statement (DD/env name
      * SUMBANK), as the bank sends it. Header (statement date, our
      * account at the bank), one detail per settlement line, and a
      * trailer with the line count and a hash total of the amounts
      * - the absolute values in cents summed and kept to 15 digits,
      * high-order overflow dropped, the same count-and-hash
      * convention as our own extracts - so a truncated transfer is
      * refused rather than half-matched. BANK-RECON checks the
      * envelope before a single line is matched.
      *   BANK-REFERENCE - the reference we gave the bank: one row's
      *       SUMDETL key, or the leading part of the keys of every
      *       row one settlement line pays for together
      *   BANK-LINE-REF  - the bank's own identifier for the line
      *****************************************************************
       01 BANK-RECORD.
           05 BANK-RECORD-TYPE   PIC X.
               88 BANK-IS-HEADER      VALUE "H".
               88 BANK-IS-DETAIL      VALUE "D".
               88 BANK-IS-TRAILER     VALUE "T".
           05 BANK-HEADER.
               10 BANK-HDR-STMT-DATE  PIC X(10).
               10 BANK-HDR-ACCOUNT    PIC X(20).
               10 FILLER              PIC X(28).
           05 BANK-DETAIL REDEFINES BANK-HEADER.
               10 BANK-VALUE-DATE     PIC X(10).
               10 BANK-AMOUNT         PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
               10 BANK-REFERENCE      PIC X(20).
               10 BANK-LINE-REF       PIC X(16).
           05 BANK-TRAILER REDEFINES BANK-HEADER.
               10 BANK-TRL-COUNT      PIC 9(9).
               10 BANK-TRL-HASH       PIC 9(15).
               10 FILLER              PIC X(34).
