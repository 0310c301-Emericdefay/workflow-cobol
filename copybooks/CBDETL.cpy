               10 DETL-HDR-STATUS     PIC X(10).
      * Layout version, stamped by the run - additive and position-
      * compatible, so a parser of the prior header keeps working.
      * "03" details carry DETL-LONG-KEY; on an "02" or older file
      * DETL-KEY is the only key there is.
               10 DETL-HDR-VERSION    PIC X(2).
      * The official run number that wrote this extract - see
      * CBRUNNO.
                                      SIGN LEADING SEPARATE.
               10 DETL-AMOUNT-2       PIC S9(9)V99
                                      SIGN LEADING SEPARATE.
      * The full business key - DETL-KEY stays where it was, its
      * first nine characters, so a parser of the prior detail still
      * finds everything where it expects it.
               10 DETL-LONG-KEY       PIC X(16).
               10 FILLER              PIC X(1).
           05 DETL-TRAILER REDEFINES DETL-HEADER.
      * Hash total: the amounts' absolute values summed and kept to
      * 15 digits, high-order overflow dropped - the usual
