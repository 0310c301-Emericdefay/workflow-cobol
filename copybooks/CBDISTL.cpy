      * SUMCSV, SUMGLPST.
           05 DL-EXTRACT-NAME    PIC X(8).
           05 DL-DESTINATION     PIC X(64).
      * The masking profile (see CBMASKP) the recipient's copy of
      * the detail extract goes out under - blank for a byte-for-
      * byte copy.
           05 DL-MASK-PROFILE    PIC X(8).
