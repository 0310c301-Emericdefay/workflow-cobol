      *****************************************************************
      * CBMASKP - one rule of an outbound masking profile (DD/env
      * name SUMMASKP). DIST-SEND used to copy the detail extract
      * byte for byte to every recipient, so the outside auditors
      * and the franchise partner saw raw row keys and categories
      * they have no business with. A recipient named against a
      * profile on SUMDISTL (DL-MASK-PROFILE) now gets a masked copy
      * of SUMDETL instead, built under every rule the profile has:
      *   MP-RULE  MASK  - the key shown as asterisks but for its
      *                    last four characters
      *            TOKEN - the key replaced by a token ("T" and
      *                    eight digits), the same for the same key
      *                    every night so the recipient can still
      *                    join on it; MP-ARGUMENT is the profile's
      *                    token seed, so no two profiles' tokens
      *                    match up
      *            BLANK - the detail field named in MP-ARGUMENT
      *                    (KEY, CATEGORY, AMOUNT, AMOUNT-2) blanked;
      *                    amounts go out as zero so the record still
      *                    parses
      *            DROP  - detail records of the category named in
      *                    MP-ARGUMENT left out altogether
      * "The key" is both key fields of CBDETL: DETL-KEY and, on a
      * detail that carries one, DETL-LONG-KEY - masked, tokenized
      * or blanked together, never one left in clear.
      * The copy's count-and-hash trailer is rebuilt over what was
      * actually sent, so the recipient can still verify it.
      *****************************************************************
       01 MASKP-RECORD.
           05 MP-PROFILE         PIC X(8).
           05 MP-RULE            PIC X(5).
               88 MP-IS-MASK          VALUE "MASK".
               88 MP-IS-TOKEN         VALUE "TOKEN".
               88 MP-IS-BLANK         VALUE "BLANK".
               88 MP-IS-DROP          VALUE "DROP".
           05 MP-ARGUMENT        PIC X(20).
