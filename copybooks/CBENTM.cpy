      *****************************************************************
      * CBENTM - one entry on the legal-entity reference file (DD/env
      * name SUMENTITY). The acquired shops trade under a different
      * legal entity from head office, and the ledger feed, the
      * official master and the balance ledger used to treat every
      * table as one company. Three kinds of entry:
      *   E  defines an entity: ENTM-ENTITY is its code, ENTM-NAME
      *      its name for report headings
      *   T  assigns the table named in ENTM-CODE to ENTM-ENTITY
      *   S  assigns the fan-out shop whose shop code (CBSHOP) is
      *      in ENTM-CODE to ENTM-ENTITY
      * Once any E entry is on file, an assignment to an entity no
      * E entry defines counts as no assignment - a keying slip
      * must not open a new entity's number series. There is no
      * default entity: a table or shop with no assignment is not
      * posted. Kept by hand; read through ENTITY-OF.
      *****************************************************************
       01 ENTM-RECORD.
           05 ENTM-TYPE          PIC X.
               88 ENTM-IS-ENTITY      VALUE "E".
               88 ENTM-IS-TABLE       VALUE "T".
               88 ENTM-IS-SHOP        VALUE "S".
           05 ENTM-CODE          PIC X(30).
           05 ENTM-ENTITY        PIC X(6).
           05 ENTM-NAME          PIC X(30).
