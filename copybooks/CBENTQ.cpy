      *****************************************************************
      * CBENTQ - LINKAGE layout for the legal-entity lookup
      * (ENTITY-OF). The caller asks for a table (T) or a fan-out
      * shop (S) by name or shop code and gets back the entity it
      * is assigned to on SUMENTITY (see CBENTM) and the entity's
      * name. Not found means no usable assignment - the caller
      * must not post the figures, never fall back on a default.
      *****************************************************************
       01 ENTQ-REQUEST.
           05 ENTQ-TYPE              PIC X.
               88 ENTQ-FOR-TABLE         VALUE "T".
               88 ENTQ-FOR-SHOP          VALUE "S".
           05 ENTQ-CODE              PIC X(30).
           05 ENTQ-ENTITY            PIC X(6).
           05 ENTQ-ENTITY-NAME       PIC X(30).
           05 ENTQ-FOUND-FLAG        PIC X.
               88 ENTQ-WAS-FOUND         VALUE "Y".
