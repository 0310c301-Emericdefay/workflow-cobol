       DATA DIVISION.
       FILE SECTION.
       FD  GENFILE.
       01  GEN-LINE              PIC X(538).

       FD  PROMJFILE.
           COPY CBPROMJ.
       01 FILE-REC-COUNT     PIC 9(9).
       01 FILE-HASH          PIC 9(15) COMP-3.
       01 HASH-CHAR-POS      PIC 9(3) COMP-5.
       01 HASH-LIMIT         PIC 9(3) COMP-5.
       01 SOURCE-COUNT       PIC 9(9).
       01 SOURCE-HASH        PIC 9(15) COMP-3.

           CLOSE GENFILE.

       5100-HASH-ONE-LINE.
      * CFG-SNAP's walk: the first 513 bytes always, the rest of the
      * line only when anything is on it.
           MOVE 513 TO HASH-LIMIT
           IF GEN-LINE(514:25) NOT = SPACES
               MOVE LENGTH OF GEN-LINE TO HASH-LIMIT
           END-IF
           PERFORM VARYING HASH-CHAR-POS FROM 1 BY 1
                   UNTIL HASH-CHAR-POS > HASH-LIMIT
               COMPUTE FILE-HASH =
                   FUNCTION MOD(FILE-HASH * 31 +
                       FUNCTION ORD(GEN-LINE(HASH-CHAR-POS:1)) *
