
       DATA DIVISION.
       FILE SECTION.
      * As wide as the widest control record - the full SUMPARM card
      * (CBPARM); see 2100 for how much of it the hash walks.
       FD  CTLFILE.
       01  CTL-LINE              PIC X(538).

       FD  CFGSNFILE.
           COPY CBCFGSN.
       01 FILE-REC-COUNT     PIC 9(9).
       01 FILE-HASH          PIC 9(15) COMP-3.
       01 HASH-CHAR-POS      PIC 9(3) COMP-5.
       01 HASH-LIMIT         PIC 9(3) COMP-5.

       PROCEDURE DIVISION.

       2100-HASH-ONE-LINE.
      * Positional byte sums folded to fifteen digits and chained
      * line over line - the record order matters to a control
      * file, so it matters to the hash. The first 513 bytes, the
      * width the hashes on file were first taken over, always
      * count; the rest of the line only when anything is on it, so
      * a file no wider than that hashes as it always has. PROMOTE,
      * DR-SHIP, DR-REST, YEAR-END and FIX-AUDT walk a line the
      * same way, so their hashes agree with these.
           MOVE 513 TO HASH-LIMIT
           IF CTL-LINE(514:25) NOT = SPACES
               MOVE LENGTH OF CTL-LINE TO HASH-LIMIT
           END-IF
           PERFORM VARYING HASH-CHAR-POS FROM 1 BY 1
                   UNTIL HASH-CHAR-POS > HASH-LIMIT
               COMPUTE FILE-HASH =
                   FUNCTION MOD(FILE-HASH * 31 +
                       FUNCTION ORD(CTL-LINE(HASH-CHAR-POS:1)) *
