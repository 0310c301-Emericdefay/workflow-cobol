      *****************************************************************
      * CBPEND - one pending control-file change awaiting approval
      * (DD/env name SUMPEND). Dual control: with this file present
      * on site, a save from MAINT-MENU, CASE-MAINT, DBLIST-MAINT or
      * BUDG-MAINT no longer lands on the live control file - the new
      * content goes to a staging file and one of these records is
      * appended.
      * A second operator (a different SUMOPER identity from the
      * requester) reviews it in CHG-APPROVE; only an approved
      * change is copied over the live file. PARM-VAL refuses a run
