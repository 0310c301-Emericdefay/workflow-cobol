      * the OFFMAST-INQ screen. A rerun on the same business date
      * must supersede explicitly (SUPERSEDE=Y in the environment) -
      * the count and timestamp say it happened.
      * After any file-status error on this file, MAST-UTIL is the
      * way back: unload, check, and rebuild from a clean unload.
      *****************************************************************
       01 OFFM-RECORD.
           05 OFFM-KEY.
