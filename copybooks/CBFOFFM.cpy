      * rerun on a posted date is refused without SUPERSEDE=Y, and
      * a supersede is counted. FAN-XSHOP reports each shop against
      * its own trend and the shop-population average.
      * After any file-status error on this file, MAST-UTIL is the
      * way back: unload, check, and rebuild from a clean unload.
      *****************************************************************
       01 FOFFM-RECORD.
           05 FOFFM-KEY.
