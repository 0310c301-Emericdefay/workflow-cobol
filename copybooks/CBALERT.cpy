      *****************************************************************
      * CBALERT - shared LINKAGE layout for the ALERT-NOTIFY
      * subprogram, so every caller builds its message into the same
      * size field LOGGER's CBLOG already uses. ALERT-ROUTE-TO is
      * optional: a caller that knows whose alert it is (a watch-list
      * hit goes to its requester) names the destination there and
      * the routing matrix is not consulted.
      *****************************************************************
       01 ALERT-MESSAGE PIC X(80).
       01 ALERT-ROUTE-TO PIC X(8).
