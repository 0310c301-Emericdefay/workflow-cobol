      *          new page and repeats the header as needed
      *   TOTAL  a total line - written like LINE but never split
      *          from the report by a page break directly before it
      *   PAGE   start a new page now, header repeated - for a
      *          section that must begin on a page of its own
      *   CLOSE  finish the report
      *****************************************************************
       01 RW-REQUEST.
