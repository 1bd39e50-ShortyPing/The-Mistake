      *> billing run card - the period billed, first and last day
      *> inclusive, matched against the date part of ac-start-stamp
           10 bp-from-date        pic x(8).
           10 bp-to-date          pic x(8).
