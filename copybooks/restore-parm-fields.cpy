      *> point-in-time restore card - puts the scene master back the
      *> way it stood at the end of the given second by backing out
      *> every journal entry stamped after it. a blank scene-id
      *> restores the whole master; run mode 'T' lists what would be
      *> backed out without touching the master
           10 rs-scene-id         pic x(8).
           10 rs-as-of-date       pic x(8).
           10 rs-as-of-time       pic x(6).
           10 rs-run-mode         pic x(1).
