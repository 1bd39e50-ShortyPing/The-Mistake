      *> scene master journal record - one line for every change
      *> applied to the indexed master, appended to the permanent
      *> journal and never rewritten. jn-stamp is the moment the
      *> change was applied; jn-source says which run made it ('M'
      *> maintenance cards, 'R' point-in-time restore, 'I' mesh
      *> import). the before image is blank on an add and the after
      *> image blank on a delete, flagged by the two image flags
       05 jn-stamp                pic x(21).
       05 jn-source               pic x(1).
       05 jn-action               pic x(1).
       05 jn-key.
           10 jn-scene-id         pic x(8).
           10 jn-obj-seq          pic 9(3).
       05 jn-before-flag          pic x(1).
       05 jn-before.
           copy "scene-fields.cpy".
       05 jn-after-flag           pic x(1).
       05 jn-after.
           copy "scene-fields.cpy".
