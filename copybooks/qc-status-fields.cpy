      *> frame qc status record - one per frame checked, in manifest
      *> order. qs-status 'P' passed, 'X' outside a tolerance (the
      *> five flags say which), 'U' listed VERIFIED but could not be
      *> read back, 'M' not VERIFIED on the manifest. qs-flicker is
      *> the jump from the frame before in the same run, zero on a
      *> run's first frame
           10 qs-file             pic x(44).
           10 qs-frame            pic 9(4).
           10 qs-status           pic x(1).
           10 qs-mean-lum         pic 9(3)v9(2).
           10 qs-mean-r           pic 9(3)v9(2).
           10 qs-mean-g           pic 9(3)v9(2).
           10 qs-mean-b           pic 9(3)v9(2).
           10 qs-black-pct        pic 9(3)v9(2).
           10 qs-white-pct        pic 9(3)v9(2).
           10 qs-flicker          pic 9(3)v9(2).
           10 qs-dark-flag        pic x(1).
           10 qs-bright-flag      pic x(1).
           10 qs-black-flag       pic x(1).
           10 qs-white-flag       pic x(1).
           10 qs-flicker-flag     pic x(1).
