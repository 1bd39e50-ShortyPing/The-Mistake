      *> image qc card - the manifest to check and the tolerances a
      *> frame must meet. luminance is 0.30 r + 0.59 g + 0.11 b on the
      *> 0-255 scale; a pixel is clipped black when all three
      *> channels are 0 and clipped white when all three are 255;
      *> flicker is the jump in mean luminance from the frame before
      *> in the same numbered run. a blank field takes its default
      *> (manifest.dat, mean 8.00 to 247.00, 50.00 percent black,
      *> 5.00 percent white, flicker 20.00)
           10 qc-manifest-file    pic x(40).
           10 qc-min-mean         pic 9(3)v9(2).
           10 qc-max-mean         pic 9(3)v9(2).
           10 qc-max-black-pct    pic 9(3)v9(2).
           10 qc-max-white-pct    pic 9(3)v9(2).
           10 qc-max-flicker      pic 9(3)v9(2).
