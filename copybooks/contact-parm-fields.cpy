      *> contact sheet card - the sheet's output name, the size each
      *> frame is shrunk to, and how many tiles go across a row; zero
      *> or blank fields take the defaults (contact.ppm, 64 x 64
      *> tiles, 8 across, manifest.dat)
           10 cs-output-file      pic x(40).
           10 cs-tile-width       pic 9(3).
           10 cs-tile-height      pic 9(3).
           10 cs-columns          pic 9(2).
           10 cs-manifest-file    pic x(40).
