      *> mesh import card - one card of the meshimp.cards deck, laid
      *> out by the card type in column 1:
      *>   'H' header   - target scene-id, first object sequence, the
      *>                  scenemnt action for every triangle ('A' add,
      *>                  'C' replace) and the color of every triangle
      *>   'V' vertex   - vertex number (1-9999) and x/y/z
      *>   'F' face     - corner count and up to 10 vertex numbers in
      *>                  winding order; more than three corners are
      *>                  split into a fan of triangles off the first
      *>   'S' scale    - per-axis factors applied to every vertex
      *>   'O' offset   - x/y/z added to every vertex after scaling
      *>   'M' material - material code for every triangle
      *> a '*' in column 1 marks a comment card
       05 mc-card-type            pic x(1).
       05 mc-card-body            pic x(79).
       05 mc-header-card redefines mc-card-body.
           10 mc-scene-id         pic x(8).
           10 mc-start-seq        pic 9(3).
           10 mc-action           pic x(1).
           10 mc-color-r          pic 9(3).
           10 mc-color-g          pic 9(3).
           10 mc-color-b          pic 9(3).
           10 filler              pic x(58).
       05 mc-vertex-card redefines mc-card-body.
           10 mc-vertex-no        pic 9(5).
           10 mc-vertex-x         pic s9(5)v9(9) sign is trailing separate.
           10 mc-vertex-y         pic s9(5)v9(9) sign is trailing separate.
           10 mc-vertex-z         pic s9(5)v9(9) sign is trailing separate.
           10 filler              pic x(29).
       05 mc-face-card redefines mc-card-body.
           10 mc-corner-count     pic 9(2).
           10 mc-corner           pic 9(5) occurs 10 times.
           10 filler              pic x(27).
      *> the scale and offset cards share one x/y/z layout
       05 mc-xyz-card redefines mc-card-body.
           10 mc-xyz-x            pic s9(5)v9(9) sign is trailing separate.
           10 mc-xyz-y            pic s9(5)v9(9) sign is trailing separate.
           10 mc-xyz-z            pic s9(5)v9(9) sign is trailing separate.
           10 filler              pic x(34).
       05 mc-material-card redefines mc-card-body.
           10 mc-material         pic x(2).
           10 filler              pic x(77).
