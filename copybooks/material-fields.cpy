           10 mt-spec-strength    pic s9(5)v9(9) sign is trailing separate.
           10 mt-shininess        pic 9(3).
           10 mt-reflectivity     pic s9(5)v9(9) sign is trailing separate.
      *> glass - the share of the shade carried by the ray transmitted
      *> through the surface (0 = opaque) and the index of refraction
      *> that bends it on the way in and out. records written before
      *> these fields existed read as opaque with an index of 1
           10 mt-transparency     pic s9(5)v9(9) sign is trailing separate.
           10 mt-ior              pic s9(5)v9(9) sign is trailing separate.
