      *> billing rate master - one line per scene (matched against
      *> ac-scene) naming the client and cost centre it is billed to
      *> and its prices: per megapixel rendered, a per-megapixel
      *> surcharge for each supersampling step above 1, and a charge
      *> per thousand shadow tests and per thousand bounces
           10 rt-scene            pic x(40).
           10 rt-client           pic x(8).
           10 rt-cost-centre      pic x(6).
           10 rt-per-mpix         pic 9(5)v9(4).
           10 rt-ss-surcharge     pic 9(5)v9(4).
           10 rt-per-k-shadow     pic 9(3)v9(6).
           10 rt-per-k-bounce     pic 9(3)v9(6).
