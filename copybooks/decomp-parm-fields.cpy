      *> deck decompiler card - the parm deck to turn back into
      *> keyword cards, which card of it (the renderer's job number,
      *> since deckcomp compiles one parm card per deck) and the card
      *> deck to write. blank fields take the defaults (render.parm,
      *> job 1, deck.cards)
           10 dk-parm-file        pic x(40).
           10 dk-job-no           pic 9(2).
           10 dk-deck-file        pic x(40).
