      *> queue planning card - the deck to split, how many parallel
      *> streams to split it into, the batch window the streams must
      *> finish inside (hhmm to hhmm, past midnight when the end is
      *> earlier than the start; both zero for no window), and the
      *> seconds per million samples charged to a card whose scene
      *> has no accounting history. zero or blank fields take the
      *> defaults (render.parm, 2 streams, no window, 60 seconds)
           10 qp-deck-file        pic x(40).
           10 qp-stream-count     pic 9(2).
           10 qp-window-start     pic 9(4).
           10 qp-window-end       pic 9(4).
           10 qp-default-rate     pic 9(5)v9(2).
