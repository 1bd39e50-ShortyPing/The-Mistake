      *> finishes its scanline, checkpoints, and defers the rest of
      *> the queue (zero = no budget)
           10 parm-max-minutes    pic 9(4).
      *> stream files - a job stream split off by the queue planner
      *> keeps its own run ledger, scanline checkpoint and accounting
      *> file so parallel streams never share one (blank keeps
      *> render.ldgr, render.ckpt and acct.dat), and a nonzero stream
      *> number suffixes the run log, stats report, manifest and
      *> rejection reports with .s<no>. these are run-wide - the
      *> first card in the deck that sets one sets it for the run
           10 parm-ledger-file    pic x(40).
           10 parm-ckpt-file      pic x(40).
           10 parm-acct-file      pic x(40).
           10 parm-stream-no      pic 9(2).
