      *>   GnuCOBOL Playground maintainers
      *> DATE
      *>   20260822
      *>   Modified: 2026-10-15 - the nightly jobs key their entry on
      *>     the suite's processing date (see procdate), which on a
      *>     catch-up run is not the day RLX-DATETIME was stamped;
      *>     the two together show what day was run and when.
      *> PURPOSE
      *>   Record layout for the suite's indexed run-log
      *>   "polyglot-runlog.idx", which replaced the line-sequential
