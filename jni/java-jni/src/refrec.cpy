      *>   GnuCOBOL Playground maintainers
      *> DATE
      *>   20260903
      *>   Modified: 2026-10-15 - reason byte: "O" (or space, on
      *>     lines written before it existed) for a debit past the
      *>     overdraft limit, "D" for any posting to a dormant
      *>     account -- debit or credit -- held until operations
      *>     approves it.  An approved dormant item posts; the
      *>     account stays dormant until POLYAMNT reactivates it.
      *> PURPOSE
      *>   Record layout for the overdraft referral file
      *>   "polyglot-referral.dat": debits POLYPOST held out of
           05 ref-conv-amount        pic 9(11)v99.
           05 ref-balance-before     pic s9(11)v99.
           05 ref-limit              pic 9(9)v99.
           05 ref-reason             pic x(1).
               88 ref-is-overdraft   value "O" space.
               88 ref-is-dormant     value "D".
      *>****
