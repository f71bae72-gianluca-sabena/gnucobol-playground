      *>     POLYPOST holds it out for referral.  Zero means no
      *>     overdraft is tolerated, which is what opens and seeds
      *>     start with; POLYAMNT's L action raises it.
      *>   Modified: 2026-10-15 - dormant status "D": set by the
      *>     POLYDORM pass on an active account with no activity for
      *>     the configured number of business days, lifted only by
      *>     POLYAMNT's R action.  POLYPOST holds postings to a
      *>     dormant account on the referral queue.  No layout
      *>     change -- the status byte only gains a value.
      *> PURPOSE
      *>   Record layout for the indexed account master
      *>   "polyglot-master.dat", keyed on the 10-character account
               88 acct-is-active     value "A" space.
               88 acct-is-closed     value "C".
               88 acct-is-frozen     value "F".
               88 acct-is-dormant    value "D".
           05 acct-name              pic x(20).
           05 acct-type              pic x(2).
           05 acct-overdraft-limit   pic 9(9)v99.
