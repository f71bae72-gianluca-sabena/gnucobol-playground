      *>   Modified: 2026-09-03 - L action sets the account's
      *>     overdraft limit; the amount rides in the detail area the
      *>     opens use for name and type.
      *>   Modified: 2026-10-15 - R action reactivates a dormant
      *>     account.
      *> PURPOSE
      *>   Record layout for the account maintenance transaction file
      *>   "polyglot-acctmnt.dat", read by POLYAMNT: one request per
      *>   F  freeze (postings refused until unfrozen)
      *>   U  unfreeze
      *>   L  set the overdraft limit (9(9)v99, no decimal point)
      *>   R  reactivate a dormant account
      *> ***************************************************************
       01 maintenance-record.
           05 mnt-action             pic x(1).
               88 mnt-is-freeze      value "F".
               88 mnt-is-unfreeze    value "U".
               88 mnt-is-set-limit   value "L".
               88 mnt-is-reactivate  value "R".
           05 mnt-account            pic x(10).
           05 mnt-detail.
               10 mnt-name           pic x(20).
