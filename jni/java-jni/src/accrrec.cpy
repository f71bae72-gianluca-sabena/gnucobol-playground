      *> ***************************************************************
      *>****C* SWIG/polyglot/accrrec
      *> AUTHOR
      *>   GnuCOBOL Playground maintainers
      *> DATE
      *>   20261015
      *>   Modified: 2026-10-15 - accrual runs forward (see POLYINT),
      *>     so ACR-LAST-ACCRUAL-DATE is the last day accrued and may
      *>     lie ahead of the run date.
      *> PURPOSE
      *>   Record layout for the keyed interest accrual file
      *>   "polyglot-accrual.idx", one record per account that has
      *>   ever accrued.  Credit and debit interest run separately,
      *>   to six places, from POLYINT's daily pass until the month-
      *>   end capitalization posts the whole cents and leaves the
      *>   fraction to carry.  The accrual lives beside the master
      *>   rather than on it so the master layout (see acctrec) does
      *>   not need another one-off conversion.  The two dates make
      *>   a same-day rerun harmless: an account already accrued
      *>   through today, or capitalized today, is passed over.
      *>
      *>   Programs supply the SELECT:
      *>     organization indexed, record key acr-account,
      *>     access random, or dynamic where the file is copied
      *>     whole (POLYPOST's snapshot, POLYBKOT's restore).
      *> ***************************************************************
       01 accrual-record.
           05 acr-account            pic x(10).
           05 acr-credit-accrued     pic 9(9)v9(6).
           05 acr-debit-accrued      pic 9(9)v9(6).
           05 acr-last-accrual-date  pic x(10).
           05 acr-last-capital-date  pic x(10).
      *>****
