      *> ***************************************************************
      *>****C* SWIG/polyglot/intrate
      *> AUTHOR
      *>   GnuCOBOL Playground maintainers
      *> DATE
      *>   20261015
      *> PURPOSE
      *>   Record layout for the interest and fee table
      *>   "polyglot-intrates.dat", one line per account type as
      *>   carried in ACCT-TYPE on the master (see acctrec): the
      *>   annual credit rate paid on a positive balance, the annual
      *>   debit rate charged on the overdrawn part, both in percent
      *>   to four places, and the flat maintenance fee charged at
      *>   month end.  Lines opening "*" are comment, the same as the
      *>   processing calendar; a type with no line earns nothing and
      *>   pays nothing, which is how the seeded blank type starts.
      *>
      *>   Programs supply the SELECT:
      *>     organization line sequential.
      *> ***************************************************************
       01 interest-rate-record.
           05 irt-acct-type          pic x(2).
           05 irt-credit-rate        pic 9(2)v9(4).
           05 irt-credit-rate-x redefines irt-credit-rate
                                     pic x(6).
           05 irt-debit-rate         pic 9(2)v9(4).
           05 irt-debit-rate-x redefines irt-debit-rate
                                     pic x(6).
           05 irt-monthly-fee        pic 9(5)v99.
           05 irt-monthly-fee-x redefines irt-monthly-fee
                                     pic x(7).
      *>****
