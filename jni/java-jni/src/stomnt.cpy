      *> ***************************************************************
      *>****C* SWIG/polyglot/stomnt
      *> AUTHOR
      *>   GnuCOBOL Playground maintainers
      *> DATE
      *>   20261015
      *> PURPOSE
      *>   Record layout for the standing-order maintenance file
      *>   "polyglot-stomnt.dat", read by POLYSTOM: one request per
      *>   line, an action byte and the order it acts on.  Adds carry
      *>   every field; an amend carries only the fields it changes,
      *>   the rest left to space; the other actions ignore them.
      *>
      *>   A  add the order
      *>   M  amend accounts, amount, currency or end date
      *>   S  suspend (nothing generated until resumed)
      *>   U  resume a suspended order from its next date due
      *>   C  cancel
      *>
      *>   Amounts are 9(9)v99 with no decimal point, dates YYYYMMDD.
      *> ***************************************************************
       01 sto-maintenance-record.
           05 smt-action             pic x(1).
               88 smt-is-add         value "A".
               88 smt-is-amend       value "M".
               88 smt-is-suspend     value "S".
               88 smt-is-resume      value "U".
               88 smt-is-cancel      value "C".
           05 smt-order-id           pic x(8).
           05 smt-debit-account      pic x(10).
           05 smt-credit-account     pic x(10).
           05 smt-amount             pic 9(9)v99.
           05 smt-amount-x redefines smt-amount
                                     pic x(11).
           05 smt-currency           pic x(3).
           05 smt-frequency          pic x(1).
           05 smt-day-of-month       pic 9(2).
           05 smt-day-of-month-x redefines smt-day-of-month
                                     pic x(2).
           05 smt-start-date         pic 9(8).
           05 smt-start-date-x redefines smt-start-date
                                     pic x(8).
           05 smt-end-date           pic 9(8).
           05 smt-end-date-x redefines smt-end-date
                                     pic x(8).
      *>****
