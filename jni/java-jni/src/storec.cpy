      *> ***************************************************************
      *>****C* SWIG/polyglot/storec
      *> AUTHOR
      *>   GnuCOBOL Playground maintainers
      *> DATE
      *>   20261015
      *> PURPOSE
      *>   Record layout for the keyed standing-order master
      *>   "polyglot-stomast.dat": one record per customer's regular
      *>   payment, maintained by POLYSTOM (see stomnt) and read by
      *>   POLYSTO, which turns every order falling due into a debit
      *>   and a credit detail on its own capture batch.
      *>
      *>   Frequency: W weekly from the start date, M monthly on the
      *>   start date's day, D monthly on STO-DAY-OF-MONTH.  A day
      *>   past the end of a short month falls on its last day.
      *>   STO-NEXT-DUE is the scheduled date of the next payment
      *>   before any roll past a closed day (see runcal); an end
      *>   date of zero means the order runs until cancelled.
      *>
      *>   Status: A active, S suspended, C cancelled, E ended (its
      *>   next payment would fall after the end date).
      *>
      *>   Programs supply the SELECT:
      *>     organization indexed, record key sto-order-id.
      *> ***************************************************************
       01 standing-order-record.
           05 sto-order-id           pic x(8).
           05 sto-debit-account      pic x(10).
           05 sto-credit-account     pic x(10).
           05 sto-amount             pic 9(9)v99.
           05 sto-currency           pic x(3).
           05 sto-frequency          pic x(1).
               88 sto-is-weekly      value "W".
               88 sto-is-monthly     value "M".
               88 sto-is-day-of-month value "D".
               88 sto-frequency-is-valid value "W" "M" "D".
           05 sto-day-of-month       pic 9(2).
           05 sto-start-date         pic 9(8).
           05 sto-end-date           pic 9(8).
           05 sto-status             pic x(1).
               88 sto-is-active      value "A".
               88 sto-is-suspended   value "S".
               88 sto-is-cancelled   value "C".
               88 sto-is-ended       value "E".
           05 sto-next-due           pic 9(8).
           05 sto-last-due           pic 9(8).
           05 sto-last-run-date      pic 9(8).
           05 sto-last-maint-date    pic x(10).
      *>****
