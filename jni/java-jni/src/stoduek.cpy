      *> ***************************************************************
      *>****C* SWIG/polyglot/stoduek
      *> AUTHOR
      *>   GnuCOBOL Playground maintainers
      *> DATE
      *>   20261015
      *> PURPOSE
      *>   Procedure half of the standing-order schedule arithmetic
      *>   (see stodue).  first-order-due sets STO-NEXT-DUE from the
      *>   start date; advance-order-due moves it on one payment;
      *>   catch-up-order-due moves it on until it is no earlier
      *>   than ws-sto-floor-date.
      *> ***************************************************************
      *> a weekly order pays on its start date; a monthly one on the
      *> start date's day; a day-of-month order on its day in the
      *> start month, or the month after if that day is already past
       first-order-due.
           move sto-start-date to sto-next-due
           if sto-is-day-of-month
              move sto-start-date to ws-sto-due-date
              perform size-order-month
              if sto-day-of-month > ws-sto-max-dd
                 move ws-sto-max-dd to ws-sto-due-dd
              else
                 move sto-day-of-month to ws-sto-due-dd
              end-if
              move ws-sto-due-date to sto-next-due
              if sto-next-due < sto-start-date
                 perform advance-order-due
              end-if
           end-if
           .

       advance-order-due.
           add 1 to ws-sto-seek-limit
           if sto-is-weekly
              compute ws-sto-day-number =
                      function integer-of-date(sto-next-due) + 7
              compute sto-next-due =
                      function date-of-integer(ws-sto-day-number)
           else
              move sto-next-due to ws-sto-due-date
              if ws-sto-due-mm = 12
                 move 1 to ws-sto-due-mm
                 add 1 to ws-sto-due-yyyy
              else
                 add 1 to ws-sto-due-mm
              end-if
              perform size-order-month
              if sto-day-of-month > ws-sto-max-dd
                 move ws-sto-max-dd to ws-sto-due-dd
              else
                 move sto-day-of-month to ws-sto-due-dd
              end-if
              move ws-sto-due-date to sto-next-due
           end-if
           .

      *> the seek limit only guards against a floor date gone mad
       catch-up-order-due.
           move 0 to ws-sto-seek-limit
           perform advance-order-due
                   until sto-next-due not < ws-sto-floor-date
                      or ws-sto-seek-limit > 1000
           .

       size-order-month.
           evaluate ws-sto-due-mm
               when 1 when 3 when 5 when 7 when 8 when 10 when 12
                   move 31 to ws-sto-max-dd
               when 4 when 6 when 9 when 11
                   move 30 to ws-sto-max-dd
               when other
                   if function mod(ws-sto-due-yyyy, 4) = 0
                      and (function mod(ws-sto-due-yyyy, 100) not = 0
                           or function mod(ws-sto-due-yyyy, 400) = 0)
                      move 29 to ws-sto-max-dd
                   else
                      move 28 to ws-sto-max-dd
                   end-if
           end-evaluate
           .
      *>****
