      *> ***************************************************************
      *>****C* SWIG/polyglot/casrec
      *> AUTHOR
      *>   GnuCOBOL Playground maintainers
      *> DATE
      *>   20261015
      *> PURPOSE
      *>   Record layout for the keyed monitoring case file
      *>   "polyglot-cases.idx" POLYMON raises cases on.  A case is
      *>   a header record, line number zero, carrying the account,
      *>   the rule that fired, the date it was opened and its state,
      *>   followed by one record per journal line the rule fired on,
      *>   numbered from one, so the whole case reads back in key
      *>   order.  Compliance closes a case with a disposition line
      *>   in "polyglot-casedec.dat" (the case id, a space, the
      *>   disposition code, a space, a short note); nothing is ever
      *>   deleted.
      *>
      *>   Rule: L a single amount above the large-value threshold,
      *>   S several amounts just under it on one account in the
      *>   window, V debits well above the account's own average.
      *>   Disposition: N no further action, F false positive,
      *>   S reported as suspicious.
      *>
      *>   Programs supply the SELECT:
      *>     organization indexed, record key cs-key.
      *> ***************************************************************
       01 case-record.
           05 cs-key.
               10 cs-case-id         pic 9(7).
               10 cs-line-no         pic 9(3).
           05 cs-account             pic x(10).
           05 cs-body                pic x(80).
           05 cs-case-header redefines cs-body.
               10 cs-rule            pic x(1).
                   88 cs-rule-large  value "L".
                   88 cs-rule-structuring value "S".
                   88 cs-rule-velocity value "V".
               10 cs-open-date       pic x(10).
               10 cs-status          pic x(1).
                   88 cs-is-open     value "O".
                   88 cs-is-closed   value "C".
               10 cs-line-count      pic 9(3).
               10 cs-total-amount    pic 9(13)v99.
               10 cs-disposition     pic x(1).
               10 cs-closed-date     pic x(10).
               10 cs-disposition-note pic x(39).
           05 cs-case-line redefines cs-body.
               10 csl-post-date      pic x(10).
               10 csl-type           pic x(1).
               10 csl-orig-amount    pic 9(9)v99.
               10 csl-currency       pic x(3).
               10 csl-conv-amount    pic 9(11)v99.
               10 csl-audit-mark     pic x(1).
               10 filler             pic x(41).
      *>****
