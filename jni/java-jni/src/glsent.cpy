      *> ***************************************************************
      *>****C* SWIG/polyglot/glsent
      *> AUTHOR
      *>   GnuCOBOL Playground maintainers
      *> DATE
      *>   20261015
      *> PURPOSE
      *>   Record layout for the keyed sent-feed register
      *>   "polyglot-glsent.idx", one record per feed date POLYGL
      *>   has handed to the ledger.  POLYGL writes the record as
      *>   awaiting acknowledgement, with the trailer controls of
      *>   the feed it sent, when it keeps that day's dated copy of
      *>   the feed (polyglot-glfeed-YYYYMMDD.dat); POLYGLAK
      *>   settles it when the ledger's acknowledgement for the date
      *>   comes back, and marks it overdue when none has come back
      *>   within a business day.
      *>
      *>   Status: P awaiting acknowledgement, A acknowledged and
      *>   matched, B acknowledged with breaks, E overdue and
      *>   escalated to the alert file.
      *>
      *>   Programs supply the SELECT:
      *>     organization indexed, record key gls-feed-date.
      *> ***************************************************************
       01 gl-sent-record.
           05 gls-feed-date          pic 9(8).
           05 gls-sent-datetime      pic x(19).
           05 gls-record-count       pic 9(7).
           05 gls-hash-total         pic 9(13)v99.
           05 gls-ack-status         pic x(1).
               88 gls-is-awaiting    value "P".
               88 gls-is-acknowledged value "A".
               88 gls-is-broken      value "B".
               88 gls-is-overdue     value "E".
           05 gls-ack-date           pic x(10).
           05 gls-break-count        pic 9(5).
      *>****
