      *>     refuses to run with RC 9 and its own run-log entry
      *>     unless the predecessor in polyglot-seqctl.dat finished
      *>     clean today.
      *>   Modified: 2026-10-15 - reversal details (type R) count in
      *>     the batch count and hash like any other detail but are
      *>     kept out of the currency subtotals and the converted
      *>     totals: POLYPOST posts them at the original entry's
      *>     converted amount, so they need no rate here.  The
      *>     summary shows how many were read.
      *>   Modified: 2026-10-15 - works under the suite's processing
      *>     date (see procdate) instead of the clock's: the batch
      *>     dates, rate freshness, calendar check and run-log go by
      *>     the business day being run, and the summary carries a
      *>     PROCESSING DATE line under its heading when that is not
      *>     today.  A processing date the controls refuse stops the
      *>     run with RC 9.
      *> LICENSE
      *>   Copyright 2015 Brian Tiffin
      *>   GNU General Public License, GPL, 3.0 (or greater)
      *>
      *>   Reads "polyglot-txnclean.dat" as passed by POLYEDIT, one
      *>   record per line led by a type byte (see txnrec): "H"
      *>   batch header, "D" detail with account (10), type D/C/R (1),
      *>   amount (9v99) and currency (3), "T" trailer with detail
      *>   count and amount hash.  Writes "polyglot-summary.txt"
      *>   with counts and totals.
               organization line sequential
               file status is ws-summary-status.

           select cycle-control-file assign to "polyglot-cycle.dat"
               organization line sequential
               file status is ws-cycle-status.

           select posting-journal-file assign to "polyglot-journal.dat"
               organization line sequential
               file status is ws-journal-status.

           select run-log-file assign to "polyglot-runlog.idx"
               organization indexed
               access mode dynamic
               organization line sequential
               file status is ws-calendar-status.

           select processing-date-file
               assign to "polyglot-procdate.dat"
               organization line sequential
               file status is ws-procdate-status.

       data division.
       file section.
       fd transaction-file.
       fd calendar-file.
       copy calrec.

       fd processing-date-file.
       01 processing-date-record     pic x(80).

       fd summary-file.
       01 summary-record             pic x(80).

       fd cycle-control-file.
       01 cycle-control-record       pic x(80).

       fd posting-journal-file.
       copy jrnlrec.

       fd run-log-file.
       copy runlogix.

       01 ws-txn-status             pic xx.
       01 ws-summary-status         pic xx.
       01 ws-runlog-status          pic xx.
       01 ws-journal-status         pic xx.
       01 ws-errorlog-status        pic xx.
       01 ws-txn-eof-switch         pic x value "N".
           88 no-more-transactions  value "Y".
      *> ---------------------------------------------------------------
       copy runcal.

      *> ---------------------------------------------------------------
      *> shared processing date (see procdate/procdatk)
      *> ---------------------------------------------------------------
       copy procdate.
       copy cycctl.

      *> ---------------------------------------------------------------
      *> shared step-sequence gate (see seqgate/seqgatek)
      *> ---------------------------------------------------------------
       01 ws-txn-count              pic 9(7) value 0.
       01 ws-debit-count            pic 9(7) value 0.
       01 ws-credit-count           pic 9(7) value 0.
       01 ws-reversal-count         pic 9(7) value 0.
       01 ws-debit-total            pic 9(9)v99 value 0.
       01 ws-credit-total           pic 9(9)v99 value 0.
       01 ws-net-total              pic s9(9)v99 value 0.

       main-line.
           perform initialize-run
           if proc-date-is-refused
              move 9 to return-code
              move ws-proc-reason to ws-error-reason
              if ws-mode-demo
                 display "polytxn: " ws-proc-reason end-display
              end-if
              perform finish-run
              goback
           end-if
           perform check-step-gate
           if gate-is-blocked
              move 9 to return-code

           move "POLYTXN" to rh-job-name
           perform build-run-stamp
           perform set-processing-date

           move ws-proc-date-x to ws-run-date
           move ws-run-date to ws-rate-run-date
           perform load-rate-table
           .

       copy runstamp.

       copy procdatk.

       copy cycctlk.

       copy seqgatek.

       copy rateload.
           add txn-amount to ws-amount-hash-total
           add 1 to ws-batch-txn-count
           add txn-amount to ws-batch-hash-total
           if txn-is-reversal
              add 1 to ws-reversal-count
           else
              perform find-currency-slot
           end-if
           if not txn-is-reversal and ws-ccy-match-idx > 0
              add 1 to ct-count(ws-ccy-match-idx)
              if txn-is-debit
                 add 1 to ws-debit-count
           end-string
           write summary-record

           if proc-date-is-set
              move spaces to summary-record
              string "PROCESSING DATE . . . . . " delimited by size
                     ws-proc-date delimited by size
                     into summary-record
              end-string
              write summary-record
           end-if

           move spaces to summary-record
           write summary-record

           end-string
           write summary-record

           move ws-reversal-count to ws-edit-count
           move spaces to summary-record
           string "REVERSALS. . . . . . . . " delimited by size
                  ws-edit-count delimited by size
                  into summary-record
           end-string
           write summary-record

           move ws-net-total to ws-edit-amount
           move spaces to summary-record
           string "NET (" delimited by size
           end-if
           move rh-job-name to rlx-job-name
           move ws-caller-language to rlx-caller
           move ws-proc-date to rlx-run-date
           move rh-datetime to rlx-datetime
           move rh-return-code to rlx-return-code
           write run-log-index-record
