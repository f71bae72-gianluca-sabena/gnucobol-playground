      *> ***************************************************************
      *>****J* SWIG/polysto
      *> AUTHOR
      *>   GnuCOBOL Playground maintainers
      *> DATE
      *>   20261015
      *>   Modified: 2026-10-15 - works under the suite's processing
      *>     date (see procdate) instead of the clock's: orders fall
      *>     due, the batch is dated and the run-log keyed by the
      *>     business day being run, so the batch is the one POLYEDIT
      *>     takes on a catch-up cycle too.  A processing date the
      *>     controls refuse stops the run with RC 9.
      *> LICENSE
      *>   Copyright 2015 Brian Tiffin
      *>   GNU General Public License, GPL, 3.0 (or greater)
      *> PURPOSE
      *>   Standing-order generation, the first step of the nightly
      *>   cycle.  Every active order on the standing-order master
      *>   (see storec) whose next date due, rolled forward past any
      *>   closed day on the shared processing calendar (see runcal),
      *>   has arrived is written as a debit detail on its debit
      *>   account and a credit detail on its credit account, both
      *>   value-dated today, on a complete H/D/T capture batch of
      *>   its own under source system STANDORD.  POLYEDIT takes
      *>   that batch beside the capture file, verifies its trailer
      *>   and enters it on the batch register like any other feed,
      *>   so nothing is keyed by hand and nothing can post twice.
      *>
      *>   An order against an account that is closed, frozen or no
      *>   longer on the master is not generated: it is reported as
      *>   SKIPPED with the reason and its schedule moves on, so the
      *>   missed payment is for the customer and the branch to
      *>   settle, not for the next run to spring on them.  An order
      *>   whose next payment would fall after its end date is marked
      *>   ended.  One payment per order per run: an order several
      *>   payments behind (a cycle not run, a long closure) catches
      *>   up one payment a night.
      *>
      *>   A same-day rerun regenerates the payments the first run
      *>   of the day made, under the same batch number, so the
      *>   batch POLYEDIT sees is the same batch it may already have
      *>   registered today -- a rerun, not a duplicate.
      *> TECTONICS
      *>   run at the very front of the nightly chain, before
      *>   POLYEDIT, ungated.  Reads "polyglot-stomast.dat",
      *>   "polyglot-master.dat", "polyglot-calendar.dat" and the
      *>   batch register "polyglot-batchreg.idx"; writes the batch
      *>   to "polyglot-stobatch.dat" (always, empty when nothing
      *>   fell due) and the run report to "polyglot-storpt.txt".
      *>
      *>   Return codes: 0 batch written, skipped orders included,
      *>   2 the standing-order master or account master cannot be
      *>   opened, or the batch cannot be written.
      *> ***************************************************************
       identification division.
       program-id. polysto.
       author. GnuCOBOL Playground maintainers.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select standing-order-master
               assign to "polyglot-stomast.dat"
               organization indexed
               access mode dynamic
               record key is sto-order-id
               file status is ws-order-status.

           select account-master assign to "polyglot-master.dat"
               organization indexed
               access mode random
               record key is acct-account
               file status is ws-master-status.

           select batch-register assign to "polyglot-batchreg.idx"
               organization indexed
               access mode dynamic
               record key is brg-key
               file status is ws-register-status.

           select calendar-file assign to "polyglot-calendar.dat"
               organization line sequential
               file status is ws-calendar-status.

           select processing-date-file
               assign to "polyglot-procdate.dat"
               organization line sequential
               file status is ws-procdate-status.

           select standing-order-batch
               assign to "polyglot-stobatch.dat"
               organization line sequential
               file status is ws-batch-status.

           select standing-order-report
               assign to "polyglot-storpt.txt"
               organization line sequential
               file status is ws-report-status.

           select cycle-control-file assign to "polyglot-cycle.dat"
               organization line sequential
               file status is ws-cycle-status.

           select posting-journal-file assign to "polyglot-journal.dat"
               organization line sequential
               file status is ws-journal-status.

           select run-log-file assign to "polyglot-runlog.idx"
               organization indexed
               access mode dynamic
               record key is rlx-key
               file status is ws-runlog-status.

           select error-log-file assign to "polyglot-error.txt"
               organization line sequential
               file status is ws-errorlog-status.

       data division.
       file section.
       fd standing-order-master.
       copy storec.

       fd account-master.
       copy acctrec.

       fd batch-register.
       copy batchreg.

       fd calendar-file.
       copy calrec.

       fd processing-date-file.
       01 processing-date-record     pic x(80).

       fd standing-order-batch.
       copy txnrec.

       fd standing-order-report.
       01 standing-order-report-record pic x(80).

       fd cycle-control-file.
       01 cycle-control-record       pic x(80).

       fd posting-journal-file.
       copy jrnlrec.

       fd run-log-file.
       copy runlogix.

       fd error-log-file.
       01 error-log-record           pic x(120).

       working-storage section.
       copy runheader.

       01 ws-order-status           pic xx.
       01 ws-master-status          pic xx.
       01 ws-register-status        pic xx.
       01 ws-batch-status           pic xx.
       01 ws-report-status          pic xx.
       01 ws-runlog-status          pic xx.
       01 ws-journal-status         pic xx.
       01 ws-errorlog-status        pic xx.

       01 ws-caller-language        pic x(10) value "UNKNOWN".
       01 ws-error-reason           pic x(60) value spaces.
       01 ws-return-code-num        pic 9(4).

       01 ws-order-eof-switch       pic x value "N".
           88 no-more-orders        value "Y".
       01 ws-order-master-switch    pic x value "N".
           88 order-master-missing  value "Y".

      *> ---------------------------------------------------------------
      *> shared processing calendar (see runcal/runcalck/calrec)
      *> and schedule arithmetic (see stodue/stoduek)
      *> ---------------------------------------------------------------
       copy runcal.

       copy stodue.

      *> ---------------------------------------------------------------
      *> shared processing date (see procdate/procdatk)
      *> ---------------------------------------------------------------
       copy procdate.
       copy cycctl.

       01 ws-run-date-x             pic x(8).
       01 ws-run-date-n redefines ws-run-date-x
                                    pic 9(8).

      *> ---------------------------------------------------------------
      *> the batch this run writes: today's STANDORD number if the
      *> register already holds one (a same-day rerun), else the
      *> next after the highest registered
      *> ---------------------------------------------------------------
       01 ws-batch-source           pic x(8) value "STANDORD".
       01 ws-batch-number           pic 9(6) value 0.
       01 ws-reg-max-number         pic 9(6) value 0.
       01 ws-regscan-eof-switch     pic x value "N".
           88 register-scan-done    value "Y".
       01 ws-batch-count            pic 9(7) value 0.
       01 ws-batch-hash             pic 9(11)v99 value 0.

      *> ---------------------------------------------------------------
      *> verdict on the order in hand
      *> ---------------------------------------------------------------
       01 ws-order-action           pic x value space.
           88 order-not-due         value space.
           88 order-to-generate     value "G".
           88 order-to-regenerate   value "R".
           88 order-to-skip         value "S".
       01 ws-skip-reason            pic x(25).
       01 ws-rolled-due-date        pic 9(8).
       01 ws-check-account          pic x(10).
       01 ws-check-leg              pic x(7).
       01 ws-order-dirty-switch     pic x value "N".
           88 order-was-changed     value "Y".

       01 ws-orders-read            pic 9(7) value 0.
       01 ws-generated-count        pic 9(7) value 0.
       01 ws-skipped-count          pic 9(7) value 0.
       01 ws-ended-count            pic 9(7) value 0.
       01 ws-generated-total        pic 9(11)v99 value 0.

       01 ws-edit-count             pic zzz,zz9.
       01 ws-edit-amount            pic zzz,zzz,zz9.99.
       01 ws-edit-total             pic zz,zzz,zzz,zz9.99.

      *> ***************************************************************
       procedure division.

       main-line.
           accept ws-caller-language
                  from environment "POLYGLOT_CALLER"
           if ws-caller-language = spaces
              move "UNKNOWN" to ws-caller-language
           end-if
           move "POLYSTO " to rh-job-name
           perform build-run-stamp
           move 0 to return-code
           perform set-processing-date
           if proc-date-is-refused
              move 9 to return-code
              move ws-proc-reason to ws-error-reason
              perform finish-run
              goback
           end-if
           move ws-proc-date-x to ws-run-date-x
           perform load-processing-calendar
           perform open-order-master
           if return-code = 0
              open input account-master
              if ws-master-status not = "00"
                 move 2 to return-code
                 move "CANNOT OPEN ACCOUNT MASTER" to ws-error-reason
              end-if
           end-if
           if return-code = 0
              perform choose-batch-number
              open output standing-order-batch
              if ws-batch-status not = "00"
                 move 2 to return-code
                 move "CANNOT WRITE STANDING-ORDER BATCH"
                      to ws-error-reason
              else
                 open output standing-order-report
                 perform write-report-heading
                 perform write-batch-header
                 if not order-master-missing
                    move low-values to sto-order-id
                    start standing-order-master
                          key not < sto-order-id
                        invalid key set no-more-orders to true
                    end-start
                    perform read-standing-order until no-more-orders
                 end-if
                 perform write-batch-trailer
                 close standing-order-batch
                 perform write-report-totals
                 close standing-order-report
              end-if
              close account-master
           end-if
           if ws-order-status = "00"
              close standing-order-master
           end-if
           perform finish-run
           goback.

       copy runstamp.

       copy procdatk.

       copy cycctlk.

       copy runcalck.

       copy stoduek.

      *> ---------------------------------------------------------------
      *> no master yet is simply a site with no standing orders: the
      *> empty batch is still written so POLYEDIT never takes an
      *> older day's file for today's
      *> ---------------------------------------------------------------
       open-order-master.
           open i-o standing-order-master
           evaluate ws-order-status
               when "00"
                   continue
               when "35"
                   set order-master-missing to true
               when other
                   move 2 to return-code
                   move "CANNOT OPEN STANDING-ORDER MASTER"
                        to ws-error-reason
           end-evaluate
           .

      *> ---------------------------------------------------------------
      *> the register is read, never written: POLYEDIT registers
      *> the batch once it has verified it
      *> ---------------------------------------------------------------
       choose-batch-number.
           move 0 to ws-batch-number
           move 0 to ws-reg-max-number
           open input batch-register
           if ws-register-status = "00"
              move ws-batch-source to brg-source
              move 0 to brg-batch-number
              start batch-register key not < brg-key
                  invalid key set register-scan-done to true
              end-start
              perform scan-register-for-source
                      until register-scan-done
              close batch-register
           end-if
           if ws-batch-number = 0
              compute ws-batch-number = ws-reg-max-number + 1
           end-if
           .

       scan-register-for-source.
           read batch-register next
               at end set register-scan-done to true
               not at end
                   if brg-source = ws-batch-source
                      if brg-batch-number > ws-reg-max-number
                         move brg-batch-number to ws-reg-max-number
                      end-if
                      if brg-batch-date = ws-run-date-n
                         move brg-batch-number to ws-batch-number
                      end-if
                   else
                      set register-scan-done to true
                   end-if
           end-read
           .

       read-standing-order.
           read standing-order-master next
               at end set no-more-orders to true
               not at end perform judge-standing-order
           end-read
           .

      *> ---------------------------------------------------------------
      *> an order already paid by an earlier run today is paid again
      *> exactly as it was, whatever has happened to its schedule
      *> since; otherwise the due date is rolled past closed days
      *> and held against today
      *> ---------------------------------------------------------------
       judge-standing-order.
           add 1 to ws-orders-read
           move space to ws-order-action
           move "N" to ws-order-dirty-switch
           evaluate true
               when sto-last-run-date = ws-run-date-n
                    and sto-last-due not = 0
                    and (sto-is-active or sto-is-ended)
                   set order-to-regenerate to true
               when not sto-is-active
                   continue
               when sto-end-date not = 0
                    and sto-next-due > sto-end-date
                   perform end-standing-order
               when other
                   move sto-next-due to ws-cal-check-date
                   perform find-next-business-day
                   move ws-next-business-date to ws-rolled-due-date
                   if ws-rolled-due-date not > ws-run-date-n
                      perform check-order-accounts
                   end-if
           end-evaluate
           evaluate true
               when order-to-regenerate
                   perform write-order-details
                   perform write-generated-line
               when order-to-generate
                   perform write-order-details
                   perform write-generated-line
                   move sto-next-due to sto-last-due
                   move ws-run-date-n to sto-last-run-date
                   perform advance-order-due
                   set order-was-changed to true
                   if sto-end-date not = 0
                      and sto-next-due > sto-end-date
                      perform end-standing-order
                   end-if
               when order-to-skip
                   perform write-skipped-line
                   add 1 to ws-skipped-count
                   perform advance-order-due
                   set order-was-changed to true
                   if sto-end-date not = 0
                      and sto-next-due > sto-end-date
                      perform end-standing-order
                   end-if
           end-evaluate
           if order-was-changed
              rewrite standing-order-record
              end-rewrite
           end-if
           .

       end-standing-order.
           move "E" to sto-status
           set order-was-changed to true
           add 1 to ws-ended-count
           move spaces to standing-order-report-record
           string "ENDED     " delimited by size
                  sto-order-id delimited by size
                  "  END DATE " delimited by size
                  sto-end-date delimited by size
                  into standing-order-report-record
           end-string
           write standing-order-report-record
           .

      *> ---------------------------------------------------------------
      *> both legs must name a live account: a closed or frozen one
      *> would only send the payment to suspense or referral
      *> ---------------------------------------------------------------
       check-order-accounts.
           set order-to-generate to true
           move spaces to ws-skip-reason
           move sto-debit-account to ws-check-account
           move "DEBIT" to ws-check-leg
           perform check-order-account
           if order-to-generate
              move sto-credit-account to ws-check-account
              move "CREDIT" to ws-check-leg
              perform check-order-account
           end-if
           .

       check-order-account.
           move ws-check-account to acct-account
           read account-master
               invalid key
                   set order-to-skip to true
                   string ws-check-leg delimited by space
                          "-NOT-ON-MASTER" delimited by size
                          into ws-skip-reason
                   end-string
               not invalid key
                   evaluate true
                       when acct-is-closed
                           set order-to-skip to true
                           string ws-check-leg delimited by space
                                  "-ACCOUNT-CLOSED" delimited by size
                                  into ws-skip-reason
                           end-string
                       when acct-is-frozen
                           set order-to-skip to true
                           string ws-check-leg delimited by space
                                  "-ACCOUNT-FROZEN" delimited by size
                                  into ws-skip-reason
                           end-string
                   end-evaluate
           end-read
           .

      *> ---------------------------------------------------------------
      *> the batch: header, a debit and a credit leg per payment,
      *> trailer counting every detail and hashing every amount the
      *> way POLYEDIT reckons them
      *> ---------------------------------------------------------------
       write-batch-header.
           move spaces to transaction-record
           move "H" to txn-record-type
           move ws-run-date-n to txn-batch-date
           move ws-batch-number to txn-batch-number
           move ws-batch-source to txn-source-system
           write transaction-record
           if ws-batch-status not = "00"
              move 2 to return-code
              move "CANNOT WRITE STANDING-ORDER BATCH"
                   to ws-error-reason
           end-if
           .

       write-order-details.
           move spaces to transaction-record
           move "D" to txn-record-type
           move sto-debit-account to txn-account
           move "D" to txn-type
           move sto-amount to txn-amount
           move sto-currency to txn-currency
           move ws-run-date-n to txn-effective-date
           perform write-batch-detail

           move spaces to transaction-record
           move "D" to txn-record-type
           move sto-credit-account to txn-account
           move "C" to txn-type
           move sto-amount to txn-amount
           move sto-currency to txn-currency
           move ws-run-date-n to txn-effective-date
           perform write-batch-detail

           add 1 to ws-generated-count
           add sto-amount to ws-generated-total
           .

       write-batch-detail.
           write transaction-record
           if ws-batch-status not = "00"
              move 2 to return-code
              move "CANNOT WRITE STANDING-ORDER BATCH"
                   to ws-error-reason
           end-if
           add 1 to ws-batch-count
           add txn-amount to ws-batch-hash
           .

       write-batch-trailer.
           move spaces to transaction-record
           move "T" to txn-record-type
           move ws-batch-count to txn-trailer-count
           move ws-batch-hash to txn-hash-total
           write transaction-record
           if ws-batch-status not = "00"
              move 2 to return-code
              move "CANNOT WRITE STANDING-ORDER BATCH"
                   to ws-error-reason
           end-if
           .

      *> ---------------------------------------------------------------
      *> run report
      *> ---------------------------------------------------------------
       write-report-heading.
           move spaces to standing-order-report-record
           string "POLYGLOT STANDING ORDERS      " delimited by size
                  rh-datetime delimited by size
                  into standing-order-report-record
           end-string
           write standing-order-report-record
           move spaces to standing-order-report-record
           write standing-order-report-record
           if order-master-missing
              move "NO STANDING-ORDER MASTER ON FILE"
                   to standing-order-report-record
              write standing-order-report-record
           end-if
           .

       write-generated-line.
           move sto-amount to ws-edit-amount
           move spaces to standing-order-report-record
           if order-to-regenerate
              string "GENERATED " delimited by size
                     sto-order-id delimited by size
                     " DUE " delimited by size
                     sto-last-due delimited by size
                     " " delimited by size
                     sto-debit-account delimited by size
                     ">" delimited by size
                     sto-credit-account delimited by size
                     " " delimited by size
                     ws-edit-amount delimited by size
                     " " delimited by size
                     sto-currency delimited by size
                     into standing-order-report-record
              end-string
           else
              string "GENERATED " delimited by size
                     sto-order-id delimited by size
                     " DUE " delimited by size
                     sto-next-due delimited by size
                     " " delimited by size
                     sto-debit-account delimited by size
                     ">" delimited by size
                     sto-credit-account delimited by size
                     " " delimited by size
                     ws-edit-amount delimited by size
                     " " delimited by size
                     sto-currency delimited by size
                     into standing-order-report-record
              end-string
           end-if
           write standing-order-report-record
           .

       write-skipped-line.
           move spaces to standing-order-report-record
           string "SKIPPED   " delimited by size
                  sto-order-id delimited by size
                  " DUE " delimited by size
                  sto-next-due delimited by size
                  " " delimited by size
                  ws-skip-reason delimited by size
                  into standing-order-report-record
           end-string
           write standing-order-report-record
           .

       write-report-totals.
           move spaces to standing-order-report-record
           write standing-order-report-record

           move ws-orders-read to ws-edit-count
           move spaces to standing-order-report-record
           string "ORDERS READ. . . . . . . . " delimited by size
                  ws-edit-count delimited by size
                  into standing-order-report-record
           end-string
           write standing-order-report-record

           move ws-generated-count to ws-edit-count
           move spaces to standing-order-report-record
           string "PAYMENTS GENERATED . . . . " delimited by size
                  ws-edit-count delimited by size
                  into standing-order-report-record
           end-string
           write standing-order-report-record

           move ws-skipped-count to ws-edit-count
           move spaces to standing-order-report-record
           string "PAYMENTS SKIPPED . . . . . " delimited by size
                  ws-edit-count delimited by size
                  into standing-order-report-record
           end-string
           write standing-order-report-record

           move ws-ended-count to ws-edit-count
           move spaces to standing-order-report-record
           string "ORDERS ENDED . . . . . . . " delimited by size
                  ws-edit-count delimited by size
                  into standing-order-report-record
           end-string
           write standing-order-report-record

           move ws-generated-total to ws-edit-total
           move spaces to standing-order-report-record
           string "AMOUNT GENERATED . . . " delimited by size
                  ws-edit-total delimited by size
                  into standing-order-report-record
           end-string
           write standing-order-report-record

           move ws-batch-count to ws-edit-count
           move spaces to standing-order-report-record
           string "BATCH " delimited by size
                  ws-batch-source delimited by size
                  " " delimited by size
                  ws-batch-number delimited by size
                  "  DETAILS " delimited by size
                  ws-edit-count delimited by size
                  into standing-order-report-record
           end-string
           write standing-order-report-record
           .

      *> ---------------------------------------------------------------
      *> always append an audit-trail entry, whatever happened
      *> ---------------------------------------------------------------
       write-run-log.
           open i-o run-log-file
           if ws-runlog-status = "35"
              open output run-log-file
              close run-log-file
              open i-o run-log-file
           end-if
           move rh-job-name to rlx-job-name
           move ws-caller-language to rlx-caller
           move ws-proc-date to rlx-run-date
           move rh-datetime to rlx-datetime
           move rh-return-code to rlx-return-code
           write run-log-index-record
               invalid key rewrite run-log-index-record
               end-rewrite
           end-write
           close run-log-file
           .

       write-error-log.
           open extend error-log-file
           if ws-errorlog-status = "35"
              close error-log-file
              open output error-log-file
           end-if
           move spaces to error-log-record
           string "CALLER=" delimited by size
                  ws-caller-language delimited by space
                  " " delimited by size
                  rh-datetime delimited by size
                  " RC=" delimited by size
                  rh-return-code delimited by size
                  " REASON=" delimited by size
                  ws-error-reason delimited by size
                  into error-log-record
           end-string
           write error-log-record
           close error-log-file
           .

       finish-run.
           move return-code to ws-return-code-num
           move ws-return-code-num to rh-return-code
           perform write-run-log
           if ws-return-code-num not = 0
              perform write-error-log
           end-if
           .
      *>****
