      *>     unless the predecessor in polyglot-seqctl.dat finished
      *>     clean today, so a manual restart can no longer run the
      *>     chain out of order.
      *>   Modified: 2026-10-15 - reversal details (type R, see
      *>     txnrec): the original must be on the posting journal
      *>     under the post date, account, amount and currency the
      *>     reversal names (reason O) and must not already be
      *>     reversed (reason X); two reversals of the same entry in
      *>     one file can claim it only once.
      *>   Modified: 2026-10-15 - the standing-order batch POLYSTO
      *>     writes to polyglot-stobatch.dat is taken after the raw
      *>     file, through the same edits, batch control and batch
      *>     register as any capture batch; a file not headed with
      *>     today's date is an older day's batch and is left alone.
      *>   Modified: 2026-10-15 - a journal line of a backed-out
      *>     posting date (pair mark V, see POLYBKOT) is no original
      *>     for a reversal: reason O, as if it had never posted.
      *>   Modified: 2026-10-15 - works under the suite's processing
      *>     date (see procdate) instead of the clock's: value dates,
      *>     the standing-order batch, recycle and suspense dates,
      *>     the batch register and the run-log all go by the
      *>     business day being run.  A processing date the controls
      *>     refuse stops the run with RC 9.
      *> LICENSE
      *>   Copyright 2015 Brian Tiffin
      *>   GNU General Public License, GPL, 3.0 (or greater)
      *>     ls-return-code   returns the same value as RETURN-CODE.
      *>
      *>   Reads "polyglot-transactions.dat" as delivered by capture,
      *>   then today's standing-order batch "polyglot-stobatch.dat"
      *>   from POLYSTO when there is one,
      *>   writes clean records to "polyglot-txnclean.dat" (the file
      *>   POLYTXN and POLYPOST now read), rejects to
      *>   "polyglot-txnrej.txt" and the edit report to
      *>
      *>   Reject reason codes:
      *>     A  account not in AAA9999999 form
      *>     T  transaction type not D, C or R
      *>     N  amount not numeric
      *>     C  currency code not three letters
      *>     R  record type not H, D or T
      *>     E  effective date not a calendar date or too far out
      *>        (for a reversal: the original post date missing,
      *>        not a calendar date, or after today)
      *>     O  reversal whose original is not on the journal
      *>     X  reversal whose original is already reversed
      *>
      *>   The clean file carries the incoming batch header unchanged
      *>   and a rebuilt trailer counting only the records that passed,
               organization line sequential
               file status is ws-recycle-status.

           select standing-order-batch
               assign to "polyglot-stobatch.dat"
               organization line sequential
               file status is ws-stobatch-status.

           select batch-register assign to "polyglot-batchreg.idx"
               organization indexed
               access mode dynamic
               record key is brg-key
               file status is ws-register-status.

           select posting-journal-file assign to "polyglot-journal.dat"
               organization line sequential
               file status is ws-journal-status.

           select config-file assign to "polyglot.cfg"
               organization line sequential
               file status is ws-config-status.
               organization line sequential
               file status is ws-report-status.

           select cycle-control-file assign to "polyglot-cycle.dat"
               organization line sequential
               file status is ws-cycle-status.

           select run-log-file assign to "polyglot-runlog.idx"
               organization indexed
               access mode dynamic
               organization line sequential
               file status is ws-override-status.

           select processing-date-file
               assign to "polyglot-procdate.dat"
               organization line sequential
               file status is ws-procdate-status.

           select calendar-file assign to "polyglot-calendar.dat"
               organization line sequential
               file status is ws-calendar-status.

       data division.
       file section.
      *> ---------------------------------------------------------------
       fd recycle-file.
       copy recycrec.

       fd standing-order-batch.
       01 standing-order-batch-record pic x(34).

       fd batch-register.
       copy batchreg.

       fd posting-journal-file.
       copy jrnlrec.

       fd config-file.
       01 config-record              pic x(80).

       fd edit-report-file.
       01 edit-report-record         pic x(80).

       fd cycle-control-file.
       01 cycle-control-record       pic x(80).

       fd run-log-file.
       copy runlogix.

       fd error-log-file.
       01 error-log-record           pic x(120).

       fd processing-date-file.
       01 processing-date-record     pic x(80).

       fd calendar-file.
       copy calrec.

       working-storage section.
       copy runheader.

      *> ---------------------------------------------------------------
       copy seqgate.

      *> ---------------------------------------------------------------
      *> shared processing date (see procdate/procdatk)
      *> ---------------------------------------------------------------
       copy procdate.
       copy cycctl.

      *> ---------------------------------------------------------------
      *> shared processing calendar (see runcal/runcalck/calrec)
      *> ---------------------------------------------------------------
       copy runcal.

      *> ---------------------------------------------------------------
      *> recycle pass bookkeeping: records POLYSUSP re-presented are
      *> run through the same edits but kept out of the raw batch
           88 recycle-file-stale    value "Y".
       01 ws-recycled-count         pic 9(7) value 0.

      *> ---------------------------------------------------------------
      *> standing-order batch from POLYSTO: taken only when its
      *> header carries today's date
      *> ---------------------------------------------------------------
       01 ws-stobatch-status        pic xx.
       01 ws-stobatch-eof-switch    pic x value "N".
           88 no-more-stobatch      value "Y".
       01 ws-stobatch-state         pic x(10) value "NONE".

      *> ---------------------------------------------------------------
      *> verdict on the record in hand, and the counts by reason the
      *> edit report is built from
           88 bad-currency-code     value "C".
           88 bad-record-type       value "R".
           88 bad-effective-date    value "E".
           88 bad-reversal-original value "O".
           88 bad-already-reversed  value "X".

       01 ws-read-count             pic 9(7) value 0.
       01 ws-clean-count            pic 9(7) value 0.
       01 ws-bad-currency-count     pic 9(7) value 0.
       01 ws-bad-rectype-count      pic 9(7) value 0.
       01 ws-bad-effdate-count      pic 9(7) value 0.
       01 ws-bad-original-count     pic 9(7) value 0.
       01 ws-bad-reversed-count     pic 9(7) value 0.

      *> ---------------------------------------------------------------
      *> reversal edit: the entry the reversal names, looked up on
      *> the journal, and the reversals already passed this run so
      *> two of them cannot both claim one original
      *> ---------------------------------------------------------------
       01 ws-journal-status         pic xx.
       01 ws-journal-eof-switch     pic x value "N".
           88 no-more-journal       value "Y".
       01 ws-rev-post-date          pic x(10).
       01 ws-rev-amount             pic 9(9)v99.
       01 ws-rev-amount-x redefines ws-rev-amount
                                    pic x(11).
       01 ws-rev-currency           pic x(3).
       01 ws-rev-open-count         pic 9(5).
       01 ws-rev-closed-count       pic 9(5).
       01 ws-rev-claimed-count      pic 9(5).
       01 ws-reversal-table.
           05 ws-reversal-entry occurs 200 times indexed by rev-idx.
               10 rv-account        pic x(10).
               10 rv-post-date      pic x(10).
               10 rv-amount         pic 9(9)v99.
               10 rv-currency       pic x(3).
       01 ws-reversal-count         pic 9(3) value 0.
       01 ws-reversal-full-switch   pic x value "N".
           88 reversal-table-full   value "Y".

      *> ---------------------------------------------------------------
      *> effective-date validation: the run date as a day number for

       main-line.
           perform initialize-run
           if proc-date-is-refused
              move 9 to return-code
              move ws-proc-reason to ws-error-reason
              if ws-mode-demo
                 display "polyedit: " ws-proc-reason end-display
              end-if
              perform finish-run
              goback
           end-if
           perform check-step-gate
           if gate-is-blocked
              move 9 to return-code
              perform open-batch-register
              perform read-raw-record until no-more-raw-records
              close raw-transaction-file
              perform take-standing-order-batch
              perform take-recycled-records
              close suspense-file
              close clean-transaction-file

           move "POLYEDIT" to rh-job-name
           perform build-run-stamp
           perform set-processing-date

           move ws-proc-date-x to ws-run-date-x
           compute ws-run-day-number =
                   function integer-of-date(ws-run-date-n)
           perform read-config

       copy runstamp.

       copy procdatk.

       copy cycctlk.

       copy runcalck.

      *> ---------------------------------------------------------------
      *> maintenance control file: EFFDAYS=nn, furthest ahead a value
      *> date may sit (POLYRECON reads its own keys from this file)

       copy seqgatek.

      *> ---------------------------------------------------------------
      *> the standing-order batch rides through exactly as if it
      *> had come on the capture file: header, details and trailer
      *> in the raw record, edited, controlled and registered under
      *> its own source.  the header is checked before anything is
      *> taken -- POLYSTO rewrites the file every run, so one headed
      *> with another day is a cycle POLYSTO did not run, and
      *> feeding it again would only be refused as a duplicate.
      *> ---------------------------------------------------------------
       take-standing-order-batch.
           move "N" to ws-stobatch-eof-switch
           open input standing-order-batch
           if ws-stobatch-status = "00"
              read standing-order-batch
                  at end set no-more-stobatch to true
              end-read
              if not no-more-stobatch
                 move standing-order-batch-record
                      to raw-transaction-record
                 if raw-is-header-rec
                    and raw-batch-date = ws-run-date-x
                    move "TAKEN" to ws-stobatch-state
                    perform edit-one-record
                    perform read-standing-order-record
                            until no-more-stobatch
                 else
                    move "NOT TODAYS" to ws-stobatch-state
                 end-if
              end-if
              close standing-order-batch
           end-if
           .

       read-standing-order-record.
           read standing-order-batch
               at end set no-more-stobatch to true
               not at end
                   move standing-order-batch-record
                        to raw-transaction-record
                   perform edit-one-record
           end-read
           .

      *> ---------------------------------------------------------------
      *> suspense items POLYSUSP judged clear to try again come back
      *> through the full edit, after the raw file so the raw batch
               at end set no-more-recycles to true
               not at end
                   if rcy-record-type = "H"
                      and rcy-first-date = ws-proc-date
                      set recycle-file-is-fresh to true
                   end-if
           end-read
                     invalid key perform check-batch-sequence
                     not invalid key
                         if brg-processed-date
                            not = ws-proc-date
                            set batch-is-duplicate to true
                            set duplicate-batch-seen to true
                         end-if
              move bt-source(bat-idx) to brg-source
              move bt-number(bat-idx) to brg-batch-number
              move bt-date(bat-idx) to brg-batch-date
              move ws-proc-date to brg-processed-date
              write batch-register-record
                  invalid key continue
              end-write
           open output recycle-file
           move spaces to recycle-transaction-record
           move "H" to rcy-record-type
           move ws-proc-date to rcy-first-date
           write recycle-transaction-record
           close recycle-file
           .
              perform check-currency-code
           end-if
           if record-is-clean
              if raw-type = "R" or raw-type = "r"
                 perform check-reversal-original
              else
                 perform check-effective-date
              end-if
           end-if
           if record-is-clean
              perform write-clean-record
       check-txn-type.
           if raw-type not = "D" and raw-type not = "d"
              and raw-type not = "C" and raw-type not = "c"
              and raw-type not = "R" and raw-type not = "r"
              set bad-txn-type to true
              add 1 to ws-bad-type-count
           end-if
           end-if
           .

      *> ---------------------------------------------------------------
      *> a reversal names its original by the post date carried in
      *> the effective-date position: a real calendar date no later
      *> than today.  the journal must then hold an entry under that
      *> date, account, amount and currency which is neither a
      *> reversal itself nor already reversed -- and more such
      *> entries than reversals passed for the same key earlier in
      *> this run.  found-but-all-reversed is reason X; no such
      *> entry at all is reason O.
      *> ---------------------------------------------------------------
       check-reversal-original.
           move "N" to ws-effdate-ok-switch
           if raw-effective-date is numeric
              move raw-effective-date to ws-eff-date-num
              perform size-effective-month
              if ws-eff-dd > 0
                 and ws-eff-dd not > ws-eff-max-dd
                 and ws-eff-yyyy > 1900
                 and ws-eff-date-num not > ws-run-date-n
                 set effective-date-ok to true
              end-if
           end-if
           if not effective-date-ok
              set bad-effective-date to true
              add 1 to ws-bad-effdate-count
           else
              move spaces to ws-rev-post-date
              string raw-effective-date(1:4) delimited by size
                     "/" delimited by size
                     raw-effective-date(5:2) delimited by size
                     "/" delimited by size
                     raw-effective-date(7:2) delimited by size
                     into ws-rev-post-date
              end-string
              move raw-amount to ws-rev-amount-x
              move function upper-case(raw-currency)
                   to ws-rev-currency
              perform count-reversible-originals
              move 0 to ws-rev-claimed-count
              perform count-claimed-reversal
                      varying rev-idx from 1 by 1
                      until rev-idx > ws-reversal-count
              evaluate true
                  when reversal-table-full
                      set bad-reversal-original to true
                      add 1 to ws-bad-original-count
                  when ws-rev-open-count > ws-rev-claimed-count
                      continue
                  when ws-rev-open-count + ws-rev-closed-count > 0
                      set bad-already-reversed to true
                      add 1 to ws-bad-reversed-count
                  when other
                      set bad-reversal-original to true
                      add 1 to ws-bad-original-count
              end-evaluate
           end-if
           .

       count-reversible-originals.
           move 0 to ws-rev-open-count
           move 0 to ws-rev-closed-count
           move "N" to ws-journal-eof-switch
           open input posting-journal-file
           if ws-journal-status = "00"
              perform read-journal-for-original until no-more-journal
              close posting-journal-file
           end-if
           .

       read-journal-for-original.
           read posting-journal-file
               at end set no-more-journal to true
               not at end
                   if jrn-post-date = ws-rev-post-date
                      and jrn-account = raw-account
                      and jrn-orig-amount = ws-rev-amount
                      and jrn-currency = ws-rev-currency
                      and not jrn-is-reversal
                      and not jrn-was-backed-out
                      and not jrn-is-balance-forward
                      if jrn-was-reversed
                         add 1 to ws-rev-closed-count
                      else
                         add 1 to ws-rev-open-count
                      end-if
                   end-if
           end-read
           .

       count-claimed-reversal.
           if rv-account(rev-idx) = raw-account
              and rv-post-date(rev-idx) = ws-rev-post-date
              and rv-amount(rev-idx) = ws-rev-amount
              and rv-currency(rev-idx) = ws-rev-currency
              add 1 to ws-rev-claimed-count
           end-if
           .

      *> a reversal that passes claims its original for the rest of
      *> the run
       claim-reversal-original.
           if ws-reversal-count < 200
              add 1 to ws-reversal-count
              move raw-account to rv-account(ws-reversal-count)
              move ws-rev-post-date to rv-post-date(ws-reversal-count)
              move ws-rev-amount to rv-amount(ws-reversal-count)
              move ws-rev-currency to rv-currency(ws-reversal-count)
           else
              set reversal-table-full to true
           end-if
           .

      *> february answers to the leap rule; a zero month falls out
      *> with a zero day allowance
       size-effective-month.
              move raw-effective-date to txn-effective-date
           end-if
           write transaction-record
           if txn-is-reversal
              perform claim-reversal-original
           end-if
           add 1 to ws-clean-count
           add 1 to ws-batch-clean-count
           move raw-amount to ws-amount-work-x
                   move "EDIT-CURRENCY-CODE" to susp-reason
               when bad-effective-date
                   move "EDIT-EFFECTIVE-DATE" to susp-reason
               when bad-reversal-original
                   move "EDIT-REVERSAL-NOT-FOUND" to susp-reason
               when bad-already-reversed
                   move "EDIT-ALREADY-REVERSED" to susp-reason
               when other
                   move "EDIT-RECORD-TYPE" to susp-reason
           end-evaluate
           if recycling-records
              move rcy-first-date to ws-susp-date-in
           else
              move ws-proc-date to ws-susp-date-in
           end-if
           perform add-to-suspense
           .
           end-string
           write edit-report-record

           move spaces to edit-report-record
           string "STANDING-ORDER BATCH . . . " delimited by size
                  ws-stobatch-state delimited by size
                  into edit-report-record
           end-string
           write edit-report-record

           if recycle-file-stale
              move "RECYCLE FILE NOT TODAYS - IGNORED"
                   to edit-report-record
           end-string
           write edit-report-record

           move ws-bad-original-count to ws-edit-count
           move spaces to edit-report-record
           string "REASON O REVERSAL ORIGINAL " delimited by size
                  ws-edit-count delimited by size
                  into edit-report-record
           end-string
           write edit-report-record

           move ws-bad-reversed-count to ws-edit-count
           move spaces to edit-report-record
           string "REASON X ALREADY REVERSED. " delimited by size
                  ws-edit-count delimited by size
                  into edit-report-record
           end-string
           write edit-report-record

           if reversal-table-full
              move "REVERSAL TABLE FULL - REMAINDER REFUSED"
                   to edit-report-record
              write edit-report-record
           end-if

           move spaces to edit-report-record
           write edit-report-record

           end-if
           move rh-job-name to rlx-job-name
           move ws-caller-language to rlx-caller
           move ws-proc-date to rlx-run-date
           move rh-datetime to rlx-datetime
           move rh-return-code to rlx-return-code
           write run-log-index-record
