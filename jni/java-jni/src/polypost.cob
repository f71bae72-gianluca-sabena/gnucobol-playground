      *>     unless the predecessor in polyglot-seqctl.dat finished
      *>     clean today, so a manual restart can no longer post
      *>     yesterday's leftover clean file.
      *>   Modified: 2026-10-15 - reversal details (type R, see
      *>     txnrec): before posting starts each reversal on the file
      *>     is matched to the journal entry it names; posting then
      *>     applies the exact opposite of that entry's converted
      *>     amount, journals it under audit and pair mark "R" in the
      *>     original's currency, and once the journal is closed the
      *>     original's line is marked "X" with today's date so the
      *>     two show as a pair.  An original that cannot be found
      *>     (or is already taken) is rejected to suspense.
      *>   Modified: 2026-10-15 - dormant accounts (see acctrec): a
      *>     debit or credit to one is held on the referral queue
      *>     under reason "D" (see refrec) instead of posting, and
      *>     posts only on an operations approval; the account stays
      *>     dormant until POLYAMNT reactivates it.  A reversal to a
      *>     dormant account goes to suspense as ACCOUNT-DORMANT for
      *>     POLYSUSP to re-present once it is reactivated.  An
      *>     approved dormant-account item posts with audit mark "A"
      *>     (see jrnlrec), not the overdraft approval's "O".
      *>   Modified: 2026-10-15 - pre-posting snapshot (see snapwork):
      *>     before anything posts, the account master, referral
      *>     queue, referral decisions, warehouse and POLYINT's
      *>     interest accrual file are copied to dated files for
      *>     POLYBKOT to restore should the day have to be backed
      *>     out.  The first snapshot of a posting date stands; a
      *>     rerun the same day keeps it.  No snapshot, no posting
      *>     (RC 2).  Backed-out journal lines are never matched as
      *>     a reversal's original.
      *>   Modified: 2026-10-15 - works under the suite's processing
      *>     date (see procdate) instead of the clock's: posting and
      *>     pair dates, last activity, warehouse, referral and
      *>     suspense dates, rate freshness, the snapshot and the
      *>     run-log all go by the business day being run.  A
      *>     processing date the controls refuse stops the run with
      *>     RC 9.
      *>   Modified: 2026-10-15 - the posting date is recorded as
      *>     LAST POSTED on the cycle control record (see cycctl)
      *>     once the snapshot is safe, for POLYBKOT to judge later
      *>     postings by after the run-log has been rolled.
      *> LICENSE
      *>   Copyright 2015 Brian Tiffin
      *>   GNU General Public License, GPL, 3.0 (or greater)
               organization line sequential
               file status is ws-journal-status.

           select journal-work-file assign to "polyglot-journal.wrk"
               organization line sequential
               file status is ws-jrnwork-status.

           select suspense-file assign to "polyglot-suspense.idx"
               organization indexed
               access mode random
               organization line sequential
               file status is ws-warehouse-status.

           select accrual-file assign to "polyglot-accrual.idx"
               organization indexed
               access mode dynamic
               record key is acr-account
               file status is ws-accrual-status.

           select backdated-report-file
               assign to "polyglot-backrpt.txt"
               organization line sequential
               file status is ws-backrpt-status.

           select cycle-control-file assign to "polyglot-cycle.dat"
               organization line sequential
               file status is ws-cycle-status.

           select run-log-file assign to "polyglot-runlog.idx"
               organization indexed
               access mode dynamic
               organization line sequential
               file status is ws-override-status.

      *> the dated snapshot files are selected at run time through
      *> the GENFILE environment name (see snapwork/snapname)
           select snapshot-file assign to "GENFILE"
               organization line sequential
               file status is ws-snapshot-status.

           select exchange-rate-file assign to "polyglot-rates.dat"
               organization line sequential
               file status is ws-rate-status.

           select processing-date-file
               assign to "polyglot-procdate.dat"
               organization line sequential
               file status is ws-procdate-status.

           select calendar-file assign to "polyglot-calendar.dat"
               organization line sequential
               file status is ws-calendar-status.

       data division.
       file section.
       fd transaction-file.
       fd posting-journal-file.
       copy jrnlrec.

      *> the journal copied aside while the reversed originals are
      *> marked, then copied back in place
       fd journal-work-file.
       01 journal-work-record        pic x(60).

       fd suspense-file.
       copy susprec.

       fd warehouse-file.
       copy whsrec.

       fd accrual-file.
       copy accrrec.

       fd backdated-report-file.
       01 backdated-report-record    pic x(80).

       fd cycle-control-file.
       01 cycle-control-record       pic x(80).

       fd run-log-file.
       copy runlogix.

       fd override-audit-file.
       01 override-audit-record      pic x(80).

       fd snapshot-file.
       01 snapshot-record            pic x(100).

       fd exchange-rate-file.
       copy raterec.

       fd processing-date-file.
       01 processing-date-record     pic x(80).

       fd calendar-file.
       copy calrec.

       working-storage section.
       copy runheader.

       01 ws-reject-status          pic xx.
       01 ws-report-status          pic xx.
       01 ws-journal-status         pic xx.
       01 ws-jrnwork-status         pic xx.
       01 ws-referral-status        pic xx.
       01 ws-decision-status        pic xx.
       01 ws-refrpt-status          pic xx.
       01 ws-warehouse-status       pic xx.
       01 ws-accrual-status         pic xx.
       01 ws-backrpt-status         pic xx.
       01 ws-runlog-status          pic xx.
       01 ws-errorlog-status        pic xx.
      *> ---------------------------------------------------------------
       copy ratetab.

      *> ---------------------------------------------------------------
      *> shared processing date (see procdate/procdatk)
      *> ---------------------------------------------------------------
       copy procdate.
       copy cycctl.

      *> ---------------------------------------------------------------
      *> shared processing calendar (see runcal/runcalck/calrec)
      *> ---------------------------------------------------------------
       copy runcal.

       01 ws-run-date.
           05 ws-run-yyyy           pic x(4).
           05 ws-run-mm             pic x(2).
       01 ws-converted-amount       pic 9(11)v99.
       01 ws-post-reject-reason     pic x(30).

      *> ---------------------------------------------------------------
      *> pre-posting snapshot (see snapwork/snapname)
      *> ---------------------------------------------------------------
       copy snapwork.
       01 ws-snapshot-status        pic xx.
       01 ws-snapshot-switch        pic x value "N".
           88 snapshot-is-safe      value "Y".
       01 ws-snap-source-eof-switch pic x value "N".
           88 no-more-snap-source   value "Y".

      *> ---------------------------------------------------------------
      *> overdraft referral queue: yesterday's still-open items
      *> loaded first, operations' decisions applied to them, then
                   88 rf-is-approved value "A".
                   88 rf-is-returned value "R".
                   88 rf-was-posted  value "D".
               10 rf-reason         pic x(1).
                   88 rf-is-dormant  value "D".
       01 ws-referral-count         pic 9(3) value 0.
       01 ws-referral-eof-switch    pic x value "N".
           88 no-more-referrals     value "Y".
       01 ws-referral-full-switch   pic x value "N".
           88 referral-table-full   value "Y".
       01 ws-referred-count         pic 9(7) value 0.
       01 ws-dormant-held-count     pic 9(7) value 0.
       01 ws-referral-reason        pic x(1).
       01 ws-approved-post-count    pic 9(7) value 0.
       01 ws-returned-count         pic 9(7) value 0.
       01 ws-carried-count          pic 9(7) value 0.
       01 ws-warehoused-count       pic 9(7) value 0.
       01 ws-backdated-count        pic 9(7) value 0.

      *> ---------------------------------------------------------------
      *> reversals: every reversal detail on today's file, in file
      *> order, with the journal line (by its position on the
      *> journal) it was matched to before posting began, and the
      *> direction and converted amount that line carries
      *> ---------------------------------------------------------------
       01 ws-reversal-table.
           05 ws-reversal-entry occurs 100 times indexed by rvs-idx.
               10 rv-account        pic x(10).
               10 rv-orig-date      pic x(10).
               10 rv-amount         pic 9(9)v99.
               10 rv-currency       pic x(3).
               10 rv-journal-seq    pic 9(7).
               10 rv-orig-type      pic x(1).
               10 rv-orig-conv      pic 9(11)v99.
               10 rv-state          pic x(1).
                   88 rv-is-unmatched value "U".
                   88 rv-is-matched   value "M".
                   88 rv-was-posted   value "P".
       01 ws-reversal-count         pic 9(3) value 0.
       01 ws-reversal-next          pic 9(3) value 0.
       01 ws-reversal-posted-count  pic 9(7) value 0.
       01 ws-journal-seq            pic 9(7) value 0.
       01 ws-journal-eof-switch     pic x value "N".
           88 no-more-journal       value "Y".
       01 ws-jrnwork-eof-switch     pic x value "N".
           88 no-more-journal-work  value "Y".
       01 ws-reversal-match-switch  pic x value "N".
           88 reversal-line-taken   value "Y".

      *> ---------------------------------------------------------------
      *> posting counters and totals -- posted debits and credits are
      *> kept separately so the report lines up with POLYTXN's summary

       main-line.
           perform initialize-run
           if proc-date-is-refused
              move 9 to return-code
              move ws-proc-reason to ws-error-reason
              if ws-mode-demo
                 display "polypost: " ws-proc-reason end-display
              end-if
              perform finish-run
              goback
           end-if
           perform check-step-gate
           if gate-is-blocked
              move 9 to return-code
           end-if
           perform open-account-master
           if ws-master-status = "00"
              perform take-posting-snapshot
              if not snapshot-is-safe
                 close account-master
              end-if
           end-if
           if ws-master-status = "00"
              and snapshot-is-safe
              perform record-posting-date
              perform load-referral-queue
              perform load-referral-decisions
              perform seed-new-accounts
              perform load-reversal-details
              perform post-transaction-file
              perform mark-reversed-originals
              perform rewrite-referral-queue
              perform sum-master-balances
              close account-master

           move "POLYPOST" to rh-job-name
           perform build-run-stamp
           perform set-processing-date

           move ws-proc-date-x to ws-run-date
           move ws-run-date to ws-rate-run-date
           perform load-rate-table
           .

       copy runstamp.

       copy procdatk.

       copy cycctlk.

      *> ---------------------------------------------------------------
      *> the posting date goes on the cycle control record before a
      *> balance moves, so POLYBKOT still sees this run as the latest
      *> posting once POLYHIST has rolled the run-log
      *> ---------------------------------------------------------------
       record-posting-date.
           perform read-cycle-control
           if ws-proc-date > ws-cyc-last-posting
              move ws-proc-date to ws-cyc-last-posting
              perform write-cycle-control
           end-if
           .

       copy runcalck.

       copy seqgatek.

       copy rateload.
           end-if
           .

      *> ---------------------------------------------------------------
      *> the state posting is about to change, copied aside under the
      *> posting date before a single balance moves.  the first
      *> snapshot of the date is the one a backout wants -- a rerun
      *> after a failed or backed-out run would only copy the state
      *> the first run left -- so a complete set already on file is
      *> kept.  the master goes last: its copy on file means the
      *> other four are there too.  the accrual file is in the set
      *> because POLYINT runs on the posted balances after this
      *> step: restoring the master without it would leave a month
      *> end's capitalization stamped as done with its interest
      *> gone from the balance.
      *> ---------------------------------------------------------------
       take-posting-snapshot.
           move "N" to ws-snapshot-switch
           move ws-run-date to ws-snap-date
           move "master" to ws-snap-kind
           perform build-snapshot-name
           open input snapshot-file
           if ws-snapshot-status = "00"
              close snapshot-file
              set snapshot-is-safe to true
           else
              perform snapshot-referral-queue
              if ws-snapshot-status = "00"
                 perform snapshot-referral-decisions
              end-if
              if ws-snapshot-status = "00"
                 perform snapshot-warehouse
              end-if
              if ws-snapshot-status = "00"
                 perform snapshot-interest-accruals
              end-if
              if ws-snapshot-status = "00"
                 perform snapshot-account-master
              end-if
              if ws-snapshot-status = "00"
                 set snapshot-is-safe to true
              end-if
           end-if
           if not snapshot-is-safe
              move 2 to return-code
              move "CANNOT TAKE PRE-POSTING SNAPSHOT" to ws-error-reason
              if ws-mode-demo
                 display "polypost: cannot write snapshot "
                         ws-snap-file-name end-display
              end-if
           end-if
           .

      *> a queue, decision file, warehouse or accrual file not yet
      *> on file is snapshotted as empty: restored, it is empty again
       snapshot-referral-queue.
           move "referral" to ws-snap-kind
           perform build-snapshot-name
           open output snapshot-file
           if ws-snapshot-status = "00"
              move "N" to ws-snap-source-eof-switch
              open input referral-file
              if ws-referral-status = "00"
                 perform copy-referral-to-snapshot
                         until no-more-snap-source
                 close referral-file
              end-if
              close snapshot-file
           end-if
           .

       copy-referral-to-snapshot.
           read referral-file
               at end set no-more-snap-source to true
               not at end
                   write snapshot-record from referral-record
           end-read
           .

       snapshot-referral-decisions.
           move "refdec" to ws-snap-kind
           perform build-snapshot-name
           open output snapshot-file
           if ws-snapshot-status = "00"
              move "N" to ws-snap-source-eof-switch
              open input decision-file
              if ws-decision-status = "00"
                 perform copy-decision-to-snapshot
                         until no-more-snap-source
                 close decision-file
              end-if
              close snapshot-file
           end-if
           .

       copy-decision-to-snapshot.
           read decision-file
               at end set no-more-snap-source to true
               not at end
                   write snapshot-record from decision-record
           end-read
           .

       snapshot-warehouse.
           move "warehouse" to ws-snap-kind
           perform build-snapshot-name
           open output snapshot-file
           if ws-snapshot-status = "00"
              move "N" to ws-snap-source-eof-switch
              open input warehouse-file
              if ws-warehouse-status = "00"
                 perform copy-warehouse-to-snapshot
                         until no-more-snap-source
                 close warehouse-file
              end-if
              close snapshot-file
           end-if
           .

       copy-warehouse-to-snapshot.
           read warehouse-file
               at end set no-more-snap-source to true
               not at end
                   write snapshot-record from warehouse-record
           end-read
           .

       snapshot-interest-accruals.
           move "accrual" to ws-snap-kind
           perform build-snapshot-name
           open output snapshot-file
           if ws-snapshot-status = "00"
              move "N" to ws-snap-source-eof-switch
              open input accrual-file
              if ws-accrual-status = "00"
                 move low-values to acr-account
                 start accrual-file key not < acr-account
                     invalid key set no-more-snap-source to true
                 end-start
                 perform copy-accrual-to-snapshot
                         until no-more-snap-source
                 close accrual-file
              end-if
              close snapshot-file
           end-if
           .

       copy-accrual-to-snapshot.
           read accrual-file next
               at end set no-more-snap-source to true
               not at end
                   write snapshot-record from accrual-record
           end-read
           .

       snapshot-account-master.
           move "master" to ws-snap-kind
           perform build-snapshot-name
           open output snapshot-file
           if ws-snapshot-status = "00"
              move "N" to ws-master-eof-switch
              move low-values to acct-account
              start account-master key not < acct-account
                  invalid key set no-more-accounts to true
              end-start
              perform copy-master-to-snapshot until no-more-accounts
              close snapshot-file
           end-if
           .

       copy-master-to-snapshot.
           read account-master next
               at end set no-more-accounts to true
               not at end
                   write snapshot-record from account-record
                   if ws-snapshot-status not = "00"
                      set no-more-accounts to true
                   end-if
           end-read
           .

       copy snapname.

      *> ---------------------------------------------------------------
      *> operations' account-opening path: any id listed in the seed
      *> file and not yet on the master is added with a zero balance
                  invalid key
                      move account-seed-record to acct-account
                      move 0 to acct-balance
                      move ws-proc-date to acct-last-activity
                      move "A" to acct-status
                      move spaces to acct-name
                      move spaces to acct-type
      *> their own audit mark
      *> ---------------------------------------------------------------
       post-one-transaction.
           if txn-is-detail-rec
              and txn-is-reversal
              perform post-reversal-detail
           end-if
           if txn-is-detail-rec
              and (txn-is-debit or txn-is-credit)
              if txn-effective-date > ws-run-date-n
           move txn-type to whs-type
           move txn-amount to whs-amount
           move txn-currency to whs-currency
           move ws-proc-date to whs-stored-date
           write warehouse-record
           add 1 to ws-warehoused-count
           .
               when acct-is-frozen
                   move "ACCOUNT-FROZEN" to ws-post-reject-reason
                   perform write-posting-reject
               when acct-is-dormant
                   perform refer-dormant-posting
               when other
                   perform apply-transaction
           end-evaluate
              add ws-converted-amount to acct-balance
              add ws-converted-amount to ws-posted-credit-total
           end-if
           move ws-proc-date to acct-last-activity
           rewrite account-record
           end-rewrite
           add 1 to ws-posted-count
      *> still not silently posted.
      *> ---------------------------------------------------------------
       refer-overdraft-debit.
           move "O" to ws-referral-reason
           perform hold-for-referral
           .

      *> ---------------------------------------------------------------
      *> nothing posts quietly to an account nobody has touched for
      *> the dormancy period: debit or credit, it waits on the same
      *> queue under its own reason for someone to say yes
      *> ---------------------------------------------------------------
       refer-dormant-posting.
           compute ws-converted-amount rounded =
                   txn-amount * ws-rate-work
           move "D" to ws-referral-reason
           perform hold-for-referral
           .

       hold-for-referral.
           if ws-referral-count < 200
              add 1 to ws-referral-count
              move ws-proc-date to rf-date(ws-referral-count)
              move txn-account to rf-account(ws-referral-count)
              move txn-type to rf-type(ws-referral-count)
              move txn-amount to rf-orig(ws-referral-count)
              move acct-overdraft-limit
                   to rf-limit(ws-referral-count)
              move "P" to rf-state(ws-referral-count)
              move ws-referral-reason to rf-reason(ws-referral-count)
              if ws-referral-reason = "D"
                 add 1 to ws-dormant-held-count
              else
                 add 1 to ws-referred-count
              end-if
           else
              set referral-table-full to true
              move "REFERRAL-QUEUE-FULL" to ws-post-reject-reason
                   to rf-balance-before(ws-referral-count)
              move ref-limit to rf-limit(ws-referral-count)
              move "P" to rf-state(ws-referral-count)
              if ref-is-dormant
                 move "D" to rf-reason(ws-referral-count)
              else
                 move "O" to rf-reason(ws-referral-count)
              end-if
           else
              set referral-table-full to true
           end-if

      *> ---------------------------------------------------------------
      *> approved referrals post first, with audit mark "O" on the
      *> journal for an overdraft and "A" for a dormant account, at
      *> the converted amount they were referred at.  an
      *> account that has since closed or frozen sends its item back
      *> to pending rather than posting on a stale approval.  an
      *> approved dormant-account item posts to the still-dormant
      *> account -- the approval is for the item, not the account --
      *> and may be a credit.
      *> ---------------------------------------------------------------
       post-approved-referrals.
           perform post-one-referral

       apply-approved-referral.
           if not acct-is-active
              and not (acct-is-dormant and rf-is-dormant(ref-idx))
              move "P" to rf-state(ref-idx)
           else
              if rf-type(ref-idx) = "C" or "c"
                 add rf-conv(ref-idx) to acct-balance
                 add rf-conv(ref-idx) to ws-posted-credit-total
              else
                 subtract rf-conv(ref-idx) from acct-balance
                 add rf-conv(ref-idx) to ws-posted-debit-total
              end-if
              move ws-proc-date to acct-last-activity
              rewrite account-record
              end-rewrite
              add 1 to ws-posted-count
              move ws-proc-date to jrn-post-date
              move rf-account(ref-idx) to jrn-account
              move rf-type(ref-idx) to jrn-type
              move rf-orig(ref-idx) to jrn-orig-amount
              move rf-currency(ref-idx) to jrn-currency
              move rf-conv(ref-idx) to jrn-conv-amount
              if rf-is-dormant(ref-idx)
                 move "A" to jrn-audit-mark
              else
                 move "O" to jrn-audit-mark
              end-if
              move space to jrn-pair-mark
              move spaces to jrn-pair-date
              write posting-journal-record
              move "D" to rf-state(ref-idx)
              add 1 to ws-approved-post-count
              move rf-balance-before(ref-idx)
                   to ref-balance-before
              move rf-limit(ref-idx) to ref-limit
              move rf-reason(ref-idx) to ref-reason
              write referral-record
           end-if
           .
      *> order, so the balance it produced can be proved later
      *> ---------------------------------------------------------------
       write-journal-entry.
           move ws-proc-date to jrn-post-date
           move txn-account to jrn-account
           move txn-type to jrn-type
           move txn-amount to jrn-orig-amount
           move txn-currency to jrn-currency
           move ws-converted-amount to jrn-conv-amount
           move ws-journal-mark to jrn-audit-mark
           move space to jrn-pair-mark
           move spaces to jrn-pair-date
           write posting-journal-record
           if ws-journal-mark = "B"
              add 1 to ws-backdated-count
           end-if
           .

      *> ---------------------------------------------------------------
      *> reversals are matched before the journal is opened for
      *> today's postings: every reversal detail on the file is
      *> loaded in file order, then one pass of the journal hands
      *> each journal line to the first still-unmatched reversal
      *> naming its post date, account, captured amount and
      *> currency.  a line that is itself a reversal, or was
      *> reversed before, is never handed out, and no line is
      *> handed out twice.
      *> ---------------------------------------------------------------
       load-reversal-details.
           move 0 to ws-reversal-count
           move 0 to ws-reversal-next
           move "N" to ws-txn-eof-switch
           open input transaction-file
           if ws-txn-status = "00"
              perform read-reversal-detail until no-more-transactions
              close transaction-file
           end-if
           move "N" to ws-txn-eof-switch
           if ws-reversal-count > 0
              perform match-reversal-originals
           end-if
           .

       read-reversal-detail.
           read transaction-file
               at end set no-more-transactions to true
               not at end
                   if txn-is-detail-rec
                      and txn-is-reversal
                      perform store-reversal-detail
                   end-if
           end-read
           .

      *> past a full table the reversal stays unmatched and is
      *> rejected to suspense when its turn to post comes
       store-reversal-detail.
           if ws-reversal-count < 100
              add 1 to ws-reversal-count
              move txn-account to rv-account(ws-reversal-count)
              move spaces to rv-orig-date(ws-reversal-count)
              string txn-reversal-post-date(1:4) delimited by size
                     "/" delimited by size
                     txn-reversal-post-date(5:2) delimited by size
                     "/" delimited by size
                     txn-reversal-post-date(7:2) delimited by size
                     into rv-orig-date(ws-reversal-count)
              end-string
              move txn-amount to rv-amount(ws-reversal-count)
              move txn-currency to rv-currency(ws-reversal-count)
              move 0 to rv-journal-seq(ws-reversal-count)
              move space to rv-orig-type(ws-reversal-count)
              move 0 to rv-orig-conv(ws-reversal-count)
              move "U" to rv-state(ws-reversal-count)
           end-if
           .

       match-reversal-originals.
           move 0 to ws-journal-seq
           move "N" to ws-journal-eof-switch
           open input posting-journal-file
           if ws-journal-status = "00"
              perform read-journal-for-reversal until no-more-journal
              close posting-journal-file
           end-if
           .

       read-journal-for-reversal.
           read posting-journal-file
               at end set no-more-journal to true
               not at end
                   add 1 to ws-journal-seq
                   if not jrn-is-reversal
                      and not jrn-was-reversed
                      and not jrn-was-backed-out
                      and not jrn-is-balance-forward
                      move "N" to ws-reversal-match-switch
                      perform match-one-reversal
                              varying rvs-idx from 1 by 1
                              until rvs-idx > ws-reversal-count
                                 or reversal-line-taken
                   end-if
           end-read
           .

       match-one-reversal.
           if rv-is-unmatched(rvs-idx)
              and rv-orig-date(rvs-idx) = jrn-post-date
              and rv-account(rvs-idx) = jrn-account
              and rv-amount(rvs-idx) = jrn-orig-amount
              and rv-currency(rvs-idx) = jrn-currency
              move ws-journal-seq to rv-journal-seq(rvs-idx)
              move jrn-type to rv-orig-type(rvs-idx)
              move jrn-conv-amount to rv-orig-conv(rvs-idx)
              move "M" to rv-state(rvs-idx)
              set reversal-line-taken to true
           end-if
           .

      *> ---------------------------------------------------------------
      *> a reversal takes the n-th slot for the n-th reversal on the
      *> file.  it needs no rate -- it undoes the original's own
      *> converted amount -- and it never refers: taking back a
      *> posting is not new lending.  the account must still be
      *> open, as for any other posting.
      *> ---------------------------------------------------------------
       post-reversal-detail.
           add 1 to ws-reversal-next
           if ws-reversal-next > ws-reversal-count
              move "REVERSAL-ORIGINAL-NOT-FOUND"
                   to ws-post-reject-reason
              perform write-posting-reject
           else
              if not rv-is-matched(ws-reversal-next)
                 move "REVERSAL-ORIGINAL-NOT-FOUND"
                      to ws-post-reject-reason
                 perform write-posting-reject
              else
                 move txn-account to acct-account
                 read account-master
                     invalid key
                         move "ACCOUNT-NOT-ON-MASTER"
                              to ws-post-reject-reason
                         perform write-posting-reject
                     not invalid key perform post-reversal-to-account
                 end-read
              end-if
           end-if
           .

       post-reversal-to-account.
           evaluate true
               when acct-is-closed
                   move "ACCOUNT-CLOSED" to ws-post-reject-reason
                   perform write-posting-reject
               when acct-is-frozen
                   move "ACCOUNT-FROZEN" to ws-post-reject-reason
                   perform write-posting-reject
               when acct-is-dormant
                   move "ACCOUNT-DORMANT" to ws-post-reject-reason
                   perform write-posting-reject
               when other
                   perform apply-reversal
           end-evaluate
           .

       apply-reversal.
           move rv-orig-conv(ws-reversal-next) to ws-converted-amount
           move spaces to jrn-pair-date
           if rv-orig-type(ws-reversal-next) = "D" or "d"
              add ws-converted-amount to acct-balance
              add ws-converted-amount to ws-posted-credit-total
              move "C" to jrn-type
           else
              subtract ws-converted-amount from acct-balance
              add ws-converted-amount to ws-posted-debit-total
              move "D" to jrn-type
           end-if
           move ws-proc-date to acct-last-activity
           rewrite account-record
           end-rewrite
           add 1 to ws-posted-count
           add 1 to ws-reversal-posted-count
           move "P" to rv-state(ws-reversal-next)
           move ws-proc-date to jrn-post-date
           move txn-account to jrn-account
           move rv-amount(ws-reversal-next) to jrn-orig-amount
           move rv-currency(ws-reversal-next) to jrn-currency
           move ws-converted-amount to jrn-conv-amount
           move "R" to jrn-audit-mark
           move "R" to jrn-pair-mark
           move rv-orig-date(ws-reversal-next) to jrn-pair-date
           write posting-journal-record
           .

      *> ---------------------------------------------------------------
      *> with today's postings closed off, the original line behind
      *> every posted reversal gets pair mark "X" and today's date.
      *> the journal goes through the work file and back; should the
      *> copy-back be cut short, polyglot-journal.wrk holds the full
      *> journal to restore from.
      *> ---------------------------------------------------------------
       mark-reversed-originals.
           if ws-reversal-posted-count > 0
              perform copy-journal-to-work
              if ws-jrnwork-status = "00"
                 perform copy-work-to-journal
              end-if
           end-if
           .

       copy-journal-to-work.
           move 0 to ws-journal-seq
           move "N" to ws-journal-eof-switch
           move "99" to ws-jrnwork-status
           open input posting-journal-file
           if ws-journal-status = "00"
              open output journal-work-file
              if ws-jrnwork-status = "00"
                 perform copy-one-journal-line until no-more-journal
                 close journal-work-file
              end-if
              close posting-journal-file
           end-if
           if ws-jrnwork-status not = "00"
              move 2 to return-code
              move "CANNOT MARK REVERSED JOURNAL ENTRIES"
                   to ws-error-reason
           end-if
           .

       copy-one-journal-line.
           read posting-journal-file
               at end set no-more-journal to true
               not at end
                   add 1 to ws-journal-seq
                   perform mark-one-original
                           varying rvs-idx from 1 by 1
                           until rvs-idx > ws-reversal-count
                   write journal-work-record
                         from posting-journal-record
           end-read
           .

       mark-one-original.
           if rv-was-posted(rvs-idx)
              and rv-journal-seq(rvs-idx) = ws-journal-seq
              move "X" to jrn-pair-mark
              move ws-proc-date to jrn-pair-date
           end-if
           .

      *> the live journal is only opened for output once the work
      *> file it is rebuilt from is open: never truncated for nothing
       copy-work-to-journal.
           move "N" to ws-jrnwork-eof-switch
           open input journal-work-file
           if ws-jrnwork-status = "00"
              open output posting-journal-file
              if ws-journal-status = "00"
                 perform copy-one-work-line until no-more-journal-work
                 close posting-journal-file
              end-if
              close journal-work-file
           end-if
           if ws-jrnwork-status not = "00"
              or ws-journal-status not = "00"
              move 2 to return-code
              move "CANNOT COPY MARKED JOURNAL BACK"
                   to ws-error-reason
           end-if
           .

       copy-one-work-line.
           read journal-work-file
               at end set no-more-journal-work to true
               not at end
                   write posting-journal-record
                         from journal-work-record
           end-read
           .

      *> ---------------------------------------------------------------
      *> nobody slips value into a prior day unnoticed: every
      *> backdated posting is listed with the day it claimed
              move txn-amount-x to susp-amount-x
              move txn-currency to susp-currency
              move txn-effective-date to susp-effective-date
              move ws-proc-date to ws-susp-date-in
              perform add-to-suspense
           end-if
           .
           end-string
           write posting-report-record

           move ws-dormant-held-count to ws-edit-count
           move spaces to posting-report-record
           string "DORMANT HELD . . . . . . . " delimited by size
                  ws-edit-count delimited by size
                  into posting-report-record
           end-string
           write posting-report-record

           move ws-approved-post-count to ws-edit-count
           move spaces to posting-report-record
           string "REFERRALS POSTED . . . . . " delimited by size
           end-string
           write posting-report-record

           move ws-reversal-posted-count to ws-edit-count
           move spaces to posting-report-record
           string "REVERSALS POSTED . . . . . " delimited by size
                  ws-edit-count delimited by size
                  into posting-report-record
           end-string
           write posting-report-record

           move ws-seeded-count to ws-edit-count
           move spaces to posting-report-record
           string "ACCOUNTS OPENED. . . . . . " delimited by size
           end-string
           write referral-report-record

           move ws-dormant-held-count to ws-edit-count
           move spaces to referral-report-record
           string "DORMANT HELD TODAY . . . . " delimited by size
                  ws-edit-count delimited by size
                  into referral-report-record
           end-string
           write referral-report-record

           move ws-approved-post-count to ws-edit-count
           move spaces to referral-report-record
           string "APPROVED AND POSTED. . . . " delimited by size
              write referral-report-record
           end-if

           move "REASON O = PAST OVERDRAFT LIMIT, D = DORMANT ACCOUNT"
                to referral-report-record
           write referral-report-record

           close referral-report-file
           .

                  ws-edit-conv delimited by size
                  " " delimited by size
                  ws-edit-limit delimited by size
                  " " delimited by size
                  rf-reason(ref-idx) delimited by size
                  into referral-report-record
           end-string
           write referral-report-record
           end-if
           move rh-job-name to rlx-job-name
           move ws-caller-language to rlx-caller
           move ws-proc-date to rlx-run-date
           move rh-datetime to rlx-datetime
           move rh-return-code to rlx-return-code
           write run-log-index-record
