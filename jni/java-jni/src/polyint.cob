      *> ***************************************************************
      *>****J* SWIG/polyint
      *> AUTHOR
      *>   GnuCOBOL Playground maintainers
      *> DATE
      *>   20261015
      *>   Modified: 2026-10-15 - works under the suite's processing
      *>     date (see procdate) instead of the clock's: accrual
      *>     days, month end, capitalization and fee postings and
      *>     the run-log go by the business day being run, and the
      *>     report carries a PROCESSING DATE line under its heading
      *>     when that is not today.  A processing date the controls
      *>     refuse stops the run with RC 9.
      *>   Modified: 2026-10-15 - interest accrues forward: each run
      *>     accrues the day's closing balance for the days from
      *>     the run date up to the next business day, instead of
      *>     laying tonight's balance over the days already gone.
      *>     The month-end run accrues to the month's last calendar
      *>     day, capitalizes, then accrues the days left before the
      *>     next business day on the balance that leaves.
      *>   Modified: 2026-10-15 - an account that is not active
      *>     has its last accrual date moved on over the days
      *>     tonight's run covers, so a dormant or frozen spell
      *>     never accrues once the account is active again.
      *> LICENSE
      *>   Copyright 2015 Brian Tiffin
      *>   GNU General Public License, GPL, 3.0 (or greater)
      *> PURPOSE
      *>   Daily interest accrual and month-end capitalization, run
      *>   after POLYPOST.  Every active account on the master
      *>   accrues interest on the day's closing balance for the
      *>   calendar days from the run date up to the next business
      *>   day (see runcal), at the rates its ACCT-TYPE carries on the
      *>   interest table (see intrate): the credit rate on a
      *>   positive balance, the debit rate on the overdrawn part.
      *>   Days an account spends dormant or frozen earn and cost
      *>   nothing: the run passes its accrual date over them.
      *>   The running accrual is kept per account on the keyed
      *>   accrual file (see accrrec).  On the last business day of
      *>   the month (see runcal) the whole cents accrued are
      *>   capitalized onto the balance and the account type's flat
      *>   maintenance fee is charged, each posted through the
      *>   journal like any other posting -- audit mark "I" for
      *>   interest, "F" for the fee -- so POLYSTMT replays them and
      *>   POLYGL feeds them to the ledger.  Interest and fees are
      *>   not customer activity and leave ACCT-LAST-ACTIVITY alone.
      *> TECTONICS
      *>   run after POLYPOST; gated on it through
      *>   polyglot-seqctl.dat.  Reads the rate table from
      *>   "polyglot-intrates.dat" and writes the interest report to
      *>   "polyglot-intrpt.txt", whose DEBITS POSTED and CREDITS
      *>   POSTED lines POLYGL adds to the posting report's when it
      *>   proves the day's feed.
      *> ***************************************************************
       identification division.
       program-id. polyint.
       author. GnuCOBOL Playground maintainers.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select account-master assign to "polyglot-master.dat"
               organization indexed
               access mode dynamic
               record key is acct-account
               file status is ws-master-status.

           select accrual-file assign to "polyglot-accrual.idx"
               organization indexed
               access mode random
               record key is acr-account
               file status is ws-accrual-status.

           select interest-rate-file assign to "polyglot-intrates.dat"
               organization line sequential
               file status is ws-intrate-status.

           select posting-journal-file assign to "polyglot-journal.dat"
               organization line sequential
               file status is ws-journal-status.

           select interest-report-file assign to "polyglot-intrpt.txt"
               organization line sequential
               file status is ws-report-status.

           select calendar-file assign to "polyglot-calendar.dat"
               organization line sequential
               file status is ws-calendar-status.

           select processing-date-file
               assign to "polyglot-procdate.dat"
               organization line sequential
               file status is ws-procdate-status.

           select cycle-control-file assign to "polyglot-cycle.dat"
               organization line sequential
               file status is ws-cycle-status.

           select run-log-file assign to "polyglot-runlog.idx"
               organization indexed
               access mode dynamic
               record key is rlx-key
               file status is ws-runlog-status.

           select error-log-file assign to "polyglot-error.txt"
               organization line sequential
               file status is ws-errorlog-status.

           select sequence-control-file
               assign to "polyglot-seqctl.dat"
               organization line sequential
               file status is ws-seqctl-status.

           select override-audit-file
               assign to "polyglot-override.txt"
               organization line sequential
               file status is ws-override-status.

       data division.
       file section.
       fd account-master.
       copy acctrec.

       fd accrual-file.
       copy accrrec.

       fd interest-rate-file.
       copy intrate.

       fd posting-journal-file.
       copy jrnlrec.

       fd interest-report-file.
       01 interest-report-record     pic x(80).

       fd calendar-file.
       copy calrec.

       fd processing-date-file.
       01 processing-date-record     pic x(80).

       fd cycle-control-file.
       01 cycle-control-record       pic x(80).

       fd run-log-file.
       copy runlogix.

       fd error-log-file.
       01 error-log-record           pic x(120).

       fd sequence-control-file.
       01 sequence-control-record    pic x(80).

       fd override-audit-file.
       01 override-audit-record      pic x(80).

       working-storage section.
       copy runheader.

       01 ws-master-status          pic xx.
       01 ws-accrual-status         pic xx.
       01 ws-intrate-status         pic xx.
       01 ws-journal-status         pic xx.
       01 ws-report-status          pic xx.
       01 ws-runlog-status          pic xx.
       01 ws-errorlog-status        pic xx.

       01 ws-caller-language        pic x(10) value "UNKNOWN".
       01 ws-error-reason           pic x(60) value spaces.
       01 ws-return-code-num        pic 9(4).

       01 ws-master-eof-switch      pic x value "N".
           88 no-more-accounts      value "Y".
       01 ws-intrate-eof-switch     pic x value "N".
           88 no-more-int-rates     value "Y".

      *> ---------------------------------------------------------------
      *> shared step-sequence gate (see seqgate/seqgatek)
      *> ---------------------------------------------------------------
       copy seqgate.

      *> ---------------------------------------------------------------
      *> shared processing calendar (see runcal/runcalck/calrec)
      *> ---------------------------------------------------------------
       copy runcal.

      *> ---------------------------------------------------------------
      *> shared processing date (see procdate/procdatk)
      *> ---------------------------------------------------------------
       copy procdate.
       copy cycctl.

       01 ws-run-date.
           05 ws-run-yyyy           pic x(4).
           05 ws-run-mm             pic x(2).
           05 ws-run-dd             pic x(2).
       01 ws-run-date-n redefines ws-run-date
                                    pic 9(8).
       01 ws-run-month              pic 9(6).
       01 ws-next-month             pic 9(6).
       01 ws-base-currency          pic x(3) value "USD".

       01 ws-month-end-switch       pic x value "N".
           88 today-is-month-end    value "Y".

      *> ---------------------------------------------------------------
      *> the interest table, one slot per account type
      *> ---------------------------------------------------------------
       01 ws-int-rate-table.
           05 ws-int-rate-entry occurs 20 times indexed by irt-idx.
               10 it-acct-type      pic x(2).
               10 it-credit-rate    pic 9(2)v9(4).
               10 it-debit-rate     pic 9(2)v9(4).
               10 it-monthly-fee    pic 9(5)v99.
       01 ws-int-rate-count         pic 9(2) value 0.
       01 ws-int-rate-match-idx     pic 9(2) value 0.
       01 ws-int-rate-bad-count     pic 9(3) value 0.

      *> ---------------------------------------------------------------
      *> the days an account accrues for run forward from the run
      *> date on its closing balance, up to the day before the next
      *> business day, so Friday's run carries the weekend at
      *> Friday's balance.  day numbers are integer-of-date's.
      *> ---------------------------------------------------------------
       01 ws-last-accrual-date      pic x(8).
       01 ws-last-accrual-n redefines ws-last-accrual-date
                                    pic 9(8).
       01 ws-accrual-days           pic s9(5).
       01 ws-today-day              pic s9(9) comp.
       01 ws-accrue-stop-day        pic s9(9) comp.
       01 ws-month-last-day         pic s9(9) comp.
       01 ws-last-accrued-day       pic s9(9) comp.
       01 ws-span-from-day          pic s9(9) comp.
       01 ws-span-through-day       pic s9(9) comp.
       01 ws-span-through-n         pic 9(8).
       01 ws-span-through-parts redefines ws-span-through-n.
           05 ws-st-yyyy            pic x(4).
           05 ws-st-mm              pic x(2).
           05 ws-st-dd              pic x(2).
       01 ws-carry-switch           pic x value "N".
           88 carry-past-month-end  value "Y".
       01 ws-day-credit             pic 9(9)v9(6).
       01 ws-day-debit              pic 9(9)v9(6).
       01 ws-overdrawn-part         pic 9(11)v99.
       01 ws-accrual-on-file-switch pic x value "N".
           88 accrual-was-on-file   value "Y".

      *> ---------------------------------------------------------------
      *> capitalization: whole cents post, the fraction carries
      *> ---------------------------------------------------------------
       01 ws-capital-amount         pic 9(9)v99.
       01 ws-journal-type           pic x(1).
       01 ws-journal-mark           pic x(1).
       01 ws-posting-label          pic x(12).

       01 ws-accrued-count          pic 9(7) value 0.
       01 ws-unrated-count          pic 9(7) value 0.
       01 ws-skipped-count          pic 9(7) value 0.
       01 ws-capitalized-count      pic 9(7) value 0.
       01 ws-fee-count              pic 9(7) value 0.
       01 ws-posted-count           pic 9(7) value 0.
       01 ws-credit-accrued-total   pic 9(11)v9(6) value 0.
       01 ws-debit-accrued-total    pic 9(11)v9(6) value 0.
       01 ws-posted-debit-total     pic 9(11)v99 value 0.
       01 ws-posted-credit-total    pic 9(11)v99 value 0.

       01 ws-edit-count             pic zzz,zz9.
       01 ws-edit-amount            pic zzz,zzz,zz9.99.
       01 ws-edit-balance           pic zz,zzz,zzz,zz9.99-.
       01 ws-edit-accrual           pic zz,zzz,zzz,zz9.999999.

      *> ***************************************************************
       procedure division.

       main-line.
           perform initialize-run
           if proc-date-is-refused
              move 9 to return-code
              move ws-proc-reason to ws-error-reason
              perform finish-run
              goback
           end-if
           perform check-step-gate
           if gate-is-blocked
              move 9 to return-code
              move ws-gate-reason to ws-error-reason
              perform finish-run
              goback
           end-if
           perform load-interest-rates
           perform decide-month-end
           perform open-interest-files
           if return-code = 0
              perform write-report-heading
              perform accrue-master-accounts
              perform write-report-totals
              close interest-report-file
              close posting-journal-file
              close accrual-file
              close account-master
           end-if
           perform finish-run
           goback.

       initialize-run.
           accept ws-caller-language
                  from environment "POLYGLOT_CALLER"
           if ws-caller-language = spaces
              move "UNKNOWN" to ws-caller-language
           end-if
           move "POLYINT" to rh-job-name
           perform build-run-stamp
           move 0 to return-code
           perform set-processing-date
           move ws-proc-date-x to ws-run-date
           .

       copy runstamp.

       copy procdatk.

       copy cycctlk.

       copy seqgatek.

       copy runcalck.

      *> ---------------------------------------------------------------
      *> the interest table: a malformed line is counted and ignored,
      *> so its type earns nothing rather than earning garbage
      *> ---------------------------------------------------------------
       load-interest-rates.
           move "N" to ws-intrate-eof-switch
           open input interest-rate-file
           if ws-intrate-status = "00"
              perform read-interest-rate until no-more-int-rates
              close interest-rate-file
           end-if
           .

       read-interest-rate.
           read interest-rate-file
               at end set no-more-int-rates to true
               not at end perform store-interest-rate
           end-read
           .

       store-interest-rate.
           if irt-acct-type(1:1) not = "*"
              if irt-credit-rate-x is numeric
                 and irt-debit-rate-x is numeric
                 and irt-monthly-fee-x is numeric
                 and ws-int-rate-count < 20
                 add 1 to ws-int-rate-count
                 move irt-acct-type
                      to it-acct-type(ws-int-rate-count)
                 move irt-credit-rate
                      to it-credit-rate(ws-int-rate-count)
                 move irt-debit-rate
                      to it-debit-rate(ws-int-rate-count)
                 move irt-monthly-fee
                      to it-monthly-fee(ws-int-rate-count)
              else
                 add 1 to ws-int-rate-bad-count
              end-if
           end-if
           .

      *> ---------------------------------------------------------------
      *> month end is the last business day of the month: the next
      *> business day after today already falls in the next month.
      *> the day before that next business day is as far as tonight's
      *> balance accrues.
      *> ---------------------------------------------------------------
       decide-month-end.
           perform load-processing-calendar
           compute ws-cal-day-number =
                   function integer-of-date(ws-run-date-n) + 1
           compute ws-cal-check-date =
                   function date-of-integer(ws-cal-day-number)
           perform find-next-business-day
           compute ws-run-month = ws-run-date-n / 100
           compute ws-next-month = ws-next-business-date / 100
           compute ws-today-day =
                   function integer-of-date(ws-run-date-n)
           compute ws-accrue-stop-day =
                   function integer-of-date(ws-next-business-date) - 1
           if ws-next-month not = ws-run-month
              set today-is-month-end to true
              compute ws-month-last-day =
                      function integer-of-date(ws-next-month * 100 + 1)
                      - 1
           end-if
           .

      *> ---------------------------------------------------------------
      *> the master and journal are permanent and must be there; the
      *> accrual file is created empty the first time interest runs
      *> ---------------------------------------------------------------
       open-interest-files.
           open i-o account-master
           if ws-master-status not = "00"
              move 2 to return-code
              move "CANNOT OPEN ACCOUNT MASTER" to ws-error-reason
           else
              open i-o accrual-file
              if ws-accrual-status = "35"
                 open output accrual-file
                 close accrual-file
                 open i-o accrual-file
              end-if
              if ws-accrual-status not = "00"
                 move 2 to return-code
                 move "CANNOT OPEN ACCRUAL FILE" to ws-error-reason
                 close account-master
              else
                 open extend posting-journal-file
                 if ws-journal-status = "35"
                    open output posting-journal-file
                 end-if
                 if ws-journal-status not = "00"
                    move 2 to return-code
                    move "CANNOT OPEN POSTING JOURNAL"
                         to ws-error-reason
                    close accrual-file
                    close account-master
                 else
                    open output interest-report-file
                 end-if
              end-if
           end-if
           .

      *> ---------------------------------------------------------------
      *> full pass of the master: accrue every active account, then
      *> capitalize it if today closes the month
      *> ---------------------------------------------------------------
       accrue-master-accounts.
           move "N" to ws-master-eof-switch
           move low-values to acct-account
           start account-master key not < acct-account
               invalid key set no-more-accounts to true
           end-start
           perform read-master-record until no-more-accounts
           .

       read-master-record.
           read account-master next
               at end set no-more-accounts to true
               not at end perform accrue-one-account
           end-read
           .

       accrue-one-account.
           if not acct-is-active
              add 1 to ws-skipped-count
              perform pass-over-inactive-days
           else
              move 0 to ws-int-rate-match-idx
              perform match-interest-rate
                      varying irt-idx from 1 by 1
                      until irt-idx > ws-int-rate-count
              if ws-int-rate-match-idx = 0
                 add 1 to ws-unrated-count
              else
                 perform fetch-accrual-record
                 perform accrue-interest-days
                 if today-is-month-end
                    and acr-last-capital-date not = ws-proc-date
                    perform capitalize-account
                 end-if
                 if carry-past-month-end
                    perform accrue-past-month-end
                 end-if
                 perform store-accrual-record
              end-if
           end-if
           .

       match-interest-rate.
           if it-acct-type(irt-idx) = acct-type
              move irt-idx to ws-int-rate-match-idx
           end-if
           .

       fetch-accrual-record.
           move acct-account to acr-account
           read accrual-file
               invalid key
                   move "N" to ws-accrual-on-file-switch
                   move acct-account to acr-account
                   move 0 to acr-credit-accrued
                   move 0 to acr-debit-accrued
                   move spaces to acr-last-accrual-date
                   move spaces to acr-last-capital-date
               not invalid key
                   set accrual-was-on-file to true
           end-read
           .

      *> ---------------------------------------------------------------
      *> an account that is not active tonight accrues nothing for
      *> the days tonight's run covers, through the day before the
      *> next business day as an active account's would; its
      *> accrual date is moved on over them so they are not taken
      *> up later at whatever balance it is reactivated with.  an
      *> account never accrued has no record to move on.
      *> ---------------------------------------------------------------
       pass-over-inactive-days.
           perform fetch-accrual-record
           if accrual-was-on-file
              perform find-last-accrued-day
              if ws-last-accrued-day < ws-accrue-stop-day
                 move ws-accrue-stop-day to ws-span-through-day
                 perform stamp-last-accrual-date
                 rewrite accrual-record
                 end-rewrite
              end-if
           end-if
           .

       store-accrual-record.
           if accrual-was-on-file
              rewrite accrual-record
              end-rewrite
           else
              write accrual-record
              end-write
           end-if
           .

      *> ---------------------------------------------------------------
      *> ACR-LAST-ACCRUAL-DATE is the last day already accrued, which
      *> may lie ahead of the run date: nothing more for an account
      *> accrued through today (a same-day rerun).  days an earlier
      *> run never reached -- a night missed -- are taken up from
      *> the day after the last one accrued, since no better
      *> balance for them is left; days the account was not active
      *> were already passed over (see pass-over-inactive-days).
      *> the month-end run stops at the month's last calendar day, so
      *> capitalization takes the whole month and no more.
      *> ---------------------------------------------------------------
       accrue-interest-days.
           move "N" to ws-carry-switch
           move ws-today-day to ws-span-from-day
           perform find-last-accrued-day
           if ws-last-accrued-day < ws-today-day
              if ws-last-accrued-day + 1 < ws-span-from-day
                 compute ws-span-from-day = ws-last-accrued-day + 1
              end-if
              if today-is-month-end
                 move ws-month-last-day to ws-span-through-day
                 if ws-accrue-stop-day > ws-month-last-day
                    set carry-past-month-end to true
                 end-if
              else
                 move ws-accrue-stop-day to ws-span-through-day
              end-if
              perform accrue-day-span
              add 1 to ws-accrued-count
           end-if
           .

      *> the day before the run date when nothing was accrued yet
       find-last-accrued-day.
           compute ws-last-accrued-day = ws-today-day - 1
           if acr-last-accrual-date not = spaces
              move spaces to ws-last-accrual-date
              string acr-last-accrual-date(1:4) delimited by size
                     acr-last-accrual-date(6:2) delimited by size
                     acr-last-accrual-date(9:2) delimited by size
                     into ws-last-accrual-date
              end-string
              compute ws-last-accrued-day =
                      function integer-of-date(ws-last-accrual-n)
           end-if
           .

      *> the days after month end up to the next business day, on
      *> the balance capitalization and the fee have left
       accrue-past-month-end.
           compute ws-span-from-day = ws-month-last-day + 1
           move ws-accrue-stop-day to ws-span-through-day
           perform accrue-day-span
           .

       accrue-day-span.
           compute ws-accrual-days =
                   ws-span-through-day - ws-span-from-day + 1
           if ws-accrual-days > 0
              move 0 to ws-day-credit
              move 0 to ws-day-debit
              if acct-balance > 0
                 compute ws-day-credit rounded =
                         acct-balance
                         * it-credit-rate(ws-int-rate-match-idx)
                         * ws-accrual-days / 36500
              end-if
              if acct-balance < 0
                 compute ws-overdrawn-part = 0 - acct-balance
                 compute ws-day-debit rounded =
                         ws-overdrawn-part
                         * it-debit-rate(ws-int-rate-match-idx)
                         * ws-accrual-days / 36500
              end-if
              add ws-day-credit to acr-credit-accrued
              add ws-day-debit to acr-debit-accrued
              add ws-day-credit to ws-credit-accrued-total
              add ws-day-debit to ws-debit-accrued-total
              perform stamp-last-accrual-date
           end-if
           .

       stamp-last-accrual-date.
           compute ws-span-through-n =
                   function date-of-integer(ws-span-through-day)
           move spaces to acr-last-accrual-date
           string ws-st-yyyy delimited by size
                  "/" delimited by size
                  ws-st-mm delimited by size
                  "/" delimited by size
                  ws-st-dd delimited by size
                  into acr-last-accrual-date
           end-string
           .

      *> ---------------------------------------------------------------
      *> the whole cents accrued post to the balance, credit interest
      *> and debit interest as separate journal lines so the ledger
      *> sees both sides; the fee follows.  the fraction of a cent
      *> stays on the accrual for next month.
      *> ---------------------------------------------------------------
       capitalize-account.
           move acr-credit-accrued to ws-capital-amount
           if ws-capital-amount > 0
              subtract ws-capital-amount from acr-credit-accrued
              move "C" to ws-journal-type
              move "I" to ws-journal-mark
              move "INTEREST CR " to ws-posting-label
              perform post-interest-amount
           end-if
           move acr-debit-accrued to ws-capital-amount
           if ws-capital-amount > 0
              subtract ws-capital-amount from acr-debit-accrued
              move "D" to ws-journal-type
              move "I" to ws-journal-mark
              move "INTEREST DR " to ws-posting-label
              perform post-interest-amount
           end-if
           move it-monthly-fee(ws-int-rate-match-idx)
                to ws-capital-amount
           if ws-capital-amount > 0
              move "D" to ws-journal-type
              move "F" to ws-journal-mark
              move "FEE         " to ws-posting-label
              perform post-interest-amount
              add 1 to ws-fee-count
           end-if
           move ws-proc-date to acr-last-capital-date
           add 1 to ws-capitalized-count
           .

      *> ---------------------------------------------------------------
      *> base-currency postings: captured and converted amounts are
      *> the same figure
      *> ---------------------------------------------------------------
       post-interest-amount.
           if ws-journal-type = "D"
              subtract ws-capital-amount from acct-balance
              add ws-capital-amount to ws-posted-debit-total
           else
              add ws-capital-amount to acct-balance
              add ws-capital-amount to ws-posted-credit-total
           end-if
           rewrite account-record
           end-rewrite
           add 1 to ws-posted-count
           move ws-proc-date to jrn-post-date
           move acct-account to jrn-account
           move ws-journal-type to jrn-type
           move ws-capital-amount to jrn-orig-amount
           move ws-base-currency to jrn-currency
           move ws-capital-amount to jrn-conv-amount
           move ws-journal-mark to jrn-audit-mark
           move space to jrn-pair-mark
           move spaces to jrn-pair-date
           write posting-journal-record
           perform write-posting-line
           .

       write-report-heading.
           move spaces to interest-report-record
           string "POLYGLOT INTEREST AND FEES    " delimited by size
                  rh-datetime delimited by size
                  into interest-report-record
           end-string
           write interest-report-record
           if proc-date-is-set
              move spaces to interest-report-record
              string "PROCESSING DATE . . . . . " delimited by size
                     ws-proc-date delimited by size
                     into interest-report-record
              end-string
              write interest-report-record
           end-if
           move spaces to interest-report-record
           write interest-report-record
           .

       write-posting-line.
           move ws-capital-amount to ws-edit-amount
           move acct-balance to ws-edit-balance
           move spaces to interest-report-record
           string acct-account delimited by size
                  " " delimited by size
                  acct-type delimited by size
                  " " delimited by size
                  ws-posting-label delimited by size
                  ws-journal-type delimited by size
                  " " delimited by size
                  ws-edit-amount delimited by size
                  " " delimited by size
                  ws-edit-balance delimited by size
                  into interest-report-record
           end-string
           write interest-report-record
           .

      *> ---------------------------------------------------------------
      *> the totals POLYGL proves against sit under the same labels
      *> as the posting report's, so one parser reads both
      *> ---------------------------------------------------------------
       write-report-totals.
           move spaces to interest-report-record
           write interest-report-record

           move spaces to interest-report-record
           if today-is-month-end
              move "MONTH END: INTEREST CAPITALIZED, FEES CHARGED"
                   to interest-report-record
           else
              move "DAILY ACCRUAL ONLY" to interest-report-record
           end-if
           write interest-report-record

           move spaces to interest-report-record
           write interest-report-record

           move ws-accrued-count to ws-edit-count
           move spaces to interest-report-record
           string "ACCOUNTS ACCRUED . . . . . " delimited by size
                  ws-edit-count delimited by size
                  into interest-report-record
           end-string
           write interest-report-record

           move ws-unrated-count to ws-edit-count
           move spaces to interest-report-record
           string "ACCOUNTS WITH NO RATE. . . " delimited by size
                  ws-edit-count delimited by size
                  into interest-report-record
           end-string
           write interest-report-record

           move ws-skipped-count to ws-edit-count
           move spaces to interest-report-record
           string "ACCOUNTS NOT ACTIVE. . . . " delimited by size
                  ws-edit-count delimited by size
                  into interest-report-record
           end-string
           write interest-report-record

           move ws-int-rate-bad-count to ws-edit-count
           move spaces to interest-report-record
           string "RATE LINES IGNORED . . . . " delimited by size
                  ws-edit-count delimited by size
                  into interest-report-record
           end-string
           write interest-report-record

           move ws-credit-accrued-total to ws-edit-accrual
           move spaces to interest-report-record
           string "CREDIT ACCRUED TODAY " delimited by size
                  ws-edit-accrual delimited by size
                  into interest-report-record
           end-string
           write interest-report-record

           move ws-debit-accrued-total to ws-edit-accrual
           move spaces to interest-report-record
           string "DEBIT ACCRUED TODAY. " delimited by size
                  ws-edit-accrual delimited by size
                  into interest-report-record
           end-string
           write interest-report-record

           move ws-capitalized-count to ws-edit-count
           move spaces to interest-report-record
           string "ACCOUNTS CAPITALIZED . . . " delimited by size
                  ws-edit-count delimited by size
                  into interest-report-record
           end-string
           write interest-report-record

           move ws-fee-count to ws-edit-count
           move spaces to interest-report-record
           string "FEES CHARGED . . . . . . . " delimited by size
                  ws-edit-count delimited by size
                  into interest-report-record
           end-string
           write interest-report-record

           move ws-posted-count to ws-edit-count
           move spaces to interest-report-record
           string "TRANSACTIONS POSTED . . . " delimited by size
                  ws-edit-count delimited by size
                  into interest-report-record
           end-string
           write interest-report-record

           move ws-posted-debit-total to ws-edit-balance
           move spaces to interest-report-record
           string "DEBITS POSTED. . . . . . " delimited by size
                  ws-edit-balance delimited by size
                  into interest-report-record
           end-string
           write interest-report-record

           move ws-posted-credit-total to ws-edit-balance
           move spaces to interest-report-record
           string "CREDITS POSTED . . . . . " delimited by size
                  ws-edit-balance delimited by size
                  into interest-report-record
           end-string
           write interest-report-record
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
