      *> ***************************************************************
      *>****J* SWIG/polyclos
      *> AUTHOR
      *>   GnuCOBOL Playground maintainers
      *> DATE
      *>   20261015
      *>   Modified: 2026-10-15 - lines of a backed-out posting date
      *>     (pair mark V, see POLYBKOT) move to the generation with
      *>     their month but count toward no balance-forward figure
      *>     and no proof.
      *>   Modified: 2026-10-15 - a month closes only once POLYEOD has
      *>     logged its last business day's cycle clean (RC 0), so a
      *>     catch-up run can never post into a month already rolled
      *>     off; a generation file that already exists is never
      *>     written over.  Either refusal is RC 8 with nothing
      *>     touched.  The last clean cycle is the later of the
      *>     run-log's and the cycle control record's (see cycctl),
      *>     since POLYHIST has usually emptied the run-log by then.
      *> LICENSE
      *>   Copyright 2015 Brian Tiffin
      *>   GNU General Public License, GPL, 3.0 (or greater)
      *> PURPOSE
      *>   Month-end period close for the posting journal (see
      *>   jrnlrec).  Every month that has ended is rolled off the
      *>   live polyglot-journal.dat into its own dated generation
      *>   file (polyglot-journal-YYYYMM.txt), oldest month first,
      *>   and the live journal is started again with one balance-
      *>   forward line per account on the master, dated the last
      *>   day of the closed month.  Before anything leaves the live
      *>   journal each account is proved: its balance-forward plus
      *>   every entry still open after the close point must land
      *>   exactly on ACCT-BALANCE.  One account that does not prove
      *>   stops the close with the live journal untouched.
      *>
      *>   Each generation opens with the balance-forward lines that
      *>   headed the live journal when its month was closed, so any
      *>   closed month can be replayed on its own.  The generations
      *>   are listed in polyglot-journal-gens.txt, the same way
      *>   POLYHIST lists the run-log generations, and POLYSTMT reads
      *>   one only when a statement range reaches back into it.
      *> TECTONICS
      *>   run at month end once the last cycle of the month is
      *>   done, or on any later day: a month closes once the run
      *>   date has left it and POLYEOD has closed the cycle of its
      *>   last business day (see runcal), or a later one, with RC 0,
      *>   and a rerun finds nothing more to do.  POLYHIST may run
      *>   first: the cycle control record keeps the last clean
      *>   cycle through its rollover.
      *>   Ungated, like POLYHIST.  Writes its report to
      *>   "polyglot-jclose.txt".
      *>
      *>   The new live journal is built on polyglot-journal.wrk and
      *>   copied back over polyglot-journal.dat; should the copy be
      *>   cut short, the work file holds the complete journal.  A
      *>   generation already on disk for the month to close is left
      *>   alone and the close refused: it holds history the live
      *>   journal may no longer have, so it is for the operator to
      *>   compare and set aside before the month is closed again.
      *>
      *>   Return codes: 0 closed (or nothing to close), 1 cannot
      *>   open the account master, 2 cannot write a generation or
      *>   the work file, or cannot open the work file and the live
      *>   journal to copy it back (the live journal is not
      *>   touched), 4 more accounts than the proof table holds
      *>   (nothing closed), 6 one or more accounts failed the proof
      *>   (nothing removed from the live journal), 8 close refused:
      *>   the month's last cycle is not complete or its generation
      *>   already exists (nothing touched).
      *> ***************************************************************
       identification division.
       program-id. polyclos.
       author. GnuCOBOL Playground maintainers.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select posting-journal-file assign to "polyglot-journal.dat"
               organization line sequential
               file status is ws-journal-status.

           select account-master assign to "polyglot-master.dat"
               organization indexed
               access mode dynamic
               record key is acct-account
               file status is ws-master-status.

      *> the generation in play is selected at run time by setting
      *> the GENFILE environment name to the dated file name before
      *> the open
           select generation-file assign to "GENFILE"
               organization line sequential
               file status is ws-generation-status.

           select gens-index-file
               assign to "polyglot-journal-gens.txt"
               organization line sequential
               file status is ws-gens-status.

           select journal-work-file assign to "polyglot-journal.wrk"
               organization line sequential
               file status is ws-jrnwork-status.

           select close-report-file assign to "polyglot-jclose.txt"
               organization line sequential
               file status is ws-report-status.

           select calendar-file assign to "polyglot-calendar.dat"
               organization line sequential
               file status is ws-calendar-status.

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

       data division.
       file section.
       fd posting-journal-file.
       copy jrnlrec.

       fd account-master.
       copy acctrec.

       fd generation-file.
       01 generation-record          pic x(60).

       fd gens-index-file.
       01 gens-index-record          pic x(40).

       fd journal-work-file.
       01 journal-work-record        pic x(60).

       fd close-report-file.
       01 close-report-record        pic x(80).

       fd calendar-file.
       copy calrec.

       fd cycle-control-file.
       01 cycle-control-record       pic x(80).

       fd run-log-file.
       copy runlogix.

       fd error-log-file.
       01 error-log-record           pic x(120).

       working-storage section.
       copy runheader.

       01 ws-journal-status         pic xx.
       01 ws-master-status          pic xx.
       01 ws-generation-status      pic xx.
       01 ws-gens-status            pic xx.
       01 ws-jrnwork-status         pic xx.
       01 ws-report-status          pic xx.
       01 ws-runlog-status          pic xx.
       01 ws-errorlog-status        pic xx.

       01 ws-caller-language        pic x(10) value "UNKNOWN".
       01 ws-error-reason           pic x(60) value spaces.
       01 ws-return-code-num        pic 9(4).

       01 ws-journal-eof-switch     pic x value "N".
           88 no-more-journal       value "Y".
       01 ws-jrnwork-eof-switch     pic x value "N".
           88 no-more-journal-work  value "Y".
       01 ws-master-eof-switch      pic x value "N".
           88 no-more-accounts      value "Y".
       01 ws-close-done-switch      pic x value "N".
           88 close-is-finished     value "Y".

      *> ---------------------------------------------------------------
      *> the close point: the oldest month still on the live journal
      *> closes once the run date has left it, through its last day
      *> ---------------------------------------------------------------
       01 ws-current-month          pic x(6).
       01 ws-close-month            pic x(6).
       01 ws-close-through          pic x(10).
       01 ws-next-month-first.
           05 ws-nmf-yyyy           pic 9(4).
           05 ws-nmf-mm             pic 9(2).
           05 ws-nmf-dd             pic 9(2).
       01 ws-next-month-first-n redefines ws-next-month-first
                                    pic 9(8).
       01 ws-close-through-n        pic 9(8).
       01 ws-close-through-parts redefines ws-close-through-n.
           05 ws-ct-yyyy            pic x(4).
           05 ws-ct-mm              pic x(2).
           05 ws-ct-dd              pic x(2).
       01 ws-base-currency          pic x(3) value "USD".

      *> ---------------------------------------------------------------
      *> shared processing calendar (see runcal/runcalck/calrec)
      *> ---------------------------------------------------------------
       copy runcal.

      *> ---------------------------------------------------------------
      *> the month's last business day, as the run-log keys it, and
      *> the last cycle POLYEOD has closed clean
      *> ---------------------------------------------------------------
       01 ws-last-business-n        pic 9(8).
       01 ws-last-business-parts redefines ws-last-business-n.
           05 ws-lb-yyyy            pic x(4).
           05 ws-lb-mm              pic x(2).
           05 ws-lb-dd              pic x(2).
       01 ws-last-business-date     pic x(10).
       01 ws-last-cycle-date        pic x(10).
       01 ws-runlog-scan-switch     pic x value "N".
           88 runlog-scan-done      value "Y".

      *> ---------------------------------------------------------------
      *> cycle control record (see cycctl/cycctlk)
      *> ---------------------------------------------------------------
       copy cycctl.

      *> ---------------------------------------------------------------
      *> one slot per account on the master, plus any account the
      *> journal names that the master does not know -- which can
      *> never prove.  the balance-forward is everything dated on
      *> or before the close point, the open net everything after.
      *> ---------------------------------------------------------------
       01 ws-close-account-table.
           05 ws-close-account-entry occurs 2000 times
                                     indexed by ca-idx.
               10 ca-account        pic x(10).
               10 ca-master-switch  pic x(1).
                   88 ca-on-master  value "Y".
               10 ca-master-balance pic s9(11)v99.
               10 ca-forward        pic s9(11)v99.
               10 ca-open-net       pic s9(11)v99.
       01 ws-close-account-count    pic 9(4) value 0.
       01 ws-ca-match-idx           pic 9(4) value 0.
       01 ws-account-full-switch    pic x value "N".
           88 account-table-full    value "Y".

      *> ---------------------------------------------------------------
      *> generation bookkeeping, as POLYHIST keeps it for the run-log
      *> ---------------------------------------------------------------
       01 ws-generation-file-name   pic x(40).
       01 ws-gens-table.
           05 ws-gens-entry occurs 120 times indexed by gen-idx.
               10 gn-file-name      pic x(40).
       01 ws-gens-count             pic 9(3) value 0.
       01 ws-gens-eof-switch        pic x value "N".
           88 gens-index-eof        value "Y".
       01 ws-gen-known-switch       pic x value "N".
           88 generation-is-known   value "Y".

       01 ws-rolled-count           pic 9(7) value 0.
       01 ws-forward-count          pic 9(7) value 0.
       01 ws-kept-count             pic 9(7) value 0.
       01 ws-total-rolled           pic 9(7) value 0.
       01 ws-months-closed          pic 9(3) value 0.
       01 ws-proof-fail-count       pic 9(7) value 0.

       01 ws-edit-count             pic zzz,zz9.
       01 ws-edit-balance           pic zz,zzz,zzz,zz9.99-.
       01 ws-edit-master            pic zz,zzz,zzz,zz9.99-.
       01 ws-proof-balance          pic s9(11)v99.

      *> ***************************************************************
       procedure division.

       main-line.
           accept ws-caller-language
                  from environment "POLYGLOT_CALLER"
           if ws-caller-language = spaces
              move "UNKNOWN" to ws-caller-language
           end-if
           move "POLYCLOS" to rh-job-name
           perform build-run-stamp
           move 0 to return-code
           move spaces to ws-current-month
           string rh-datetime(1:4) delimited by size
                  rh-datetime(6:2) delimited by size
                  into ws-current-month
           end-string
           perform open-close-report
           perform load-processing-calendar
           perform load-master-accounts
           if ws-master-status = "00"
              and not account-table-full
              perform close-oldest-month until close-is-finished
           end-if
           perform write-close-totals
           perform finish-run
           goback.

       copy runstamp.

       copy runcalck.

       copy cycctlk.

      *> ---------------------------------------------------------------
      *> the master is read once: nothing posts while the close runs
      *> ---------------------------------------------------------------
       load-master-accounts.
           move 0 to ws-close-account-count
           move "N" to ws-master-eof-switch
           open input account-master
           if ws-master-status not = "00"
              move 1 to return-code
              move "CANNOT OPEN ACCOUNT MASTER" to ws-error-reason
           else
              move low-values to acct-account
              start account-master key not < acct-account
                  invalid key set no-more-accounts to true
              end-start
              perform read-master-account until no-more-accounts
              close account-master
              if account-table-full
                 move 4 to return-code
                 move "MORE ACCOUNTS THAN THE CLOSE PROOF TABLE"
                      to ws-error-reason
              end-if
           end-if
           .

       read-master-account.
           read account-master next
               at end set no-more-accounts to true
               not at end perform store-master-account
           end-read
           .

       store-master-account.
           if ws-close-account-count < 2000
              add 1 to ws-close-account-count
              move acct-account to ca-account(ws-close-account-count)
              move "Y" to ca-master-switch(ws-close-account-count)
              move acct-balance
                   to ca-master-balance(ws-close-account-count)
           else
              set account-table-full to true
              set no-more-accounts to true
           end-if
           .

      *> ---------------------------------------------------------------
      *> one month per pass: find it, prove it, roll it, register
      *> it.  the pass after the last closable month finds the
      *> oldest line is already in the run date's month and stops.
      *> ---------------------------------------------------------------
       close-oldest-month.
           perform find-oldest-open-month
           if not close-is-finished
              perform check-month-cycle-complete
           end-if
           if not close-is-finished
              perform check-generation-absent
           end-if
           if not close-is-finished
              perform sum-journal-by-account
              perform prove-balance-forward
              if ws-proof-fail-count > 0
                 move 6 to return-code
                 move "BALANCE-FORWARD NOT PROVED - JOURNAL UNTOUCHED"
                      to ws-error-reason
                 set close-is-finished to true
              else
                 perform roll-closed-month
                 if ws-jrnwork-status = "00"
                    perform copy-work-to-journal
                    if return-code = 2
                       set close-is-finished to true
                    else
                       perform register-generation
                       add 1 to ws-months-closed
                       add ws-rolled-count to ws-total-rolled
                       perform write-month-line
                    end-if
                 else
                    move 2 to return-code
                    move "CANNOT WRITE JOURNAL GENERATION"
                         to ws-error-reason
                    set close-is-finished to true
                 end-if
              end-if
           end-if
           .

      *> the journal is appended in posting-date order behind its
      *> balance-forward lines, so the first other line carries the
      *> oldest month still open
       find-oldest-open-month.
           move spaces to ws-close-month
           move "N" to ws-journal-eof-switch
           open input posting-journal-file
           if ws-journal-status = "00"
              perform read-for-oldest-month
                      until no-more-journal
                         or ws-close-month not = spaces
              close posting-journal-file
           end-if
           if ws-close-month = spaces
              or ws-close-month not < ws-current-month
              set close-is-finished to true
           else
              move ws-close-month(1:4) to ws-nmf-yyyy
              move ws-close-month(5:2) to ws-nmf-mm
              move 1 to ws-nmf-dd
              if ws-nmf-mm = 12
                 add 1 to ws-nmf-yyyy
                 move 1 to ws-nmf-mm
              else
                 add 1 to ws-nmf-mm
              end-if
              compute ws-close-through-n =
                      date-of-integer(
                          integer-of-date(ws-next-month-first-n) - 1)
              move spaces to ws-close-through
              string ws-ct-yyyy delimited by size
                     "/" delimited by size
                     ws-ct-mm delimited by size
                     "/" delimited by size
                     ws-ct-dd delimited by size
                     into ws-close-through
              end-string
           end-if
           .

       read-for-oldest-month.
           read posting-journal-file
               at end set no-more-journal to true
               not at end
                   if not jrn-is-balance-forward
                      string jrn-post-date(1:4) delimited by size
                             jrn-post-date(6:2) delimited by size
                             into ws-close-month
                      end-string
                   end-if
           end-read
           .

      *> ---------------------------------------------------------------
      *> until POLYEOD has closed the month's last business day
      *> clean, a catch-up run may still post into the month: closing
      *> it now would leave those lines behind on the live journal
      *> to be rolled into the same generation a second time.  a
      *> later clean cycle will do: the processing-date controls
      *> refuse any date before it.  POLYHIST's month-end rollover
      *> empties the run-log, so the cycle control record is asked
      *> as well.
      *> ---------------------------------------------------------------
       check-month-cycle-complete.
           move ws-next-month-first-n to ws-cal-check-date
           perform find-previous-business-day
           move ws-prev-business-date to ws-last-business-n
           move spaces to ws-last-business-date
           string ws-lb-yyyy delimited by size
                  "/" delimited by size
                  ws-lb-mm delimited by size
                  "/" delimited by size
                  ws-lb-dd delimited by size
                  into ws-last-business-date
           end-string
           move spaces to ws-last-cycle-date
           move "N" to ws-runlog-scan-switch
           open input run-log-file
           if ws-runlog-status = "00"
              move low-values to rlx-key
              move "POLYEOD " to rlx-job-name
              start run-log-file key not < rlx-key
                  invalid key set runlog-scan-done to true
              end-start
              perform read-cycle-run-log until runlog-scan-done
              close run-log-file
           end-if
           perform read-cycle-control
           if ws-cyc-last-cycle > ws-last-cycle-date
              move ws-cyc-last-cycle to ws-last-cycle-date
           end-if
           if ws-last-cycle-date < ws-last-business-date
              move 8 to return-code
              move spaces to ws-error-reason
              string "LAST CYCLE OF MONTH " delimited by size
                     ws-last-business-date delimited by size
                     " NOT CLOSED BY POLYEOD" delimited by size
                     into ws-error-reason
              end-string
              set close-is-finished to true
           end-if
           .

      *> the run-log is keyed job first, so POLYEOD's entries sit
      *> together, one per caller per date
       read-cycle-run-log.
           read run-log-file next
               at end set runlog-scan-done to true
               not at end
                   evaluate true
                       when rlx-job-name not = "POLYEOD "
                           set runlog-scan-done to true
                       when rlx-return-code = 0
                            and rlx-run-date > ws-last-cycle-date
                           move rlx-run-date to ws-last-cycle-date
                   end-evaluate
           end-read
           .

      *> a generation is written once; one already there is history
      *> the live journal may no longer hold, and opening it for
      *> output would throw that history away
       check-generation-absent.
           move spaces to ws-generation-file-name
           string "polyglot-journal-" delimited by size
                  ws-close-month delimited by size
                  ".txt" delimited by size
                  into ws-generation-file-name
           end-string
           set environment "GENFILE" to ws-generation-file-name
           open input generation-file
           if ws-generation-status = "00"
              close generation-file
           end-if
           if ws-generation-status not = "35"
              move 8 to return-code
              move spaces to ws-error-reason
              string "GENERATION " delimited by size
                     ws-generation-file-name delimited by space
                     " ALREADY EXISTS" delimited by size
                     into ws-error-reason
              end-string
              set close-is-finished to true
           end-if
           .

      *> ---------------------------------------------------------------
      *> fold the whole live journal into the account slots either
      *> side of the close point
      *> ---------------------------------------------------------------
       sum-journal-by-account.
           move 0 to ws-rolled-count
           perform clear-account-sums
                   varying ca-idx from 1 by 1
                   until ca-idx > ws-close-account-count
           move "N" to ws-journal-eof-switch
           open input posting-journal-file
           if ws-journal-status = "00"
              perform read-journal-for-sums until no-more-journal
              close posting-journal-file
           end-if
           .

       clear-account-sums.
           move 0 to ca-forward(ca-idx)
           move 0 to ca-open-net(ca-idx)
           .

       read-journal-for-sums.
           read posting-journal-file
               at end set no-more-journal to true
               not at end perform sum-one-journal-line
           end-read
           .

       sum-one-journal-line.
           perform find-account-slot
           if ws-ca-match-idx > 0
              and not jrn-was-backed-out
              if jrn-post-date not > ws-close-through
                 if jrn-is-debit
                    subtract jrn-conv-amount
                             from ca-forward(ws-ca-match-idx)
                 else
                    add jrn-conv-amount
                        to ca-forward(ws-ca-match-idx)
                 end-if
              else
                 if jrn-is-debit
                    subtract jrn-conv-amount
                             from ca-open-net(ws-ca-match-idx)
                 else
                    add jrn-conv-amount
                        to ca-open-net(ws-ca-match-idx)
                 end-if
              end-if
           end-if
           if jrn-post-date not > ws-close-through
              and not jrn-is-balance-forward
              add 1 to ws-rolled-count
           end-if
           .

      *> an account the master has never heard of takes a slot of
      *> its own so the proof can name it; with no room left the
      *> proof cannot be complete and counts as failed
       find-account-slot.
           move 0 to ws-ca-match-idx
           perform match-account-slot
                   varying ca-idx from 1 by 1
                   until ca-idx > ws-close-account-count
                      or ws-ca-match-idx > 0
           if ws-ca-match-idx = 0
              if ws-close-account-count < 2000
                 add 1 to ws-close-account-count
                 move ws-close-account-count to ws-ca-match-idx
                 move jrn-account to ca-account(ws-ca-match-idx)
                 move "N" to ca-master-switch(ws-ca-match-idx)
                 move 0 to ca-master-balance(ws-ca-match-idx)
                 move 0 to ca-forward(ws-ca-match-idx)
                 move 0 to ca-open-net(ws-ca-match-idx)
              else
                 set account-table-full to true
              end-if
           end-if
           .

       match-account-slot.
           if ca-account(ca-idx) = jrn-account
              move ca-idx to ws-ca-match-idx
           end-if
           .

      *> ---------------------------------------------------------------
      *> the proof the close hangs on: balance-forward plus the open
      *> month must be the master's balance, account by account
      *> ---------------------------------------------------------------
       prove-balance-forward.
           move 0 to ws-proof-fail-count
           perform prove-one-account
                   varying ca-idx from 1 by 1
                   until ca-idx > ws-close-account-count
           if account-table-full
              add 1 to ws-proof-fail-count
              move "ACCOUNT TABLE FULL - PROOF INCOMPLETE"
                   to close-report-record
              write close-report-record
           end-if
           .

       prove-one-account.
           compute ws-proof-balance =
                   ca-forward(ca-idx) + ca-open-net(ca-idx)
           if not ca-on-master(ca-idx)
              or ws-proof-balance not = ca-master-balance(ca-idx)
              add 1 to ws-proof-fail-count
              move ws-proof-balance to ws-edit-balance
              move ca-master-balance(ca-idx) to ws-edit-master
              move spaces to close-report-record
              if ca-on-master(ca-idx)
                 string "  " delimited by size
                        ca-account(ca-idx) delimited by size
                        " JOURNAL " delimited by size
                        ws-edit-balance delimited by size
                        " MASTER " delimited by size
                        ws-edit-master delimited by size
                        into close-report-record
                 end-string
              else
                 string "  " delimited by size
                        ca-account(ca-idx) delimited by size
                        " JOURNAL " delimited by size
                        ws-edit-balance delimited by size
                        " NOT ON MASTER" delimited by size
                        into close-report-record
                 end-string
              end-if
              write close-report-record
           end-if
           .

      *> ---------------------------------------------------------------
      *> the closed month and the balance-forward lines it started
      *> from go to the generation; the new balance-forward lines and
      *> everything after the close point go to the work file that
      *> becomes the live journal
      *> ---------------------------------------------------------------
       roll-closed-month.
           move 0 to ws-forward-count
           move 0 to ws-kept-count
           move "99" to ws-jrnwork-status
           move "N" to ws-journal-eof-switch
           open input posting-journal-file
           if ws-journal-status = "00"
              open output generation-file
              if ws-generation-status = "00"
                 open output journal-work-file
                 if ws-jrnwork-status = "00"
                    perform write-forward-line
                            varying ca-idx from 1 by 1
                            until ca-idx > ws-close-account-count
                    perform split-one-journal-line
                            until no-more-journal
                    close journal-work-file
                 end-if
                 close generation-file
              end-if
              close posting-journal-file
           end-if
           .

      *> every master account gets its line, a zero balance included,
      *> so POLYSTMT finds a starting point for each of them
       write-forward-line.
           move ws-close-through to jrn-post-date
           move ca-account(ca-idx) to jrn-account
           if ca-forward(ca-idx) < 0
              move "D" to jrn-type
              compute jrn-conv-amount = 0 - ca-forward(ca-idx)
           else
              move "C" to jrn-type
              move ca-forward(ca-idx) to jrn-conv-amount
           end-if
           move 0 to jrn-orig-amount
           move ws-base-currency to jrn-currency
           move "P" to jrn-audit-mark
           move space to jrn-pair-mark
           move spaces to jrn-pair-date
           write journal-work-record from posting-journal-record
           add 1 to ws-forward-count
           .

       split-one-journal-line.
           read posting-journal-file
               at end set no-more-journal to true
               not at end
                   if jrn-post-date not > ws-close-through
                      write generation-record
                            from posting-journal-record
                   else
                      write journal-work-record
                            from posting-journal-record
                      add 1 to ws-kept-count
                   end-if
           end-read
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
              move "CANNOT COPY CLOSED JOURNAL BACK"
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
      *> the index keeps one line per generation; a month closed again
      *> after an interrupted run must not be listed twice
      *> ---------------------------------------------------------------
       register-generation.
           perform load-generation-index
           move "N" to ws-gen-known-switch
           perform check-generation-known
                   varying gen-idx from 1 by 1
                   until gen-idx > ws-gens-count
           if not generation-is-known
              open extend gens-index-file
              if ws-gens-status = "35"
                 close gens-index-file
                 open output gens-index-file
              end-if
              move ws-generation-file-name to gens-index-record
              write gens-index-record
              close gens-index-file
           end-if
           .

       check-generation-known.
           if gn-file-name(gen-idx) = ws-generation-file-name
              set generation-is-known to true
           end-if
           .

       load-generation-index.
           move 0 to ws-gens-count
           move "N" to ws-gens-eof-switch
           open input gens-index-file
           if ws-gens-status = "00"
              perform read-gens-index-record until gens-index-eof
              close gens-index-file
           end-if
           .

       read-gens-index-record.
           read gens-index-file
               at end set gens-index-eof to true
               not at end
                   if ws-gens-count < 120
                      add 1 to ws-gens-count
                      move gens-index-record
                           to gn-file-name(ws-gens-count)
                   end-if
           end-read
           .

      *> ---------------------------------------------------------------
      *> the report: one line per month closed, the proof failures
      *> as they were found, and the totals
      *> ---------------------------------------------------------------
       open-close-report.
           open output close-report-file
           move spaces to close-report-record
           string "POLYGLOT JOURNAL PERIOD CLOSE " delimited by size
                  rh-datetime delimited by size
                  into close-report-record
           end-string
           write close-report-record
           move spaces to close-report-record
           write close-report-record
           .

       write-month-line.
           move ws-rolled-count to ws-edit-count
           move spaces to close-report-record
           string "CLOSED THROUGH " delimited by size
                  ws-close-through delimited by size
                  " INTO " delimited by size
                  ws-generation-file-name delimited by space
                  into close-report-record
           end-string
           write close-report-record
           move spaces to close-report-record
           string "  ENTRIES ROLLED . . . . . " delimited by size
                  ws-edit-count delimited by size
                  into close-report-record
           end-string
           write close-report-record
           move ws-forward-count to ws-edit-count
           move spaces to close-report-record
           string "  BALANCE-FORWARD LINES. . " delimited by size
                  ws-edit-count delimited by size
                  into close-report-record
           end-string
           write close-report-record
           move ws-kept-count to ws-edit-count
           move spaces to close-report-record
           string "  ENTRIES LEFT OPEN. . . . " delimited by size
                  ws-edit-count delimited by size
                  into close-report-record
           end-string
           write close-report-record
           .

       write-close-totals.
           move spaces to close-report-record
           write close-report-record
           move ws-months-closed to ws-edit-count
           move spaces to close-report-record
           string "MONTHS CLOSED. . . . . . . " delimited by size
                  ws-edit-count delimited by size
                  into close-report-record
           end-string
           write close-report-record
           move ws-total-rolled to ws-edit-count
           move spaces to close-report-record
           string "ENTRIES ROLLED . . . . . . " delimited by size
                  ws-edit-count delimited by size
                  into close-report-record
           end-string
           write close-report-record
           move ws-proof-fail-count to ws-edit-count
           move spaces to close-report-record
           string "PROOF FAILURES . . . . . . " delimited by size
                  ws-edit-count delimited by size
                  into close-report-record
           end-string
           write close-report-record
           if ws-proof-fail-count > 0
              move "CLOSE STOPPED - LIVE JOURNAL LEFT AS IT WAS"
                   to close-report-record
              write close-report-record
           end-if
           if return-code = 8
              move spaces to close-report-record
              string "CLOSE REFUSED - " delimited by size
                     ws-error-reason delimited by size
                     into close-report-record
              end-string
              write close-report-record
           end-if
           close close-report-file
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
           move rh-datetime(1:10) to rlx-run-date
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
