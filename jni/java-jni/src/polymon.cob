      *> ***************************************************************
      *>****J* SWIG/polymon
      *> AUTHOR
      *>   GnuCOBOL Playground maintainers
      *> DATE
      *>   20261015
      *>   Modified: 2026-10-15 - journal lines of a backed-out
      *>     posting date (pair mark V, see POLYBKOT) are left out of
      *>     every rule and of the velocity history.
      *>   Modified: 2026-10-15 - works under the suite's processing
      *>     date (see procdate) instead of the clock's: the day
      *>     monitored, the window and look-back, case dates and ages
      *>     and the run-log are the business day being run's, and
      *>     the report carries a PROCESSING DATE line under its
      *>     heading when that is not today.  A processing date the
      *>     controls refuse stops the run with RC 9.
      *> LICENSE
      *>   Copyright 2015 Brian Tiffin
      *>   GNU General Public License, GPL, 3.0 (or greater)
      *> PURPOSE
      *>   Transaction monitoring over the posted journal.  POLYEDIT
      *>   asks whether an item is well formed and POLYPOST whether
      *>   the balance can take it; this pass asks whether the day's
      *>   postings look wrong, and raises a case on the case file
      *>   (see casrec) when one of three rules fires:
      *>
      *>     L  a single converted amount above the large-value
      *>        threshold;
      *>     S  several amounts on one account each just under the
      *>        threshold, on the day or over the rolling window;
      *>     V  an account's debit count or value for the day well
      *>        above its own daily average over the look-back.
      *>
      *>   Every case carries the journal lines it fired on.  Cases
      *>   are closed by compliance through disposition lines in
      *>   polyglot-casedec.dat, the way referrals are settled
      *>   through polyglot-refdec.dat; the file is voided once its
      *>   lines have been applied.  The daily monitoring report
      *>   shows the dispositions applied, the cases raised with
      *>   their lines, and every case still open, those open past
      *>   the configured age marked AGED for POLYEOD to pick up.
      *>
      *>   Balance-forward lines, reversals and the interest and fee
      *>   postings the bank makes itself are not monitored.  The
      *>   history is the live journal, so the first weeks after a
      *>   period close (see POLYCLOS) average over fewer postings.
      *> TECTONICS
      *>   run after POLYPOST and POLYINT, ahead of POLYEOD.  Reads
      *>   its settings from polyglot.cfg:
      *>     MONLARGE=n    large-value threshold, base currency
      *>                   (default 10000)
      *>     MONNEARPCT=n  "just under" band, percent below the
      *>                   threshold (default 10)
      *>     MONSTRUCT=n   band items that make a case (default 3)
      *>     MONWINDOW=n   rolling window, calendar days including
      *>                   the day (default 5)
      *>     MONVELDAYS=n  velocity look-back, calendar days before
      *>                   the day (default 30)
      *>     MONVELX=n     times the daily average that fires V
      *>                   (default 3)
      *>     MONCASEAGE=n  days open before a case is AGED
      *>                   (default 10)
      *>   Writes "polyglot-monrpt.txt".
      *>
      *>   Return codes: 0 pass complete, 2 cannot open the case
      *>   file, 4 more accounts in the look-back than the table
      *>   holds (the rest not monitored).
      *> ***************************************************************
       identification division.
       program-id. polymon.
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

           select case-file assign to "polyglot-cases.idx"
               organization indexed
               access mode dynamic
               record key is cs-key
               file status is ws-case-status.

           select disposition-file assign to "polyglot-casedec.dat"
               organization line sequential
               file status is ws-disposition-status.

           select config-file assign to "polyglot.cfg"
               organization line sequential
               file status is ws-config-status.

           select monitor-report-file assign to "polyglot-monrpt.txt"
               organization line sequential
               file status is ws-report-status.

           select processing-date-file
               assign to "polyglot-procdate.dat"
               organization line sequential
               file status is ws-procdate-status.

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

       fd case-file.
       copy casrec.

      *> one hand-keyed line per case closed: the case id, a space,
      *> the disposition code, a space, then a short note
       fd disposition-file.
       01 disposition-record.
           05 dsp-case-id            pic 9(7).
           05 filler                 pic x(1).
           05 dsp-code               pic x(1).
               88 dsp-code-is-valid  value "N" "F" "S".
           05 filler                 pic x(1).
           05 dsp-note               pic x(39).

       fd config-file.
       01 config-record              pic x(80).

       fd monitor-report-file.
       01 monitor-report-record      pic x(80).

       fd processing-date-file.
       01 processing-date-record     pic x(80).

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
       01 ws-case-status            pic xx.
       01 ws-disposition-status     pic xx.
       01 ws-config-status          pic xx.
       01 ws-report-status          pic xx.
       01 ws-runlog-status          pic xx.
       01 ws-errorlog-status        pic xx.

       01 ws-caller-language        pic x(10) value "UNKNOWN".
       01 ws-error-reason           pic x(60) value spaces.
       01 ws-return-code-num        pic 9(4).

       01 ws-journal-eof-switch     pic x value "N".
           88 no-more-journal       value "Y".
       01 ws-case-eof-switch        pic x value "N".
           88 no-more-cases         value "Y".
       01 ws-disposition-eof-switch pic x value "N".
           88 no-more-dispositions  value "Y".
       01 ws-config-eof-switch      pic x value "N".
           88 config-eof            value "Y".
       01 ws-config-key             pic x(20).
       01 ws-config-value           pic x(20).
       01 ws-config-number          pic 9(11)v99.

      *> ---------------------------------------------------------------
      *> the rules' settings (see TECTONICS)
      *> ---------------------------------------------------------------
       01 ws-large-threshold        pic 9(11)v99 value 10000.
       01 ws-near-percent           pic 9(2) value 10.
       01 ws-near-floor             pic 9(11)v99.
       01 ws-struct-count           pic 9(3) value 3.
       01 ws-struct-window          pic 9(3) value 5.
       01 ws-velocity-days          pic 9(3) value 30.
       01 ws-velocity-multiple      pic 9(3) value 3.
       01 ws-case-age-limit         pic 9(3) value 10.

      *> ---------------------------------------------------------------
      *> shared processing calendar (see runcal/runcalck/calrec)
      *> ---------------------------------------------------------------
       copy runcal.

      *> ---------------------------------------------------------------
      *> shared processing date (see procdate/procdatk)
      *> ---------------------------------------------------------------
       copy procdate.
       copy cycctl.

      *> ---------------------------------------------------------------
      *> the day monitored and the edges of the window and the
      *> look-back, as YYYY/MM/DD text so journal dates compare
      *> straight against them
      *> ---------------------------------------------------------------
       01 ws-today                  pic x(10).
       01 ws-run-date-x             pic x(8).
       01 ws-run-date-n redefines ws-run-date-x
                                    pic 9(8).
       01 ws-today-day-number       pic s9(9) comp.
       01 ws-work-day-number        pic s9(9) comp.
       01 ws-work-date-n            pic 9(8).
       01 ws-work-date-parts redefines ws-work-date-n.
           05 ws-work-yyyy          pic x(4).
           05 ws-work-mm            pic x(2).
           05 ws-work-dd            pic x(2).
       01 ws-work-date              pic x(10).
       01 ws-window-start           pic x(10).
       01 ws-history-start          pic x(10).
       01 ws-scan-start             pic x(10).

      *> ---------------------------------------------------------------
      *> one slot per account posted to in the look-back: the day's
      *> and the history's debits, the rule counts, and the case each
      *> rule raised today with the lines and total filed under it
      *> ---------------------------------------------------------------
       01 ws-monitor-table.
           05 ws-monitor-entry occurs 2000 times indexed by mon-idx.
               10 ma-account        pic x(10).
               10 ma-today-count    pic 9(5).
               10 ma-today-value    pic 9(13)v99.
               10 ma-hist-count     pic 9(7).
               10 ma-hist-value     pic 9(13)v99.
               10 ma-large-count    pic 9(5).
               10 ma-near-today     pic 9(5).
               10 ma-near-window    pic 9(5).
               10 ma-large-case     pic 9(7).
               10 ma-large-lines    pic 9(3).
               10 ma-large-total    pic 9(13)v99.
               10 ma-struct-case    pic 9(7).
               10 ma-struct-lines   pic 9(3).
               10 ma-struct-total   pic 9(13)v99.
               10 ma-velocity-case  pic 9(7).
               10 ma-velocity-lines pic 9(3).
               10 ma-velocity-total pic 9(13)v99.
       01 ws-monitor-count          pic 9(4) value 0.
       01 ws-mon-match-idx          pic 9(4) value 0.
       01 ws-monitor-full-switch    pic x value "N".
           88 monitor-table-full    value "Y".

      *> ---------------------------------------------------------------
      *> cases already on file that a new one must not repeat: any
      *> opened today (a rerun), and any S opened inside the window,
      *> whose lines a new S would only list again
      *> ---------------------------------------------------------------
       01 ws-recent-table.
           05 ws-recent-entry occurs 500 times indexed by rc-idx.
               10 rc-account        pic x(10).
               10 rc-rule           pic x(1).
               10 rc-open-date      pic x(10).
       01 ws-recent-count           pic 9(3) value 0.
       01 ws-recent-found-switch    pic x value "N".
           88 recent-case-found     value "Y".
       01 ws-seek-rule              pic x(1).
       01 ws-seek-from-date         pic x(10).

       01 ws-settle-lines           pic 9(3).
       01 ws-settle-total           pic 9(13)v99.

       01 ws-last-case-id           pic 9(7) value 0.
       01 ws-new-case-id            pic 9(7) value 0.
       01 ws-first-new-case-id      pic 9(7) value 0.
       01 ws-report-case-id         pic 9(7).

      *> velocity arithmetic: the day times the look-back days
      *> against the multiple times the history, so no average is
      *> ever rounded
       01 ws-velocity-left          pic 9(18)v99.
       01 ws-velocity-right         pic 9(18)v99.
       01 ws-velocity-switch        pic x value "N".
           88 velocity-fires        value "Y".

       01 ws-case-age               pic s9(7).
       01 ws-open-date-parts.
           05 ws-open-yyyy          pic x(4).
           05 filler                pic x(1).
           05 ws-open-mm            pic x(2).
           05 filler                pic x(1).
           05 ws-open-dd            pic x(2).
       01 ws-open-date-x            pic x(8).
       01 ws-open-date-n redefines ws-open-date-x
                                    pic 9(8).

       01 ws-journal-seen-count     pic 9(7) value 0.
       01 ws-monitored-count        pic 9(7) value 0.
       01 ws-large-case-count       pic 9(5) value 0.
       01 ws-struct-case-count      pic 9(5) value 0.
       01 ws-velocity-case-count    pic 9(5) value 0.
       01 ws-closed-count           pic 9(5) value 0.
       01 ws-rejected-count         pic 9(5) value 0.
       01 ws-open-count             pic 9(5) value 0.
       01 ws-aged-count             pic 9(5) value 0.
       01 ws-disposition-text       pic x(10).

       01 ws-edit-count             pic zzz,zz9.
       01 ws-edit-lines             pic zz9.
       01 ws-edit-age               pic z,zz9.
       01 ws-edit-amount            pic zz,zzz,zzz,zz9.99.
       01 ws-edit-orig              pic zzz,zzz,zz9.99.

      *> ***************************************************************
       procedure division.

       main-line.
           accept ws-caller-language
                  from environment "POLYGLOT_CALLER"
           if ws-caller-language = spaces
              move "UNKNOWN" to ws-caller-language
           end-if
           move "POLYMON " to rh-job-name
           perform build-run-stamp
           move 0 to return-code
           perform set-processing-date
           if proc-date-is-refused
              move 9 to return-code
              move ws-proc-reason to ws-error-reason
              perform finish-run
              goback
           end-if
           move ws-proc-date to ws-today
           move ws-proc-date-x to ws-run-date-x
           perform read-config
           perform set-monitor-dates

           open i-o case-file
           if ws-case-status = "35"
              open output case-file
              close case-file
              open i-o case-file
           end-if
           if ws-case-status not = "00"
              move 2 to return-code
              move "CANNOT OPEN MONITORING CASE FILE"
                   to ws-error-reason
              perform finish-run
              goback
           end-if

           perform write-report-heading
           perform apply-case-dispositions
           perform load-recent-cases
           perform accumulate-journal
           perform raise-cases
                   varying mon-idx from 1 by 1
                   until mon-idx > ws-monitor-count
           if ws-new-case-id > ws-last-case-id
              perform file-case-lines
              perform settle-case-headers
                      varying mon-idx from 1 by 1
                      until mon-idx > ws-monitor-count
           end-if
           perform report-new-cases
           perform report-open-cases
           close case-file
           perform write-report-totals

           if monitor-table-full
              move 4 to return-code
              move "MORE ACCOUNTS THAN THE MONITOR TABLE HOLDS"
                   to ws-error-reason
           end-if
           perform finish-run
           goback.

       copy runstamp.

       copy procdatk.

       copy cycctlk.

       copy runcalck.

      *> ---------------------------------------------------------------
      *> control file: the MON* keys (see TECTONICS); a value that
      *> does not read as a positive number leaves the default
      *> ---------------------------------------------------------------
       read-config.
           move "N" to ws-config-eof-switch
           open input config-file
           if ws-config-status = "00"
              perform read-config-record until config-eof
              close config-file
           end-if
           .

       read-config-record.
           read config-file
               at end set config-eof to true
               not at end perform parse-config-record
           end-read
           .

       parse-config-record.
           unstring config-record delimited by "="
               into ws-config-key ws-config-value
           end-unstring
           move 0 to ws-config-number
           if ws-config-value not = spaces
              compute ws-config-number =
                      function numval(ws-config-value)
           end-if
           if ws-config-number > 0
              evaluate ws-config-key
                  when "MONLARGE"
                      move ws-config-number to ws-large-threshold
                  when "MONNEARPCT"
                      if ws-config-number < 100
                         move ws-config-number to ws-near-percent
                      end-if
                  when "MONSTRUCT"
                      move ws-config-number to ws-struct-count
                  when "MONWINDOW"
                      move ws-config-number to ws-struct-window
                  when "MONVELDAYS"
                      move ws-config-number to ws-velocity-days
                  when "MONVELX"
                      move ws-config-number to ws-velocity-multiple
                  when "MONCASEAGE"
                      move ws-config-number to ws-case-age-limit
              end-evaluate
           end-if
           .

      *> ---------------------------------------------------------------
      *> the window includes the day itself; the look-back is the
      *> days before it.  the journal is read from whichever starts
      *> earlier.
      *> ---------------------------------------------------------------
       set-monitor-dates.
           compute ws-near-floor rounded =
                   ws-large-threshold * (100 - ws-near-percent) / 100
           compute ws-today-day-number =
                   function integer-of-date(ws-run-date-n)
           compute ws-work-day-number =
                   ws-today-day-number - ws-struct-window + 1
           perform format-work-date
           move ws-work-date to ws-window-start
           compute ws-work-day-number =
                   ws-today-day-number - ws-velocity-days
           perform format-work-date
           move ws-work-date to ws-history-start
           if ws-history-start < ws-window-start
              move ws-history-start to ws-scan-start
           else
              move ws-window-start to ws-scan-start
           end-if
           .

       format-work-date.
           compute ws-work-date-n =
                   function date-of-integer(ws-work-day-number)
           move spaces to ws-work-date
           string ws-work-yyyy delimited by size
                  "/" delimited by size
                  ws-work-mm delimited by size
                  "/" delimited by size
                  ws-work-dd delimited by size
                  into ws-work-date
           end-string
           .

      *> ---------------------------------------------------------------
      *> compliance's dispositions close open cases; a line for a
      *> case not on file, already closed, or with an unknown code
      *> is reported and otherwise ignored.  the file is voided
      *> once read, its lines spent.
      *> ---------------------------------------------------------------
       apply-case-dispositions.
           move "N" to ws-disposition-eof-switch
           open input disposition-file
           if ws-disposition-status = "00"
              move spaces to monitor-report-record
              move "DISPOSITIONS" to monitor-report-record
              write monitor-report-record
              perform read-disposition-record
                      until no-more-dispositions
              close disposition-file
              open output disposition-file
              close disposition-file
              move spaces to monitor-report-record
              write monitor-report-record
           end-if
           .

       read-disposition-record.
           read disposition-file
               at end set no-more-dispositions to true
               not at end
                   if disposition-record not = spaces
                      perform apply-disposition-record
                   end-if
           end-read
           .

       apply-disposition-record.
           move spaces to ws-disposition-text
           if dsp-case-id is numeric
              and dsp-code-is-valid
              move dsp-case-id to cs-case-id
              move 0 to cs-line-no
              read case-file
                  invalid key move "NOT FOUND" to ws-disposition-text
                  not invalid key
                      if cs-is-open
                         set cs-is-closed to true
                         move dsp-code to cs-disposition
                         move ws-today to cs-closed-date
                         move dsp-note to cs-disposition-note
                         rewrite case-record
                         end-rewrite
                         add 1 to ws-closed-count
                         move "CLOSED" to ws-disposition-text
                      else
                         move "NOT OPEN" to ws-disposition-text
                      end-if
              end-read
           else
              move "INVALID" to ws-disposition-text
           end-if
           if ws-disposition-text not = "CLOSED"
              add 1 to ws-rejected-count
           end-if
           move spaces to monitor-report-record
           string "  " delimited by size
                  disposition-record delimited by size
                  into monitor-report-record
           end-string
           move ws-disposition-text to monitor-report-record(54:10)
           write monitor-report-record
           .

      *> ---------------------------------------------------------------
      *> one pass over the case headers: the highest id so far, and
      *> the recent cases a new one must not repeat
      *> ---------------------------------------------------------------
       load-recent-cases.
           move "N" to ws-case-eof-switch
           move low-values to cs-key
           start case-file key not < cs-key
               invalid key set no-more-cases to true
           end-start
           perform read-case-for-recent until no-more-cases
           move ws-last-case-id to ws-new-case-id
           compute ws-first-new-case-id = ws-last-case-id + 1
           .

       read-case-for-recent.
           read case-file next
               at end set no-more-cases to true
               not at end
                   if cs-line-no = 0
                      move cs-case-id to ws-last-case-id
                      if cs-open-date not < ws-window-start
                         and ws-recent-count < 500
                         add 1 to ws-recent-count
                         move cs-account to rc-account(ws-recent-count)
                         move cs-rule to rc-rule(ws-recent-count)
                         move cs-open-date
                              to rc-open-date(ws-recent-count)
                      end-if
                   end-if
           end-read
           .

      *> ---------------------------------------------------------------
      *> first journal pass: the day's and the look-back's figures
      *> per account
      *> ---------------------------------------------------------------
       accumulate-journal.
           move "N" to ws-journal-eof-switch
           open input posting-journal-file
           if ws-journal-status = "00"
              perform read-journal-for-totals until no-more-journal
              close posting-journal-file
           end-if
           .

       read-journal-for-totals.
           read posting-journal-file
               at end set no-more-journal to true
               not at end
                   add 1 to ws-journal-seen-count
                   if jrn-post-date not < ws-scan-start
                      and jrn-post-date not > ws-today
                      and jrn-audit-mark not = "P" and "I" and "F"
                      and not jrn-is-reversal
                      and not jrn-was-backed-out
                      perform accumulate-journal-line
                   end-if
           end-read
           .

       accumulate-journal-line.
           perform find-monitor-slot
           if ws-mon-match-idx = 0
              if ws-monitor-count < 2000
                 add 1 to ws-monitor-count
                 move ws-monitor-count to ws-mon-match-idx
                 initialize ws-monitor-entry(ws-mon-match-idx)
                 move jrn-account to ma-account(ws-mon-match-idx)
              else
                 set monitor-table-full to true
              end-if
           end-if
           if ws-mon-match-idx > 0
              if jrn-post-date = ws-today
                 add 1 to ws-monitored-count
                 if jrn-is-debit
                    add 1 to ma-today-count(ws-mon-match-idx)
                    add jrn-conv-amount
                        to ma-today-value(ws-mon-match-idx)
                 end-if
                 if jrn-conv-amount > ws-large-threshold
                    add 1 to ma-large-count(ws-mon-match-idx)
                 end-if
                 if jrn-conv-amount not < ws-near-floor
                    and jrn-conv-amount not > ws-large-threshold
                    add 1 to ma-near-today(ws-mon-match-idx)
                 end-if
              else
                 if jrn-is-debit
                    and jrn-post-date not < ws-history-start
                    add 1 to ma-hist-count(ws-mon-match-idx)
                    add jrn-conv-amount
                        to ma-hist-value(ws-mon-match-idx)
                 end-if
              end-if
              if jrn-post-date not < ws-window-start
                 and jrn-conv-amount not < ws-near-floor
                 and jrn-conv-amount not > ws-large-threshold
                 add 1 to ma-near-window(ws-mon-match-idx)
              end-if
           end-if
           .

       find-monitor-slot.
           move 0 to ws-mon-match-idx
           perform match-monitor-slot
                   varying mon-idx from 1 by 1
                   until mon-idx > ws-monitor-count
                      or ws-mon-match-idx > 0
           .

       match-monitor-slot.
           if ma-account(mon-idx) = jrn-account
              set ws-mon-match-idx to mon-idx
           end-if
           .

      *> ---------------------------------------------------------------
      *> the rules, account by account.  a case header goes on file
      *> as soon as its rule fires; its lines follow on the second
      *> journal pass.
      *> ---------------------------------------------------------------
       raise-cases.
           if ma-large-count(mon-idx) > 0
              move "L" to ws-seek-rule
              move ws-today to ws-seek-from-date
              perform find-recent-case
              if not recent-case-found
                 perform open-new-case
                 move ws-new-case-id to ma-large-case(mon-idx)
                 add 1 to ws-large-case-count
              end-if
           end-if

           if ma-near-today(mon-idx) > 0
              and (ma-near-today(mon-idx) not < ws-struct-count
                   or ma-near-window(mon-idx) not < ws-struct-count)
              move "S" to ws-seek-rule
              move ws-window-start to ws-seek-from-date
              perform find-recent-case
              if not recent-case-found
                 perform open-new-case
                 move ws-new-case-id to ma-struct-case(mon-idx)
                 add 1 to ws-struct-case-count
              end-if
           end-if

           perform judge-velocity
           if velocity-fires
              move "V" to ws-seek-rule
              move ws-today to ws-seek-from-date
              perform find-recent-case
              if not recent-case-found
                 perform open-new-case
                 move ws-new-case-id to ma-velocity-case(mon-idx)
                 add 1 to ws-velocity-case-count
              end-if
           end-if
           .

      *> an account with no debits in the look-back has no average to
      *> be above; a single debit is not a count worth judging, but
      *> may still be far above the usual value
       judge-velocity.
           move "N" to ws-velocity-switch
           if ma-hist-count(mon-idx) > 0
              and ma-today-count(mon-idx) > 0
              compute ws-velocity-left =
                      ma-today-count(mon-idx) * ws-velocity-days
              compute ws-velocity-right =
                      ma-hist-count(mon-idx) * ws-velocity-multiple
              if ma-today-count(mon-idx) > 1
                 and ws-velocity-left > ws-velocity-right
                 set velocity-fires to true
              end-if
              compute ws-velocity-left =
                      ma-today-value(mon-idx) * ws-velocity-days
              compute ws-velocity-right =
                      ma-hist-value(mon-idx) * ws-velocity-multiple
              if ws-velocity-left > ws-velocity-right
                 set velocity-fires to true
              end-if
           end-if
           .

       find-recent-case.
           move "N" to ws-recent-found-switch
           perform match-recent-case
                   varying rc-idx from 1 by 1
                   until rc-idx > ws-recent-count
           .

       match-recent-case.
           if rc-account(rc-idx) = ma-account(mon-idx)
              and rc-rule(rc-idx) = ws-seek-rule
              and rc-open-date(rc-idx) not < ws-seek-from-date
              set recent-case-found to true
           end-if
           .

       open-new-case.
           add 1 to ws-new-case-id
           move spaces to case-record
           move ws-new-case-id to cs-case-id
           move 0 to cs-line-no
           move ma-account(mon-idx) to cs-account
           move ws-seek-rule to cs-rule
           move ws-today to cs-open-date
           set cs-is-open to true
           move 0 to cs-line-count
           move 0 to cs-total-amount
           move space to cs-disposition
           move spaces to cs-closed-date
           move spaces to cs-disposition-note
           write case-record
               invalid key continue
           end-write
           .

      *> ---------------------------------------------------------------
      *> second journal pass: each line a new case fired on is filed
      *> under it.  one line may belong to more than one case.
      *> ---------------------------------------------------------------
       file-case-lines.
           move "N" to ws-journal-eof-switch
           open input posting-journal-file
           if ws-journal-status = "00"
              perform read-journal-for-cases until no-more-journal
              close posting-journal-file
           end-if
           .

       read-journal-for-cases.
           read posting-journal-file
               at end set no-more-journal to true
               not at end
                   if jrn-post-date not < ws-window-start
                      and jrn-post-date not > ws-today
                      and jrn-audit-mark not = "P" and "I" and "F"
                      and not jrn-is-reversal
                      and not jrn-was-backed-out
                      perform find-monitor-slot
                      if ws-mon-match-idx > 0
                         perform file-journal-line
                      end-if
                   end-if
           end-read
           .

       file-journal-line.
           set mon-idx to ws-mon-match-idx
           if ma-large-case(mon-idx) > 0
              and jrn-post-date = ws-today
              and jrn-conv-amount > ws-large-threshold
              and ma-large-lines(mon-idx) < 999
              add 1 to ma-large-lines(mon-idx)
              add jrn-conv-amount to ma-large-total(mon-idx)
              move ma-large-case(mon-idx) to cs-case-id
              move ma-large-lines(mon-idx) to cs-line-no
              perform write-case-line
           end-if
           if ma-struct-case(mon-idx) > 0
              and jrn-conv-amount not < ws-near-floor
              and jrn-conv-amount not > ws-large-threshold
              and ma-struct-lines(mon-idx) < 999
              add 1 to ma-struct-lines(mon-idx)
              add jrn-conv-amount to ma-struct-total(mon-idx)
              move ma-struct-case(mon-idx) to cs-case-id
              move ma-struct-lines(mon-idx) to cs-line-no
              perform write-case-line
           end-if
           if ma-velocity-case(mon-idx) > 0
              and jrn-post-date = ws-today
              and jrn-is-debit
              and ma-velocity-lines(mon-idx) < 999
              add 1 to ma-velocity-lines(mon-idx)
              add jrn-conv-amount to ma-velocity-total(mon-idx)
              move ma-velocity-case(mon-idx) to cs-case-id
              move ma-velocity-lines(mon-idx) to cs-line-no
              perform write-case-line
           end-if
           .

       write-case-line.
           move jrn-account to cs-account
           move spaces to cs-body
           move jrn-post-date to csl-post-date
           move jrn-type to csl-type
           move jrn-orig-amount to csl-orig-amount
           move jrn-currency to csl-currency
           move jrn-conv-amount to csl-conv-amount
           move jrn-audit-mark to csl-audit-mark
           write case-record
               invalid key continue
           end-write
           .

      *> the header learns its line count and total once the lines
      *> are all filed
       settle-case-headers.
           if ma-large-case(mon-idx) > 0
              move ma-large-case(mon-idx) to cs-case-id
              move ma-large-lines(mon-idx) to ws-settle-lines
              move ma-large-total(mon-idx) to ws-settle-total
              perform settle-one-header
           end-if
           if ma-struct-case(mon-idx) > 0
              move ma-struct-case(mon-idx) to cs-case-id
              move ma-struct-lines(mon-idx) to ws-settle-lines
              move ma-struct-total(mon-idx) to ws-settle-total
              perform settle-one-header
           end-if
           if ma-velocity-case(mon-idx) > 0
              move ma-velocity-case(mon-idx) to cs-case-id
              move ma-velocity-lines(mon-idx) to ws-settle-lines
              move ma-velocity-total(mon-idx) to ws-settle-total
              perform settle-one-header
           end-if
           .

       settle-one-header.
           move 0 to cs-line-no
           read case-file
               invalid key continue
               not invalid key
                   move ws-settle-lines to cs-line-count
                   move ws-settle-total to cs-total-amount
                   rewrite case-record
                   end-rewrite
           end-read
           .

      *> ---------------------------------------------------------------
      *> the day's new cases, each with the lines it fired on
      *> ---------------------------------------------------------------
       report-new-cases.
           move spaces to monitor-report-record
           move "CASES RAISED" to monitor-report-record
           write monitor-report-record
           move spaces to monitor-report-record
           string "RULE L = LARGE VALUE, S = JUST UNDER THRESHOLD, "
                  delimited by size
                  "V = VELOCITY" delimited by size
                  into monitor-report-record
           end-string
           write monitor-report-record
           if ws-new-case-id > ws-last-case-id
              move "N" to ws-case-eof-switch
              move ws-first-new-case-id to cs-case-id
              move 0 to cs-line-no
              start case-file key not < cs-key
                  invalid key set no-more-cases to true
              end-start
              perform read-new-case-record until no-more-cases
           end-if
           move spaces to monitor-report-record
           write monitor-report-record
           .

       read-new-case-record.
           read case-file next
               at end set no-more-cases to true
               not at end
                   if cs-line-no = 0
                      perform write-case-header-line
                   else
                      perform write-case-detail-line
                   end-if
           end-read
           .

       write-case-header-line.
           move cs-line-count to ws-edit-lines
           move cs-total-amount to ws-edit-amount
           move spaces to monitor-report-record
           string "CASE " delimited by size
                  cs-case-id delimited by size
                  " " delimited by size
                  cs-rule delimited by size
                  " " delimited by size
                  cs-account delimited by size
                  " OPENED " delimited by size
                  cs-open-date delimited by size
                  " LINES " delimited by size
                  ws-edit-lines delimited by size
                  " " delimited by size
                  ws-edit-amount delimited by size
                  into monitor-report-record
           end-string
           write monitor-report-record
           .

       write-case-detail-line.
           move csl-orig-amount to ws-edit-orig
           move csl-conv-amount to ws-edit-amount
           move spaces to monitor-report-record
           string "     " delimited by size
                  csl-post-date delimited by size
                  " " delimited by size
                  csl-type delimited by size
                  " " delimited by size
                  ws-edit-orig delimited by size
                  " " delimited by size
                  csl-currency delimited by size
                  " " delimited by size
                  ws-edit-amount delimited by size
                  " " delimited by size
                  csl-audit-mark delimited by size
                  into monitor-report-record
           end-string
           write monitor-report-record
           .

      *> ---------------------------------------------------------------
      *> every case still open, oldest first; past the age limit it
      *> is marked AGED, the line POLYEOD carries onto its report
      *> ---------------------------------------------------------------
       report-open-cases.
           move spaces to monitor-report-record
           move "OPEN CASES" to monitor-report-record
           write monitor-report-record
           move "N" to ws-case-eof-switch
           move low-values to cs-key
           start case-file key not < cs-key
               invalid key set no-more-cases to true
           end-start
           perform read-open-case-record until no-more-cases
           .

       read-open-case-record.
           read case-file next
               at end set no-more-cases to true
               not at end
                   if cs-line-no = 0
                      and cs-is-open
                      perform write-open-case-line
                   end-if
           end-read
           .

       write-open-case-line.
           add 1 to ws-open-count
           move cs-open-date to ws-open-date-parts
           move spaces to ws-open-date-x
           string ws-open-yyyy delimited by size
                  ws-open-mm delimited by size
                  ws-open-dd delimited by size
                  into ws-open-date-x
           end-string
           compute ws-case-age = ws-today-day-number
                   - function integer-of-date(ws-open-date-n)
           move ws-case-age to ws-edit-age
           move spaces to monitor-report-record
           if ws-case-age > ws-case-age-limit
              add 1 to ws-aged-count
              string "AGED " delimited by size
                     cs-case-id delimited by size
                     " " delimited by size
                     cs-rule delimited by size
                     " " delimited by size
                     cs-account delimited by size
                     " OPENED " delimited by size
                     cs-open-date delimited by size
                     " DAYS " delimited by size
                     ws-edit-age delimited by size
                     into monitor-report-record
              end-string
           else
              string "OPEN " delimited by size
                     cs-case-id delimited by size
                     " " delimited by size
                     cs-rule delimited by size
                     " " delimited by size
                     cs-account delimited by size
                     " OPENED " delimited by size
                     cs-open-date delimited by size
                     " DAYS " delimited by size
                     ws-edit-age delimited by size
                     into monitor-report-record
              end-string
           end-if
           write monitor-report-record
           .

       write-report-heading.
           open output monitor-report-file
           move spaces to monitor-report-record
           string "POLYGLOT TRANSACTION MONITOR  " delimited by size
                  rh-datetime delimited by size
                  into monitor-report-record
           end-string
           write monitor-report-record
           if proc-date-is-set
              move spaces to monitor-report-record
              string "PROCESSING DATE . . . . . " delimited by size
                     ws-proc-date delimited by size
                     into monitor-report-record
              end-string
              write monitor-report-record
           end-if
           move ws-large-threshold to ws-edit-amount
           move spaces to monitor-report-record
           string "LARGE VALUE ABOVE " delimited by size
                  ws-edit-amount delimited by size
                  "  WINDOW FROM " delimited by size
                  ws-window-start delimited by size
                  into monitor-report-record
           end-string
           write monitor-report-record
           move ws-near-floor to ws-edit-amount
           move spaces to monitor-report-record
           string "JUST UNDER FROM . " delimited by size
                  ws-edit-amount delimited by size
                  "  AVERAGE FROM" delimited by size
                  " " delimited by size
                  ws-history-start delimited by size
                  into monitor-report-record
           end-string
           write monitor-report-record
           move spaces to monitor-report-record
           write monitor-report-record
           .

       write-report-totals.
           move spaces to monitor-report-record
           write monitor-report-record

           move ws-monitored-count to ws-edit-count
           move spaces to monitor-report-record
           string "ENTRIES MONITORED TODAY. . " delimited by size
                  ws-edit-count delimited by size
                  into monitor-report-record
           end-string
           write monitor-report-record

           move ws-large-case-count to ws-edit-count
           move spaces to monitor-report-record
           string "CASES RAISED - LARGE VALUE " delimited by size
                  ws-edit-count delimited by size
                  into monitor-report-record
           end-string
           write monitor-report-record

           move ws-struct-case-count to ws-edit-count
           move spaces to monitor-report-record
           string "CASES RAISED - JUST UNDER. " delimited by size
                  ws-edit-count delimited by size
                  into monitor-report-record
           end-string
           write monitor-report-record

           move ws-velocity-case-count to ws-edit-count
           move spaces to monitor-report-record
           string "CASES RAISED - VELOCITY. . " delimited by size
                  ws-edit-count delimited by size
                  into monitor-report-record
           end-string
           write monitor-report-record

           move ws-closed-count to ws-edit-count
           move spaces to monitor-report-record
           string "CASES CLOSED . . . . . . . " delimited by size
                  ws-edit-count delimited by size
                  into monitor-report-record
           end-string
           write monitor-report-record

           move ws-rejected-count to ws-edit-count
           move spaces to monitor-report-record
           string "DISPOSITIONS NOT APPLIED . " delimited by size
                  ws-edit-count delimited by size
                  into monitor-report-record
           end-string
           write monitor-report-record

           move ws-open-count to ws-edit-count
           move spaces to monitor-report-record
           string "CASES OPEN . . . . . . . . " delimited by size
                  ws-edit-count delimited by size
                  into monitor-report-record
           end-string
           write monitor-report-record

           move ws-aged-count to ws-edit-count
           move spaces to monitor-report-record
           string "CASES AGED . . . . . . . . " delimited by size
                  ws-edit-count delimited by size
                  into monitor-report-record
           end-string
           write monitor-report-record

           close monitor-report-file
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
