      *>   GnuCOBOL Playground maintainers
      *> DATE
      *>   20260903
      *>   Modified: 2026-10-15 - POLYINT's interest and fee postings
      *>     join the journal on the same date as POLYPOST's, so the
      *>     proof adds the DEBITS POSTED and CREDITS POSTED lines of
      *>     today's interest report (polyglot-intrpt.txt) to the
      *>     posting report's; an interest report from another day
      *>     is not counted.
      *>   Modified: 2026-10-15 - every feed that leaves is kept as a
      *>     dated copy, polyglot-glfeed-YYYYMMDD.dat, and entered on
      *>     the sent-feed register polyglot-glsent.idx (see glsent)
      *>     as awaiting acknowledgement, so POLYGLAK can hold the
      *>     ledger's acknowledgement against what was actually sent
      *>     after tonight's feed file has been overwritten.  A copy
      *>     or register entry that cannot be written ends RC 2.
      *>   Modified: 2026-10-15 - journal lines of a backed-out
      *>     posting date (pair mark V, see POLYBKOT) are left out of
      *>     the summary: they never reach the ledger.  Nor do the
      *>     balance-forward lines POLYCLOS dates a closed month's
      *>     last day: they carry balances, not that day's postings.
      *>   Modified: 2026-10-15 - works under the suite's processing
      *>     date (see procdate) instead of the clock's: the journal
      *>     summarized, the feed and its dated copy, the register
      *>     entry and the run-log are all the business day being
      *>     run's, and an interest report counts when its PROCESSING
      *>     DATE line (or, without one, its heading) is that day.  A
      *>     processing date the controls refuse stops the run with
      *>     RC 9.
      *> LICENSE
      *>   Copyright 2015 Brian Tiffin
      *>   GNU General Public License, GPL, 3.0 (or greater)
      *> TECTONICS
      *>   run after POLYPOST; the control account comes from
      *>   GLCONTROL=account in polyglot.cfg (default GLC0000000).
      *>   Writes the feed to "polyglot-glfeed.dat", its dated copy
      *>   to "polyglot-glfeed-YYYYMMDD.dat" and the proof page to
      *>   "polyglot-glrpt.txt".
      *> ***************************************************************
       identification division.
       program-id. polygl.
               organization line sequential
               file status is ws-posting-status.

           select interest-report-file assign to "polyglot-intrpt.txt"
               organization line sequential
               file status is ws-interest-status.

           select gl-feed-file assign to "polyglot-glfeed.dat"
               organization line sequential
               file status is ws-feed-status.

      *> the dated copy of the feed is selected at run time by
      *> setting the GENFILE environment name to its file name, as
      *> POLYHIST does for the run-log generations
           select sent-feed-copy-file assign to "GENFILE"
               organization line sequential
               file status is ws-feed-copy-status.

           select gl-sent-register assign to "polyglot-glsent.idx"
               organization indexed
               access mode random
               record key is gls-feed-date
               file status is ws-register-status.

           select gl-report-file assign to "polyglot-glrpt.txt"
               organization line sequential
               file status is ws-report-status.
               organization line sequential
               file status is ws-config-status.

           select cycle-control-file assign to "polyglot-cycle.dat"
               organization line sequential
               file status is ws-cycle-status.

           select run-log-file assign to "polyglot-runlog.idx"
               organization indexed
               access mode dynamic
               record key is rlx-key
               file status is ws-runlog-status.

               organization line sequential
               file status is ws-errorlog-status.

           select processing-date-file
               assign to "polyglot-procdate.dat"
               organization line sequential
               file status is ws-procdate-status.

           select calendar-file assign to "polyglot-calendar.dat"
               organization line sequential
               file status is ws-calendar-status.

       data division.
       file section.
       fd posting-journal-file.
       fd posting-report-file.
       01 posting-report-record      pic x(80).

       fd interest-report-file.
       01 interest-report-record     pic x(80).

       fd gl-feed-file.
       copy glrec.

       fd sent-feed-copy-file.
       01 sent-feed-copy-record      pic x(28).

       fd gl-sent-register.
       copy glsent.

       fd gl-report-file.
       01 gl-report-record           pic x(80).

       fd config-file.
       01 config-record              pic x(80).

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

       01 ws-journal-status         pic xx.
       01 ws-posting-status         pic xx.
       01 ws-interest-status        pic xx.
       01 ws-feed-status            pic xx.
       01 ws-feed-copy-status       pic xx.
       01 ws-register-status        pic xx.
       01 ws-report-status          pic xx.
       01 ws-config-status          pic xx.
       01 ws-runlog-status          pic xx.
           88 no-more-journal       value "Y".
       01 ws-posting-eof-switch     pic x value "N".
           88 no-more-posting-lines value "Y".
       01 ws-interest-eof-switch    pic x value "N".
           88 no-more-interest-lines value "Y".
       01 ws-interest-today-switch  pic x value "N".
           88 interest-report-is-today value "Y".
       01 ws-config-eof-switch      pic x value "N".
           88 config-eof            value "Y".

      *> ---------------------------------------------------------------
      *> shared processing date (see procdate/procdatk)
      *> ---------------------------------------------------------------
       copy procdate.
       copy cycctl.

      *> ---------------------------------------------------------------
      *> shared processing calendar (see runcal/runcalck/calrec)
      *> ---------------------------------------------------------------
       copy runcal.

       01 ws-today                  pic x(10).
       01 ws-run-date-x             pic x(8).
       01 ws-run-date-n redefines ws-run-date-x
       01 ws-summary-credit-total   pic 9(13)v99 value 0.
       01 ws-posted-debit-total     pic 9(11)v99 value 0.
       01 ws-posted-credit-total    pic 9(11)v99 value 0.
       01 ws-interest-debit-total   pic 9(11)v99 value 0.
       01 ws-interest-credit-total  pic 9(11)v99 value 0.
       01 ws-proof-debit-total      pic 9(13)v99 value 0.
       01 ws-proof-credit-total     pic 9(13)v99 value 0.
       01 ws-posting-seen-switch    pic x value "N".
           88 posting-totals-seen   value "Y".
       01 ws-proof-switch           pic x value "Y".
       01 ws-feed-hash-total        pic 9(13)v99 value 0.
       01 ws-journal-today-count    pic 9(7) value 0.

      *> ---------------------------------------------------------------
      *> the dated copy of what was sent, kept for POLYGLAK
      *> ---------------------------------------------------------------
       01 ws-feed-copy-name         pic x(40).
       01 ws-feed-copy-eof-switch   pic x value "N".
           88 no-more-feed-lines    value "Y".
       01 ws-feed-kept-switch       pic x value "N".
           88 feed-copy-is-kept     value "Y".

       01 ws-edit-count             pic zzz,zz9.
       01 ws-edit-total             pic zz,zzz,zzz,zzz,zz9.99.

           move "POLYGL" to rh-job-name
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
           perform summarize-todays-journal
           perform read-posting-totals
           perform read-interest-totals
           perform prove-the-feed
           if feed-is-proved
              perform write-gl-feed
              perform keep-sent-feed-copy
              if feed-copy-is-kept
                 perform register-sent-feed
              end-if
              if not feed-copy-is-kept
                 or ws-register-status not = "00"
                 move 2 to return-code
                 move "CANNOT KEEP SENT FEED FOR ACKNOWLEDGEMENT"
                      to ws-error-reason
              end-if
           else
              perform void-gl-feed
              move 6 to return-code

       copy runstamp.

       copy procdatk.

       copy cycctlk.

       copy runcalck.

      *> ---------------------------------------------------------------
      *> maintenance control file: GLCONTROL=account (POLYRECON
      *> reads its own keys from the same file)
               at end set no-more-journal to true
               not at end
                   if jrn-post-date = ws-today
                      and not jrn-was-backed-out
                      and not jrn-is-balance-forward
                      add 1 to ws-journal-today-count
                      perform summarize-journal-entry
                   end-if
           end-evaluate
           .

      *> ---------------------------------------------------------------
      *> POLYINT's report carries the same two labels; it counts only
      *> when its heading is stamped today -- or its PROCESSING DATE
      *> line, on a catch-up cycle -- so a day POLYINT did not run
      *> adds nothing
      *> ---------------------------------------------------------------
       read-interest-totals.
           move "N" to ws-interest-eof-switch
           move "N" to ws-interest-today-switch
           open input interest-report-file
           if ws-interest-status = "00"
              perform read-interest-line until no-more-interest-lines
              close interest-report-file
           end-if
           .

       read-interest-line.
           read interest-report-file
               at end set no-more-interest-lines to true
               not at end perform parse-interest-line
           end-read
           .

       parse-interest-line.
           evaluate true
               when interest-report-record(1:30)
                    = "POLYGLOT INTEREST AND FEES    "
                   if interest-report-record(31:10) = ws-today
                      set interest-report-is-today to true
                   end-if
               when interest-report-record(1:16) = "PROCESSING DATE "
                   move "N" to ws-interest-today-switch
                   if interest-report-record(27:10) = ws-today
                      set interest-report-is-today to true
                   end-if
               when interest-report-record(1:14) = "DEBITS POSTED."
                and interest-report-is-today
                   move interest-report-record to ws-parse-line
                   perform extract-last-token
                   perform de-edit-amount
                   move ws-parsed-amount to ws-interest-debit-total
               when interest-report-record(1:14) = "CREDITS POSTED"
                and interest-report-is-today
                   move interest-report-record to ws-parse-line
                   perform extract-last-token
                   perform de-edit-amount
                   move ws-parsed-amount to ws-interest-credit-total
           end-evaluate
           .

      *> the figure is the last token: reverse the trimmed line,
      *> peel the first token, reverse it back
       extract-last-token.
           if not posting-totals-seen
              set feed-is-broken to true
           end-if
           compute ws-proof-debit-total =
                   ws-posted-debit-total + ws-interest-debit-total
           compute ws-proof-credit-total =
                   ws-posted-credit-total + ws-interest-credit-total
           if ws-summary-debit-total not = ws-proof-debit-total
              or ws-summary-credit-total not = ws-proof-credit-total
              set feed-is-broken to true
           end-if
           if summary-table-full
           end-if
           .

      *> ---------------------------------------------------------------
      *> the feed file is overwritten every night; the dated copy is
      *> what the ledger's acknowledgement is held against, however
      *> late it comes back.  a rerun replaces the day's copy.
      *> ---------------------------------------------------------------
       keep-sent-feed-copy.
           move spaces to ws-feed-copy-name
           string "polyglot-glfeed-" delimited by size
                  ws-run-date-x delimited by size
                  ".dat" delimited by size
                  into ws-feed-copy-name
           end-string
           set environment "GENFILE" to ws-feed-copy-name
           move "N" to ws-feed-copy-eof-switch
           open input gl-feed-file
           if ws-feed-status = "00"
              open output sent-feed-copy-file
              if ws-feed-copy-status = "00"
                 perform copy-one-feed-line until no-more-feed-lines
                 close sent-feed-copy-file
                 set feed-copy-is-kept to true
              end-if
              close gl-feed-file
           end-if
           .

       copy-one-feed-line.
           read gl-feed-file
               at end set no-more-feed-lines to true
               not at end
                   write sent-feed-copy-record from gl-feed-record
           end-read
           .

      *> the register entry goes (back) to awaiting: whatever was
      *> acknowledged for an earlier run of today's feed no longer
      *> describes what the ledger now holds
       register-sent-feed.
           open i-o gl-sent-register
           if ws-register-status = "35"
              open output gl-sent-register
              close gl-sent-register
              open i-o gl-sent-register
           end-if
           if ws-register-status = "00"
              move ws-run-date-n to gls-feed-date
              move rh-datetime to gls-sent-datetime
              move ws-feed-record-count to gls-record-count
              move ws-feed-hash-total to gls-hash-total
              set gls-is-awaiting to true
              move spaces to gls-ack-date
              move 0 to gls-break-count
              write gl-sent-record
                  invalid key rewrite gl-sent-record
                  end-rewrite
              end-write
              close gl-sent-register
           end-if
           .

      *> ---------------------------------------------------------------
      *> a failed proof leaves a zero-length feed file: visibly not
      *> a feed, and never yesterday's by mistake
           end-string
           write gl-report-record

           move ws-interest-debit-total to ws-edit-total
           move spaces to gl-report-record
           string "INT/FEE DEBITS (REPORT)" delimited by size
                  ws-edit-total delimited by size
                  into gl-report-record
           end-string
           write gl-report-record

           move ws-summary-credit-total to ws-edit-total
           move spaces to gl-report-record
           string "FEED CREDITS (SUMMARY) " delimited by size
           end-string
           write gl-report-record

           move ws-interest-credit-total to ws-edit-total
           move spaces to gl-report-record
           string "INT/FEE CREDITS(REPORT)" delimited by size
                  ws-edit-total delimited by size
                  into gl-report-record
           end-string
           write gl-report-record

           move ws-feed-debit-total to ws-edit-total
           move spaces to gl-report-record
           string "FEED DEBITS (ALL). . . " delimited by size
           end-if
           move rh-job-name to rlx-job-name
           move ws-caller-language to rlx-caller
           move ws-proc-date to rlx-run-date
           move rh-datetime to rlx-datetime
           move rh-return-code to rlx-return-code
           write run-log-index-record
