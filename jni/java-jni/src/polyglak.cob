      *> ***************************************************************
      *>****J* SWIG/polyglak
      *> AUTHOR
      *>   GnuCOBOL Playground maintainers
      *> DATE
      *>   20261015
      *>   Modified: 2026-10-15 - works under the suite's processing
      *>     date (see procdate) instead of the clock's: the overdue
      *>     cut-off, the acknowledgement date settled on the register
      *>     and the run-log are the business day being run's, and the
      *>     report carries a PROCESSING DATE line under its heading
      *>     when that is not today.  A processing date the controls
      *>     refuse stops the run with RC 9.
      *> LICENSE
      *>   Copyright 2015 Brian Tiffin
      *>   GNU General Public License, GPL, 3.0 (or greater)
      *> PURPOSE
      *>   General-ledger acknowledgement.  POLYGL proves its feed
      *>   before it leaves; this step proves the ledger took it.
      *>   The ledger's return file (glrec layout: a header naming
      *>   the feed date acknowledged, a detail line per GL account,
      *>   currency and D/C as booked, and its own trailer count and
      *>   hash) is held line by line against the dated copy of the
      *>   feed POLYGL sent for that date, and its trailer against
      *>   the sent trailer.  Every line sent but not booked
      *>   (MISSING), booked but not sent (EXTRA) or booked for a
      *>   different amount (AMOUNT) is listed on the break report,
      *>   and the date is settled on the sent-feed register (see
      *>   glsent) as matched or broken.
      *>
      *>   A feed still unacknowledged when more than one business
      *>   day has passed since its date (see runcal) is marked
      *>   overdue and escalated to polyglot-alert.txt, every run
      *>   until the acknowledgement arrives.  The report closes on
      *>   a verdict POLYEOD reads: CLEAN, OVERDUE, or BREAK while
      *>   any acknowledged feed on the register still has breaks.
      *> TECTONICS
      *>   run in the nightly cycle ahead of POLYEOD and after
      *>   POLYRECON, which rewrites the alert file.  Reads the
      *>   ledger's "polyglot-glack.dat" (one header-to-trailer group
      *>   per feed date acknowledged; absent on a night nothing came
      *>   back), writes the break report to "polyglot-glakrpt.txt"
      *>   and appends escalations to "polyglot-alert.txt".
      *>
      *>   Return codes: 0 clean, 2 cannot open the sent-feed
      *>   register, 4 a feed is overdue, 8 breaks outstanding.
      *> ***************************************************************
       identification division.
       program-id. polyglak.
       author. GnuCOBOL Playground maintainers.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select gl-ack-file assign to "polyglot-glack.dat"
               organization line sequential
               file status is ws-ack-status.

      *> the dated copy of the feed sent is selected at run time by
      *> setting the GENFILE environment name to its file name
           select sent-feed-copy-file assign to "GENFILE"
               organization line sequential
               file status is ws-feed-copy-status.

           select gl-sent-register assign to "polyglot-glsent.idx"
               organization indexed
               access mode dynamic
               record key is gls-feed-date
               file status is ws-register-status.

           select processing-date-file
               assign to "polyglot-procdate.dat"
               organization line sequential
               file status is ws-procdate-status.

           select calendar-file assign to "polyglot-calendar.dat"
               organization line sequential
               file status is ws-calendar-status.

           select ack-report-file assign to "polyglot-glakrpt.txt"
               organization line sequential
               file status is ws-report-status.

           select alert-file assign to "polyglot-alert.txt"
               organization line sequential
               file status is ws-alert-status.

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
       fd gl-ack-file.
       01 gl-ack-record              pic x(28).

       fd sent-feed-copy-file.
       01 sent-feed-copy-record      pic x(28).

       fd gl-sent-register.
       copy glsent.

       fd processing-date-file.
       01 processing-date-record     pic x(80).

       fd calendar-file.
       copy calrec.

       fd ack-report-file.
       01 ack-report-record          pic x(80).

       fd alert-file.
       01 alert-record               pic x(120).

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

       01 ws-ack-status             pic xx.
       01 ws-feed-copy-status       pic xx.
       01 ws-register-status        pic xx.
       01 ws-report-status          pic xx.
       01 ws-alert-status           pic xx.
       01 ws-runlog-status          pic xx.
       01 ws-journal-status         pic xx.
       01 ws-errorlog-status        pic xx.

       01 ws-caller-language        pic x(10) value "UNKNOWN".
       01 ws-error-reason           pic x(60) value spaces.
       01 ws-return-code-num        pic 9(4).

      *> ---------------------------------------------------------------
      *> both files share the feed layout; each line is read into
      *> this one view (see glrec)
      *> ---------------------------------------------------------------
       copy glrec.

      *> ---------------------------------------------------------------
      *> shared processing calendar (see runcal/runcalck/calrec)
      *> ---------------------------------------------------------------
       copy runcal.

      *> ---------------------------------------------------------------
      *> shared processing date (see procdate/procdatk)
      *> ---------------------------------------------------------------
       copy procdate.
       copy cycctl.

       01 ws-run-date-x             pic x(8).
       01 ws-run-date-n redefines ws-run-date-x
                                    pic 9(8).
       01 ws-today                  pic x(10).
      *> a feed dated before this business day has waited more than
      *> one business day for its acknowledgement
       01 ws-overdue-before         pic 9(8).

       01 ws-ack-eof-switch         pic x value "N".
           88 no-more-ack-lines     value "Y".
       01 ws-register-eof-switch    pic x value "N".
           88 no-more-register      value "Y".
       01 ws-feed-copy-eof-switch   pic x value "N".
           88 no-more-feed-lines    value "Y".

      *> ---------------------------------------------------------------
      *> the acknowledgement group in hand: its header, whether the
      *> date is on the register, and its trailer
      *> ---------------------------------------------------------------
       01 ws-group-open-switch      pic x value "N".
           88 ack-group-is-open     value "Y".
       01 ws-on-register-switch     pic x value "N".
           88 feed-is-on-register   value "Y".
       01 ws-trailer-seen-switch    pic x value "N".
           88 ack-trailer-seen      value "Y".
       01 ws-ack-feed-date          pic 9(8).
       01 ws-ack-source             pic x(8).
       01 ws-ack-detail-count       pic 9(7).
       01 ws-ack-trailer-count      pic 9(7).
       01 ws-ack-trailer-hash       pic 9(13)v99.
       01 ws-group-break-count      pic 9(5).
       01 ws-feed-copy-name         pic x(40).

      *> ---------------------------------------------------------------
      *> the feed sent for the date acknowledged, each line ticked
      *> off as the ledger's booking of it turns up.  POLYGL's
      *> summary table of 50 groups writes at most 200 lines.
      *> ---------------------------------------------------------------
       01 ws-sent-table.
           05 ws-sent-entry occurs 200 times indexed by sl-idx.
               10 sl-account        pic x(10).
               10 sl-currency       pic x(3).
               10 sl-type           pic x(1).
               10 sl-amount         pic 9(11)v99.
               10 sl-matched-switch pic x.
                   88 sl-is-matched value "Y".
       01 ws-sent-count             pic 9(3) value 0.
       01 ws-sent-trailer-count     pic 9(7) value 0.
       01 ws-sent-trailer-hash      pic 9(13)v99 value 0.
       01 ws-match-idx              pic 9(3) value 0.

      *> ---------------------------------------------------------------
      *> run totals and the verdict
      *> ---------------------------------------------------------------
       01 ws-acks-received          pic 9(5) value 0.
       01 ws-acks-clean             pic 9(5) value 0.
       01 ws-acks-broken            pic 9(5) value 0.
       01 ws-break-line-count       pic 9(7) value 0.
       01 ws-awaiting-count         pic 9(5) value 0.
       01 ws-overdue-count          pic 9(5) value 0.
       01 ws-unresolved-count       pic 9(5) value 0.
      *> breaks with no register entry to carry them: lines outside
      *> any group, and acknowledgements of a date never sent
       01 ws-unrecorded-count       pic 9(5) value 0.
       01 ws-verdict                pic x(10) value spaces.

       01 ws-break-kind             pic x(10).
       01 ws-date-parts.
           05 ws-date-yyyy          pic x(4).
           05 ws-date-mm            pic x(2).
           05 ws-date-dd            pic x(2).
       01 ws-date-n redefines ws-date-parts
                                    pic 9(8).
       01 ws-display-date           pic x(10).

       01 ws-edit-count             pic zzz,zz9.
       01 ws-edit-count-2           pic zzz,zz9.
       01 ws-edit-amount            pic zz,zzz,zzz,zz9.99.
       01 ws-edit-amount-2          pic zz,zzz,zzz,zz9.99.
       01 ws-edit-hash              pic z,zzz,zzz,zzz,zz9.99.
       01 ws-edit-hash-2            pic z,zzz,zzz,zzz,zz9.99.

      *> ***************************************************************
       procedure division.

       main-line.
           accept ws-caller-language
                  from environment "POLYGLOT_CALLER"
           if ws-caller-language = spaces
              move "UNKNOWN" to ws-caller-language
           end-if
           move "POLYGLAK" to rh-job-name
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
           perform load-processing-calendar
           move ws-run-date-n to ws-cal-check-date
           perform find-previous-business-day
           move ws-prev-business-date to ws-overdue-before

           open i-o gl-sent-register
           if ws-register-status = "35"
              open output gl-sent-register
              close gl-sent-register
              open i-o gl-sent-register
           end-if
           if ws-register-status not = "00"
              move 2 to return-code
              move "CANNOT OPEN SENT-FEED REGISTER" to ws-error-reason
              perform finish-run
              goback
           end-if

           perform write-report-heading
           perform match-acknowledgements
           perform review-sent-feeds
           close gl-sent-register
           perform decide-verdict
           perform write-report-totals

           evaluate true
               when ws-verdict = "BREAK"
                   move 8 to return-code
                   move "GL ACKNOWLEDGEMENT BREAKS OUTSTANDING"
                        to ws-error-reason
               when ws-verdict = "OVERDUE"
                   move 4 to return-code
                   move "GL FEED ACKNOWLEDGEMENT OVERDUE"
                        to ws-error-reason
           end-evaluate
           perform finish-run
           goback.

       copy runstamp.

       copy procdatk.

       copy cycctlk.

       copy runcalck.

      *> ---------------------------------------------------------------
      *> the acknowledgement file, group by group: a header opens a
      *> feed date, its details are matched as they come, its
      *> trailer closes it.  no file tonight means nothing came back.
      *> ---------------------------------------------------------------
       match-acknowledgements.
           move "N" to ws-ack-eof-switch
           open input gl-ack-file
           if ws-ack-status = "00"
              perform read-ack-line until no-more-ack-lines
              if ack-group-is-open
                 perform close-ack-group
              end-if
              close gl-ack-file
           else
              move spaces to ack-report-record
              move "NO ACKNOWLEDGEMENT FILE RECEIVED"
                   to ack-report-record
              write ack-report-record
           end-if
           .

       read-ack-line.
           read gl-ack-file into gl-feed-record
               at end set no-more-ack-lines to true
               not at end perform dispatch-ack-line
           end-read
           .

       dispatch-ack-line.
           evaluate true
               when glf-is-header-rec
                   if ack-group-is-open
                      perform close-ack-group
                   end-if
                   perform open-ack-group
               when glf-is-detail-rec
                   if ack-group-is-open
                      perform match-ack-detail
                   else
                      perform note-stray-ack-line
                   end-if
               when glf-is-trailer-rec
                   if ack-group-is-open
                      perform match-ack-trailer
                      perform close-ack-group
                   else
                      perform note-stray-ack-line
                   end-if
               when other
                   perform note-stray-ack-line
           end-evaluate
           .

      *> a line outside any header-to-trailer group cannot be tied to
      *> a feed date; it is a break in its own right
       note-stray-ack-line.
           add 1 to ws-break-line-count
           add 1 to ws-unrecorded-count
           move spaces to ack-report-record
           string "  OUT OF GROUP " delimited by size
                  gl-feed-record delimited by size
                  into ack-report-record
           end-string
           write ack-report-record
           .

      *> ---------------------------------------------------------------
      *> a new group: find the date on the register and load the
      *> dated copy of what was sent for it
      *> ---------------------------------------------------------------
       open-ack-group.
           set ack-group-is-open to true
           move "N" to ws-trailer-seen-switch
           move glf-feed-date to ws-ack-feed-date
           move glf-source to ws-ack-source
           move 0 to ws-ack-detail-count
           move 0 to ws-group-break-count
           move 0 to ws-sent-count
           move 0 to ws-sent-trailer-count
           move 0 to ws-sent-trailer-hash
           add 1 to ws-acks-received

           move ws-ack-feed-date to ws-date-n
           perform format-display-date
           move spaces to ack-report-record
           write ack-report-record
           move spaces to ack-report-record
           string "ACK FOR FEED " delimited by size
                  ws-display-date delimited by size
                  " FROM " delimited by size
                  ws-ack-source delimited by size
                  into ack-report-record
           end-string
           write ack-report-record

           move "N" to ws-on-register-switch
           move ws-ack-feed-date to gls-feed-date
           read gl-sent-register
               invalid key continue
               not invalid key set feed-is-on-register to true
           end-read
           if not feed-is-on-register
              add 1 to ws-group-break-count
              move spaces to ack-report-record
              move "  NO FEED ON THE REGISTER FOR THIS DATE"
                   to ack-report-record
              write ack-report-record
           end-if

           move spaces to ws-feed-copy-name
           string "polyglot-glfeed-" delimited by size
                  ws-ack-feed-date delimited by size
                  ".dat" delimited by size
                  into ws-feed-copy-name
           end-string
           set environment "GENFILE" to ws-feed-copy-name
           move "N" to ws-feed-copy-eof-switch
           open input sent-feed-copy-file
           if ws-feed-copy-status = "00"
              perform load-sent-feed-line until no-more-feed-lines
              close sent-feed-copy-file
           else
              if feed-is-on-register
                 add 1 to ws-group-break-count
                 move spaces to ack-report-record
                 move "  COPY OF THE FEED SENT IS MISSING"
                      to ack-report-record
                 write ack-report-record
              end-if
           end-if
           .

       load-sent-feed-line.
           read sent-feed-copy-file into gl-feed-record
               at end set no-more-feed-lines to true
               not at end
                   evaluate true
                       when glf-is-detail-rec
                           if ws-sent-count < 200
                              add 1 to ws-sent-count
                              move glf-account
                                   to sl-account(ws-sent-count)
                              move glf-currency
                                   to sl-currency(ws-sent-count)
                              move glf-type to sl-type(ws-sent-count)
                              move glf-amount
                                   to sl-amount(ws-sent-count)
                              move "N"
                                 to sl-matched-switch(ws-sent-count)
                           end-if
                       when glf-is-trailer-rec
                           move glf-record-count
                                to ws-sent-trailer-count
                           move glf-hash-total to ws-sent-trailer-hash
                   end-evaluate
           end-read
           .

      *> ---------------------------------------------------------------
      *> a booked line takes the first unticked sent line for the
      *> same account, currency and side at the same amount; failing
      *> that, the first one at any amount, which is then a break
      *> on amount.  one control account carries an offset per
      *> group, so the key alone is not unique.
      *> ---------------------------------------------------------------
       match-ack-detail.
           add 1 to ws-ack-detail-count
           move 0 to ws-match-idx
           perform find-exact-sent-line
                   varying sl-idx from 1 by 1
                   until sl-idx > ws-sent-count
                      or ws-match-idx > 0
           if ws-match-idx > 0
              move "Y" to sl-matched-switch(ws-match-idx)
           else
              perform find-keyed-sent-line
                      varying sl-idx from 1 by 1
                      until sl-idx > ws-sent-count
                         or ws-match-idx > 0
              if ws-match-idx > 0
                 move "Y" to sl-matched-switch(ws-match-idx)
                 move "AMOUNT" to ws-break-kind
                 move sl-amount(ws-match-idx) to ws-edit-amount
                 move glf-amount to ws-edit-amount-2
                 move spaces to ack-report-record
                 string "  " delimited by size
                        ws-break-kind delimited by size
                        " " delimited by size
                        glf-account delimited by size
                        " " delimited by size
                        glf-currency delimited by size
                        " " delimited by size
                        glf-type delimited by size
                        " SENT " delimited by size
                        ws-edit-amount delimited by size
                        " LEDGER " delimited by size
                        ws-edit-amount-2 delimited by size
                        into ack-report-record
                 end-string
              else
                 move "EXTRA" to ws-break-kind
                 move glf-amount to ws-edit-amount-2
                 move spaces to ack-report-record
                 string "  " delimited by size
                        ws-break-kind delimited by size
                        " " delimited by size
                        glf-account delimited by size
                        " " delimited by size
                        glf-currency delimited by size
                        " " delimited by size
                        glf-type delimited by size
                        "                         LEDGER "
                        delimited by size
                        ws-edit-amount-2 delimited by size
                        into ack-report-record
                 end-string
              end-if
              write ack-report-record
              add 1 to ws-group-break-count
           end-if
           .

       find-exact-sent-line.
           if not sl-is-matched(sl-idx)
              and sl-account(sl-idx) = glf-account
              and sl-currency(sl-idx) = glf-currency
              and sl-type(sl-idx) = glf-type
              and sl-amount(sl-idx) = glf-amount
              set ws-match-idx to sl-idx
           end-if
           .

       find-keyed-sent-line.
           if not sl-is-matched(sl-idx)
              and sl-account(sl-idx) = glf-account
              and sl-currency(sl-idx) = glf-currency
              and sl-type(sl-idx) = glf-type
              set ws-match-idx to sl-idx
           end-if
           .

      *> the ledger's own controls against the ones we sent
       match-ack-trailer.
           set ack-trailer-seen to true
           move glf-record-count to ws-ack-trailer-count
           move glf-hash-total to ws-ack-trailer-hash
           if ws-ack-trailer-count not = ws-sent-trailer-count
              add 1 to ws-group-break-count
              move ws-sent-trailer-count to ws-edit-count
              move ws-ack-trailer-count to ws-edit-count-2
              move spaces to ack-report-record
              string "  TRAILER COUNT SENT " delimited by size
                     ws-edit-count delimited by size
                     " LEDGER " delimited by size
                     ws-edit-count-2 delimited by size
                     into ack-report-record
              end-string
              write ack-report-record
           end-if
           if ws-ack-trailer-hash not = ws-sent-trailer-hash
              add 1 to ws-group-break-count
              move ws-sent-trailer-hash to ws-edit-hash
              move ws-ack-trailer-hash to ws-edit-hash-2
              move spaces to ack-report-record
              string "  TRAILER HASH SENT " delimited by size
                     ws-edit-hash delimited by size
                     " LEDGER " delimited by size
                     ws-edit-hash-2 delimited by size
                     into ack-report-record
              end-string
              write ack-report-record
           end-if
           .

      *> ---------------------------------------------------------------
      *> end of a group: whatever was sent and never booked is
      *> missing, and the date is settled on the register
      *> ---------------------------------------------------------------
       close-ack-group.
           move "N" to ws-group-open-switch
           if not ack-trailer-seen
              add 1 to ws-group-break-count
              move spaces to ack-report-record
              move "  ACKNOWLEDGEMENT HAS NO TRAILER"
                   to ack-report-record
              write ack-report-record
           end-if
           perform report-missing-line
                   varying sl-idx from 1 by 1
                   until sl-idx > ws-sent-count

           add ws-group-break-count to ws-break-line-count
           move ws-ack-detail-count to ws-edit-count
           move spaces to ack-report-record
           if ws-group-break-count = 0
              add 1 to ws-acks-clean
              string "  MATCHED, LINES " delimited by size
                     ws-edit-count delimited by size
                     into ack-report-record
              end-string
           else
              add 1 to ws-acks-broken
              move ws-group-break-count to ws-edit-count-2
              string "  BROKEN, LINES " delimited by size
                     ws-edit-count delimited by size
                     " BREAKS " delimited by size
                     ws-edit-count-2 delimited by size
                     into ack-report-record
              end-string
           end-if
           write ack-report-record

           if feed-is-on-register
              move ws-today to gls-ack-date
              move ws-group-break-count to gls-break-count
              if ws-group-break-count = 0
                 set gls-is-acknowledged to true
              else
                 set gls-is-broken to true
              end-if
              rewrite gl-sent-record
              end-rewrite
           else
              add 1 to ws-unrecorded-count
           end-if
           .

       report-missing-line.
           if not sl-is-matched(sl-idx)
              add 1 to ws-group-break-count
              move "MISSING" to ws-break-kind
              move sl-amount(sl-idx) to ws-edit-amount
              move spaces to ack-report-record
              string "  " delimited by size
                     ws-break-kind delimited by size
                     " " delimited by size
                     sl-account(sl-idx) delimited by size
                     " " delimited by size
                     sl-currency(sl-idx) delimited by size
                     " " delimited by size
                     sl-type(sl-idx) delimited by size
                     " SENT " delimited by size
                     ws-edit-amount delimited by size
                     into ack-report-record
              end-string
              write ack-report-record
           end-if
           .

      *> ---------------------------------------------------------------
      *> every feed on the register not yet matched: awaiting ones
      *> past a business day are escalated, broken ones stay on the
      *> report until a clean acknowledgement settles them
      *> ---------------------------------------------------------------
       review-sent-feeds.
           move spaces to ack-report-record
           write ack-report-record
           move "N" to ws-register-eof-switch
           move 0 to gls-feed-date
           start gl-sent-register key not < gls-feed-date
               invalid key set no-more-register to true
           end-start
           perform read-sent-feed until no-more-register
           .

       read-sent-feed.
           read gl-sent-register next
               at end set no-more-register to true
               not at end perform judge-sent-feed
           end-read
           .

       judge-sent-feed.
           move gls-feed-date to ws-date-n
           perform format-display-date
           evaluate true
               when gls-is-broken
                   add 1 to ws-unresolved-count
                   move gls-break-count to ws-edit-count
                   move spaces to ack-report-record
                   string "UNRESOLVED " delimited by size
                          ws-display-date delimited by size
                          " ACKNOWLEDGED " delimited by size
                          gls-ack-date delimited by size
                          " BREAKS " delimited by size
                          ws-edit-count delimited by size
                          into ack-report-record
                   end-string
                   write ack-report-record
               when (gls-is-awaiting or gls-is-overdue)
                    and gls-feed-date < ws-overdue-before
                   add 1 to ws-overdue-count
                   if gls-is-awaiting
                      set gls-is-overdue to true
                      rewrite gl-sent-record
                      end-rewrite
                   end-if
                   perform write-overdue-alert
                   move spaces to ack-report-record
                   string "OVERDUE    " delimited by size
                          ws-display-date delimited by size
                          " SENT " delimited by size
                          gls-sent-datetime delimited by size
                          " ESCALATED" delimited by size
                          into ack-report-record
                   end-string
                   write ack-report-record
               when gls-is-awaiting or gls-is-overdue
                   add 1 to ws-awaiting-count
                   move spaces to ack-report-record
                   string "AWAITING   " delimited by size
                          ws-display-date delimited by size
                          " SENT " delimited by size
                          gls-sent-datetime delimited by size
                          into ack-report-record
                   end-string
                   write ack-report-record
           end-evaluate
           .

      *> POLYRECON rewrites the alert file each run; this step only
      *> ever adds to it
       write-overdue-alert.
           open extend alert-file
           if ws-alert-status = "35"
              close alert-file
              open output alert-file
           end-if
           move gls-record-count to ws-edit-count
           move spaces to alert-record
           string "ALERT " delimited by size
                  rh-datetime delimited by size
                  " GLFEED=" delimited by size
                  gls-feed-date delimited by size
                  " SENT=" delimited by size
                  gls-sent-datetime delimited by size
                  " RECORDS=" delimited by size
                  ws-edit-count delimited by size
                  " NOT ACKNOWLEDGED BY THE LEDGER" delimited by size
                  into alert-record
           end-string
           write alert-record
           close alert-file
           .

       format-display-date.
           move spaces to ws-display-date
           string ws-date-yyyy delimited by size
                  "/" delimited by size
                  ws-date-mm delimited by size
                  "/" delimited by size
                  ws-date-dd delimited by size
                  into ws-display-date
           end-string
           .

      *> ---------------------------------------------------------------
      *> a break outranks a late acknowledgement: the ledger holds
      *> something other than what was sent
      *> ---------------------------------------------------------------
       decide-verdict.
           evaluate true
               when ws-unresolved-count > 0
                   or ws-unrecorded-count > 0
                   move "BREAK" to ws-verdict
               when ws-overdue-count > 0
                   move "OVERDUE" to ws-verdict
               when other
                   move "CLEAN" to ws-verdict
           end-evaluate
           .

       write-report-heading.
           open output ack-report-file
           move spaces to ack-report-record
           string "POLYGLOT GL ACKNOWLEDGEMENT   " delimited by size
                  rh-datetime delimited by size
                  into ack-report-record
           end-string
           write ack-report-record
           if proc-date-is-set
              move spaces to ack-report-record
              string "PROCESSING DATE . . . . . " delimited by size
                     ws-proc-date delimited by size
                     into ack-report-record
              end-string
              write ack-report-record
           end-if
           move spaces to ack-report-record
           write ack-report-record
           .

       write-report-totals.
           move spaces to ack-report-record
           write ack-report-record

           move ws-acks-received to ws-edit-count
           move spaces to ack-report-record
           string "ACKNOWLEDGEMENTS RECEIVED. " delimited by size
                  ws-edit-count delimited by size
                  into ack-report-record
           end-string
           write ack-report-record

           move ws-acks-clean to ws-edit-count
           move spaces to ack-report-record
           string "MATCHED CLEAN. . . . . . . " delimited by size
                  ws-edit-count delimited by size
                  into ack-report-record
           end-string
           write ack-report-record

           move ws-acks-broken to ws-edit-count
           move spaces to ack-report-record
           string "MATCHED WITH BREAKS. . . . " delimited by size
                  ws-edit-count delimited by size
                  into ack-report-record
           end-string
           write ack-report-record

           move ws-break-line-count to ws-edit-count
           move spaces to ack-report-record
           string "BREAK LINES. . . . . . . . " delimited by size
                  ws-edit-count delimited by size
                  into ack-report-record
           end-string
           write ack-report-record

           move ws-awaiting-count to ws-edit-count
           move spaces to ack-report-record
           string "FEEDS AWAITING ACK . . . . " delimited by size
                  ws-edit-count delimited by size
                  into ack-report-record
           end-string
           write ack-report-record

           move ws-overdue-count to ws-edit-count
           move spaces to ack-report-record
           string "FEEDS OVERDUE. . . . . . . " delimited by size
                  ws-edit-count delimited by size
                  into ack-report-record
           end-string
           write ack-report-record

           move ws-unresolved-count to ws-edit-count
           move spaces to ack-report-record
           string "FEEDS WITH BREAKS. . . . . " delimited by size
                  ws-edit-count delimited by size
                  into ack-report-record
           end-string
           write ack-report-record

           move spaces to ack-report-record
           write ack-report-record
           move spaces to ack-report-record
           string "GL ACK VERDICT: " delimited by size
                  ws-verdict delimited by size
                  into ack-report-record
           end-string
           write ack-report-record

           close ack-report-file
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
