      *> ***************************************************************
      *>****J* SWIG/polybkot
      *> AUTHOR
      *>   GnuCOBOL Playground maintainers
      *> DATE
      *>   20261015
      *> LICENSE
      *>   Copyright 2015 Brian Tiffin
      *>   GNU General Public License, GPL, 3.0 (or greater)
      *> PURPOSE
      *>   One-day posting backout.  Puts the suite back the way it
      *>   stood before POLYPOST ran for a named posting date, so a
      *>   day posted from a bad clean file can be corrected and
      *>   posted again without anyone hand-editing the master:
      *>     - the account master, referral queue, referral
      *>       decisions, warehouse and interest accrual file are
      *>       restored from the dated pre-posting snapshot POLYPOST
      *>       took (see snapwork), so the day's accrual and any
      *>       month-end capitalization POLYINT made are taken back
      *>       with the balances they were worked on;
      *>     - every journal line of the date is given pair mark "V"
      *>       and today's date (see jrnlrec), so POLYSTMT, POLYGL,
      *>       POLYMON and POLYCLOS pass it over, and the "X" marks
      *>       that day's reversals left on their originals are
      *>       cleared;
      *>     - the suspense entries POLYPOST raised that day are
      *>       deleted, since the rerun raises them again;
      *>     - the batch-register entries POLYEDIT made that day are
      *>       deleted, so the corrected batches are not refused as
      *>       duplicates.
      *>   The journal keeps its lines: a backed-out line still shows
      *>   that it once posted.  Only the last posting date can be
      *>   backed out -- a later posting on the journal, on the
      *>   run-log or on the cycle control record (see cycctl), or
      *>   a month already closed by POLYCLOS over the date, refuses
      *>   the run and nothing is touched.  Standing orders POLYSTO
      *>   raised are not taken back.  Every backout applied is
      *>   written to the override audit file as well as the
      *>   run-log, so POLYEOD lists it.  Running it twice for the
      *>   same date does no harm: the snapshot is the same and the
      *>   journal, suspense and register have nothing left to take.
      *> TECTONICS
      *>   run by operations on a bad posting day, never on the
      *>   nightly schedule:
      *>     POLYBKOT_DATE=YYYY/MM/DD   the posting date to back out
      *>   writes "polyglot-bkotrpt.txt".  RC 0 applied, RC 1 no
      *>   valid date given, RC 6 no complete snapshot for the date,
      *>   RC 8 refused for a later posting or a closed month, RC 2
      *>   a file could not be opened for the restore.
      *> ***************************************************************
       identification division.
       program-id. polybkot.
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

           select posting-journal-file assign to "polyglot-journal.dat"
               organization line sequential
               file status is ws-journal-status.

           select journal-work-file assign to "polyglot-journal.wrk"
               organization line sequential
               file status is ws-jrnwork-status.

           select suspense-file assign to "polyglot-suspense.idx"
               organization indexed
               access mode dynamic
               record key is susp-key
               file status is ws-suspense-status.

           select batch-register assign to "polyglot-batchreg.idx"
               organization indexed
               access mode dynamic
               record key is brg-key
               file status is ws-register-status.

           select referral-file assign to "polyglot-referral.dat"
               organization line sequential
               file status is ws-referral-status.

           select decision-file assign to "polyglot-refdec.dat"
               organization line sequential
               file status is ws-decision-status.

           select warehouse-file assign to "polyglot-warehouse.dat"
               organization line sequential
               file status is ws-warehouse-status.

           select accrual-file assign to "polyglot-accrual.idx"
               organization indexed
               access mode dynamic
               record key is acr-account
               file status is ws-accrual-status.

      *> the dated snapshot files are selected at run time through
      *> the GENFILE environment name (see snapwork/snapname)
           select snapshot-file assign to "GENFILE"
               organization line sequential
               file status is ws-snapshot-status.

           select backout-report-file assign to "polyglot-bkotrpt.txt"
               organization line sequential
               file status is ws-report-status.

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

           select override-audit-file
               assign to "polyglot-override.txt"
               organization line sequential
               file status is ws-override-status.

       data division.
       file section.
       fd account-master.
       copy acctrec.

       fd posting-journal-file.
       copy jrnlrec.

      *> the journal copied aside while the date's lines are marked,
      *> then copied back in place
       fd journal-work-file.
       01 journal-work-record        pic x(60).

       fd suspense-file.
       copy susprec.

       fd batch-register.
       copy batchreg.

      *> the three line files are only ever copied back whole here,
      *> so their records are taken as the bytes POLYPOST snapshotted
      *> (see refrec, whsrec and POLYPOST's decision record)
       fd referral-file.
       01 referral-line              pic x(78).

       fd decision-file.
       01 decision-line              pic x(7).

       fd warehouse-file.
       01 warehouse-line             pic x(43).

       fd accrual-file.
       copy accrrec.

       fd snapshot-file.
       01 snapshot-record            pic x(100).

       fd backout-report-file.
       01 backout-report-record      pic x(80).

       fd cycle-control-file.
       01 cycle-control-record       pic x(80).

       fd run-log-file.
       copy runlogix.

       fd error-log-file.
       01 error-log-record           pic x(120).

       fd override-audit-file.
       01 override-audit-record      pic x(80).

       working-storage section.
       copy runheader.

       01 ws-master-status          pic xx.
       01 ws-journal-status         pic xx.
       01 ws-jrnwork-status         pic xx.
       01 ws-suspense-status        pic xx.
       01 ws-register-status        pic xx.
       01 ws-referral-status        pic xx.
       01 ws-decision-status        pic xx.
       01 ws-warehouse-status       pic xx.
       01 ws-accrual-status         pic xx.
       01 ws-report-status          pic xx.
       01 ws-runlog-status          pic xx.
       01 ws-errorlog-status        pic xx.
       01 ws-override-status        pic xx.

       01 ws-caller-language        pic x(10) value "UNKNOWN".
       01 ws-error-reason           pic x(60) value spaces.
       01 ws-return-code-num        pic 9(4).

      *> ---------------------------------------------------------------
      *> pre-posting snapshot naming (see snapwork/snapname)
      *> ---------------------------------------------------------------
       copy snapwork.
       01 ws-snapshot-status        pic xx.

      *> ---------------------------------------------------------------
      *> cycle control record (see cycctl/cycctlk)
      *> ---------------------------------------------------------------
       copy cycctl.

      *> ---------------------------------------------------------------
      *> the posting date to back out, as the journal and run-log
      *> carry it, and as the snapshot names carry it
      *> ---------------------------------------------------------------
       01 ws-backout-date           pic x(10).
       01 ws-backout-date-parts redefines ws-backout-date.
           05 ws-backout-yyyy       pic x(4).
           05 ws-backout-sep-1      pic x(1).
           05 ws-backout-mm         pic x(2).
           05 ws-backout-sep-2      pic x(1).
           05 ws-backout-dd         pic x(2).
       01 ws-check-date-x           pic x(8).
       01 ws-check-date-n redefines ws-check-date-x
                                    pic 9(8).

      *> ---------------------------------------------------------------
      *> verdict on the backout: blank means it may go ahead,
      *> anything else is the refusal printed on the report
      *> ---------------------------------------------------------------
       01 ws-refusal-reason         pic x(40) value spaces.
           88 backout-is-allowed    value spaces.
       01 ws-applied-switch         pic x value "N".
           88 backout-was-applied   value "Y".

       01 ws-master-eof-switch      pic x value "N".
           88 no-more-accounts      value "Y".
       01 ws-snapshot-eof-switch    pic x value "N".
           88 no-more-snapshot      value "Y".
       01 ws-journal-eof-switch     pic x value "N".
           88 no-more-journal       value "Y".
       01 ws-jrnwork-eof-switch     pic x value "N".
           88 no-more-journal-work  value "Y".
       01 ws-suspense-eof-switch    pic x value "N".
           88 no-more-suspense      value "Y".
       01 ws-register-eof-switch    pic x value "N".
           88 no-more-registrations value "Y".
       01 ws-runlog-eof-switch      pic x value "N".
           88 no-more-run-log       value "Y".

      *> ---------------------------------------------------------------
      *> the batches unregistered, for the report
      *> ---------------------------------------------------------------
       01 ws-batch-table.
           05 ws-batch-entry occurs 50 times indexed by bat-idx.
               10 bt-source         pic x(8).
               10 bt-number         pic 9(6).
       01 ws-batch-count            pic 9(3) value 0.

       01 ws-accounts-restored      pic 9(7) value 0.
       01 ws-referrals-restored     pic 9(7) value 0.
       01 ws-decisions-restored     pic 9(7) value 0.
       01 ws-warehouse-restored     pic 9(7) value 0.
       01 ws-accruals-restored      pic 9(7) value 0.
       01 ws-journal-date-count     pic 9(7) value 0.
       01 ws-lines-backed-out       pic 9(7) value 0.
       01 ws-reversals-cleared      pic 9(7) value 0.
       01 ws-suspense-removed       pic 9(7) value 0.
       01 ws-batches-removed        pic 9(7) value 0.

       01 ws-edit-count             pic zzz,zz9.

      *> ***************************************************************
       procedure division.

       main-line.
           accept ws-caller-language
                  from environment "POLYGLOT_CALLER"
           if ws-caller-language = spaces
              move "UNKNOWN" to ws-caller-language
           end-if
           move "POLYBKOT" to rh-job-name
           perform build-run-stamp
           move 0 to return-code

           perform take-backout-date
           if backout-is-allowed
              perform check-snapshot-set
           end-if
           if backout-is-allowed
              perform check-journal-dates
           end-if
           if backout-is-allowed
              perform check-later-posting-runs
           end-if
           if backout-is-allowed
              perform restore-account-master
              if return-code = 0
                 perform restore-referral-queue
              end-if
              if return-code = 0
                 perform restore-referral-decisions
              end-if
              if return-code = 0
                 perform restore-warehouse
              end-if
              if return-code = 0
                 perform restore-interest-accruals
              end-if
              if return-code = 0
                 perform mark-backed-out-journal
              end-if
              if return-code = 0
                 perform remove-posting-suspense
                 perform remove-batch-registrations
                 set backout-was-applied to true
                 perform write-backout-audit
              end-if
           end-if

           open output backout-report-file
           if ws-report-status = "00"
              perform write-backout-report
              close backout-report-file
           end-if
           perform finish-run
           goback.

       copy runstamp.

       copy cycctlk.

      *> ---------------------------------------------------------------
      *> the date is always named: there is no default, since backing
      *> out the wrong day is worse than not backing out at all
      *> ---------------------------------------------------------------
       take-backout-date.
           move spaces to ws-backout-date
           accept ws-backout-date from environment "POLYBKOT_DATE"
           move spaces to ws-check-date-x
           string ws-backout-yyyy delimited by size
                  ws-backout-mm delimited by size
                  ws-backout-dd delimited by size
                  into ws-check-date-x
           end-string
           if ws-backout-sep-1 = "/"
              and ws-backout-sep-2 = "/"
              and ws-check-date-x is numeric
              if function test-date-yyyymmdd(ws-check-date-n) = 0
                 move ws-check-date-x to ws-snap-date
              else
                 move spaces to ws-snap-date
              end-if
           else
              move spaces to ws-snap-date
           end-if
           if ws-snap-date = spaces
              move 1 to return-code
              move "NO VALID POLYBKOT_DATE GIVEN" to ws-refusal-reason
              move ws-refusal-reason to ws-error-reason
           end-if
           .

      *> ---------------------------------------------------------------
      *> the master's snapshot is written last, so it answers for the
      *> set; the other four are checked all the same
      *> ---------------------------------------------------------------
       check-snapshot-set.
           move "master" to ws-snap-kind
           perform check-one-snapshot
           if backout-is-allowed
              move "referral" to ws-snap-kind
              perform check-one-snapshot
           end-if
           if backout-is-allowed
              move "refdec" to ws-snap-kind
              perform check-one-snapshot
           end-if
           if backout-is-allowed
              move "warehouse" to ws-snap-kind
              perform check-one-snapshot
           end-if
           if backout-is-allowed
              move "accrual" to ws-snap-kind
              perform check-one-snapshot
           end-if
           if not backout-is-allowed
              move 6 to return-code
              move ws-refusal-reason to ws-error-reason
           end-if
           .

       check-one-snapshot.
           perform build-snapshot-name
           open input snapshot-file
           if ws-snapshot-status = "00"
              close snapshot-file
           else
              move "NO PRE-POSTING SNAPSHOT FOR THE DATE"
                   to ws-refusal-reason
           end-if
           .

      *> ---------------------------------------------------------------
      *> only the last posting date can come back: a live line dated
      *> after it, or a balance-forward line on or after it (the
      *> month is closed and its lines are gone from the journal),
      *> refuses.  lines already backed out do not count.
      *> ---------------------------------------------------------------
       check-journal-dates.
           move "N" to ws-journal-eof-switch
           open input posting-journal-file
           if ws-journal-status = "00"
              perform read-journal-for-check until no-more-journal
              close posting-journal-file
           end-if
           if not backout-is-allowed
              move 8 to return-code
              move ws-refusal-reason to ws-error-reason
           end-if
           .

       read-journal-for-check.
           read posting-journal-file
               at end set no-more-journal to true
               not at end
                   if not jrn-was-backed-out
                      perform judge-journal-date
                   end-if
           end-read
           .

       judge-journal-date.
           evaluate true
               when jrn-is-balance-forward
                    and jrn-post-date not < ws-backout-date
                   move "POSTING DATE ALREADY CLOSED BY POLYCLOS"
                        to ws-refusal-reason
               when jrn-post-date > ws-backout-date
                   move "LATER POSTING DATE ON JOURNAL"
                        to ws-refusal-reason
               when jrn-post-date = ws-backout-date
                   add 1 to ws-journal-date-count
           end-evaluate
           .

      *> ---------------------------------------------------------------
      *> a later posting run may have posted nothing to the journal
      *> (everything rejected or warehoused) and still have moved the
      *> master's last-activity stamps, the queue and the warehouse:
      *> any POLYPOST run logged after the date refuses too, unless
      *> its own sequence gate stopped it before it opened a file.
      *> POLYHIST's month-end rollover empties the run-log, so the
      *> latest posting date on the cycle control record counts too.
      *> ---------------------------------------------------------------
       check-later-posting-runs.
           move "N" to ws-runlog-eof-switch
           open input run-log-file
           if ws-runlog-status = "00"
              move low-values to rlx-key
              start run-log-file key not < rlx-key
                  invalid key set no-more-run-log to true
              end-start
              perform read-run-log-for-check until no-more-run-log
              close run-log-file
           end-if
           perform read-cycle-control
           if ws-cyc-last-posting > ws-backout-date
              move "LATER POSTING ON CYCLE CONTROL RECORD"
                   to ws-refusal-reason
           end-if
           if not backout-is-allowed
              move 8 to return-code
              move ws-refusal-reason to ws-error-reason
           end-if
           .

       read-run-log-for-check.
           read run-log-file next
               at end set no-more-run-log to true
               not at end
                   if rlx-job-name = "POLYPOST"
                      and rlx-run-date > ws-backout-date
                      and rlx-return-code not = 9
                      move "LATER POSTING RUN ON RUN-LOG"
                           to ws-refusal-reason
                   end-if
           end-read
           .

      *> ---------------------------------------------------------------
      *> the master is rebuilt whole from its snapshot: an account
      *> seeded that day goes away with the rest of the day, and the
      *> seed file brings it back on the rerun
      *> ---------------------------------------------------------------
       restore-account-master.
           move "master" to ws-snap-kind
           perform build-snapshot-name
           open input snapshot-file
           if ws-snapshot-status = "00"
              open output account-master
              if ws-master-status = "00"
                 move "N" to ws-snapshot-eof-switch
                 perform restore-one-account until no-more-snapshot
                 close account-master
              end-if
              close snapshot-file
           end-if
           if ws-snapshot-status not = "00"
              or ws-master-status not = "00"
              move 2 to return-code
              move "CANNOT RESTORE ACCOUNT MASTER" to ws-error-reason
           end-if
           .

       restore-one-account.
           read snapshot-file
               at end set no-more-snapshot to true
               not at end
                   move snapshot-record to account-record
                   write account-record
                       invalid key continue
                       not invalid key add 1 to ws-accounts-restored
                   end-write
           end-read
           .

       restore-referral-queue.
           move "referral" to ws-snap-kind
           perform build-snapshot-name
           open input snapshot-file
           if ws-snapshot-status = "00"
              open output referral-file
              if ws-referral-status = "00"
                 move "N" to ws-snapshot-eof-switch
                 perform restore-one-referral until no-more-snapshot
                 close referral-file
              end-if
              close snapshot-file
           end-if
           if ws-snapshot-status not = "00"
              or ws-referral-status not = "00"
              move 2 to return-code
              move "CANNOT RESTORE REFERRAL QUEUE" to ws-error-reason
           end-if
           .

       restore-one-referral.
           read snapshot-file
               at end set no-more-snapshot to true
               not at end
                   write referral-line from snapshot-record
                   add 1 to ws-referrals-restored
           end-read
           .

       restore-referral-decisions.
           move "refdec" to ws-snap-kind
           perform build-snapshot-name
           open input snapshot-file
           if ws-snapshot-status = "00"
              open output decision-file
              if ws-decision-status = "00"
                 move "N" to ws-snapshot-eof-switch
                 perform restore-one-decision until no-more-snapshot
                 close decision-file
              end-if
              close snapshot-file
           end-if
           if ws-snapshot-status not = "00"
              or ws-decision-status not = "00"
              move 2 to return-code
              move "CANNOT RESTORE REFERRAL DECISIONS"
                   to ws-error-reason
           end-if
           .

       restore-one-decision.
           read snapshot-file
               at end set no-more-snapshot to true
               not at end
                   write decision-line from snapshot-record
                   add 1 to ws-decisions-restored
           end-read
           .

       restore-warehouse.
           move "warehouse" to ws-snap-kind
           perform build-snapshot-name
           open input snapshot-file
           if ws-snapshot-status = "00"
              open output warehouse-file
              if ws-warehouse-status = "00"
                 move "N" to ws-snapshot-eof-switch
                 perform restore-one-warehouse-item
                         until no-more-snapshot
                 close warehouse-file
              end-if
              close snapshot-file
           end-if
           if ws-snapshot-status not = "00"
              or ws-warehouse-status not = "00"
              move 2 to return-code
              move "CANNOT RESTORE WAREHOUSE" to ws-error-reason
           end-if
           .

       restore-one-warehouse-item.
           read snapshot-file
               at end set no-more-snapshot to true
               not at end
                   write warehouse-line from snapshot-record
                   add 1 to ws-warehouse-restored
           end-read
           .

      *> the accrual file is rebuilt whole like the master: an
      *> account that first accrued that day goes away, and POLYINT's
      *> rerun accrues and capitalizes it again on the restored
      *> balances
       restore-interest-accruals.
           move "accrual" to ws-snap-kind
           perform build-snapshot-name
           open input snapshot-file
           if ws-snapshot-status = "00"
              open output accrual-file
              if ws-accrual-status = "00"
                 move "N" to ws-snapshot-eof-switch
                 perform restore-one-accrual until no-more-snapshot
                 close accrual-file
              end-if
              close snapshot-file
           end-if
           if ws-snapshot-status not = "00"
              or ws-accrual-status not = "00"
              move 2 to return-code
              move "CANNOT RESTORE INTEREST ACCRUALS" to ws-error-reason
           end-if
           .

       restore-one-accrual.
           read snapshot-file
               at end set no-more-snapshot to true
               not at end
                   move snapshot-record to accrual-record
                   write accrual-record
                       invalid key continue
                       not invalid key add 1 to ws-accruals-restored
                   end-write
           end-read
           .

       copy snapname.

      *> ---------------------------------------------------------------
      *> the date's lines get pair mark "V" and today's date; an
      *> original a reversal of that day marked "X" goes back to
      *> unpaired, since its reversal is backed out with the rest.
      *> the journal goes through the work file and back, as
      *> POLYPOST marks reversed originals; should the copy-back be
      *> cut short, polyglot-journal.wrk holds the full journal.
      *> ---------------------------------------------------------------
       mark-backed-out-journal.
           move "N" to ws-journal-eof-switch
           open input posting-journal-file
           if ws-journal-status = "00"
              open output journal-work-file
              if ws-jrnwork-status = "00"
                 perform mark-one-journal-line until no-more-journal
                 close journal-work-file
              else
                 move 2 to return-code
                 move "CANNOT MARK BACKED-OUT JOURNAL ENTRIES"
                      to ws-error-reason
              end-if
              close posting-journal-file
              if ws-jrnwork-status = "00"
                 and ws-lines-backed-out + ws-reversals-cleared > 0
                 perform copy-work-to-journal
              end-if
           end-if
           .

       mark-one-journal-line.
           read posting-journal-file
               at end set no-more-journal to true
               not at end
                   evaluate true
                       when jrn-was-backed-out
                           continue
                       when jrn-post-date = ws-backout-date
                           move "V" to jrn-pair-mark
                           move rh-datetime(1:10) to jrn-pair-date
                           add 1 to ws-lines-backed-out
                       when jrn-was-reversed
                            and jrn-pair-date = ws-backout-date
                           move space to jrn-pair-mark
                           move spaces to jrn-pair-date
                           add 1 to ws-reversals-cleared
                   end-evaluate
                   write journal-work-record
                         from posting-journal-record
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
      *> POLYPOST's own rejects of the date come out of suspense; the
      *> rerun raises whichever still fail.  POLYEDIT's edit rejects
      *> stay: the corrected file is edited afresh.
      *> ---------------------------------------------------------------
       remove-posting-suspense.
           move "N" to ws-suspense-eof-switch
           open i-o suspense-file
           if ws-suspense-status = "00"
              move low-values to susp-key
              start suspense-file key not < susp-key
                  invalid key set no-more-suspense to true
              end-start
              perform read-suspense-for-removal
                      until no-more-suspense
              close suspense-file
           end-if
           .

       read-suspense-for-removal.
           read suspense-file next
               at end set no-more-suspense to true
               not at end
                   if susp-source = "POLYPOST"
                      and susp-date-in = ws-backout-date
                      delete suspense-file record
                          invalid key continue
                          not invalid key add 1 to ws-suspense-removed
                      end-delete
                   end-if
           end-read
           .

      *> ---------------------------------------------------------------
      *> the batches registered on the date are taken off, so the
      *> corrected batches present under the same numbers
      *> ---------------------------------------------------------------
       remove-batch-registrations.
           move "N" to ws-register-eof-switch
           open i-o batch-register
           if ws-register-status = "00"
              move low-values to brg-key
              start batch-register key not < brg-key
                  invalid key set no-more-registrations to true
              end-start
              perform read-register-for-removal
                      until no-more-registrations
              close batch-register
           end-if
           .

       read-register-for-removal.
           read batch-register next
               at end set no-more-registrations to true
               not at end
                   if brg-processed-date = ws-backout-date
                      delete batch-register record
                          invalid key continue
                          not invalid key perform note-batch-removed
                      end-delete
                   end-if
           end-read
           .

       note-batch-removed.
           add 1 to ws-batches-removed
           if ws-batch-count < 50
              add 1 to ws-batch-count
              move brg-source to bt-source(ws-batch-count)
              move brg-batch-number to bt-number(ws-batch-count)
           end-if
           .

      *> ---------------------------------------------------------------
      *> a backout is never quiet: one line on the override audit
      *> file, laid out as the sequence gate's so POLYEOD lists it
      *> with today's overrides
      *> ---------------------------------------------------------------
       write-backout-audit.
           open extend override-audit-file
           if ws-override-status = "35"
              close override-audit-file
              open output override-audit-file
           end-if
           move spaces to override-audit-record
           string "BACKOUT  " delimited by size
                  rh-job-name delimited by size
                  " DATE=" delimited by size
                  ws-snap-date delimited by size
                  " " delimited by size
                  rh-datetime delimited by size
                  into override-audit-record
           end-string
           write override-audit-record
           close override-audit-file
           .

       write-backout-report.
           move spaces to backout-report-record
           string "POLYGLOT POSTING BACKOUT      " delimited by size
                  rh-datetime delimited by size
                  into backout-report-record
           end-string
           write backout-report-record
           move spaces to backout-report-record
           write backout-report-record

           move spaces to backout-report-record
           string "POSTING DATE . . . . . . . " delimited by size
                  ws-backout-date delimited by size
                  into backout-report-record
           end-string
           write backout-report-record

           move ws-journal-date-count to ws-edit-count
           move spaces to backout-report-record
           string "JOURNAL LINES ON THE DATE. " delimited by size
                  ws-edit-count delimited by size
                  into backout-report-record
           end-string
           write backout-report-record

           if backout-was-applied
              perform write-backout-counts
           end-if

           move spaces to backout-report-record
           write backout-report-record
           move spaces to backout-report-record
           evaluate true
               when backout-was-applied
                   move "BACKOUT: APPLIED" to backout-report-record
               when backout-is-allowed
                   string "BACKOUT: FAILED - " delimited by size
                          ws-error-reason delimited by size
                          into backout-report-record
                   end-string
               when other
                   string "BACKOUT: REFUSED - " delimited by size
                          ws-refusal-reason delimited by size
                          into backout-report-record
                   end-string
           end-evaluate
           write backout-report-record
           .

       write-backout-counts.
           move ws-accounts-restored to ws-edit-count
           move spaces to backout-report-record
           string "ACCOUNTS RESTORED. . . . . " delimited by size
                  ws-edit-count delimited by size
                  into backout-report-record
           end-string
           write backout-report-record

           move ws-referrals-restored to ws-edit-count
           move spaces to backout-report-record
           string "REFERRALS RESTORED . . . . " delimited by size
                  ws-edit-count delimited by size
                  into backout-report-record
           end-string
           write backout-report-record

           move ws-decisions-restored to ws-edit-count
           move spaces to backout-report-record
           string "DECISIONS RESTORED . . . . " delimited by size
                  ws-edit-count delimited by size
                  into backout-report-record
           end-string
           write backout-report-record

           move ws-warehouse-restored to ws-edit-count
           move spaces to backout-report-record
           string "WAREHOUSE ITEMS RESTORED . " delimited by size
                  ws-edit-count delimited by size
                  into backout-report-record
           end-string
           write backout-report-record

           move ws-accruals-restored to ws-edit-count
           move spaces to backout-report-record
           string "ACCRUALS RESTORED. . . . . " delimited by size
                  ws-edit-count delimited by size
                  into backout-report-record
           end-string
           write backout-report-record
           move ws-lines-backed-out to ws-edit-count
           move spaces to backout-report-record
           string "JOURNAL LINES BACKED OUT . " delimited by size
                  ws-edit-count delimited by size
                  into backout-report-record
           end-string
           write backout-report-record

           move ws-reversals-cleared to ws-edit-count
           move spaces to backout-report-record
           string "REVERSAL MARKS CLEARED . . " delimited by size
                  ws-edit-count delimited by size
                  into backout-report-record
           end-string
           write backout-report-record

           move ws-suspense-removed to ws-edit-count
           move spaces to backout-report-record
           string "SUSPENSE ITEMS REMOVED . . " delimited by size
                  ws-edit-count delimited by size
                  into backout-report-record
           end-string
           write backout-report-record

           move ws-batches-removed to ws-edit-count
           move spaces to backout-report-record
           string "BATCHES UNREGISTERED . . . " delimited by size
                  ws-edit-count delimited by size
                  into backout-report-record
           end-string
           write backout-report-record

           perform write-batch-line
                   varying bat-idx from 1 by 1
                   until bat-idx > ws-batch-count
           .

       write-batch-line.
           move spaces to backout-report-record
           string "  BATCH " delimited by size
                  bt-source(bat-idx) delimited by size
                  " " delimited by size
                  bt-number(bat-idx) delimited by size
                  into backout-report-record
           end-string
           write backout-report-record
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
