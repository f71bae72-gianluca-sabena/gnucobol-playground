      *> ***************************************************************
      *>****J* SWIG/polystom
      *> AUTHOR
      *>   GnuCOBOL Playground maintainers
      *> DATE
      *>   20261015
      *> LICENSE
      *>   Copyright 2015 Brian Tiffin
      *>   GNU General Public License, GPL, 3.0 (or greater)
      *> PURPOSE
      *>   Standing-order maintenance step.  Reads the standing-order
      *>   maintenance file (see stomnt) and applies adds, amends,
      *>   suspends, resumes and cancels to the standing-order master
      *>   (see storec), the way POLYAMNT maintains the account
      *>   master.  Every request is answered on the audit report,
      *>   applied or rejected with its reason; nothing is ever
      *>   half-applied.  An order must name two different accounts
      *>   on the account master, neither closed; a frozen account
      *>   is accepted here and skipped by POLYSTO on the day.
      *>
      *>   An order added with a start date already past, or
      *>   resumed after a suspension, takes its next payment from
      *>   today on: payments missed before the order existed or
      *>   while it was suspended are not made up.  The schedule
      *>   itself -- frequency, day of month, start date -- is not
      *>   amendable; a changed schedule is a cancel and a new order.
      *> TECTONICS
      *>   run before POLYSTO whenever operations has standing-order
      *>   maintenance to apply; reads "polyglot-stomnt.dat" and
      *>   writes the audit report to "polyglot-stomntrpt.txt".
      *>   RC 4 when any request was rejected, RC 1 when the
      *>   maintenance file is missing, RC 2 when either master
      *>   cannot be opened.
      *> ***************************************************************
       identification division.
       program-id. polystom.
       author. GnuCOBOL Playground maintainers.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select sto-maintenance-file assign to "polyglot-stomnt.dat"
               organization line sequential
               file status is ws-maint-status.

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

           select maintenance-report-file
               assign to "polyglot-stomntrpt.txt"
               organization line sequential
               file status is ws-report-status.

           select run-log-file assign to "polyglot-runlog.idx"
               organization indexed
               access mode random
               record key is rlx-key
               file status is ws-runlog-status.

           select error-log-file assign to "polyglot-error.txt"
               organization line sequential
               file status is ws-errorlog-status.

       data division.
       file section.
       fd sto-maintenance-file.
       copy stomnt.

       fd standing-order-master.
       copy storec.

       fd account-master.
       copy acctrec.

       fd maintenance-report-file.
       01 maintenance-report-record  pic x(80).

       fd run-log-file.
       copy runlogix.

       fd error-log-file.
       01 error-log-record           pic x(120).

       working-storage section.
       copy runheader.

       01 ws-maint-status           pic xx.
       01 ws-order-status           pic xx.
       01 ws-master-status          pic xx.
       01 ws-report-status          pic xx.
       01 ws-runlog-status          pic xx.
       01 ws-errorlog-status        pic xx.

       01 ws-caller-language        pic x(10) value "UNKNOWN".
       01 ws-error-reason           pic x(60) value spaces.
       01 ws-return-code-num        pic 9(4).

       01 ws-maint-eof-switch       pic x value "N".
           88 no-more-requests      value "Y".

      *> ---------------------------------------------------------------
      *> shared schedule arithmetic (see stodue/stoduek)
      *> ---------------------------------------------------------------
       copy stodue.

       01 ws-run-date-x             pic x(8).
       01 ws-run-date-n redefines ws-run-date-x
                                    pic 9(8).

      *> ---------------------------------------------------------------
      *> verdict on the request in hand: blank means applied,
      *> anything else is the refusal printed on the audit report
      *> ---------------------------------------------------------------
       01 ws-refusal-reason         pic x(25).
           88 request-is-good       value spaces.
       01 ws-order-on-file-switch   pic x.
           88 order-is-on-file      value "Y".

      *> an account named on a request, checked for shape and on
      *> the account master; the refusal prefix says which leg
       01 ws-check-account          pic x(10).
       01 ws-check-leg              pic x(7).
       01 ws-check-date             pic 9(8).
       01 ws-check-date-parts redefines ws-check-date.
           05 ws-check-yyyy         pic 9(4).
           05 ws-check-mm           pic 9(2).
           05 ws-check-dd           pic 9(2).
       01 ws-date-ok-switch         pic x.
           88 check-date-is-valid   value "Y".
       01 ws-new-end-date           pic 9(8).

       01 ws-read-count             pic 9(7) value 0.
       01 ws-applied-count          pic 9(7) value 0.
       01 ws-rejected-count         pic 9(7) value 0.
       01 ws-added-count            pic 9(7) value 0.
       01 ws-cancelled-count        pic 9(7) value 0.

       01 ws-edit-count             pic zzz,zz9.

      *> ***************************************************************
       procedure division.

       main-line.
           accept ws-caller-language
                  from environment "POLYGLOT_CALLER"
           if ws-caller-language = spaces
              move "UNKNOWN" to ws-caller-language
           end-if
           move "POLYSTOM" to rh-job-name
           perform build-run-stamp
           move 0 to return-code
           move spaces to ws-run-date-x
           string rh-datetime(1:4) delimited by size
                  rh-datetime(6:2) delimited by size
                  rh-datetime(9:2) delimited by size
                  into ws-run-date-x
           end-string

           open input sto-maintenance-file
           if ws-maint-status not = "00"
              move 1 to return-code
              move "CANNOT OPEN STANDING-ORDER MAINTENANCE FILE"
                   to ws-error-reason
           else
              perform open-order-master
              if ws-order-status = "00"
                 open input account-master
                 if ws-master-status not = "00"
                    move 2 to return-code
                    move "CANNOT OPEN ACCOUNT MASTER"
                         to ws-error-reason
                 else
                    open output maintenance-report-file
                    perform write-report-header
                    perform read-maintenance-request
                            until no-more-requests
                    perform write-report-footer
                    close maintenance-report-file
                    close account-master
                    if ws-rejected-count > 0
                       and return-code = 0
                       move 4 to return-code
                       move "REQUESTS REJECTED - SEE MAINTENANCE REPORT"
                            to ws-error-reason
                    end-if
                 end-if
                 close standing-order-master
              end-if
              close sto-maintenance-file
           end-if
           perform finish-run
           goback.

       copy runstamp.

       copy stoduek.

      *> ---------------------------------------------------------------
      *> the order master is a permanent file: open I-O, creating it
      *> empty the first time this site ever keys a standing order
      *> ---------------------------------------------------------------
       open-order-master.
           open i-o standing-order-master
           if ws-order-status = "35"
              open output standing-order-master
              close standing-order-master
              open i-o standing-order-master
           end-if
           if ws-order-status not = "00"
              move 2 to return-code
              move "CANNOT OPEN STANDING-ORDER MASTER"
                   to ws-error-reason
           end-if
           .

       read-maintenance-request.
           read sto-maintenance-file
               at end set no-more-requests to true
               not at end perform process-one-request
           end-read
           .

      *> ---------------------------------------------------------------
      *> every request is judged before anything is touched: the
      *> first refusal wins and nothing half-applies
      *> ---------------------------------------------------------------
       process-one-request.
           add 1 to ws-read-count
           move spaces to ws-refusal-reason
           if not (smt-is-add or smt-is-amend or smt-is-suspend
                   or smt-is-resume or smt-is-cancel)
              move "BAD-ACTION" to ws-refusal-reason
           else
              if smt-order-id = spaces
                 move "ORDER-ID-MISSING" to ws-refusal-reason
              end-if
           end-if
           if request-is-good
              perform look-up-order
              evaluate true
                  when smt-is-add
                      perform judge-add-request
                  when smt-is-amend
                      perform judge-amend-request
                  when smt-is-suspend
                      perform judge-suspend-request
                  when smt-is-resume
                      perform judge-resume-request
                  when smt-is-cancel
                      perform judge-cancel-request
              end-evaluate
           end-if
           if request-is-good
              perform apply-one-request
              add 1 to ws-applied-count
           else
              add 1 to ws-rejected-count
           end-if
           perform write-request-verdict
           .

       look-up-order.
           move "N" to ws-order-on-file-switch
           move smt-order-id to sto-order-id
           read standing-order-master
               invalid key continue
               not invalid key set order-is-on-file to true
           end-read
           .

      *> ---------------------------------------------------------------
      *> an add must carry a whole, consistent order
      *> ---------------------------------------------------------------
       judge-add-request.
           if order-is-on-file
              move "ALREADY-ON-FILE" to ws-refusal-reason
           end-if
           if request-is-good
              move smt-debit-account to ws-check-account
              move "DEBIT" to ws-check-leg
              perform check-order-account
           end-if
           if request-is-good
              move smt-credit-account to ws-check-account
              move "CREDIT" to ws-check-leg
              perform check-order-account
           end-if
           if request-is-good
              and smt-debit-account = smt-credit-account
              move "SAME-ACCOUNT-BOTH-LEGS" to ws-refusal-reason
           end-if
           if request-is-good
              perform check-order-amount
           end-if
           if request-is-good
              perform check-order-currency
           end-if
           if request-is-good
              if smt-frequency not = "W" and "M" and "D"
                 move "BAD-FREQUENCY" to ws-refusal-reason
              end-if
           end-if
           if request-is-good
              and smt-frequency = "D"
              if smt-day-of-month-x is not numeric
                 or smt-day-of-month < 1
                 or smt-day-of-month > 31
                 move "BAD-DAY-OF-MONTH" to ws-refusal-reason
              end-if
           end-if
           if request-is-good
              move "N" to ws-date-ok-switch
              if smt-start-date-x is numeric
                 move smt-start-date to ws-check-date
                 perform check-calendar-date
              end-if
              if not check-date-is-valid
                 move "BAD-START-DATE" to ws-refusal-reason
              end-if
           end-if
           if request-is-good
              perform check-order-end-date
              if request-is-good
                 and ws-new-end-date not = 0
                 and ws-new-end-date < smt-start-date
                 move "END-BEFORE-START" to ws-refusal-reason
              end-if
           end-if
           .

      *> ---------------------------------------------------------------
      *> an amend carries only what changes; the schedule is not
      *> among the things it can change
      *> ---------------------------------------------------------------
       judge-amend-request.
           evaluate true
               when not order-is-on-file
                   move "NOT-ON-FILE" to ws-refusal-reason
               when sto-is-cancelled or sto-is-ended
                   move "ORDER-FINISHED" to ws-refusal-reason
               when smt-frequency not = space
                    or smt-day-of-month-x not = spaces
                    or smt-start-date-x not = spaces
                   move "SCHEDULE-NOT-AMENDABLE" to ws-refusal-reason
           end-evaluate
           if request-is-good
              and smt-debit-account not = spaces
              move smt-debit-account to ws-check-account
              move "DEBIT" to ws-check-leg
              perform check-order-account
           end-if
           if request-is-good
              and smt-credit-account not = spaces
              move smt-credit-account to ws-check-account
              move "CREDIT" to ws-check-leg
              perform check-order-account
           end-if
           if request-is-good
              if (smt-debit-account not = spaces
                  and smt-debit-account = sto-credit-account
                  and smt-credit-account = spaces)
                 or (smt-credit-account not = spaces
                  and smt-credit-account = sto-debit-account
                  and smt-debit-account = spaces)
                 or (smt-debit-account not = spaces
                  and smt-debit-account = smt-credit-account)
                 move "SAME-ACCOUNT-BOTH-LEGS" to ws-refusal-reason
              end-if
           end-if
           if request-is-good
              and smt-amount-x not = spaces
              perform check-order-amount
           end-if
           if request-is-good
              and smt-currency not = spaces
              perform check-order-currency
           end-if
           if request-is-good
              and smt-end-date-x not = spaces
              perform check-order-end-date
              if request-is-good
                 and ws-new-end-date not = 0
                 and ws-new-end-date < sto-start-date
                 move "END-BEFORE-START" to ws-refusal-reason
              end-if
           end-if
           if request-is-good
              and smt-debit-account = spaces
              and smt-credit-account = spaces
              and smt-amount-x = spaces
              and smt-currency = spaces
              and smt-end-date-x = spaces
              move "NOTHING-TO-AMEND" to ws-refusal-reason
           end-if
           .

       judge-suspend-request.
           evaluate true
               when not order-is-on-file
                   move "NOT-ON-FILE" to ws-refusal-reason
               when not sto-is-active
                   move "NOT-ACTIVE" to ws-refusal-reason
           end-evaluate
           .

       judge-resume-request.
           evaluate true
               when not order-is-on-file
                   move "NOT-ON-FILE" to ws-refusal-reason
               when not sto-is-suspended
                   move "NOT-SUSPENDED" to ws-refusal-reason
           end-evaluate
           .

       judge-cancel-request.
           evaluate true
               when not order-is-on-file
                   move "NOT-ON-FILE" to ws-refusal-reason
               when sto-is-cancelled
                   move "ALREADY-CANCELLED" to ws-refusal-reason
           end-evaluate
           .

      *> ---------------------------------------------------------------
      *> field checks shared by add and amend
      *> ---------------------------------------------------------------
       check-order-account.
           if ws-check-account(1:3) is not alphabetic
              or ws-check-account(1:1) = space
              or ws-check-account(2:1) = space
              or ws-check-account(3:1) = space
              or ws-check-account(4:7) is not numeric
              string ws-check-leg delimited by space
                     "-ACCOUNT-FORMAT" delimited by size
                     into ws-refusal-reason
              end-string
           else
              move ws-check-account to acct-account
              read account-master
                  invalid key
                      string ws-check-leg delimited by space
                             "-NOT-ON-MASTER" delimited by size
                             into ws-refusal-reason
                      end-string
                  not invalid key
                      if acct-is-closed
                         string ws-check-leg delimited by space
                                "-ACCOUNT-CLOSED" delimited by size
                                into ws-refusal-reason
                         end-string
                      end-if
              end-read
           end-if
           .

       check-order-amount.
           if smt-amount-x is not numeric
              move "BAD-AMOUNT" to ws-refusal-reason
           else
              if smt-amount = 0
                 move "BAD-AMOUNT" to ws-refusal-reason
              end-if
           end-if
           .

       check-order-currency.
           if smt-currency is not alphabetic-upper
              or smt-currency(1:1) = space
              or smt-currency(2:1) = space
              or smt-currency(3:1) = space
              move "BAD-CURRENCY" to ws-refusal-reason
           end-if
           .

      *> an end date is optional: space or zero runs until cancelled
       check-order-end-date.
           move 0 to ws-new-end-date
           if smt-end-date-x not = spaces
              and smt-end-date-x not = "00000000"
              move "N" to ws-date-ok-switch
              if smt-end-date-x is numeric
                 move smt-end-date to ws-check-date
                 perform check-calendar-date
              end-if
              if check-date-is-valid
                 move smt-end-date to ws-new-end-date
              else
                 move "BAD-END-DATE" to ws-refusal-reason
              end-if
           end-if
           .

       check-calendar-date.
           move "N" to ws-date-ok-switch
           move ws-check-date to ws-sto-due-date
           perform size-order-month
           if ws-check-yyyy > 1900
              and ws-check-mm > 0 and ws-check-mm < 13
              and ws-check-dd > 0
              and ws-check-dd not > ws-sto-max-dd
              set check-date-is-valid to true
           end-if
           .

      *> ---------------------------------------------------------------
      *> a next date due already behind today is caught up to today:
      *> nothing is generated for a day before the order was live
      *> ---------------------------------------------------------------
       apply-one-request.
           evaluate true
               when smt-is-add
                   move smt-order-id to sto-order-id
                   move smt-debit-account to sto-debit-account
                   move smt-credit-account to sto-credit-account
                   move smt-amount to sto-amount
                   move smt-currency to sto-currency
                   move smt-frequency to sto-frequency
                   if sto-is-day-of-month
                      move smt-day-of-month to sto-day-of-month
                   else
                      move smt-start-date(7:2) to sto-day-of-month
                   end-if
                   move smt-start-date to sto-start-date
                   move ws-new-end-date to sto-end-date
                   move "A" to sto-status
                   perform first-order-due
                   move ws-run-date-n to ws-sto-floor-date
                   perform catch-up-order-due
                   move 0 to sto-last-due
                   move 0 to sto-last-run-date
                   move rh-datetime(1:10) to sto-last-maint-date
                   write standing-order-record
                   end-write
                   add 1 to ws-added-count
               when smt-is-amend
                   if smt-debit-account not = spaces
                      move smt-debit-account to sto-debit-account
                   end-if
                   if smt-credit-account not = spaces
                      move smt-credit-account to sto-credit-account
                   end-if
                   if smt-amount-x not = spaces
                      move smt-amount to sto-amount
                   end-if
                   if smt-currency not = spaces
                      move smt-currency to sto-currency
                   end-if
                   if smt-end-date-x not = spaces
                      move ws-new-end-date to sto-end-date
                   end-if
                   move rh-datetime(1:10) to sto-last-maint-date
                   rewrite standing-order-record
                   end-rewrite
               when smt-is-suspend
                   move "S" to sto-status
                   move rh-datetime(1:10) to sto-last-maint-date
                   rewrite standing-order-record
                   end-rewrite
               when smt-is-resume
                   move "A" to sto-status
                   move ws-run-date-n to ws-sto-floor-date
                   perform catch-up-order-due
                   move rh-datetime(1:10) to sto-last-maint-date
                   rewrite standing-order-record
                   end-rewrite
               when smt-is-cancel
                   move "C" to sto-status
                   move rh-datetime(1:10) to sto-last-maint-date
                   rewrite standing-order-record
                   end-rewrite
                   add 1 to ws-cancelled-count
           end-evaluate
           .

       write-request-verdict.
           move spaces to maintenance-report-record
           if request-is-good
              string smt-action delimited by size
                     " " delimited by size
                     smt-order-id delimited by size
                     " APPLIED" delimited by size
                     into maintenance-report-record
              end-string
              if smt-is-add or smt-is-resume
                 move " NEXT DUE " to maintenance-report-record(20:10)
                 move sto-next-due to maintenance-report-record(30:8)
              end-if
           else
              string smt-action delimited by size
                     " " delimited by size
                     smt-order-id delimited by size
                     " REJECTED " delimited by size
                     ws-refusal-reason delimited by size
                     into maintenance-report-record
              end-string
           end-if
           write maintenance-report-record
           .

       write-report-header.
           move spaces to maintenance-report-record
           string "POLYGLOT STANDING ORDER MAINT " delimited by size
                  rh-datetime delimited by size
                  into maintenance-report-record
           end-string
           write maintenance-report-record
           move spaces to maintenance-report-record
           write maintenance-report-record
           .

       write-report-footer.
           move spaces to maintenance-report-record
           write maintenance-report-record

           move ws-read-count to ws-edit-count
           move spaces to maintenance-report-record
           string "REQUESTS READ. . . . . . . " delimited by size
                  ws-edit-count delimited by size
                  into maintenance-report-record
           end-string
           write maintenance-report-record

           move ws-applied-count to ws-edit-count
           move spaces to maintenance-report-record
           string "REQUESTS APPLIED . . . . . " delimited by size
                  ws-edit-count delimited by size
                  into maintenance-report-record
           end-string
           write maintenance-report-record

           move ws-rejected-count to ws-edit-count
           move spaces to maintenance-report-record
           string "REQUESTS REJECTED. . . . . " delimited by size
                  ws-edit-count delimited by size
                  into maintenance-report-record
           end-string
           write maintenance-report-record

           move ws-added-count to ws-edit-count
           move spaces to maintenance-report-record
           string "ORDERS ADDED . . . . . . . " delimited by size
                  ws-edit-count delimited by size
                  into maintenance-report-record
           end-string
           write maintenance-report-record

           move ws-cancelled-count to ws-edit-count
           move spaces to maintenance-report-record
           string "ORDERS CANCELLED . . . . . " delimited by size
                  ws-edit-count delimited by size
                  into maintenance-report-record
           end-string
           write maintenance-report-record
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
