      *> ***************************************************************
      *>****J* SWIG/polyinq
      *> AUTHOR
      *>   GnuCOBOL Playground maintainers
      *> DATE
      *>   20261015
      *> LICENSE
      *>   Copyright 2015 Brian Tiffin
      *>   GNU General Public License, GPL, 3.0 (or greater)
      *> PURPOSE
      *>   Account inquiry screen for the branch and call-centre
      *>   desk.  POLYOPS answers "where is the cycle?"; this answers
      *>   "what is happening on this account?" in one console panel
      *>   instead of five files opened by hand:
      *>     the master fields -- name, type, status, balance,
      *>       overdraft limit, last activity;
      *>     the latest journal entries with their audit and pair
      *>       marks, a page at a time, paging back to older ones;
      *>     items for the account still on the suspense file and
      *>       how many days each has been held;
      *>     future-dated items parked on the warehouse;
      *>     overdraft and dormancy referrals still waiting on an
      *>       operations decision.
      *>   From any account the desk can step to the next or the
      *>   previous account on the master.
      *>   Strictly read-only, like POLYOPS: this program writes no
      *>   file and no run-log entry, and every panel is read fresh
      *>   from the files as they stand.  The journal shown is the
      *>   live journal; months closed by POLYCLOS appear as the
      *>   balance-forward line (mark P) they left behind.
      *> TECTONICS
      *>   run from a terminal at any time; asks for an account id,
      *>   then takes commands at the prompt: P older journal page,
      *>   F newer journal page, N next account, B previous account,
      *>   A another account id, X leave.
      *>   The journal page size comes from the polyglot.cfg line
      *>   INQLINES=nn (default 10).
      *> ***************************************************************
       identification division.
       program-id. polyinq.
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

           select suspense-file assign to "polyglot-suspense.idx"
               organization indexed
               access mode dynamic
               record key is susp-key
               file status is ws-suspense-status.

           select warehouse-file assign to "polyglot-warehouse.dat"
               organization line sequential
               file status is ws-warehouse-status.

           select referral-file assign to "polyglot-referral.dat"
               organization line sequential
               file status is ws-referral-status.

           select config-file assign to "polyglot.cfg"
               organization line sequential
               file status is ws-config-status.

       data division.
       file section.
       fd account-master.
       copy acctrec.

       fd posting-journal-file.
       copy jrnlrec.

       fd suspense-file.
       copy susprec.

       fd warehouse-file.
       copy whsrec.

       fd referral-file.
       copy refrec.

       fd config-file.
       01 config-record              pic x(80).

       working-storage section.
       copy runheader.

       01 ws-master-status          pic xx.
       01 ws-journal-status         pic xx.
       01 ws-suspense-status        pic xx.
       01 ws-warehouse-status       pic xx.
       01 ws-referral-status        pic xx.
       01 ws-config-status          pic xx.

       01 ws-config-eof-switch      pic x value "N".
           88 config-eof            value "Y".
       01 ws-config-key             pic x(20).
       01 ws-config-value           pic x(20).

      *> ---------------------------------------------------------------
      *> desk command loop
      *> ---------------------------------------------------------------
       01 ws-inq-command            pic x value space.
           88 desk-page-older       value "P" "p".
           88 desk-page-newer       value "F" "f".
           88 desk-next-account     value "N" "n".
           88 desk-prior-account    value "B" "b".
           88 desk-new-account      value "A" "a".
           88 desk-quit             value "X" "x" "Q" "q".

      *> ---------------------------------------------------------------
      *> the account on the panel and what the master says of it
      *> ---------------------------------------------------------------
       01 ws-inq-account            pic x(10) value spaces.
       01 ws-found-switch           pic x value "N".
           88 account-on-master     value "Y".
       01 ws-step-account           pic x(10).
       01 ws-step-switch            pic x value "N".
           88 step-found            value "Y".
       01 ws-master-eof-switch      pic x value "N".
           88 no-more-accounts      value "Y".
       01 ws-status-text            pic x(9).

      *> ---------------------------------------------------------------
      *> journal paging: the account's entries are numbered in file
      *> order, and page one is the newest ws-page-size of them
      *> ---------------------------------------------------------------
       01 ws-page-size              pic 9(2) value 10.
       01 ws-page-no                pic 9(5) value 1.
       01 ws-journal-eof-switch     pic x value "N".
           88 no-more-journal       value "Y".
       01 ws-jrn-total              pic 9(7) value 0.
       01 ws-jrn-ordinal            pic 9(7) value 0.
       01 ws-jrn-first              pic s9(7) value 0.
       01 ws-jrn-last               pic s9(7) value 0.

      *> ---------------------------------------------------------------
      *> suspense aging, the way POLYSUSP reckons it
      *> ---------------------------------------------------------------
       01 ws-suspense-eof-switch    pic x value "N".
           88 no-more-suspense      value "Y".
       01 ws-date-in-ymd            pic 9(8).
       01 ws-run-date-n             pic 9(8).
       01 ws-today-day-number       pic s9(9) comp.
       01 ws-held-day-number        pic s9(9) comp.
       01 ws-days-held              pic 9(5).

       01 ws-warehouse-eof-switch   pic x value "N".
           88 no-more-warehouse     value "Y".
       01 ws-referral-eof-switch    pic x value "N".
           88 no-more-referrals     value "Y".
       01 ws-reason-text            pic x(9).

       01 ws-section-count          pic 9(5) value 0.

       01 ws-edit-count             pic zzz,zz9.
       01 ws-edit-days              pic zzzz9.
       01 ws-edit-amount            pic zzz,zzz,zz9.99.
       01 ws-edit-conv              pic z,zzz,zzz,zzz,zz9.99.
       01 ws-edit-balance           pic zz,zzz,zzz,zz9.99-.
       01 ws-edit-first             pic zzz,zz9.
       01 ws-edit-last              pic zzz,zz9.

      *> ***************************************************************
       procedure division.

       main-line.
           move "POLYINQ " to rh-job-name
           perform build-run-stamp
           perform read-config
           perform ask-for-account
           perform take-desk-command until desk-quit
           goback.

       copy runstamp.

      *> ---------------------------------------------------------------
      *> control file: INQLINES=nn, journal entries to a page
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
               at end move "Y" to ws-config-eof-switch
               not at end perform parse-config-record
           end-read
           .

       parse-config-record.
           unstring config-record delimited by "="
               into ws-config-key ws-config-value
           end-unstring
           if ws-config-key = "INQLINES"
              if ws-config-value(1:2) is numeric
                 and ws-config-value(1:2) not = "00"
                 move ws-config-value(1:2) to ws-page-size
              end-if
           end-if
           .

       ask-for-account.
           display " " end-display
           display "POLYINQ ACCOUNT> " with no advancing
           end-display
           move spaces to ws-inq-account
           accept ws-inq-account end-accept
           move function upper-case(ws-inq-account) to ws-inq-account
           if ws-inq-account = spaces
              move "X" to ws-inq-command
           else
              move 1 to ws-page-no
              perform show-account-panel
           end-if
           .

       take-desk-command.
           display " " end-display
           display "POLYINQ> P older, F newer, N next, B previous, "
                   "A account, X exit " with no advancing
           end-display
           accept ws-inq-command end-accept
           evaluate true
               when desk-page-older
                   if ws-jrn-first > 1
                      add 1 to ws-page-no
                      perform show-account-panel
                   else
                      display "polyinq: no older journal entries"
                      end-display
                   end-if
               when desk-page-newer
                   if ws-page-no > 1
                      subtract 1 from ws-page-no
                      perform show-account-panel
                   else
                      display "polyinq: already at the newest entries"
                      end-display
                   end-if
               when desk-next-account
                   perform find-next-account
               when desk-prior-account
                   perform find-prior-account
               when desk-new-account
                   perform ask-for-account
               when desk-quit
                   continue
               when other
                   display "polyinq: P, F, N, B, A or X" end-display
           end-evaluate
           .

      *> ---------------------------------------------------------------
      *> one panel per account: every section read fresh
      *> ---------------------------------------------------------------
       show-account-panel.
           perform build-run-stamp
           move rh-datetime(1:4) to ws-run-date-n(1:4)
           move rh-datetime(6:2) to ws-run-date-n(5:2)
           move rh-datetime(9:2) to ws-run-date-n(7:2)
           compute ws-today-day-number =
                   function integer-of-date(ws-run-date-n)
           display " " end-display
           display "POLYGLOT ACCOUNT INQUIRY      " rh-datetime
           end-display
           display " " end-display
           perform show-master-fields
           perform show-journal-page
           perform show-suspense-items
           perform show-warehouse-items
           perform show-referral-items
           .

       show-master-fields.
           move "N" to ws-found-switch
           open input account-master
           if ws-master-status = "00"
              move ws-inq-account to acct-account
              read account-master
                  invalid key continue
                  not invalid key set account-on-master to true
              end-read
              close account-master
           end-if
           if not account-on-master
              display "  ACCOUNT " ws-inq-account
                      "  NOT ON THE ACCOUNT MASTER"
              end-display
           else
              evaluate true
                  when acct-is-closed
                      move "CLOSED" to ws-status-text
                  when acct-is-frozen
                      move "FROZEN" to ws-status-text
                  when acct-is-dormant
                      move "DORMANT" to ws-status-text
                  when other
                      move "ACTIVE" to ws-status-text
              end-evaluate
              move acct-balance to ws-edit-balance
              move acct-overdraft-limit to ws-edit-amount
              display "  ACCOUNT " acct-account "  " acct-name
                      "  TYPE " acct-type
              end-display
              display "  STATUS . . . . . . " ws-status-text
              end-display
              display "  BALANCE. . . . . . " ws-edit-balance
              end-display
              display "  OVERDRAFT LIMIT. . " ws-edit-amount
              end-display
              display "  LAST ACTIVITY. . . " acct-last-activity
              end-display
           end-if
           .

      *> ---------------------------------------------------------------
      *> the journal is sequential: one pass counts the account's
      *> entries, a second shows the ones that fall on the page
      *> ---------------------------------------------------------------
       show-journal-page.
           move 0 to ws-jrn-total
           move "N" to ws-journal-eof-switch
           open input posting-journal-file
           if ws-journal-status = "00"
              perform count-journal-entry until no-more-journal
              close posting-journal-file
           end-if
           compute ws-jrn-last =
                   ws-jrn-total - (ws-page-no - 1) * ws-page-size
           compute ws-jrn-first = ws-jrn-last - ws-page-size + 1
           if ws-jrn-first < 1
              move 1 to ws-jrn-first
           end-if
           display " " end-display
           if ws-jrn-total = 0
              move 0 to ws-jrn-first
              display "  JOURNAL: NO ENTRIES ON THE LIVE JOURNAL"
              end-display
           else
              move ws-jrn-first to ws-edit-first
              move ws-jrn-last to ws-edit-last
              move ws-jrn-total to ws-edit-count
              display "  JOURNAL ENTRIES " ws-edit-first " TO "
                      ws-edit-last " OF " ws-edit-count
              end-display
              display "  POSTED     T      CAPTURED CCY"
                      "             CONVERTED M P PAIRED"
              end-display
              move 0 to ws-jrn-ordinal
              move "N" to ws-journal-eof-switch
              open input posting-journal-file
              if ws-journal-status = "00"
                 perform show-journal-entry until no-more-journal
                 close posting-journal-file
              end-if
           end-if
           .

       count-journal-entry.
           read posting-journal-file
               at end set no-more-journal to true
               not at end
                   if jrn-account = ws-inq-account
                      add 1 to ws-jrn-total
                   end-if
           end-read
           .

       show-journal-entry.
           read posting-journal-file
               at end set no-more-journal to true
               not at end
                   if jrn-account = ws-inq-account
                      add 1 to ws-jrn-ordinal
                      if ws-jrn-ordinal not < ws-jrn-first
                         and ws-jrn-ordinal not > ws-jrn-last
                         perform show-journal-line
                      end-if
                      if ws-jrn-ordinal not < ws-jrn-last
                         set no-more-journal to true
                      end-if
                   end-if
           end-read
           .

       show-journal-line.
           move jrn-orig-amount to ws-edit-amount
           move jrn-conv-amount to ws-edit-conv
           display "  " jrn-post-date " " jrn-type " "
                   ws-edit-amount " " jrn-currency " "
                   ws-edit-conv " " jrn-audit-mark " "
                   jrn-pair-mark " " jrn-pair-date
           end-display
           .

      *> ---------------------------------------------------------------
      *> suspense is keyed on the account first, so its items sit
      *> together; age is days since the item first arrived
      *> ---------------------------------------------------------------
       show-suspense-items.
           move 0 to ws-section-count
           move "N" to ws-suspense-eof-switch
           display " " end-display
           open input suspense-file
           if ws-suspense-status = "00"
              move low-values to susp-key
              move ws-inq-account to susp-account
              start suspense-file key not < susp-key
                  invalid key set no-more-suspense to true
              end-start
              perform show-suspense-item until no-more-suspense
              close suspense-file
           end-if
           if ws-section-count = 0
              display "  SUSPENSE: NOTHING HELD FOR THIS ACCOUNT"
              end-display
           end-if
           .

       show-suspense-item.
           read suspense-file next
               at end set no-more-suspense to true
               not at end
                   if susp-account not = ws-inq-account
                      set no-more-suspense to true
                   else
                      perform show-suspense-line
                   end-if
           end-read
           .

       show-suspense-line.
           add 1 to ws-section-count
           if ws-section-count = 1
              display "  SUSPENSE: IN         SOURCE   REASON"
                      "                         DAYS"
              end-display
           end-if
           move 0 to ws-days-held
           if susp-date-in(1:4) is numeric
              and susp-date-in(6:2) is numeric
              and susp-date-in(9:2) is numeric
              move susp-date-in(1:4) to ws-date-in-ymd(1:4)
              move susp-date-in(6:2) to ws-date-in-ymd(5:2)
              move susp-date-in(9:2) to ws-date-in-ymd(7:2)
              compute ws-held-day-number =
                      function integer-of-date(ws-date-in-ymd)
              compute ws-days-held =
                      ws-today-day-number - ws-held-day-number
           end-if
           move ws-days-held to ws-edit-days
           display "  " susp-date-in " " susp-source " "
                   susp-reason " " ws-edit-days
           end-display
           if susp-amount-x is numeric
              move susp-amount to ws-edit-amount
              display "             " susp-type " " ws-edit-amount
                      " " susp-currency " VALUE "
                      susp-effective-date
              end-display
           else
              display "             " susp-type " " susp-amount-x
                      " " susp-currency " VALUE "
                      susp-effective-date
              end-display
           end-if
           .

       show-warehouse-items.
           move 0 to ws-section-count
           move "N" to ws-warehouse-eof-switch
           display " " end-display
           open input warehouse-file
           if ws-warehouse-status = "00"
              perform show-warehouse-item until no-more-warehouse
              close warehouse-file
           end-if
           if ws-section-count = 0
              display "  WAREHOUSE: NOTHING FUTURE-DATED" end-display
           end-if
           .

       show-warehouse-item.
           read warehouse-file
               at end set no-more-warehouse to true
               not at end
                   if whs-account = ws-inq-account
                      add 1 to ws-section-count
                      if ws-section-count = 1
                         display "  WAREHOUSE: VALUE    T"
                                 "        AMOUNT CCY PARKED"
                         end-display
                      end-if
                      move whs-amount to ws-edit-amount
                      display "  " whs-effective-date "   "
                              whs-type " " ws-edit-amount " "
                              whs-currency " " whs-stored-date
                      end-display
                   end-if
           end-read
           .

      *> ---------------------------------------------------------------
      *> the referral file holds only what operations has still to
      *> decide: answered items are gone from it after the cycle
      *> ---------------------------------------------------------------
       show-referral-items.
           move 0 to ws-section-count
           move "N" to ws-referral-eof-switch
           display " " end-display
           open input referral-file
           if ws-referral-status = "00"
              perform show-referral-item until no-more-referrals
              close referral-file
           end-if
           if ws-section-count = 0
              display "  REFERRALS: NONE PENDING" end-display
           end-if
           .

       show-referral-item.
           read referral-file
               at end set no-more-referrals to true
               not at end
                   if ref-account = ws-inq-account
                      perform show-referral-line
                   end-if
           end-read
           .

       show-referral-line.
           add 1 to ws-section-count
           if ws-section-count = 1
              display "  REFERRALS: ID    REFERRED   T"
                      "             CONVERTED REASON"
              end-display
           end-if
           if ref-is-dormant
              move "DORMANT" to ws-reason-text
           else
              move "OVERDRAFT" to ws-reason-text
           end-if
           move ref-conv-amount to ws-edit-conv
           display "  " ref-id " " ref-date " " ref-type " "
                   ws-edit-conv " " ws-reason-text
           end-display
           .

      *> ---------------------------------------------------------------
      *> stepping along the master: next is the first key above the
      *> one on the panel; previous is the last key below it,
      *> found walking up from the top of the file
      *> ---------------------------------------------------------------
       find-next-account.
           move "N" to ws-step-switch
           open input account-master
           if ws-master-status = "00"
              move ws-inq-account to acct-account
              start account-master key > acct-account
                  invalid key continue
                  not invalid key
                      read account-master next
                          at end continue
                          not at end
                              move acct-account to ws-step-account
                              set step-found to true
                      end-read
              end-start
              close account-master
           end-if
           if step-found
              move ws-step-account to ws-inq-account
              move 1 to ws-page-no
              perform show-account-panel
           else
              display "polyinq: no account after " ws-inq-account
              end-display
           end-if
           .

       find-prior-account.
           move "N" to ws-step-switch
           move "N" to ws-master-eof-switch
           open input account-master
           if ws-master-status = "00"
              move low-values to acct-account
              start account-master key not < acct-account
                  invalid key set no-more-accounts to true
              end-start
              perform walk-to-prior-account until no-more-accounts
              close account-master
           end-if
           if step-found
              move ws-step-account to ws-inq-account
              move 1 to ws-page-no
              perform show-account-panel
           else
              display "polyinq: no account before " ws-inq-account
              end-display
           end-if
           .

       walk-to-prior-account.
           read account-master next
               at end set no-more-accounts to true
               not at end
                   if acct-account < ws-inq-account
                      move acct-account to ws-step-account
                      set step-found to true
                   else
                      set no-more-accounts to true
                   end-if
           end-read
           .
      *>****
