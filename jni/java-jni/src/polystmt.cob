      *>   GnuCOBOL Playground maintainers
      *> DATE
      *>   20260903
      *>   Modified: 2026-10-15 - reversal pairs (see jrnlrec): an
      *>     item reversed later, and the reversal itself, each get
      *>     a second line naming the other half's post date.
      *>   Modified: 2026-10-15 - period close (see POLYCLOS): the
      *>     live journal opens with balance-forward lines, so a
      *>     range after the last close is answered from the live
      *>     journal alone.  A range reaching back into a closed
      *>     month reads that month's generation, and every later
      *>     one, ahead of the live journal, starting from the
      *>     balance-forward lines at the head of the first file
      *>     read; the balance-forward lines of the files after it
      *>     are passed over so nothing is counted twice.
      *>   Modified: 2026-10-15 - lines of a backed-out posting date
      *>     (pair mark V, see POLYBKOT) are passed over: the
      *>     balances they once moved were restored from snapshot.
      *> LICENSE
      *>   Copyright 2015 Brian Tiffin
      *>   GNU General Public License, GPL, 3.0 (or greater)

       input-output section.
       file-control.
      *> the live journal or one of its closed generations, chosen
      *> at run time by setting the JRNLFILE environment name to the
      *> file name before each open
           select posting-journal-file assign to "JRNLFILE"
               organization line sequential
               file status is ws-journal-status.

           select gens-index-file
               assign to "polyglot-journal-gens.txt"
               organization line sequential
               file status is ws-gens-status.

           select account-master assign to "polyglot-master.dat"
               organization indexed
               access mode dynamic
       fd posting-journal-file.
       copy jrnlrec.

       fd gens-index-file.
       01 gens-index-record          pic x(40).

       fd account-master.
       copy acctrec.

       copy runheader.

       01 ws-journal-status         pic xx.
       01 ws-gens-status            pic xx.
       01 ws-master-status          pic xx.
       01 ws-statement-status       pic xx.
       01 ws-runlog-status          pic xx.
      *> ---------------------------------------------------------------
       01 ws-from-date              pic x(10).
       01 ws-to-date                pic x(10).
       01 ws-from-month             pic x(6).

      *> ---------------------------------------------------------------
      *> where the replay starts: the live journal's balance-forward
      *> date, and the closed generations listed by POLYCLOS
      *> ---------------------------------------------------------------
       01 ws-live-journal-name      pic x(40)
                                    value "polyglot-journal.dat".
       01 ws-journal-file-name      pic x(40).
       01 ws-forward-date           pic x(10).
       01 ws-files-read             pic 9(3) value 0.
       01 ws-gens-table.
           05 ws-gens-entry occurs 120 times indexed by gen-idx.
               10 gn-file-name      pic x(40).
       01 ws-gens-count             pic 9(3) value 0.
       01 ws-gens-eof-switch        pic x value "N".
           88 gens-index-eof        value "Y".
       01 ws-generations-read       pic 9(3) value 0.

      *> ---------------------------------------------------------------
      *> the journal replayed into memory: it is appended in posting
               10 jt-currency       pic x(3).
               10 jt-conv           pic 9(11)v99.
               10 jt-mark           pic x(1).
               10 jt-pair-mark      pic x(1).
               10 jt-pair-date      pic x(10).
       01 ws-journal-count          pic 9(5) value 0.
       01 ws-journal-full-switch    pic x value "N".
           88 journal-table-full    value "Y".
      *> ---------------------------------------------------------------
      *> a missing journal is an empty journal: the proof then fails
      *> for any account with a balance, which is the right verdict
      *> for a balance nothing on file explains.  a range starting
      *> after the live journal's balance-forward date needs nothing
      *> older; one starting on or before it replays the closed
      *> generations from the range's own month onward first.
      *> ---------------------------------------------------------------
       load-journal-table.
           move 0 to ws-journal-count
           move 0 to ws-files-read
           move spaces to ws-from-month
           string ws-from-date(1:4) delimited by size
                  ws-from-date(6:2) delimited by size
                  into ws-from-month
           end-string
           perform find-live-forward-date
           if ws-forward-date not = spaces
              and ws-from-date not > ws-forward-date
              perform load-generation-index
              perform load-one-generation
                      varying gen-idx from 1 by 1
                      until gen-idx > ws-gens-count
           end-if
           move ws-live-journal-name to ws-journal-file-name
           perform load-journal-file
           .

       find-live-forward-date.
           move spaces to ws-forward-date
           set environment "JRNLFILE" to ws-live-journal-name
           open input posting-journal-file
           if ws-journal-status = "00"
              read posting-journal-file
                  not at end
                      if jrn-is-balance-forward
                         move jrn-post-date to ws-forward-date
                      end-if
              end-read
              close posting-journal-file
           end-if
           .

      *> the generation name ends in its YYYYMM, so the months before
      *> the range's own are left closed
       load-one-generation.
           if gn-file-name(gen-idx)(18:6) not < ws-from-month
              move gn-file-name(gen-idx) to ws-journal-file-name
              perform load-journal-file
              add 1 to ws-generations-read
           end-if
           .

       load-journal-file.
           set environment "JRNLFILE" to ws-journal-file-name
           move "N" to ws-journal-eof-switch
           open input posting-journal-file
           if ws-journal-status = "00"
              add 1 to ws-files-read
              perform read-journal-record until no-more-journal
              close posting-journal-file
           end-if
       read-journal-record.
           read posting-journal-file
               at end set no-more-journal to true
               not at end
                   if (not jrn-is-balance-forward
                       or ws-files-read = 1)
                      and not jrn-was-backed-out
                      perform store-journal-entry
                   end-if
           end-read
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

              move jrn-currency to jt-currency(ws-journal-count)
              move jrn-conv-amount to jt-conv(ws-journal-count)
              move jrn-audit-mark to jt-mark(ws-journal-count)
              move jrn-pair-mark to jt-pair-mark(ws-journal-count)
              move jrn-pair-date to jt-pair-date(ws-journal-count)
           else
              set journal-table-full to true
           end-if
                     into statement-record
              end-string
              write statement-record
              perform write-reversal-pair-line
           end-if
           .

      *> the two halves of a reversal point at each other, so the
      *> reader never has to hunt for what cancelled what
       write-reversal-pair-line.
           move spaces to statement-record
           evaluate jt-pair-mark(jrn-idx)
               when "X"
                   string "             REVERSED BY ENTRY POSTED "
                          delimited by size
                          jt-pair-date(jrn-idx) delimited by size
                          into statement-record
                   end-string
                   write statement-record
               when "R"
                   string "             REVERSAL OF ENTRY POSTED "
                          delimited by size
                          jt-pair-date(jrn-idx) delimited by size
                          into statement-record
                   end-string
                   write statement-record
           end-evaluate
           .

       write-account-heading.
           move spaces to statement-record
           write statement-record
                  into statement-record
           end-string
           write statement-record
           if ws-forward-date not = spaces
              move ws-generations-read to ws-edit-count
              move spaces to statement-record
              string "LIVE JOURNAL FORWARD FROM " delimited by size
                     ws-forward-date delimited by size
                     "  CLOSED MONTHS READ " delimited by size
                     ws-edit-count delimited by size
                     into statement-record
              end-string
              write statement-record
           end-if
           .

       write-statement-footer.
