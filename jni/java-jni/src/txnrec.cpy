      *>     warehouse and marks backdated postings on the journal.
      *>     A capture feed that sends no date leaves the field to
      *>     space and the edit stamps the run date.
      *>   Modified: 2026-10-15 - reversal detail: type "R" cancels
      *>     one earlier journal entry, named by the account, the
      *>     amount and currency as originally captured, and the
      *>     original post date carried in the effective-date
      *>     position (see txn-reversal-post-date).  POLYEDIT
      *>     refuses one whose original is not on the journal or is
      *>     already reversed; POLYPOST posts the exact opposite of
      *>     the original's converted amount.
      *> PURPOSE
      *>   Shared record layout for the daily transaction file.  The
      *>   capture feed, the front-end edit, the tally step and the
      *>   the layout can never drift between programs.
      *>
      *>   H  header : batch date (8), batch number (6), source (8)
      *>   D  detail : account (10), type D/C/R (1), amount (9v99),
      *>               currency (3), effective date (8) -- for a
      *>               reversal, the original's post date
      *>   T  trailer: detail count (7), amount hash total (11v99)
      *> ***************************************************************
       01 transaction-record.
               10 txn-type           pic x(1).
                   88 txn-is-debit   value "D" "d".
                   88 txn-is-credit  value "C" "c".
                   88 txn-is-reversal value "R" "r".
               10 txn-amount         pic 9(9)v99.
               10 txn-amount-x redefines txn-amount
                                     pic x(11).
               10 txn-currency       pic x(3).
               10 txn-effective-date pic 9(8).
               10 txn-reversal-post-date redefines
                  txn-effective-date pic 9(8).
           05 txn-header redefines txn-detail.
               10 txn-batch-date     pic 9(8).
               10 txn-batch-number   pic 9(6).
