       identification division.
       program-id. CreditReview.
       author. Joree Miranda, Kyle Bayer, Ashante Smith
       date-written. 2026-10-15
      * This is the ninetieth program in our MAFD 4201 Final Project.
      * It is the monthly house-charge credit review. EDITS only ever
      * asked whether a charge fit under the credit limit, so an
      * account with half its balance ninety days past due kept
      * charging as long as there was room left. This replays the AR
      * journal per customer the same way ArAging does - payments
      * eat the oldest charges first - and puts an account past the
      * delinquency rule on credit hold on the customer master, with
      * the reason, so EDITS refuses its "HC" charges; an account
      * that has been paid back into terms is released. Accounts
      * that have paid every charge inside terms all year, and make
      * real use of their limit, are listed as suggested limit
      * increases - a suggestion only, the limit itself still goes
      * through MasterMaint. Run on demand alongside ArAging with
      * the batch-id of the month's last batch:
      *     CreditReview <batch-id>

       environment division.
       configuration section.
       input-output section.

       file-control.

      * shared cumulative run-history file - every chain step stamps
      * its start and end here; see the RUNLOG copybook
           select run-log-file
           assign to "../../../data/runhistory.dat"
           organization is line sequential
           file status is ws-rl-file-status.

      * the batch's business date as the driver recorded it - the
      * review is as of this day
           select business-date-file
           assign to dynamic ws-busdate-filename
           organization is line sequential
           file status is ws-bd-file-status.

      * the AR posting journal - every charge, refund and payment
      * ever posted, in posting order
           select ar-journal-file
           assign to "../../../data/arjournal.dat"
           organization is line sequential
           file status is ws-aj-file-status.

      * customer master - limits read, holds placed and released
           select cust-master-file
           assign to "../../../data/custmaster.dat"
           organization is indexed
           access mode is random
           record key is cm-customer-number
           file status is ws-cm-file-status.

      * configurable delinquency rule, tunable without a recompile
           select credit-rule-file
           assign to "../../../data/creditrule.dat"
           organization is line sequential
           file status is ws-cr-file-status.

           select report-file
           assign to dynamic ws-report-filename
           organization is line sequential.

       data division.
       file section.

       fd run-log-file
           data record is run-log-record
           record contains 69 characters.
       copy "../copybooks/RUNLOG.cpy".

       fd business-date-file
           data record is business-date-record
           record contains 8 characters.
       01 business-date-record         pic x(8).

       fd ar-journal-file
           data record is ar-journal-record
           record contains 43 characters.
       01 ar-journal-record.
           05 aj2-customer-number      pic x(8).
           05 aj2-post-date            pic 9(8).
      * C = charge, R = refund credit, P = payment on account
           05 aj2-entry-type           pic x.
           05 aj2-amount               pic 9(7)v99.
           05 aj2-invoice-number       pic x(9).
           05 aj2-batch-id             pic x(8).

       fd cust-master-file
           data record is customer-master-record.
       copy "../copybooks/CUSTMAST.cpy".

       fd credit-rule-file
           data record is credit-rule-record
           record contains 14 characters.
       01 credit-rule-record.
      * hold an account when this percent of its balance...
           05 cr-past-due-pct          pic 9(3).
      * ...is older than this many days
           05 cr-past-due-days         pic 9(3).
      * the terms - an account with nothing older than this is paid
      * back into terms, and a payment later than this was late
           05 cr-terms-days            pic 9(3).
      * a good payer's suggested increase, percent of the limit...
           05 cr-raise-pct             pic 9(3).
      * ...once it has made at least this many payments in the year
           05 cr-min-payments          pic 9(2).

       fd report-file
           data record is report-line
           record contains 100 characters.
       01 report-line                  pic x(100).

       working-storage section.

       copy "../copybooks/RUNLOGWS.cpy".

       copy "../copybooks/BUSDATWS.cpy".

      * the 6-digit bucketing date BUSDATP leaves behind - unused
      * here beyond satisfying the shared paragraph
       01 ws-run-date                  pic 9(6)
           value 0.

      * run-date/batch-id - see EDITS' 01-load-batch-id for why this
      * exists
       77 ws-batch-id                  pic x(8)
           value spaces.
       77 ws-batch-run-date            pic 9(8)
           value 0.

       77 ws-report-filename           pic x(44)
           value spaces.

       77 ws-aj-file-status            pic xx
           value spaces.
       77 ws-cm-file-status            pic xx
           value spaces.
       77 ws-cr-file-status            pic xx
           value spaces.
       77 ws-eof-flag                  pic x
           value "N".

      * compiled-in defaults: hold an account with half its balance
      * over 90 days, terms of 30 days, and suggest a 25% increase
      * for an account with six or more payments in the year, none
      * of them late - unless creditrule.dat says otherwise
       77 ws-past-due-pct              pic 9(3)
           value 50.
       77 ws-past-due-days             pic 9(3)
           value 90.
       77 ws-terms-days                pic 9(3)
           value 30.
       77 ws-raise-pct                 pic 9(3)
           value 25.
       77 ws-min-payments              pic 9(2)
           value 6.
      * a good payer has to have used this much of its limit at some
      * point in the year before more of it is worth suggesting
       77 ws-use-pct                   pic 9(3)
           value 80.

      * the review day and the start of the year of payment history
      * behind it, as day numbers
       77 ws-as-of-day                 pic s9(9)
           value 0.
       77 ws-year-start-day            pic s9(9)
           value 0.
       77 ws-entry-day                 pic s9(9)
           value 0.

      * the whole journal, held so it can be replayed per customer -
      * fails loudly rather than reviewing a truncated book
       77 ws-jl-count                  pic 9(4)
           value 0.
       01 ws-journal-table.
           05 ws-jl-entry
               occurs 1 to 5000 times depending on ws-jl-count.
               10 ws-jl-line           pic x(43).
       77 ws-jl-idx                    pic 9(4)
           value 0.

      * the distinct customers on the journal
       77 ws-cu-count                  pic 9(3)
           value 0.
       01 ws-customer-table.
           05 ws-cu-entry
               occurs 1 to 500 times depending on ws-cu-count.
               10 ws-cu-customer       pic x(8).
       77 ws-cu-idx                    pic 9(3)
           value 0.
       77 ws-cu-found                  pic x
           value "N".

      * one customer's open charges, rebuilt per customer - a
      * payment eats the oldest open charge first
       77 ws-oc-count                  pic 9(3)
           value 0.
       01 ws-open-charge-table.
           05 ws-oc-entry
               occurs 1 to 200 times depending on ws-oc-count.
               10 ws-oc-date           pic 9(8).
               10 ws-oc-open-amt       pic 9(7)v99.
       77 ws-oc-idx                    pic 9(3)
           value 0.
       77 ws-credit-left               pic 9(9)v99
           value 0.
       77 ws-eats                      pic 9(7)v99
           value 0.

      * one customer's standing after the replay
       77 ws-age-days                  pic s9(5)
           value 0.
       77 ws-cust-balance              pic 9(9)v99
           value 0.
       77 ws-past-due-amt              pic 9(9)v99
           value 0.
       77 ws-out-of-terms-amt          pic 9(9)v99
           value 0.
       77 ws-running-balance           pic s9(9)v99
           value 0.
       77 ws-peak-balance              pic s9(9)v99
           value 0.
       77 ws-payment-count             pic 9(3)
           value 0.
       77 ws-late-count                pic 9(3)
           value 0.
       77 ws-past-due-share            pic 9(3)
           value 0.
       77 ws-suggested-limit           pic 9(7)v99
           value 0.
      * what is noted for the report: the action and the reason
       77 ws-result-action             pic x
           value spaces.
       77 ws-result-reason             pic x(20)
           value spaces.

      * what the review did, held until every customer is done so
      * each section prints together - P = hold placed, R = hold
      * released, S = suggested limit increase
       77 ws-rv-count                  pic 9(3)
           value 0.
       01 ws-review-table.
           05 ws-rv-entry
               occurs 1 to 500 times depending on ws-rv-count.
               10 ws-rv-action         pic x.
               10 ws-rv-customer       pic x(8).
               10 ws-rv-name           pic x(20).
               10 ws-rv-balance        pic 9(9)v99.
               10 ws-rv-past-due       pic 9(9)v99.
               10 ws-rv-limit          pic 9(7)v99.
               10 ws-rv-suggested      pic 9(7)v99.
               10 ws-rv-payments       pic 9(3).
               10 ws-rv-reason         pic x(20).
       77 ws-rv-idx                    pic 9(3)
           value 0.
       77 ws-section-action            pic x
           value spaces.
       77 ws-section-lines             pic 9(3)
           value 0.

       77 ws-placed-count              pic 9(3)
           value 0.
       77 ws-released-count            pic 9(3)
           value 0.
       77 ws-suggested-count           pic 9(3)
           value 0.
       77 ws-held-count                pic 9(3)
           value 0.

      * the hold reason as the service desk reads it
       01 ws-hold-reason.
           05 hr-share                 pic zz9.
           05 filler                   pic x(7)
               value "% OVER ".
           05 hr-days                  pic zz9.
           05 filler                   pic x(7)
               value " DAYS  ".

       01 ws-report-heading.
           05 filler                   pic x(33)
               value "HOUSE-CHARGE CREDIT REVIEW AS OF ".
           05 rh-date                  pic 9(8)
               value 0.

       01 ws-line-break                pic x(36)
           value spaces.

       01 ws-rule-line.
           05 filler                   pic x(6)
               value "RULE: ".
           05 ru-share                 pic zz9
               value 0.
           05 filler                   pic x(18)
               value "% OF BALANCE OVER ".
           05 ru-days                  pic zz9
               value 0.
           05 filler                   pic x(14)
               value " DAYS - TERMS ".
           05 ru-terms                 pic zz9
               value 0.
           05 filler                   pic x(5)
               value " DAYS".

       01 ws-section-heading.
           05 sh-title                 pic x(30)
               value spaces.

       01 ws-column-heading.
           05 filler                   pic x(12)
               value "  CUSTOMER".
           05 filler                   pic x(22)
               value "NAME".
           05 filler                   pic x(16)
               value "       BALANCE".
           05 filler                   pic x(16)
               value "      PAST DUE".
           05 filler                   pic x(20)
               value "REASON".

       01 ws-held-detail.
           05 filler                   pic x(2)
               value spaces.
           05 hd-customer              pic x(8)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 hd-name                  pic x(20)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 hd-balance               pic $$$,$$$,$$9.99
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 hd-past-due              pic $$$,$$$,$$9.99
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 hd-reason                pic x(20)
               value spaces.

       01 ws-increase-heading.
           05 filler                   pic x(12)
               value "  CUSTOMER".
           05 filler                   pic x(22)
               value "NAME".
           05 filler                   pic x(16)
               value "         LIMIT".
           05 filler                   pic x(16)
               value "     SUGGESTED".
           05 filler                   pic x(9)
               value " PAYMENTS".

       01 ws-increase-detail.
           05 filler                   pic x(2)
               value spaces.
           05 id-customer              pic x(8)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 id-name                  pic x(20)
               value spaces.
           05 filler                   pic x(4)
               value spaces.
           05 id-limit                 pic $$,$$$,$$9.99
               value 0.
           05 filler                   pic x(3)
               value spaces.
           05 id-suggested             pic $$,$$$,$$9.99
               value 0.
           05 filler                   pic x(4)
               value spaces.
           05 id-payments              pic zz9
               value 0.

       01 ws-none-line.
           05 filler                   pic x(8)
               value "  NONE".

       01 ws-total-line.
           05 filler                   pic x(15)
               value "HOLDS PLACED: ".
           05 tl-placed                pic zz9
               value 0.
           05 filler                   pic x(14)
               value "   RELEASED: ".
           05 tl-released              pic zz9
               value 0.
           05 filler                   pic x(16)
               value "   ON HOLD NOW: ".
           05 tl-held                  pic zz9
               value 0.
           05 filler                   pic x(15)
               value "   INCREASES: ".
           05 tl-suggested             pic zz9
               value 0.

       01 ws-no-journal-line.
           05 filler                   pic x(44)
               value "NO AR JOURNAL ON FILE - NOTHING TO REVIEW".

       01 ws-no-master-line.
           05 filler                   pic x(50)
               value "CUSTOMER MASTER NOT AVAILABLE - NO HOLDS CHANGED".

       procedure division.

       00-main.
           perform 01-load-batch-id.
           move "S" to ws-rl-record-type.
           perform 90-write-run-log.
           perform 03b-load-business-date.
           perform 02-load-credit-rule.

           compute ws-as-of-day =
               function integer-of-date(ws-business-date).
           compute ws-year-start-day = ws-as-of-day - 365.

           open output report-file.
           move ws-business-date to rh-date.
           write report-line from ws-report-heading.
           move ws-past-due-pct to ru-share.
           move ws-past-due-days to ru-days.
           move ws-terms-days to ru-terms.
           write report-line from ws-rule-line.
           write report-line from ws-line-break.

      * holds can only be placed on a master that is there - no
      * degrading past this one
           open i-o cust-master-file.
           if ws-cm-file-status is not equal to "00"
               write report-line from ws-no-master-line
               close report-file
               display "CREDITREVIEW: CUSTOMER MASTER NOT AVAILABLE"
                   upon console
               move 16 to return-code
               move 16 to ws-rl-return-code
               move "E" to ws-rl-record-type
               perform 90-write-run-log
               goback
           end-if.

           perform 10-load-journal.
           if ws-jl-count = 0
               write report-line from ws-no-journal-line
               close cust-master-file
               close report-file
               move 4 to return-code
               move 4 to ws-rl-return-code
               move "E" to ws-rl-record-type
               perform 90-write-run-log
               goback
           end-if.

           perform varying ws-cu-idx from 1 by 1
               until ws-cu-idx > ws-cu-count
               perform 20-review-one-customer
                   thru 20-review-exit
           end-perform.
           close cust-master-file.

           move "P" to ws-section-action.
           move "HOLDS PLACED" to sh-title.
           perform 50-print-section.
           move "R" to ws-section-action.
           move "HOLDS RELEASED" to sh-title.
           perform 50-print-section.
           move "S" to ws-section-action.
           move "SUGGESTED LIMIT INCREASES" to sh-title.
           perform 50-print-section.

           move ws-placed-count to tl-placed.
           move ws-released-count to tl-released.
           move ws-held-count to tl-held.
           move ws-suggested-count to tl-suggested.
           write report-line from ws-total-line
               after advancing 2 lines.
           close report-file.

      * stamp the end of this step into the run history
           move "E" to ws-rl-record-type.
           move ws-jl-count to ws-rl-records-read.
           compute ws-rl-records-written =
               ws-placed-count + ws-released-count.
           perform 90-write-run-log.
           goback.

      * picks up the run's batch-id from the command line - same
      * convention as every pipeline step
       01-load-batch-id.
           accept ws-batch-id from command-line.
           if ws-batch-id = spaces
               accept ws-batch-run-date from date yyyymmdd
               move ws-batch-run-date to ws-batch-id
           end-if.

           string "../../../data/CreditReview_" delimited by size
               ws-batch-id delimited by space
               ".out" delimited by size
               into ws-report-filename.
           string "../../../data/busdate_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-busdate-filename.

       02-load-credit-rule.
           open input credit-rule-file.
           if ws-cr-file-status = "00"
               read credit-rule-file
                   at end
                       continue
                   not at end
                       if cr-past-due-pct is numeric
                           and cr-past-due-pct > 0
                           and cr-past-due-pct <= 100
                           move cr-past-due-pct to ws-past-due-pct
                       end-if
                       if cr-past-due-days is numeric
                           and cr-past-due-days > 0
                           move cr-past-due-days to ws-past-due-days
                       end-if
                       if cr-terms-days is numeric
                           and cr-terms-days > 0
                           move cr-terms-days to ws-terms-days
                       end-if
                       if cr-raise-pct is numeric
                           move cr-raise-pct to ws-raise-pct
                       end-if
                       if cr-min-payments is numeric
                           and cr-min-payments > 0
                           move cr-min-payments to ws-min-payments
                       end-if
               end-read
               close credit-rule-file
           end-if.

       10-load-journal.
           move "N" to ws-eof-flag.
           open input ar-journal-file.
           if ws-aj-file-status = "00"
               read ar-journal-file at end move "Y" to ws-eof-flag
               end-read
               perform until ws-eof-flag = "Y"
                   if ws-jl-count >= 5000
                       display "AR JOURNAL TABLE FULL - RAISE "
                           "LIMIT AND RERUN" upon console
                       move 16 to return-code
                       goback
                   end-if
                   add 1 to ws-jl-count
                   perform 12-forward-merged-customer
                   move ar-journal-record
                       to ws-jl-line(ws-jl-count)
                   perform 15-note-customer
                   read ar-journal-file
                       at end move "Y" to ws-eof-flag
                   end-read
               end-perform
               close ar-journal-file
           end-if.

      * an entry posted under a number since merged away replays on
      * the survivor's account, dates intact - the survivor is the
      * account that gets held
       12-forward-merged-customer.
           move aj2-customer-number to cm-customer-number.
           read cust-master-file
               invalid key
                   continue
               not invalid key
                   if cm-merged-into is not equal to spaces
                       move cm-merged-into to aj2-customer-number
                   end-if
           end-read.

       15-note-customer.
           move "N" to ws-cu-found.
           perform varying ws-cu-idx from 1 by 1
               until ws-cu-idx > ws-cu-count
               if aj2-customer-number = ws-cu-customer(ws-cu-idx)
                   move "Y" to ws-cu-found
               end-if
           end-perform.
           if ws-cu-found is not equal to "Y"
               if ws-cu-count >= 500
                   display "AR CUSTOMER TABLE FULL - RAISE "
                       "LIMIT AND RERUN" upon console
                   move 16 to return-code
                   goback
               end-if
               add 1 to ws-cu-count
               move aj2-customer-number
                   to ws-cu-customer(ws-cu-count)
           end-if.

      * one customer: replay the journal, then decide. A held
      * account stays held until nothing is left outside terms - an
      * account just under the rule but still behind is not let go.
       20-review-one-customer.
           move 0 to ws-oc-count.
           move 0 to ws-running-balance.
           move 0 to ws-peak-balance.
           move 0 to ws-payment-count.
           move 0 to ws-late-count.
           move 0 to ws-suggested-limit.
           perform varying ws-jl-idx from 1 by 1
               until ws-jl-idx > ws-jl-count
               move ws-jl-line(ws-jl-idx) to ar-journal-record
               if aj2-customer-number
                   = ws-cu-customer(ws-cu-idx)
                   perform 25-replay-one-entry
               end-if
           end-perform.

           move 0 to ws-cust-balance.
           move 0 to ws-past-due-amt.
           move 0 to ws-out-of-terms-amt.
           perform varying ws-oc-idx from 1 by 1
               until ws-oc-idx > ws-oc-count
               if ws-oc-open-amt(ws-oc-idx) > 0
                   perform 30-age-one-charge
               end-if
           end-perform.

           move ws-cu-customer(ws-cu-idx) to cm-customer-number.
           read cust-master-file
               invalid key
                   go to 20-review-exit
           end-read.
           if cm-merged-into is not equal to spaces
               go to 20-review-exit
           end-if.

           move 0 to ws-past-due-share.
           if ws-cust-balance > 0
               compute ws-past-due-share =
                   ws-past-due-amt * 100 / ws-cust-balance
           end-if.

           if cm-credit-hold = "Y"
               if ws-out-of-terms-amt = 0
                   perform 40-release-hold
                       thru 40-release-exit
               else
                   add 1 to ws-held-count
               end-if
           else
               if ws-past-due-amt > 0
                   and ws-past-due-share >= ws-past-due-pct
                   perform 35-place-hold
                       thru 35-place-exit
               else
                   perform 45-check-increase
                       thru 45-check-exit
               end-if
           end-if.

       20-review-exit.
           exit.

      * charges open; payments and refund credits eat the oldest
      * open charge first. A payment that finishes off a charge
      * more than the terms after it was made was a late payment -
      * counted when it falls in the year under review.
       25-replay-one-entry.
           compute ws-entry-day =
               function integer-of-date(aj2-post-date).
           if aj2-entry-type = "C"
               add aj2-amount to ws-running-balance
               if ws-oc-count < 200
                   add 1 to ws-oc-count
                   move aj2-post-date to ws-oc-date(ws-oc-count)
                   move aj2-amount to ws-oc-open-amt(ws-oc-count)
               else
                   display "AR OPEN-CHARGE TABLE FULL - REVIEW "
                       "SHORT FOR " aj2-customer-number
                       upon console
               end-if
           else
               subtract aj2-amount from ws-running-balance
               if aj2-entry-type = "P"
                   and ws-entry-day >= ws-year-start-day
                   add 1 to ws-payment-count
               end-if
               move aj2-amount to ws-credit-left
               perform varying ws-oc-idx from 1 by 1
                   until ws-oc-idx > ws-oc-count
                       or ws-credit-left = 0
                   if ws-oc-open-amt(ws-oc-idx) > 0
                       if ws-oc-open-amt(ws-oc-idx)
                           >= ws-credit-left
                           move ws-credit-left to ws-eats
                       else
                           move ws-oc-open-amt(ws-oc-idx)
                               to ws-eats
                       end-if
                       subtract ws-eats
                           from ws-oc-open-amt(ws-oc-idx)
                       subtract ws-eats from ws-credit-left
                       if ws-oc-open-amt(ws-oc-idx) = 0
                           and aj2-entry-type = "P"
                           and ws-entry-day >= ws-year-start-day
                           and ws-entry-day -
                               function integer-of-date(
                                   ws-oc-date(ws-oc-idx))
                               > ws-terms-days
                           add 1 to ws-late-count
                       end-if
                   end-if
               end-perform
           end-if.
           if ws-entry-day >= ws-year-start-day
               and ws-running-balance > ws-peak-balance
               move ws-running-balance to ws-peak-balance
           end-if.

      * what is left of one charge, by how far behind it is
       30-age-one-charge.
           add ws-oc-open-amt(ws-oc-idx) to ws-cust-balance.
           compute ws-age-days =
               ws-as-of-day -
               function integer-of-date(ws-oc-date(ws-oc-idx)).
           if ws-age-days > ws-past-due-days
               add ws-oc-open-amt(ws-oc-idx) to ws-past-due-amt
           end-if.
           if ws-age-days > ws-terms-days
               add ws-oc-open-amt(ws-oc-idx) to ws-out-of-terms-amt
           end-if.

      * past the rule - held, with the share and the age in the
      * reason the service desk will read
       35-place-hold.
           move ws-past-due-share to hr-share.
           move ws-past-due-days to hr-days.
           move "Y" to cm-credit-hold.
           move ws-hold-reason to cm-hold-reason.
           move ws-business-date to cm-hold-date.
           rewrite customer-master-record
               invalid key
                   go to 35-place-exit
           end-rewrite.
           add 1 to ws-placed-count.
           add 1 to ws-held-count.
           move "P" to ws-result-action.
           move ws-hold-reason to ws-result-reason.
           perform 48-note-result.

       35-place-exit.
           exit.

      * paid back into terms - nothing left older than the terms.
      * The report shows the reason it had been held for.
       40-release-hold.
           move cm-hold-reason to ws-result-reason.
           move spaces to cm-credit-hold.
           move spaces to cm-hold-reason.
           move 0 to cm-hold-date.
           rewrite customer-master-record
               invalid key
                   go to 40-release-exit
           end-rewrite.
           add 1 to ws-released-count.
           move "R" to ws-result-action.
           perform 48-note-result.

       40-release-exit.
           exit.

      * a good payer: every payment in the year inside terms, at
      * least the minimum number of them, nothing outside terms now,
      * and the limit actually used - suggest the raise
       45-check-increase.
           if ws-late-count > 0
               or ws-out-of-terms-amt > 0
               or ws-payment-count < ws-min-payments
               or ws-raise-pct = 0
               go to 45-check-exit
           end-if.
           if cm-credit-limit is not numeric
               or cm-credit-limit = 0
               go to 45-check-exit
           end-if.
           if ws-peak-balance * 100 < cm-credit-limit * ws-use-pct
               go to 45-check-exit
           end-if.
           compute ws-suggested-limit rounded =
               cm-credit-limit * (100 + ws-raise-pct) / 100
               on size error
                   go to 45-check-exit
           end-compute.
           add 1 to ws-suggested-count.
           move "S" to ws-result-action.
           move spaces to ws-result-reason.
           perform 48-note-result.

       45-check-exit.
           exit.

      * one line for the report sections - the master change itself
      * is already made, so a full table only shortens the report
       48-note-result.
           if ws-rv-count >= 500
               display "CREDIT REVIEW TABLE FULL - REPORT SHORT FOR "
                   cm-customer-number upon console
           else
               perform 49-store-result
           end-if.

       49-store-result.
           add 1 to ws-rv-count.
           move ws-result-action to ws-rv-action(ws-rv-count).
           move cm-customer-number to ws-rv-customer(ws-rv-count).
           move cm-customer-name to ws-rv-name(ws-rv-count).
           move ws-cust-balance to ws-rv-balance(ws-rv-count).
           move ws-past-due-amt to ws-rv-past-due(ws-rv-count).
           move cm-credit-limit to ws-rv-limit(ws-rv-count).
           move ws-suggested-limit to ws-rv-suggested(ws-rv-count).
           move ws-payment-count to ws-rv-payments(ws-rv-count).
           move ws-result-reason to ws-rv-reason(ws-rv-count).

      * one section of the report - every result of the action in
      * ws-section-action, or NONE
       50-print-section.
           write report-line from ws-section-heading
               after advancing 2 lines.
           if ws-section-action = "S"
               write report-line from ws-increase-heading
           else
               write report-line from ws-column-heading
           end-if.
           move 0 to ws-section-lines.
           perform varying ws-rv-idx from 1 by 1
               until ws-rv-idx > ws-rv-count
               if ws-rv-action(ws-rv-idx) = ws-section-action
                   add 1 to ws-section-lines
                   perform 52-print-one-result
               end-if
           end-perform.
           if ws-section-lines = 0
               write report-line from ws-none-line
           end-if.

       52-print-one-result.
           if ws-section-action = "S"
               move ws-rv-customer(ws-rv-idx) to id-customer
               move ws-rv-name(ws-rv-idx) to id-name
               move ws-rv-limit(ws-rv-idx) to id-limit
               move ws-rv-suggested(ws-rv-idx) to id-suggested
               move ws-rv-payments(ws-rv-idx) to id-payments
               write report-line from ws-increase-detail
           else
               move ws-rv-customer(ws-rv-idx) to hd-customer
               move ws-rv-name(ws-rv-idx) to hd-name
               move ws-rv-balance(ws-rv-idx) to hd-balance
               move ws-rv-past-due(ws-rv-idx) to hd-past-due
               move ws-rv-reason(ws-rv-idx) to hd-reason
               write report-line from ws-held-detail
           end-if.

       copy "../copybooks/BUSDATP.cpy".

       copy "../copybooks/RUNLOGP.cpy"
           replacing =="RUN-LOG-PROGRAM"== by =="CREDITREVIEW"==.

       end program CreditReview.
