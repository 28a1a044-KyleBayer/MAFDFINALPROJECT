       identification division.
       program-id. CustErase.
       author. Joree Miranda, Kyle Bayer, Ashante Smith
       date-written. 2026-10-15
      * This is the seventy-ninth program in our MAFD 4201 Final
      * Project. Customers now ask us to delete their personal
      * information, and it isn't in one place: the name, address, email
      * and phone sit on the customer master, the delivery master
      * carries its own copy of name, address and phone, and the
      * customer number runs through the sales history, the purchase
      * history, the layaway master, the AR ledger and its journal, the
      * warranty registry, the special orders, the rain checks, the
      * repair work orders, the service-plan contracts and every
      * CampaignExtract mailing. This utility erases one customer: the
      * personal fields are blanked, every financial record is kept -
      * re-keyed or re-pointed to a new anonymous id so the books still
      * add up - the customer is taken out of every mailing on the
      * mailing register, and an erasure certificate lists each file and
      * record touched. It refuses while the customer still has business
      * open with us (an open layaway, an AR balance, a delivery still
      * scheduled, a special order not yet collected or a repair still
      * in the shop). Erasing is master maintenance, so it takes the
      * maintenance permission off the operator master. Run on demand as
      *     CustErase <customer-number> <operator-id>

       environment division.
       configuration section.
       input-output section.

       file-control.

      * shared cumulative run-history file - the restricted
      * utilities stamp themselves (and their operator) here too
           select run-log-file
           assign to "../../../data/runhistory.dat"
           organization is line sequential
           file status is ws-rl-file-status.

      * operator master - erasing is master maintenance, so it takes
      * the maintenance permission; while the master doesn't exist
      * the run is open (and says so)
           select operator-master-file
           assign to "../../../data/opermaster.dat"
           organization is indexed
           access mode is random
           record key is op-operator-id
           file status is ws-op-file-status.

      * customer master - the personal fields themselves, and any
      * retired numbers a CustMerge forwarded to this customer
           select cust-master-file
           assign to "../../../data/custmaster.dat"
           organization is indexed
           access mode is dynamic
           record key is cm-customer-number
           file status is ws-cm-file-status.

      * customer purchase history - re-keyed to the anonymous id
           select cust-history-file
           assign to "../../../data/custhist.dat"
           organization is indexed
           access mode is random
           record key is ch-customer-number
           file status is ws-ch-file-status.

      * AR ledger - re-keyed to the anonymous id
           select ar-ledger-file
           assign to "../../../data/arledger.dat"
           organization is indexed
           access mode is random
           record key is ar-customer-number
           file status is ws-ar-file-status.

      * the AR posting journal behind the ledger - re-pointed line
      * by line through the work file
           select ar-journal-file
           assign to "../../../data/arjournal.dat"
           organization is line sequential
           file status is ws-aj-file-status.

      * layaway master - the customer who opened each layaway
           select layaway-master-file
           assign to "../../../data/laymaster.dat"
           organization is indexed
           access mode is dynamic
           record key is lm-invoice-number
           file status is ws-lm-file-status.

      * warranty registry - the buyer of each serialized unit
           select warranty-file
           assign to "../../../data/warranty.dat"
           organization is indexed
           access mode is dynamic
           record key is wr-serial-number
           file status is ws-wr-file-status.

      * permanent sales history - the customer on each sale line
           select sales-history-file
           assign to "../../../data/saleshist.dat"
           organization is indexed
           access mode is dynamic
           record key is sh-invoice-key
           file status is ws-sh-file-status.

      * delivery master - carries its own name, address and phone
           select delivery-master-file
           assign to "../../../data/delmaster.dat"
           organization is indexed
           access mode is dynamic
           record key is dv-invoice-number
           file status is ws-dv-file-status.

      * special-order master - the customer the goods were ordered
      * for
           select special-order-file
           assign to "../../../data/somaster.dat"
           organization is indexed
           access mode is dynamic
           record key is so-order-number
           file status is ws-so-file-status.

      * rain-check master - the customer the promo price is promised
      * to
           select rain-check-file
           assign to "../../../data/raincheck.dat"
           organization is indexed
           access mode is dynamic
           record key is rk-check-number
           file status is ws-rk-file-status.

      * repair work-order master - the customer whose item it is
           select work-order-file
           assign to "../../../data/workorder.dat"
           organization is indexed
           access mode is dynamic
           record key is wo-order-number
           file status is ws-wo-file-status.

      * service-plan contract master - the customer who bought the
      * plan
           select service-plan-file
           assign to "../../../data/svcplan.dat"
           organization is indexed
           access mode is dynamic
           record key is svc-serial-number
           file status is ws-svc-file-status.

      * the register of every mailing CampaignExtract has written
           select mailing-register-file
           assign to "../../../data/campaignreg.dat"
           organization is line sequential
           file status is ws-mr-file-status.

      * one mailing off the register at a time
           select mailing-file
           assign to dynamic ws-mailing-filename
           organization is line sequential
           file status is ws-ml-file-status.

      * scratch copy a line-sequential file is rewritten through
           select work-file
           assign to "../../../data/custerase.wrk"
           organization is line sequential
           file status is ws-wk-file-status.

           select report-file
           assign to dynamic ws-report-filename
           organization is line sequential.

       data division.
       file section.

       fd run-log-file
           data record is run-log-record
           record contains 69 characters.
       copy "../copybooks/RUNLOG.cpy".

       fd operator-master-file
           data record is operator-master-record.
       copy "../copybooks/OPERMAST.cpy".

       fd cust-master-file
           data record is customer-master-record.
       copy "../copybooks/CUSTMAST.cpy".

       fd cust-history-file
           data record is customer-history-record.
       copy "../copybooks/CUSTHIST.cpy".

       fd ar-ledger-file
           data record is ar-ledger-record.
       copy "../copybooks/ARLEDG.cpy".

       fd ar-journal-file
           data record is ar-journal-record
           record contains 43 characters.
       01 ar-journal-record.
           05 aj-customer-number       pic x(8).
           05 aj-post-date             pic 9(8).
           05 aj-entry-type            pic x.
           05 aj-amount                pic 9(7)v99.
           05 aj-invoice-number        pic x(9).
           05 aj-batch-id              pic x(8).

       fd layaway-master-file
           data record is layaway-master-record.
       copy "../copybooks/LAYMAST.cpy".

       fd warranty-file
           data record is warranty-record.
       copy "../copybooks/WARRANTY.cpy".

       fd sales-history-file
           data record is sales-history-record.
       copy "../copybooks/TRANREC.cpy"
           replacing leading ==il== by ==sh==
                     ==input-line== by ==sales-history-record==.

       fd delivery-master-file
           data record is delivery-record.
       copy "../copybooks/DELVMAST.cpy".

       fd special-order-file
           data record is special-order-record.
       copy "../copybooks/SOMAST.cpy".

       fd rain-check-file
           data record is rain-check-record.
       copy "../copybooks/RAINCHK.cpy".

       fd work-order-file
           data record is work-order-record.
       copy "../copybooks/WORKORD.cpy".

       fd service-plan-file
           data record is service-plan-record.
       copy "../copybooks/SVCPLAN.cpy".

       fd mailing-register-file
           data record is mailing-register-record
           record contains 52 characters.
       01 mailing-register-record.
           05 mr-mailing-filename      pic x(44).
           05 mr-run-date              pic 9(8).

      * CampaignExtract's mailing record - only the customer number
      * matters here, the rest is copied through untouched
       fd mailing-file
           data record is mailing-record
           record contains 97 characters.
       01 mailing-record.
           05 ml-customer-number       pic x(8).
           05 ml-rest                  pic x(89).

       fd work-file
           data record is work-journal-record work-mailing-record.
       01 work-journal-record          pic x(43).
       01 work-mailing-record          pic x(97).

       fd report-file
           data record is report-line
           record contains 100 characters.
       01 report-line                  pic x(100).

       working-storage section.

       copy "../copybooks/RUNLOGWS.cpy".

      * the signed-on operator - required (and verified) whenever
      * the operator master exists
       77 ws-op-file-status            pic xx
           value spaces.
       77 ws-operator-id               pic x(4)
           value spaces.
       77 ws-arg-num                   pic 9
           value 0.

      * the run date stands in for a batch-id in the run history -
      * an erasure belongs to no batch
       77 ws-batch-id                  pic x(8)
           value spaces.
       77 ws-batch-run-date            pic 9(8)
           value 0.

      * the customer being erased, off the command line
       77 ws-customer                  pic x(8)
           value spaces.

      * the anonymous id the financial records are kept under - "ZZ"
      * and a six-digit sequence, one past the highest already on
      * the customer master, so it sorts after every real number
       01 ws-anon-id.
           05 ws-anon-prefix           pic xx
               value "ZZ".
           05 ws-anon-seq              pic 9(6)
               value 0.
       77 ws-anon-high                 pic 9(6)
           value 0.

      * the numbers being erased - the customer first, then every
      * retired number a merge forwarded to it; a journal line or
      * mailing under any of them belongs to the same person
       77 ws-er-count                  pic 99
           value 0.
       01 ws-erase-number-table.
           05 ws-er-number             pic x(8)
               occurs 50 times.
       77 ws-er-idx                    pic 99
           value 0.
       77 ws-er-match                  pic x
           value "N".
       77 ws-er-probe                  pic x(8)
           value spaces.

      * the mailing files off the register, each scrubbed once
       77 ws-mf-count                  pic 9(3)
           value 0.
       01 ws-mailing-table.
           05 ws-mf-name               pic x(44)
               occurs 500 times.
       77 ws-mf-idx                    pic 9(3)
           value 0.
       77 ws-mf-found                  pic x
           value "N".

       77 ws-report-filename           pic x(44)
           value spaces.
       77 ws-mailing-filename          pic x(44)
           value spaces.

       77 ws-cm-file-status            pic xx
           value spaces.
       77 ws-ch-file-status            pic xx
           value spaces.
       77 ws-ar-file-status            pic xx
           value spaces.
       77 ws-aj-file-status            pic xx
           value spaces.
       77 ws-lm-file-status            pic xx
           value spaces.
       77 ws-wr-file-status            pic xx
           value spaces.
       77 ws-sh-file-status            pic xx
           value spaces.
       77 ws-dv-file-status            pic xx
           value spaces.
       77 ws-so-file-status            pic xx
           value spaces.
       77 ws-rk-file-status            pic xx
           value spaces.
       77 ws-wo-file-status            pic xx
           value spaces.
       77 ws-svc-file-status           pic xx
           value spaces.
       77 ws-mr-file-status            pic xx
           value spaces.
       77 ws-ml-file-status            pic xx
           value spaces.
       77 ws-wk-file-status            pic xx
           value spaces.
       77 ws-eof-flag                  pic x
           value "N".

      * why the erasure was refused - spaces means it goes ahead
       77 ws-refuse-reason             pic x(40)
           value spaces.

      * certificate actions too long to move as one literal
       77 ws-repointed-action          pic x(40)
           value "CUSTOMER REPLACED BY ANONYMOUS ID".
       77 ws-dv-erased-action          pic x(40)
           value "NAME/ADDRESS/PHONE BLANKED, ID REPLACED".

      * held copies of a record being re-keyed
       77 ws-ch-hold                   pic x(61)
           value spaces.
       77 ws-ar-hold                   pic x(25)
           value spaces.

       77 ws-lines-changed             pic 9(7)
           value 0.
       77 ws-records-scanned           pic 9(9)
           value 0.
       77 ws-records-touched           pic 9(9)
           value 0.

       01 ws-report-heading.
           05 filler                   pic x(40)
               value "CUSTOMER ERASURE CERTIFICATE - DATE: ".
           05 rh-date                  pic 9(8)
               value 0.

       01 ws-customer-line.
           05 filler                   pic x(10)
               value "CUSTOMER: ".
           05 cl2-customer             pic x(8)
               value spaces.
           05 filler                   pic x(16)
               value "  ANONYMOUS ID: ".
           05 cl2-anon-id              pic x(8)
               value spaces.

       01 ws-operator-line.
           05 filler                   pic x(10)
               value "OPERATOR: ".
           05 ol2-operator             pic x(4)
               value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 ol2-name                 pic x(20)
               value spaces.

       01 ws-line-break                pic x(36)
           value spaces.

       01 ws-usage-line.
           05 filler                   pic x(50)
               value "USAGE: CustErase <customer-number> <operator>".

       01 ws-refused-line.
           05 filler                   pic x(18)
               value "ERASURE REFUSED - ".
           05 rfl-reason               pic x(40)
               value spaces.

       01 ws-certificate-heading.
           05 filler                   pic x(2)
               value spaces.
           05 filler                   pic x(17)
               value "FILE".
           05 filler                   pic x(31)
               value "RECORD".
           05 filler                   pic x(40)
               value "ACTION".

      * what was done to each record - never the personal data
      * itself, which would only put it back on paper
       01 ws-certificate-line.
           05 filler                   pic x(2)
               value spaces.
           05 cf-file                  pic x(16)
               value spaces.
           05 filler                   pic x
               value spaces.
           05 cf-record                pic x(30)
               value spaces.
           05 filler                   pic x
               value spaces.
           05 cf-action                pic x(40)
               value spaces.

       01 ws-none-line.
           05 filler                   pic x(2)
               value spaces.
           05 nl-file                  pic x(16)
               value spaces.
           05 filler                   pic x
               value spaces.
           05 nl-text                  pic x(40)
               value spaces.

       01 ws-erased-fields-line.
           05 filler                   pic x(38)
               value "PERSONAL FIELDS ERASED: NAME, ADDRESS,".
           05 filler                   pic x(40)
               value " EMAIL, PHONE, EXEMPTION CERTIFICATE".

       01 ws-total-line.
           05 filler                   pic x(18)
               value "RECORDS TOUCHED: ".
           05 tl-touched               pic zzzzzzzz9
               value 0.

       procedure division.

       00-main.
           perform 01-load-arguments.
           perform 04-verify-operator
               thru 04-verify-exit.
           move "S" to ws-rl-record-type.
           perform 90-write-run-log.

           open output report-file.
           move ws-batch-run-date to rh-date.
           write report-line from ws-report-heading.
           move ws-customer to cl2-customer.
           write report-line from ws-customer-line
               after advancing 1 line.
           write report-line from ws-operator-line
               after advancing 1 line.
           write report-line from ws-line-break.

           perform 10-check-customer
               thru 10-check-exit.
           if ws-refuse-reason = spaces
               perform 12-check-layaways
                   thru 12-check-lay-exit
           end-if.
           if ws-refuse-reason = spaces
               perform 14-check-ar-balance
                   thru 14-check-ar-exit
           end-if.
           if ws-refuse-reason = spaces
               perform 16-check-deliveries
                   thru 16-check-dv-exit
           end-if.
           if ws-refuse-reason = spaces
               perform 18-check-special-orders
                   thru 18-check-so-exit
           end-if.
           if ws-refuse-reason = spaces
               perform 19-check-work-orders
                   thru 19-check-wo-exit
           end-if.
           if ws-refuse-reason is not equal to spaces
               move ws-refuse-reason to rfl-reason
               write report-line from ws-refused-line
                   after advancing 1 line
               close report-file
               display "CUSTERASE: ERASURE REFUSED - "
                   ws-refuse-reason upon console
               move 16 to return-code
               move 16 to ws-rl-return-code
               move "E" to ws-rl-record-type
               perform 90-write-run-log
               goback
           end-if.

           move ws-anon-id to cl2-anon-id.
           write report-line from ws-customer-line
               after advancing 1 line.
           write report-line from ws-certificate-heading
               after advancing 2 lines.

      * the customer master goes last, so an erasure that dies
      * part way still finds the customer and can be run again
           perform 20-rekey-history
               thru 20-rekey-history-exit.
           perform 25-rekey-ar-ledger
               thru 25-rekey-ar-exit.
           perform 30-repoint-ar-journal
               thru 30-repoint-aj-exit.
           perform 35-repoint-layaways
               thru 35-repoint-lay-exit.
           perform 40-repoint-warranty
               thru 40-repoint-wr-exit.
           perform 45-repoint-sales-history
               thru 45-repoint-sh-exit.
           perform 50-erase-deliveries
               thru 50-erase-dv-exit.
           perform 55-repoint-special-orders
               thru 55-repoint-so-exit.
           perform 56-repoint-rain-checks
               thru 56-repoint-rk-exit.
           perform 57-repoint-work-orders
               thru 57-repoint-wo-exit.
           perform 58-repoint-service-plans
               thru 58-repoint-svc-exit.
           perform 60-scrub-mailings
               thru 60-scrub-mailings-exit.
           perform 70-erase-customer-master
               thru 70-erase-cm-exit.

           write report-line from ws-erased-fields-line
               after advancing 2 lines.
           move ws-records-touched to tl-touched.
           write report-line from ws-total-line
               after advancing 1 line.
           close report-file.

      * stamp the end of this run into the run history
           move "E" to ws-rl-record-type.
           move ws-records-scanned to ws-rl-records-read.
           move ws-records-touched to ws-rl-records-written.
           perform 90-write-run-log.
           goback.

      * customer and operator come through ARGUMENT-NUMBER/
      * ARGUMENT-VALUE, the same as CustMerge's
       01-load-arguments.
           move 1 to ws-arg-num.
           display ws-arg-num upon argument-number.
           accept ws-customer from argument-value
               on exception
                   move spaces to ws-customer
           end-accept.
           if ws-customer = spaces
               display ws-usage-line upon console
               move 16 to return-code
               goback
           end-if.

           accept ws-batch-run-date from date yyyymmdd.
           move ws-batch-run-date to ws-batch-id.

           string "../../../data/CustErase_" delimited by size
               ws-customer delimited by space
               ".out" delimited by size
               into ws-report-filename.

      * the second argument names the operator; the master - when
      * it exists - must carry the id with the maintenance
      * permission
       04-verify-operator.
           move 2 to ws-arg-num.
           display ws-arg-num upon argument-number.
           accept ws-operator-id from argument-value
               on exception
                   move spaces to ws-operator-id
           end-accept.
           move ws-operator-id to ol2-operator.
           move spaces to ol2-name.

           open input operator-master-file.
           if ws-op-file-status is not equal to "00"
               display "CUSTERASE: OPERATOR CONTROL NOT ACTIVE"
                   " - NO OPERATOR MASTER ON FILE" upon console
               go to 04-verify-exit
           end-if.
           if ws-operator-id = spaces
               display "CUSTERASE: OPERATOR ID REQUIRED - "
                   "RUN REFUSED" upon console
               close operator-master-file
               move 16 to return-code
               goback
           end-if.
           move ws-operator-id to op-operator-id.
           read operator-master-file
               invalid key
                   display "CUSTERASE: UNKNOWN OPERATOR - "
                       "RUN REFUSED" upon console
                   close operator-master-file
                   move 16 to return-code
                   goback
           end-read.
           if op-maint-perm is not equal to "Y"
               display "CUSTERASE: OPERATOR NOT AUTHORIZED - "
                   "RUN REFUSED" upon console
               close operator-master-file
               move 16 to return-code
               goback
           end-if.
           move op-operator-name to ol2-name.
           close operator-master-file.
           move ws-operator-id to ws-rl-operator-id.

       04-verify-exit.
           exit.

      * the customer must be a live number on the master - a number
      * merged away is erased through its survivor, and an
      * anonymous id has nothing left to erase. One pass through
      * the master collects the retired numbers forwarding here and
      * the highest anonymous id already issued.
       10-check-customer.
           open input cust-master-file.
           if ws-cm-file-status is not equal to "00"
               move "NO CUSTOMER MASTER ON FILE" to ws-refuse-reason
               go to 10-check-exit
           end-if.
           move ws-customer to cm-customer-number.
           read cust-master-file
               invalid key
                   move "CUSTOMER NOT ON CUSTOMER MASTER"
                       to ws-refuse-reason
               not invalid key
                   if cm-merged-into is not equal to spaces
                       move "NUMBER WAS MERGED - ERASE ITS SURVIVOR"
                           to ws-refuse-reason
                   end-if
           end-read.
           if ws-customer(1:2) = "ZZ"
               and ws-customer(3:6) is numeric
               move "ALREADY AN ANONYMOUS ID" to ws-refuse-reason
           end-if.
           if ws-refuse-reason is not equal to spaces
               close cust-master-file
               go to 10-check-exit
           end-if.

           move 1 to ws-er-count.
           move ws-customer to ws-er-number(1).
           move "N" to ws-eof-flag.
           move low-values to cm-customer-number.
           start cust-master-file
               key is not less than cm-customer-number
               invalid key
                   move "Y" to ws-eof-flag
           end-start.
           perform until ws-eof-flag = "Y"
               read cust-master-file next record
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       add 1 to ws-records-scanned
                       if cm-merged-into = ws-customer
                           if ws-er-count >= 50
                               display "CUSTERASE: RETIRED NUMBER "
                                   "TABLE FULL - RAISE LIMIT AND RERUN"
                                   upon console
                               close cust-master-file
                               move 16 to return-code
                               goback
                           end-if
                           add 1 to ws-er-count
                           move cm-customer-number
                               to ws-er-number(ws-er-count)
                       end-if
                       if cm-customer-number(1:2) = "ZZ"
                           and cm-customer-number(3:6) is numeric
                           move cm-customer-number(3:6)
                               to ws-anon-seq
                           if ws-anon-seq > ws-anon-high
                               move ws-anon-seq to ws-anon-high
                           end-if
                       end-if
               end-read
           end-perform.
           close cust-master-file.
           compute ws-anon-seq = ws-anon-high + 1.

       10-check-exit.
           exit.

      * an open layaway is money still moving - it must be paid
      * off or cancelled first
       12-check-layaways.
           open input layaway-master-file.
           if ws-lm-file-status is not equal to "00"
               go to 12-check-lay-exit
           end-if.
           move "N" to ws-eof-flag.
           move low-values to lm-invoice-number.
           start layaway-master-file
               key is not less than lm-invoice-number
               invalid key
                   move "Y" to ws-eof-flag
           end-start.
           perform until ws-eof-flag = "Y"
               read layaway-master-file next record
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       if lm-customer-number = ws-customer
                           and lm-status = "O"
                           move "OPEN LAYAWAY ON FILE"
                               to ws-refuse-reason
                           move "Y" to ws-eof-flag
                       end-if
               end-read
           end-perform.
           close layaway-master-file.

       12-check-lay-exit.
           exit.

      * a house-charge balance either way has to be settled first
       14-check-ar-balance.
           open input ar-ledger-file.
           if ws-ar-file-status is not equal to "00"
               go to 14-check-ar-exit
           end-if.
           move ws-customer to ar-customer-number.
           read ar-ledger-file
               invalid key
                   continue
               not invalid key
                   if ar-balance is not equal to 0
                       move "AR BALANCE NOT ZERO" to ws-refuse-reason
                   end-if
           end-read.
           close ar-ledger-file.

       14-check-ar-exit.
           exit.

      * a delivery still to go out needs the address it goes to
       16-check-deliveries.
           open input delivery-master-file.
           if ws-dv-file-status is not equal to "00"
               go to 16-check-dv-exit
           end-if.
           move "N" to ws-eof-flag.
           move low-values to dv-invoice-number.
           start delivery-master-file
               key is not less than dv-invoice-number
               invalid key
                   move "Y" to ws-eof-flag
           end-start.
           perform until ws-eof-flag = "Y"
               read delivery-master-file next record
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       if dv-customer-number = ws-customer
                           and dv-status = "S"
                           move "DELIVERY STILL SCHEDULED"
                               to ws-refuse-reason
                           move "Y" to ws-eof-flag
                       end-if
               end-read
           end-perform.
           close delivery-master-file.

       16-check-dv-exit.
           exit.

      * a special order not yet collected is holding a deposit
       18-check-special-orders.
           open input special-order-file.
           if ws-so-file-status is not equal to "00"
               go to 18-check-so-exit
           end-if.
           move "N" to ws-eof-flag.
           move low-values to so-order-number.
           start special-order-file
               key is not less than so-order-number
               invalid key
                   move "Y" to ws-eof-flag
           end-start.
           perform until ws-eof-flag = "Y"
               read special-order-file next record
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       if so-customer-number = ws-customer
                           and so-status is not equal to "C"
                           move "SPECIAL ORDER NOT YET COLLECTED"
                               to ws-refuse-reason
                           move "Y" to ws-eof-flag
                       end-if
               end-read
           end-perform.
           close special-order-file.

       18-check-so-exit.
           exit.

      * a repair not yet picked up is the customer's item still in
      * the shop
       19-check-work-orders.
           open input work-order-file.
           if ws-wo-file-status is not equal to "00"
               go to 19-check-wo-exit
           end-if.
           move "N" to ws-eof-flag.
           move low-values to wo-order-number.
           start work-order-file
               key is not less than wo-order-number
               invalid key
                   move "Y" to ws-eof-flag
           end-start.
           perform until ws-eof-flag = "Y"
               read work-order-file next record
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       if wo-customer-number = ws-customer
                           and wo-status is not equal to "P"
                           move "REPAIR STILL IN THE SHOP"
                               to ws-refuse-reason
                           move "Y" to ws-eof-flag
                       end-if
               end-read
           end-perform.
           close work-order-file.

       19-check-wo-exit.
           exit.

      * purchase history: counts, amounts and points move to the
      * anonymous id untouched
       20-rekey-history.
           move "CUSTOMER HISTORY" to cf-file.
           move "CUSTOMER HISTORY" to nl-file.
           open i-o cust-history-file.
           if ws-ch-file-status is not equal to "00"
               move "NOT ON FILE" to nl-text
               write report-line from ws-none-line
                   after advancing 1 line
               go to 20-rekey-history-exit
           end-if.
           move ws-customer to ch-customer-number.
           read cust-history-file
               invalid key
                   move "NO RECORD FOR THIS CUSTOMER" to nl-text
                   write report-line from ws-none-line
                       after advancing 1 line
                   close cust-history-file
                   go to 20-rekey-history-exit
           end-read.
           move customer-history-record to ws-ch-hold.
           delete cust-history-file
               invalid key
                   continue
           end-delete.
           move ws-ch-hold to customer-history-record.
           move ws-anon-id to ch-customer-number.
           write customer-history-record
               invalid key
                   continue
           end-write.
           move ws-anon-id to cf-record.
           move "RE-KEYED TO ANONYMOUS ID" to cf-action.
           perform 80-write-certificate-line.
           close cust-history-file.

       20-rekey-history-exit.
           exit.

      * AR ledger: the (settled) record moves to the anonymous id
       25-rekey-ar-ledger.
           move "AR LEDGER" to cf-file.
           move "AR LEDGER" to nl-file.
           open i-o ar-ledger-file.
           if ws-ar-file-status is not equal to "00"
               move "NOT ON FILE" to nl-text
               write report-line from ws-none-line
                   after advancing 1 line
               go to 25-rekey-ar-exit
           end-if.
           move ws-customer to ar-customer-number.
           read ar-ledger-file
               invalid key
                   move "NO RECORD FOR THIS CUSTOMER" to nl-text
                   write report-line from ws-none-line
                       after advancing 1 line
                   close ar-ledger-file
                   go to 25-rekey-ar-exit
           end-read.
           move ar-ledger-record to ws-ar-hold.
           delete ar-ledger-file
               invalid key
                   continue
           end-delete.
           move ws-ar-hold to ar-ledger-record.
           move ws-anon-id to ar-customer-number.
           write ar-ledger-record
               invalid key
                   continue
           end-write.
           move ws-anon-id to cf-record.
           move "RE-KEYED TO ANONYMOUS ID" to cf-action.
           perform 80-write-certificate-line.
           close ar-ledger-file.

       25-rekey-ar-exit.
           exit.

      * the journal is copied out through the work file with the
      * customer's lines (and any retired number's) re-pointed,
      * then copied back - only when something changed
       30-repoint-ar-journal.
           move "AR JOURNAL" to cf-file.
           move "AR JOURNAL" to nl-file.
           move 0 to ws-lines-changed.
           open input ar-journal-file.
           if ws-aj-file-status is not equal to "00"
               move "NOT ON FILE" to nl-text
               write report-line from ws-none-line
                   after advancing 1 line
               go to 30-repoint-aj-exit
           end-if.
           open output work-file.
           move "N" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               read ar-journal-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       add 1 to ws-records-scanned
                       move aj-customer-number to ws-er-probe
                       perform 85-match-erased-number
                       if ws-er-match = "Y"
                           move ws-anon-id to aj-customer-number
                           add 1 to ws-lines-changed
                           move aj-invoice-number to cf-record
                           move ws-repointed-action
                               to cf-action
                           perform 80-write-certificate-line
                       end-if
                       write work-journal-record
                           from ar-journal-record
               end-read
           end-perform.
           close ar-journal-file work-file.

           if ws-lines-changed = 0
               move "NO LINES FOR THIS CUSTOMER" to nl-text
               write report-line from ws-none-line
                   after advancing 1 line
               go to 30-repoint-aj-exit
           end-if.
           open input work-file.
           open output ar-journal-file.
           move "N" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               read work-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       write ar-journal-record
                           from work-journal-record
               end-read
           end-perform.
           close work-file ar-journal-file.

       30-repoint-aj-exit.
           exit.

      * every layaway the customer opened (all settled by now)
       35-repoint-layaways.
           move "LAYAWAY MASTER" to cf-file.
           move "LAYAWAY MASTER" to nl-file.
           open i-o layaway-master-file.
           if ws-lm-file-status is not equal to "00"
               move "NOT ON FILE" to nl-text
               write report-line from ws-none-line
                   after advancing 1 line
               go to 35-repoint-lay-exit
           end-if.
           move "N" to ws-eof-flag.
           move low-values to lm-invoice-number.
           start layaway-master-file
               key is not less than lm-invoice-number
               invalid key
                   move "Y" to ws-eof-flag
           end-start.
           perform until ws-eof-flag = "Y"
               read layaway-master-file next record
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       add 1 to ws-records-scanned
                       if lm-customer-number = ws-customer
                           move ws-anon-id to lm-customer-number
                           rewrite layaway-master-record
                               invalid key
                                   continue
                               not invalid key
                                   move lm-invoice-number
                                       to cf-record
                                   move ws-repointed-action to cf-action
                                   perform 80-write-certificate-line
                           end-rewrite
                       end-if
               end-read
           end-perform.
           close layaway-master-file.

       35-repoint-lay-exit.
           exit.

      * every serialized unit the customer bought
       40-repoint-warranty.
           move "WARRANTY" to cf-file.
           move "WARRANTY" to nl-file.
           open i-o warranty-file.
           if ws-wr-file-status is not equal to "00"
               move "NOT ON FILE" to nl-text
               write report-line from ws-none-line
                   after advancing 1 line
               go to 40-repoint-wr-exit
           end-if.
           move "N" to ws-eof-flag.
           move low-values to wr-serial-number.
           start warranty-file
               key is not less than wr-serial-number
               invalid key
                   move "Y" to ws-eof-flag
           end-start.
           perform until ws-eof-flag = "Y"
               read warranty-file next record
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       add 1 to ws-records-scanned
                       if wr-customer-number = ws-customer
                           move ws-anon-id to wr-customer-number
                           rewrite warranty-record
                               invalid key
                                   continue
                               not invalid key
                                   move wr-serial-number to cf-record
                                   move ws-repointed-action to cf-action
                                   perform 80-write-certificate-line
                           end-rewrite
                       end-if
               end-read
           end-perform.
           close warranty-file.

       40-repoint-wr-exit.
           exit.

      * every sales-history line carrying the customer
       45-repoint-sales-history.
           move "SALES HISTORY" to cf-file.
           move "SALES HISTORY" to nl-file.
           open i-o sales-history-file.
           if ws-sh-file-status is not equal to "00"
               move "NOT ON FILE" to nl-text
               write report-line from ws-none-line
                   after advancing 1 line
               go to 45-repoint-sh-exit
           end-if.
           move "N" to ws-eof-flag.
           move low-values to sh-invoice-key.
           start sales-history-file
               key is not less than sh-invoice-key
               invalid key
                   move "Y" to ws-eof-flag
           end-start.
           perform until ws-eof-flag = "Y"
               read sales-history-file next record
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       add 1 to ws-records-scanned
                       if sh-customer-number = ws-customer
                           move ws-anon-id to sh-customer-number
                           rewrite sales-history-record
                               invalid key
                                   continue
                               not invalid key
                                   move sh-invoice-key to cf-record
                                   move ws-repointed-action to cf-action
                                   perform 80-write-certificate-line
                           end-rewrite
                       end-if
               end-read
           end-perform.
           close sales-history-file.

       45-repoint-sh-exit.
           exit.

      * the delivery master's own copy of name, address and phone
      * goes with the number
       50-erase-deliveries.
           move "DELIVERY MASTER" to cf-file.
           move "DELIVERY MASTER" to nl-file.
           open i-o delivery-master-file.
           if ws-dv-file-status is not equal to "00"
               move "NOT ON FILE" to nl-text
               write report-line from ws-none-line
                   after advancing 1 line
               go to 50-erase-dv-exit
           end-if.
           move "N" to ws-eof-flag.
           move low-values to dv-invoice-number.
           start delivery-master-file
               key is not less than dv-invoice-number
               invalid key
                   move "Y" to ws-eof-flag
           end-start.
           perform until ws-eof-flag = "Y"
               read delivery-master-file next record
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       add 1 to ws-records-scanned
                       if dv-customer-number = ws-customer
                           move ws-anon-id to dv-customer-number
                           move spaces to dv-customer-name
                           move spaces to dv-address
                           move spaces to dv-phone
                           rewrite delivery-record
                               invalid key
                                   continue
                               not invalid key
                                   move dv-invoice-number
                                       to cf-record
                                   move ws-dv-erased-action to cf-action
                                   perform 80-write-certificate-line
                           end-rewrite
                       end-if
               end-read
           end-perform.
           close delivery-master-file.

       50-erase-dv-exit.
           exit.

      * every special order placed for the customer
       55-repoint-special-orders.
           move "SPECIAL ORDERS" to cf-file.
           move "SPECIAL ORDERS" to nl-file.
           open i-o special-order-file.
           if ws-so-file-status is not equal to "00"
               move "NOT ON FILE" to nl-text
               write report-line from ws-none-line
                   after advancing 1 line
               go to 55-repoint-so-exit
           end-if.
           move "N" to ws-eof-flag.
           move low-values to so-order-number.
           start special-order-file
               key is not less than so-order-number
               invalid key
                   move "Y" to ws-eof-flag
           end-start.
           perform until ws-eof-flag = "Y"
               read special-order-file next record
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       add 1 to ws-records-scanned
                       if so-customer-number = ws-customer
                           move ws-anon-id to so-customer-number
                           rewrite special-order-record
                               invalid key
                                   continue
                               not invalid key
                                   move so-order-number to cf-record
                                   move ws-repointed-action to cf-action
                                   perform 80-write-certificate-line
                           end-rewrite
                       end-if
               end-read
           end-perform.
           close special-order-file.

       55-repoint-so-exit.
           exit.

      * every rain check written to the customer
       56-repoint-rain-checks.
           move "RAIN CHECKS" to cf-file.
           move "RAIN CHECKS" to nl-file.
           open i-o rain-check-file.
           if ws-rk-file-status is not equal to "00"
               move "NOT ON FILE" to nl-text
               write report-line from ws-none-line
                   after advancing 1 line
               go to 56-repoint-rk-exit
           end-if.
           move "N" to ws-eof-flag.
           move low-values to rk-check-number.
           start rain-check-file
               key is not less than rk-check-number
               invalid key
                   move "Y" to ws-eof-flag
           end-start.
           perform until ws-eof-flag = "Y"
               read rain-check-file next record
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       add 1 to ws-records-scanned
                       if rk-customer-number = ws-customer
                           move ws-anon-id to rk-customer-number
                           rewrite rain-check-record
                               invalid key
                                   continue
                               not invalid key
                                   move rk-check-number to cf-record
                                   move ws-repointed-action to cf-action
                                   perform 80-write-certificate-line
                           end-rewrite
                       end-if
               end-read
           end-perform.
           close rain-check-file.

       56-repoint-rk-exit.
           exit.

      * every repair taken in for the customer
       57-repoint-work-orders.
           move "WORK ORDERS" to cf-file.
           move "WORK ORDERS" to nl-file.
           open i-o work-order-file.
           if ws-wo-file-status is not equal to "00"
               move "NOT ON FILE" to nl-text
               write report-line from ws-none-line
                   after advancing 1 line
               go to 57-repoint-wo-exit
           end-if.
           move "N" to ws-eof-flag.
           move low-values to wo-order-number.
           start work-order-file
               key is not less than wo-order-number
               invalid key
                   move "Y" to ws-eof-flag
           end-start.
           perform until ws-eof-flag = "Y"
               read work-order-file next record
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       add 1 to ws-records-scanned
                       if wo-customer-number = ws-customer
                           move ws-anon-id to wo-customer-number
                           rewrite work-order-record
                               invalid key
                                   continue
                               not invalid key
                                   move wo-order-number to cf-record
                                   move ws-repointed-action to cf-action
                                   perform 80-write-certificate-line
                           end-rewrite
                       end-if
               end-read
           end-perform.
           close work-order-file.

       57-repoint-wo-exit.
           exit.

      * every service plan the customer bought - the contract keeps
      * earning and can still be cancelled under the anonymous id
       58-repoint-service-plans.
           move "SERVICE PLANS" to cf-file.
           move "SERVICE PLANS" to nl-file.
           open i-o service-plan-file.
           if ws-svc-file-status is not equal to "00"
               move "NOT ON FILE" to nl-text
               write report-line from ws-none-line
                   after advancing 1 line
               go to 58-repoint-svc-exit
           end-if.
           move "N" to ws-eof-flag.
           move low-values to svc-serial-number.
           start service-plan-file
               key is not less than svc-serial-number
               invalid key
                   move "Y" to ws-eof-flag
           end-start.
           perform until ws-eof-flag = "Y"
               read service-plan-file next record
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       add 1 to ws-records-scanned
                       if svc-customer-number = ws-customer
                           move ws-anon-id to svc-customer-number
                           rewrite service-plan-record
                               invalid key
                                   continue
                               not invalid key
                                   move svc-serial-number to cf-record
                                   move ws-repointed-action to cf-action
                                   perform 80-write-certificate-line
                           end-rewrite
                       end-if
               end-read
           end-perform.
           close service-plan-file.

       58-repoint-svc-exit.
           exit.

      * every mailing on the register loses the customer's lines -
      * a mailing list is no financial record, so the lines are
      * dropped outright rather than anonymized
       60-scrub-mailings.
           move "MAILING" to nl-file.
           open input mailing-register-file.
           if ws-mr-file-status is not equal to "00"
               move "NO MAILING REGISTER ON FILE" to nl-text
               write report-line from ws-none-line
                   after advancing 1 line
               go to 60-scrub-mailings-exit
           end-if.
           move "N" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               read mailing-register-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       perform 62-note-mailing
               end-read
           end-perform.
           close mailing-register-file.

           perform 64-scrub-one-mailing
               thru 64-scrub-one-exit
               varying ws-mf-idx from 1 by 1
               until ws-mf-idx > ws-mf-count.

       60-scrub-mailings-exit.
           exit.

       62-note-mailing.
           move "N" to ws-mf-found.
           perform varying ws-mf-idx from 1 by 1
               until ws-mf-idx > ws-mf-count
               if ws-mf-name(ws-mf-idx) = mr-mailing-filename
                   move "Y" to ws-mf-found
               end-if
           end-perform.
           if ws-mf-found is not equal to "Y"
               if ws-mf-count >= 500
                   display "CUSTERASE: MAILING TABLE FULL - "
                       "RAISE LIMIT AND RERUN" upon console
                   move 16 to return-code
                   goback
               end-if
               add 1 to ws-mf-count
               move mr-mailing-filename to ws-mf-name(ws-mf-count)
           end-if.

      * a mailing since purged from disk is simply passed over
       64-scrub-one-mailing.
           move ws-mf-name(ws-mf-idx) to ws-mailing-filename.
           move "MAILING" to cf-file.
           move ws-mailing-filename(15:30) to cf-record.
           move 0 to ws-lines-changed.
           open input mailing-file.
           if ws-ml-file-status is not equal to "00"
               go to 64-scrub-one-exit
           end-if.
           open output work-file.
           move "N" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               read mailing-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       add 1 to ws-records-scanned
                       move ml-customer-number to ws-er-probe
                       perform 85-match-erased-number
                       if ws-er-match = "Y"
                           add 1 to ws-lines-changed
                       else
                           write work-mailing-record
                               from mailing-record
                       end-if
               end-read
           end-perform.
           close mailing-file work-file.

           if ws-lines-changed = 0
               go to 64-scrub-one-exit
           end-if.
           open input work-file.
           open output mailing-file.
           move "N" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               read work-file
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       write mailing-record
                           from work-mailing-record
               end-read
           end-perform.
           close work-file mailing-file.
           move "CUSTOMER'S LINES REMOVED" to cf-action.
           perform 80-write-certificate-line.

       64-scrub-one-exit.
           exit.

      * the master record is re-keyed to the anonymous id with
      * every personal field blanked and nothing to contact; the
      * retired numbers merged into this customer carry the same
      * personal fields and would tie the old number to the
      * anonymous one, so they are deleted outright
       70-erase-customer-master.
           move "CUSTOMER MASTER" to cf-file.
           open i-o cust-master-file.
           if ws-cm-file-status is not equal to "00"
               go to 70-erase-cm-exit
           end-if.
           move ws-customer to cm-customer-number.
           read cust-master-file
               invalid key
                   close cust-master-file
                   go to 70-erase-cm-exit
           end-read.
           delete cust-master-file
               invalid key
                   continue
           end-delete.
           move spaces to customer-master-record.
           move ws-anon-id to cm-customer-number.
           move "ERASED CUSTOMER" to cm-customer-name.
           move 0 to cm-credit-limit.
           move "N" to cm-tax-exempt-flag.
           move 0 to cm-cert-expiry.
           move "N" to cm-mail-optin.
           move "N" to cm-email-optin.
           write customer-master-record
               invalid key
                   continue
           end-write.
           move ws-anon-id to cf-record.
           move "PERSONAL FIELDS BLANKED, RE-KEYED" to cf-action.
           perform 80-write-certificate-line.

           perform varying ws-er-idx from 2 by 1
               until ws-er-idx > ws-er-count
               move ws-er-number(ws-er-idx) to cm-customer-number
               delete cust-master-file
                   invalid key
                       continue
                   not invalid key
                       move ws-er-number(ws-er-idx) to cf-record
                       move "RETIRED NUMBER DELETED" to cf-action
                       perform 80-write-certificate-line
               end-delete
           end-perform.
           close cust-master-file.

       70-erase-cm-exit.
           exit.

       80-write-certificate-line.
           add 1 to ws-records-touched.
           write report-line from ws-certificate-line
               after advancing 1 line.

      * is this number the customer, or a number merged into them?
       85-match-erased-number.
           move "N" to ws-er-match.
           perform varying ws-er-idx from 1 by 1
               until ws-er-idx > ws-er-count
               if ws-er-number(ws-er-idx) = ws-er-probe
                   move "Y" to ws-er-match
               end-if
           end-perform.

       copy "../copybooks/RUNLOGP.cpy"
           replacing =="RUN-LOG-PROGRAM"== by =="CUSTERASE"==.
