       identification division.
       program-id. CustMerge.
       author. Joree Miranda, Kyle Bayer, Ashante Smith
       date-written. 2026-10-15
      * This is the seventy-eighth program in our MAFD 4201 Final
      * Project. The same contractor keeps turning up under two or
      * three customer numbers, and every number splits their AR
      * balance, loyalty points, layaways and purchase history - and
      * the house-charge credit check in EDITS only ever sees one
      * piece of it. This utility merges a duplicate (the victim) into
      * the number being kept (the survivor): the purchase history
      * counts, amounts and points and the AR ledger balance are
      * combined onto the survivor, the layaway master, warranty
      * registry, sales history, special orders, deliveries, rain
      * checks, work orders and service plans are re-pointed, and the
      * victim's customer master record is retired with a forwarding
      * pointer EDITS honors from then on. Every record touched is
      * printed before and after. Merging customers is master
      * maintenance, so it takes the maintenance permission off the
      * operator master. Run on demand as
      *     CustMerge <survivor> <victim> <operator-id>

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

      * operator master - a merge is master maintenance, so it takes
      * the maintenance permission; while the master doesn't exist
      * the run is open (and says so)
           select operator-master-file
           assign to "../../../data/opermaster.dat"
           organization is indexed
           access mode is random
           record key is op-operator-id
           file status is ws-op-file-status.

      * customer master - both numbers must be on it; the victim is
      * retired here, and read through in key order for any number
      * already forwarding to the victim
           select cust-master-file
           assign to "../../../data/custmaster.dat"
           organization is indexed
           access mode is dynamic
           record key is cm-customer-number
           file status is ws-cm-file-status.

      * customer purchase history - counts, amounts and points
           select cust-history-file
           assign to "../../../data/custhist.dat"
           organization is indexed
           access mode is random
           record key is ch-customer-number
           file status is ws-ch-file-status.

      * AR ledger - the house-charge balance
           select ar-ledger-file
           assign to "../../../data/arledger.dat"
           organization is indexed
           access mode is random
           record key is ar-customer-number
           file status is ws-ar-file-status.

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

      * the customer each special order is for
           select special-order-file
           assign to "../../../data/somaster.dat"
           organization is indexed
           access mode is dynamic
           record key is so-order-number
           file status is ws-so-file-status.

      * the customer each delivery is for
           select delivery-file
           assign to "../../../data/delmaster.dat"
           organization is indexed
           access mode is dynamic
           record key is dv-invoice-number
           file status is ws-dv-file-status.

      * the customer each rain check is promised to
           select rain-check-file
           assign to "../../../data/raincheck.dat"
           organization is indexed
           access mode is dynamic
           record key is rk-check-number
           file status is ws-rk-file-status.

      * the customer whose item each repair is
           select work-order-file
           assign to "../../../data/workorder.dat"
           organization is indexed
           access mode is dynamic
           record key is wo-order-number
           file status is ws-wo-file-status.

      * the customer who bought each plan
           select service-plan-file
           assign to "../../../data/svcplan.dat"
           organization is indexed
           access mode is dynamic
           record key is svc-serial-number
           file status is ws-svc-file-status.

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

       fd special-order-file
           data record is special-order-record.
       copy "../copybooks/SOMAST.cpy".

       fd delivery-file
           data record is delivery-record.
       copy "../copybooks/DELVMAST.cpy".

       fd rain-check-file
           data record is rain-check-record.
       copy "../copybooks/RAINCHK.cpy".

       fd work-order-file
           data record is work-order-record.
       copy "../copybooks/WORKORD.cpy".

       fd service-plan-file
           data record is service-plan-record.
       copy "../copybooks/SVCPLAN.cpy".

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
      * a merge belongs to no batch
       77 ws-batch-id                  pic x(8)
           value spaces.
       77 ws-batch-run-date            pic 9(8)
           value 0.

      * the two customer numbers off the command line
       77 ws-survivor                  pic x(8)
           value spaces.
       77 ws-victim                    pic x(8)
           value spaces.

       77 ws-report-filename           pic x(44)
           value spaces.

       77 ws-cm-file-status            pic xx
           value spaces.
       77 ws-ch-file-status            pic xx
           value spaces.
       77 ws-ar-file-status            pic xx
           value spaces.
       77 ws-lm-file-status            pic xx
           value spaces.
       77 ws-wr-file-status            pic xx
           value spaces.
       77 ws-sh-file-status            pic xx
           value spaces.
       77 ws-so-file-status            pic xx
           value spaces.
       77 ws-dv-file-status            pic xx
           value spaces.
       77 ws-rk-file-status            pic xx
           value spaces.
       77 ws-wo-file-status            pic xx
           value spaces.
       77 ws-svc-file-status           pic xx
           value spaces.
       77 ws-eof-flag                  pic x
           value "N".
       77 ws-key-found-flag            pic x
           value "N".

      * why the merge was refused - spaces means it goes ahead
       77 ws-refuse-reason             pic x(40)
           value spaces.

      * the victim's master fields the survivor may take over
       77 ws-vc-credit-limit           pic 9(7)v99
           value 0.
       77 ws-vc-exempt-flag            pic x
           value spaces.
       77 ws-vc-exempt-cert            pic x(12)
           value spaces.
       77 ws-vc-cert-expiry            pic 9(8)
           value 0.
       77 ws-vc-address                pic x(30)
           value spaces.
       77 ws-vc-email                  pic x(30)
           value spaces.
       77 ws-vc-phone                  pic x(10)
           value spaces.
       77 ws-vc-mail-optin             pic x
           value spaces.
       77 ws-vc-email-optin            pic x
           value spaces.
       77 ws-vc-credit-hold            pic x
           value spaces.
       77 ws-vc-hold-reason            pic x(20)
           value spaces.
       77 ws-vc-hold-date              pic 9(8)
           value 0.

      * the victim's history and ledger figures being carried over
       77 ws-vh-purchase-count         pic 9(7)
           value 0.
       77 ws-vh-purchase-amt           pic 9(9)v99
           value 0.
       77 ws-vh-return-count           pic 9(7)
           value 0.
       77 ws-vh-return-amt             pic 9(9)v99
           value 0.
       77 ws-vh-last-activity          pic 9(8)
           value 0.
       77 ws-vh-points                 pic s9(9)
           value 0.
       77 ws-va-balance                pic s9(7)v99
           value 0.
       77 ws-va-last-activity          pic 9(8)
           value 0.

       77 ws-records-scanned           pic 9(9)
           value 0.
       77 ws-records-changed           pic 9(9)
           value 0.
       77 ws-lay-count                 pic 9(7)
           value 0.
       77 ws-wr-count                  pic 9(7)
           value 0.
       77 ws-sh-count                  pic 9(7)
           value 0.
       77 ws-so-count                  pic 9(7)
           value 0.
       77 ws-dv-count                  pic 9(7)
           value 0.
       77 ws-rk-count                  pic 9(7)
           value 0.
       77 ws-wo-count                  pic 9(7)
           value 0.
       77 ws-svc-count                 pic 9(7)
           value 0.
       77 ws-fwd-count                 pic 9(7)
           value 0.

      * edited pieces the record images are strung together from
       77 ws-image                     pic x(80)
           value spaces.
       77 ws-img-count                 pic z(6)9
           value 0.
       77 ws-img-amount                pic -(9)9.99
           value 0.
       77 ws-img-total                 pic z(8)9.99
           value 0.
       77 ws-img-points                pic -(8)9
           value 0.
       77 ws-img-ret-count             pic z(6)9
           value 0.
       77 ws-img-ret-total             pic z(8)9.99
           value 0.

       01 ws-report-heading.
           05 filler                   pic x(26)
               value "CUSTOMER MERGE - SURVIVOR ".
           05 rh-survivor              pic x(8)
               value spaces.
           05 filler                   pic x(9)
               value "  VICTIM ".
           05 rh-victim                pic x(8)
               value spaces.
           05 filler                   pic x(8)
               value "  DATE: ".
           05 rh-date                  pic 9(8)
               value 0.

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
               value "USAGE: CustMerge <survivor> <victim> <operator>".

       01 ws-refused-line.
           05 filler                   pic x(16)
               value "MERGE REFUSED - ".
           05 rfl-reason               pic x(40)
               value spaces.

       01 ws-section-line.
           05 sl-title                 pic x(40)
               value spaces.

       01 ws-record-line.
           05 filler                   pic x(2)
               value spaces.
           05 rl2-role                 pic x(9)
               value spaces.
           05 filler                   pic x
               value spaces.
           05 rl2-customer             pic x(8)
               value spaces.

       01 ws-before-line.
           05 filler                   pic x(10)
               value "  BEFORE: ".
           05 bl-image                 pic x(80)
               value spaces.

       01 ws-after-line.
           05 filler                   pic x(10)
               value "  AFTER:  ".
           05 afl-image                pic x(80)
               value spaces.

       01 ws-repoint-line.
           05 filler                   pic x(2)
               value spaces.
           05 rpl-file                 pic x(9)
               value spaces.
           05 filler                   pic x
               value spaces.
           05 rpl-key                  pic x(15)
               value spaces.
           05 filler                   pic x(6)
               value "  FROM".
           05 filler                   pic x
               value spaces.
           05 rpl-from                 pic x(8)
               value spaces.
           05 filler                   pic x(4)
               value "  TO".
           05 filler                   pic x
               value spaces.
           05 rpl-to                   pic x(8)
               value spaces.

       01 ws-not-on-file-line.
           05 filler                   pic x(2)
               value spaces.
           05 nfl-text                 pic x(50)
               value spaces.

       01 ws-count-line.
           05 cnl-label                pic x(34)
               value spaces.
           05 cnl-count                pic zzzzzz9
               value 0.

       procedure division.

       00-main.
           perform 01-load-arguments.
           perform 04-verify-operator
               thru 04-verify-exit.
           move "S" to ws-rl-record-type.
           perform 90-write-run-log.

           open output report-file.
           move ws-survivor to rh-survivor.
           move ws-victim to rh-victim.
           move ws-batch-run-date to rh-date.
           write report-line from ws-report-heading.
           write report-line from ws-operator-line
               after advancing 1 line.
           write report-line from ws-line-break.

           perform 10-check-customers
               thru 10-check-exit.
           if ws-refuse-reason is not equal to spaces
               move ws-refuse-reason to rfl-reason
               write report-line from ws-refused-line
                   after advancing 1 line
               close report-file
               display "CUSTMERGE: MERGE REFUSED - " ws-refuse-reason
                   upon console
               move 16 to return-code
               move 16 to ws-rl-return-code
               move "E" to ws-rl-record-type
               perform 90-write-run-log
               goback
           end-if.

      * the dependent files first and the victim's retirement last,
      * so a merge that dies part way can simply be run again
           perform 20-merge-history
               thru 20-merge-history-exit.
           perform 30-merge-ar-ledger
               thru 30-merge-ar-exit.
           perform 40-repoint-layaways
               thru 40-repoint-lay-exit.
           perform 45-repoint-warranty
               thru 45-repoint-wr-exit.
           perform 50-repoint-sales-history
               thru 50-repoint-sh-exit.
           perform 52-repoint-special-orders
               thru 52-repoint-so-exit.
           perform 54-repoint-deliveries
               thru 54-repoint-dv-exit.
           perform 55-repoint-rain-checks
               thru 55-repoint-rk-exit.
           perform 56-repoint-work-orders
               thru 56-repoint-wo-exit.
           perform 58-repoint-service-plans
               thru 58-repoint-svc-exit.
           perform 60-merge-customer-master
               thru 60-merge-cm-exit.

           move "LAYAWAYS RE-POINTED:" to cnl-label.
           move ws-lay-count to cnl-count.
           write report-line from ws-count-line
               after advancing 2 lines.
           move "WARRANTY UNITS RE-POINTED:" to cnl-label.
           move ws-wr-count to cnl-count.
           write report-line from ws-count-line
               after advancing 1 line.
           move "SALES HISTORY LINES RE-POINTED:" to cnl-label.
           move ws-sh-count to cnl-count.
           write report-line from ws-count-line
               after advancing 1 line.
           move "SPECIAL ORDERS RE-POINTED:" to cnl-label.
           move ws-so-count to cnl-count.
           write report-line from ws-count-line
               after advancing 1 line.
           move "DELIVERIES RE-POINTED:" to cnl-label.
           move ws-dv-count to cnl-count.
           write report-line from ws-count-line
               after advancing 1 line.
           move "RAIN CHECKS RE-POINTED:" to cnl-label.
           move ws-rk-count to cnl-count.
           write report-line from ws-count-line
               after advancing 1 line.
           move "WORK ORDERS RE-POINTED:" to cnl-label.
           move ws-wo-count to cnl-count.
           write report-line from ws-count-line
               after advancing 1 line.
           move "SERVICE PLANS RE-POINTED:" to cnl-label.
           move ws-svc-count to cnl-count.
           write report-line from ws-count-line
               after advancing 1 line.
           move "FORWARDING POINTERS MOVED:" to cnl-label.
           move ws-fwd-count to cnl-count.
           write report-line from ws-count-line
               after advancing 1 line.
           close report-file.

      * stamp the end of this run into the run history
           move "E" to ws-rl-record-type.
           move ws-records-scanned to ws-rl-records-read.
           move ws-records-changed to ws-rl-records-written.
           perform 90-write-run-log.
           goback.

      * survivor, victim and operator all come through
      * ARGUMENT-NUMBER/ARGUMENT-VALUE, the same as AlertAck's pair
       01-load-arguments.
           move 1 to ws-arg-num.
           display ws-arg-num upon argument-number.
           accept ws-survivor from argument-value
               on exception
                   move spaces to ws-survivor
           end-accept.
           move 2 to ws-arg-num.
           display ws-arg-num upon argument-number.
           accept ws-victim from argument-value
               on exception
                   move spaces to ws-victim
           end-accept.
           if ws-survivor = spaces
               or ws-victim = spaces
               display ws-usage-line upon console
               move 16 to return-code
               goback
           end-if.

           accept ws-batch-run-date from date yyyymmdd.
           move ws-batch-run-date to ws-batch-id.

           string "../../../data/CustMerge_" delimited by size
               ws-victim delimited by space
               ".out" delimited by size
               into ws-report-filename.

      * the third argument names the operator; the master - when
      * it exists - must carry the id with the maintenance
      * permission
       04-verify-operator.
           move 3 to ws-arg-num.
           display ws-arg-num upon argument-number.
           accept ws-operator-id from argument-value
               on exception
                   move spaces to ws-operator-id
           end-accept.
           move ws-operator-id to ol2-operator.
           move spaces to ol2-name.

           open input operator-master-file.
           if ws-op-file-status is not equal to "00"
               display "CUSTMERGE: OPERATOR CONTROL NOT ACTIVE"
                   " - NO OPERATOR MASTER ON FILE" upon console
               go to 04-verify-exit
           end-if.
           if ws-operator-id = spaces
               display "CUSTMERGE: OPERATOR ID REQUIRED - "
                   "RUN REFUSED" upon console
               close operator-master-file
               move 16 to return-code
               goback
           end-if.
           move ws-operator-id to op-operator-id.
           read operator-master-file
               invalid key
                   display "CUSTMERGE: UNKNOWN OPERATOR - "
                       "RUN REFUSED" upon console
                   close operator-master-file
                   move 16 to return-code
                   goback
           end-read.
           if op-maint-perm is not equal to "Y"
               display "CUSTMERGE: OPERATOR NOT AUTHORIZED - "
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

      * both numbers must be live customers, and different ones -
      * nothing is touched until they are. The victim's master
      * fields are kept for the survivor to take over.
       10-check-customers.
           if ws-survivor = ws-victim
               move "SURVIVOR AND VICTIM ARE THE SAME NUMBER"
                   to ws-refuse-reason
               go to 10-check-exit
           end-if.
           open input cust-master-file.
           if ws-cm-file-status is not equal to "00"
               move "NO CUSTOMER MASTER ON FILE" to ws-refuse-reason
               go to 10-check-exit
           end-if.

           move ws-victim to cm-customer-number.
           read cust-master-file
               invalid key
                   move "VICTIM NOT ON CUSTOMER MASTER"
                       to ws-refuse-reason
           end-read.
           if ws-refuse-reason = spaces
               if cm-merged-into is not equal to spaces
                   move "VICTIM ALREADY MERGED AWAY"
                       to ws-refuse-reason
               else
                   move cm-credit-limit to ws-vc-credit-limit
                   move cm-tax-exempt-flag to ws-vc-exempt-flag
                   move cm-exempt-cert to ws-vc-exempt-cert
                   move cm-cert-expiry to ws-vc-cert-expiry
                   move cm-address to ws-vc-address
                   move cm-email to ws-vc-email
                   move cm-phone to ws-vc-phone
                   move cm-mail-optin to ws-vc-mail-optin
                   move cm-email-optin to ws-vc-email-optin
                   move cm-credit-hold to ws-vc-credit-hold
                   move cm-hold-reason to ws-vc-hold-reason
                   move cm-hold-date to ws-vc-hold-date
               end-if
           end-if.

           if ws-refuse-reason = spaces
               move ws-survivor to cm-customer-number
               read cust-master-file
                   invalid key
                       move "SURVIVOR NOT ON CUSTOMER MASTER"
                           to ws-refuse-reason
                   not invalid key
                       if cm-merged-into is not equal to spaces
                           move "SURVIVOR IS ITSELF MERGED AWAY"
                               to ws-refuse-reason
                       end-if
               end-read
           end-if.
           close cust-master-file.

       10-check-exit.
           exit.

      * purchase history: the victim's counts, amounts and points
      * land on the survivor (a survivor with no history yet takes
      * the victim's whole record under its own number), the later
      * activity date wins, and the victim's record goes
       20-merge-history.
           move "CUSTOMER HISTORY" to sl-title.
           write report-line from ws-section-line
               after advancing 2 lines.
           open i-o cust-history-file.
           if ws-ch-file-status is not equal to "00"
               move "NO CUSTOMER HISTORY ON FILE - SKIPPED"
                   to nfl-text
               write report-line from ws-not-on-file-line
                   after advancing 1 line
               go to 20-merge-history-exit
           end-if.

           move "VICTIM" to rl2-role.
           move ws-victim to rl2-customer.
           write report-line from ws-record-line
               after advancing 1 line.
           move ws-victim to ch-customer-number.
           read cust-history-file
               invalid key
                   move "(NOT ON FILE)" to bl-image
                   write report-line from ws-before-line
                       after advancing 1 line
                   close cust-history-file
                   go to 20-merge-history-exit
           end-read.
           add 1 to ws-records-scanned.
           perform 76-build-history-image.
           move ws-image to bl-image.
           write report-line from ws-before-line
               after advancing 1 line.
           move ch-purchase-count to ws-vh-purchase-count.
           move ch-purchase-amt to ws-vh-purchase-amt.
           move ch-return-count to ws-vh-return-count.
           move ch-return-amt to ws-vh-return-amt.
           move ch-last-activity-date to ws-vh-last-activity.
           move ch-points-balance to ws-vh-points.
           delete cust-history-file
               invalid key
                   continue
               not invalid key
                   add 1 to ws-records-changed
           end-delete.
           move "(DELETED - MERGED INTO SURVIVOR)" to afl-image.
           write report-line from ws-after-line
               after advancing 1 line.

           move "SURVIVOR" to rl2-role.
           move ws-survivor to rl2-customer.
           write report-line from ws-record-line
               after advancing 1 line.
           move "N" to ws-key-found-flag.
           move ws-survivor to ch-customer-number.
           read cust-history-file
               invalid key
                   move "(NOT ON FILE)" to bl-image
                   move ws-survivor to ch-customer-number
                   move 0 to ch-purchase-count
                   move 0 to ch-purchase-amt
                   move 0 to ch-return-count
                   move 0 to ch-return-amt
                   move 0 to ch-last-activity-date
                   move 0 to ch-points-balance
               not invalid key
                   move "Y" to ws-key-found-flag
                   perform 76-build-history-image
                   move ws-image to bl-image
           end-read.
           write report-line from ws-before-line
               after advancing 1 line.
           add ws-vh-purchase-count to ch-purchase-count.
           add ws-vh-purchase-amt to ch-purchase-amt.
           add ws-vh-return-count to ch-return-count.
           add ws-vh-return-amt to ch-return-amt.
           add ws-vh-points to ch-points-balance.
           if ws-vh-last-activity > ch-last-activity-date
               move ws-vh-last-activity to ch-last-activity-date
           end-if.
           if ws-key-found-flag = "Y"
               rewrite customer-history-record
                   invalid key
                       continue
               end-rewrite
           else
               write customer-history-record
                   invalid key
                       continue
               end-write
           end-if.
           add 1 to ws-records-changed.
           perform 76-build-history-image.
           move ws-image to afl-image.
           write report-line from ws-after-line
               after advancing 1 line.
           close cust-history-file.

       20-merge-history-exit.
           exit.

      * AR ledger: the victim's balance joins the survivor's (a
      * survivor who never charged gets a ledger record), and the
      * victim's record goes. The journal behind the ledger is left
      * as posted - the aging run follows the forwarding pointer.
       30-merge-ar-ledger.
           move "AR LEDGER" to sl-title.
           write report-line from ws-section-line
               after advancing 2 lines.
           open i-o ar-ledger-file.
           if ws-ar-file-status is not equal to "00"
               move "NO AR LEDGER ON FILE - SKIPPED" to nfl-text
               write report-line from ws-not-on-file-line
                   after advancing 1 line
               go to 30-merge-ar-exit
           end-if.

           move "VICTIM" to rl2-role.
           move ws-victim to rl2-customer.
           write report-line from ws-record-line
               after advancing 1 line.
           move ws-victim to ar-customer-number.
           read ar-ledger-file
               invalid key
                   move "(NOT ON FILE)" to bl-image
                   write report-line from ws-before-line
                       after advancing 1 line
                   close ar-ledger-file
                   go to 30-merge-ar-exit
           end-read.
           add 1 to ws-records-scanned.
           perform 77-build-ledger-image.
           move ws-image to bl-image.
           write report-line from ws-before-line
               after advancing 1 line.
           move ar-balance to ws-va-balance.
           move ar-last-activity to ws-va-last-activity.
           delete ar-ledger-file
               invalid key
                   continue
               not invalid key
                   add 1 to ws-records-changed
           end-delete.
           move "(DELETED - MERGED INTO SURVIVOR)" to afl-image.
           write report-line from ws-after-line
               after advancing 1 line.

           move "SURVIVOR" to rl2-role.
           move ws-survivor to rl2-customer.
           write report-line from ws-record-line
               after advancing 1 line.
           move "N" to ws-key-found-flag.
           move ws-survivor to ar-customer-number.
           read ar-ledger-file
               invalid key
                   move "(NOT ON FILE)" to bl-image
                   move ws-survivor to ar-customer-number
                   move 0 to ar-balance
                   move 0 to ar-last-activity
               not invalid key
                   move "Y" to ws-key-found-flag
                   perform 77-build-ledger-image
                   move ws-image to bl-image
           end-read.
           write report-line from ws-before-line
               after advancing 1 line.
           add ws-va-balance to ar-balance.
           if ws-va-last-activity > ar-last-activity
               move ws-va-last-activity to ar-last-activity
           end-if.
           if ws-key-found-flag = "Y"
               rewrite ar-ledger-record
                   invalid key
                       continue
               end-rewrite
           else
               write ar-ledger-record
                   invalid key
                       continue
               end-write
           end-if.
           add 1 to ws-records-changed.
           perform 77-build-ledger-image.
           move ws-image to afl-image.
           write report-line from ws-after-line
               after advancing 1 line.
           close ar-ledger-file.

       30-merge-ar-exit.
           exit.

      * every layaway the victim opened is re-pointed to the
      * survivor, so the reminder letters and the aging see one
      * customer
       40-repoint-layaways.
           move "LAYAWAY MASTER" to sl-title.
           write report-line from ws-section-line
               after advancing 2 lines.
           open i-o layaway-master-file.
           if ws-lm-file-status is not equal to "00"
               move "NO LAYAWAY MASTER ON FILE - SKIPPED" to nfl-text
               write report-line from ws-not-on-file-line
                   after advancing 1 line
               go to 40-repoint-lay-exit
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
                       if lm-customer-number = ws-victim
                           move ws-survivor to lm-customer-number
                           rewrite layaway-master-record
                               invalid key
                                   continue
                               not invalid key
                                   add 1 to ws-lay-count
                                   add 1 to ws-records-changed
                                   move "LAYAWAY" to rpl-file
                                   move lm-invoice-number to rpl-key
                                   perform 70-write-repoint-line
                           end-rewrite
                       end-if
               end-read
           end-perform.
           close layaway-master-file.

       40-repoint-lay-exit.
           exit.

      * every serialized unit the victim bought is re-pointed
       45-repoint-warranty.
           move "WARRANTY REGISTRY" to sl-title.
           write report-line from ws-section-line
               after advancing 2 lines.
           open i-o warranty-file.
           if ws-wr-file-status is not equal to "00"
               move "NO WARRANTY REGISTRY ON FILE - SKIPPED"
                   to nfl-text
               write report-line from ws-not-on-file-line
                   after advancing 1 line
               go to 45-repoint-wr-exit
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
                       if wr-customer-number = ws-victim
                           move ws-survivor to wr-customer-number
                           rewrite warranty-record
                               invalid key
                                   continue
                               not invalid key
                                   add 1 to ws-wr-count
                                   add 1 to ws-records-changed
                                   move "WARRANTY" to rpl-file
                                   move wr-serial-number to rpl-key
                                   perform 70-write-repoint-line
                           end-rewrite
                       end-if
               end-read
           end-perform.
           close warranty-file.

       45-repoint-wr-exit.
           exit.

      * every sales-history line carrying the victim is re-pointed,
      * so the customer history report and the campaign extract see
      * the one buyer
       50-repoint-sales-history.
           move "SALES HISTORY" to sl-title.
           write report-line from ws-section-line
               after advancing 2 lines.
           open i-o sales-history-file.
           if ws-sh-file-status is not equal to "00"
               move "NO SALES HISTORY ON FILE - SKIPPED" to nfl-text
               write report-line from ws-not-on-file-line
                   after advancing 1 line
               go to 50-repoint-sh-exit
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
                       if sh-customer-number = ws-victim
                           move ws-survivor to sh-customer-number
                           rewrite sales-history-record
                               invalid key
                                   continue
                               not invalid key
                                   add 1 to ws-sh-count
                                   add 1 to ws-records-changed
                                   move "SALES" to rpl-file
                                   move sh-invoice-key to rpl-key
                                   perform 70-write-repoint-line
                           end-rewrite
                       end-if
               end-read
           end-perform.
           close sales-history-file.

       50-repoint-sh-exit.
           exit.

      * every special order the victim placed, so the pickup and
      * the order reports see one customer
       52-repoint-special-orders.
           move "SPECIAL ORDER MASTER" to sl-title.
           write report-line from ws-section-line
               after advancing 2 lines.
           open i-o special-order-file.
           if ws-so-file-status is not equal to "00"
               move "NO SPECIAL ORDER MASTER ON FILE - SKIPPED"
                   to nfl-text
               write report-line from ws-not-on-file-line
                   after advancing 1 line
               go to 52-repoint-so-exit
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
                       if so-customer-number = ws-victim
                           move ws-survivor to so-customer-number
                           rewrite special-order-record
                               invalid key
                                   continue
                               not invalid key
                                   add 1 to ws-so-count
                                   add 1 to ws-records-changed
                                   move "SPEC ORD" to rpl-file
                                   move so-order-number to rpl-key
                                   perform 70-write-repoint-line
                           end-rewrite
                       end-if
               end-read
           end-perform.
           close special-order-file.

       52-repoint-so-exit.
           exit.

      * every delivery for the victim - the name, address and phone
      * on it are where the goods go, and stay as they are
       54-repoint-deliveries.
           move "DELIVERY MASTER" to sl-title.
           write report-line from ws-section-line
               after advancing 2 lines.
           open i-o delivery-file.
           if ws-dv-file-status is not equal to "00"
               move "NO DELIVERY MASTER ON FILE - SKIPPED" to nfl-text
               write report-line from ws-not-on-file-line
                   after advancing 1 line
               go to 54-repoint-dv-exit
           end-if.
           move "N" to ws-eof-flag.
           move low-values to dv-invoice-number.
           start delivery-file
               key is not less than dv-invoice-number
               invalid key
                   move "Y" to ws-eof-flag
           end-start.
           perform until ws-eof-flag = "Y"
               read delivery-file next record
                   at end
                       move "Y" to ws-eof-flag
                   not at end
                       add 1 to ws-records-scanned
                       if dv-customer-number = ws-victim
                           move ws-survivor to dv-customer-number
                           rewrite delivery-record
                               invalid key
                                   continue
                               not invalid key
                                   add 1 to ws-dv-count
                                   add 1 to ws-records-changed
                                   move "DELIVERY" to rpl-file
                                   move dv-invoice-number to rpl-key
                                   perform 70-write-repoint-line
                           end-rewrite
                       end-if
               end-read
           end-perform.
           close delivery-file.

       54-repoint-dv-exit.
           exit.

      * every rain check written to the victim
       55-repoint-rain-checks.
           move "RAIN CHECK MASTER" to sl-title.
           write report-line from ws-section-line
               after advancing 2 lines.
           open i-o rain-check-file.
           if ws-rk-file-status is not equal to "00"
               move "NO RAIN CHECK MASTER ON FILE - SKIPPED"
                   to nfl-text
               write report-line from ws-not-on-file-line
                   after advancing 1 line
               go to 55-repoint-rk-exit
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
                       if rk-customer-number = ws-victim
                           move ws-survivor to rk-customer-number
                           rewrite rain-check-record
                               invalid key
                                   continue
                               not invalid key
                                   add 1 to ws-rk-count
                                   add 1 to ws-records-changed
                                   move "RAINCHECK" to rpl-file
                                   move rk-check-number to rpl-key
                                   perform 70-write-repoint-line
                           end-rewrite
                       end-if
               end-read
           end-perform.
           close rain-check-file.

       55-repoint-rk-exit.
           exit.

      * every repair taken in for the victim
       56-repoint-work-orders.
           move "WORK ORDER MASTER" to sl-title.
           write report-line from ws-section-line
               after advancing 2 lines.
           open i-o work-order-file.
           if ws-wo-file-status is not equal to "00"
               move "NO WORK ORDER MASTER ON FILE - SKIPPED"
                   to nfl-text
               write report-line from ws-not-on-file-line
                   after advancing 1 line
               go to 56-repoint-wo-exit
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
                       if wo-customer-number = ws-victim
                           move ws-survivor to wo-customer-number
                           rewrite work-order-record
                               invalid key
                                   continue
                               not invalid key
                                   add 1 to ws-wo-count
                                   add 1 to ws-records-changed
                                   move "WORKORDER" to rpl-file
                                   move wo-order-number to rpl-key
                                   perform 70-write-repoint-line
                           end-rewrite
                       end-if
               end-read
           end-perform.
           close work-order-file.

       56-repoint-wo-exit.
           exit.

      * every service plan the victim bought
       58-repoint-service-plans.
           move "SERVICE PLAN MASTER" to sl-title.
           write report-line from ws-section-line
               after advancing 2 lines.
           open i-o service-plan-file.
           if ws-svc-file-status is not equal to "00"
               move "NO SERVICE PLAN MASTER ON FILE - SKIPPED"
                   to nfl-text
               write report-line from ws-not-on-file-line
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
                       if svc-customer-number = ws-victim
                           move ws-survivor to svc-customer-number
                           rewrite service-plan-record
                               invalid key
                                   continue
                               not invalid key
                                   add 1 to ws-svc-count
                                   add 1 to ws-records-changed
                                   move "SVC PLAN" to rpl-file
                                   move svc-serial-number to rpl-key
                                   perform 70-write-repoint-line
                           end-rewrite
                       end-if
               end-read
           end-perform.
           close service-plan-file.

       58-repoint-svc-exit.
           exit.

      * the survivor takes over what its own record lacks - the
      * higher credit limit, a live exemption, contact details it
      * has none of (with the opt-ins that came with them) - and
      * the victim is retired: forwarding pointer set, no charging,
      * never contacted. Anything already forwarding to the victim
      * is moved on to the survivor so a forward is always one hop.
       60-merge-customer-master.
           move "CUSTOMER MASTER" to sl-title.
           write report-line from ws-section-line
               after advancing 2 lines.
           open i-o cust-master-file.
           if ws-cm-file-status is not equal to "00"
               move "NO CUSTOMER MASTER ON FILE - SKIPPED" to nfl-text
               write report-line from ws-not-on-file-line
                   after advancing 1 line
               go to 60-merge-cm-exit
           end-if.

           move "SURVIVOR" to rl2-role.
           move ws-survivor to rl2-customer.
           write report-line from ws-record-line
               after advancing 1 line.
           move ws-survivor to cm-customer-number.
           read cust-master-file
               invalid key
                   close cust-master-file
                   go to 60-merge-cm-exit
           end-read.
           add 1 to ws-records-scanned.
           perform 75-build-customer-image.
           move ws-image to bl-image.
           write report-line from ws-before-line
               after advancing 1 line.
           if ws-vc-credit-limit is numeric
               and (cm-credit-limit is not numeric
                   or ws-vc-credit-limit > cm-credit-limit)
               move ws-vc-credit-limit to cm-credit-limit
           end-if.
           if cm-tax-exempt-flag is not equal to "Y"
               and ws-vc-exempt-flag = "Y"
               move ws-vc-exempt-flag to cm-tax-exempt-flag
               move ws-vc-exempt-cert to cm-exempt-cert
               move ws-vc-cert-expiry to cm-cert-expiry
           end-if.
           if cm-address = spaces
               and ws-vc-address is not equal to spaces
               move ws-vc-address to cm-address
               move ws-vc-mail-optin to cm-mail-optin
           end-if.
           if cm-email = spaces
               and ws-vc-email is not equal to spaces
               move ws-vc-email to cm-email
               move ws-vc-email-optin to cm-email-optin
           end-if.
           if cm-phone = spaces
               move ws-vc-phone to cm-phone
           end-if.
      * a held duplicate's debt lands on the survivor, so its credit
      * hold does too - merging is no way off hold
           if cm-credit-hold is not equal to "Y"
               and ws-vc-credit-hold = "Y"
               move ws-vc-credit-hold to cm-credit-hold
               move ws-vc-hold-reason to cm-hold-reason
               move ws-vc-hold-date to cm-hold-date
           end-if.
           rewrite customer-master-record
               invalid key
                   continue
               not invalid key
                   add 1 to ws-records-changed
           end-rewrite.
           perform 75-build-customer-image.
           move ws-image to afl-image.
           write report-line from ws-after-line
               after advancing 1 line.

           move "VICTIM" to rl2-role.
           move ws-victim to rl2-customer.
           write report-line from ws-record-line
               after advancing 1 line.
           move ws-victim to cm-customer-number.
           read cust-master-file
               invalid key
                   close cust-master-file
                   go to 60-merge-cm-exit
           end-read.
           add 1 to ws-records-scanned.
           perform 75-build-customer-image.
           move ws-image to bl-image.
           write report-line from ws-before-line
               after advancing 1 line.
           move ws-survivor to cm-merged-into.
           move 0 to cm-credit-limit.
           move "N" to cm-mail-optin.
           move "N" to cm-email-optin.
           rewrite customer-master-record
               invalid key
                   continue
               not invalid key
                   add 1 to ws-records-changed
           end-rewrite.
           perform 75-build-customer-image.
           move ws-image to afl-image.
           write report-line from ws-after-line
               after advancing 1 line.

           perform 65-move-forwards.
           close cust-master-file.

       60-merge-cm-exit.
           exit.

      * an earlier merge that retired a number into the victim now
      * forwards straight to the survivor
       65-move-forwards.
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
                       if cm-merged-into = ws-victim
                           move ws-survivor to cm-merged-into
                           rewrite customer-master-record
                               invalid key
                                   continue
                               not invalid key
                                   add 1 to ws-fwd-count
                                   add 1 to ws-records-changed
                                   move "FORWARD" to rpl-file
                                   move cm-customer-number to rpl-key
                                   perform 70-write-repoint-line
                           end-rewrite
                       end-if
               end-read
           end-perform.

       70-write-repoint-line.
           move ws-victim to rpl-from.
           move ws-survivor to rpl-to.
           write report-line from ws-repoint-line
               after advancing 1 line.

       75-build-customer-image.
           move spaces to ws-image.
           move 0 to ws-img-amount.
           if cm-credit-limit is numeric
               move cm-credit-limit to ws-img-amount
           end-if.
           string cm-customer-name delimited by size
               " LIMIT" delimited by size
               ws-img-amount delimited by size
               " EXEMPT " delimited by size
               cm-tax-exempt-flag delimited by size
               " OPT " delimited by size
               cm-mail-optin delimited by size
               cm-email-optin delimited by size
               " FWD " delimited by size
               cm-merged-into delimited by size
               into ws-image.

       76-build-history-image.
           move spaces to ws-image.
           move ch-purchase-count to ws-img-count.
           move ch-purchase-amt to ws-img-total.
           move ch-return-count to ws-img-ret-count.
           move ch-return-amt to ws-img-ret-total.
           move ch-points-balance to ws-img-points.
           string "PURCH " delimited by size
               ws-img-count delimited by size
               " " delimited by size
               ws-img-total delimited by size
               " RET " delimited by size
               ws-img-ret-count delimited by size
               " " delimited by size
               ws-img-ret-total delimited by size
               " PTS " delimited by size
               ws-img-points delimited by size
               " LAST " delimited by size
               ch-last-activity-date delimited by size
               into ws-image.

       77-build-ledger-image.
           move spaces to ws-image.
           move ar-balance to ws-img-amount.
           string "BALANCE " delimited by size
               ws-img-amount delimited by size
               " LAST " delimited by size
               ar-last-activity delimited by size
               into ws-image.

       copy "../copybooks/RUNLOGP.cpy"
           replacing =="RUN-LOG-PROGRAM"== by =="CUSTMERGE"==.
