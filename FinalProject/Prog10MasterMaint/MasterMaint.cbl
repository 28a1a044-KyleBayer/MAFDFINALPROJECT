           record key is cn-coupon-code
           file status is ws-cn-file-status.

      * vendor master - name, remit-to address and payment terms of
      * the vendors the SKU and PO masters name
           select vendor-master-file
           assign to "../../../data/vendmaster.dat"
           organization is indexed
           access mode is random
           record key is vd-vendor-id
           file status is ws-vd-file-status.

      * sales plan - finance's net-sales budget per store per
      * fiscal period, which PlanActual and MonthClose print actual
      * against
           select sales-plan-file
           assign to "../../../data/salesplan.dat"
           organization is indexed
           access mode is random
           record key is pln-plan-key
           file status is ws-pln-file-status.

      * kit definition master - one record per component within a
      * kit SKU; the key the changes apply against is kit+component
           select kit-master-file
       01 maint-record.
      * A = add, C = change, D = delete
           05 mt-action                pic x.
      * SKU, STR, LIM, TXN, CUS, SLS, PRM, AUT, KIT, CPN, OPR, VND
      * or PLN - which master the change applies to
           05 mt-file-id               pic x(3).
           05 mt-key                   pic x(15).
      * sized ahead of the widest master's data so a new field stops
               10 mt-sku-vendor-id     pic x(4).
               10 mt-sku-tax-code      pic x.
               10 mt-sku-serial-flag   pic x.
               10 mt-sku-consign-flag  pic x.
               10 mt-sku-eco-category  pic x(4).
               10 mt-sku-plan-flag     pic x.
               10 mt-sku-plan-term     pic 9(3).
               10 filler               pic x(67).
           05 mt-data-sls redefines mt-data.
               10 mt-sls-name          pic x(20).
               10 mt-sls-home-store    pic xx.
               10 mt-store-name        pic x(20).
               10 mt-store-region      pic x(10).
               10 mt-store-district    pic xx.
               10 mt-store-open-date   pic 9(8).
               10 mt-store-close-date  pic 9(8).
               10 mt-store-remodel-date pic 9(8).
               10 filler               pic x(74).
           05 mt-data-limit redefines mt-data.
               10 mt-amount-limit      pic 9(7)v99.
               10 filler               pic x(121).
               10 mt-opr-backout-perm  pic x.
               10 mt-opr-close-perm    pic x.
               10 filler               pic x(107).
           05 mt-data-vnd redefines mt-data.
               10 mt-vnd-name          pic x(20).
               10 mt-vnd-address       pic x(30).
               10 mt-vnd-city          pic x(20).
               10 mt-vnd-state         pic xx.
               10 mt-vnd-zip           pic x(10).
               10 mt-vnd-net-days      pic 9(3).
               10 mt-vnd-disc-pct      pic 99v99.
               10 mt-vnd-disc-days     pic 9(3).
               10 mt-vnd-consign-pct   pic 99v99.
               10 filler               pic x(34).
           05 mt-data-pln redefines mt-data.
               10 mt-pln-sales         pic 9(9)v99.
               10 filler               pic x(119).

       fd sku-master-file
           data record is sku-master-record.
           data record is coupon-master-record.
       copy "../copybooks/CPNMAST.cpy".

       fd vendor-master-file
           data record is vendor-master-record.
       copy "../copybooks/VENDMAST.cpy".

       fd sales-plan-file
           data record is sales-plan-record.
       copy "../copybooks/SLSPLAN.cpy".

       fd kit-master-file
           data record is kit-master-record.
       copy "../copybooks/KITMAST.cpy".

       fd activity-file
           data record is activity-line
           record contains 153 characters.
       copy "../copybooks/TRANREC.cpy"
           replacing leading ==il== by ==act==
                     ==input-line== by ==activity-line==.

       fd store-history-file
           data record is store-history-record
           record contains 122 characters.
       copy "../copybooks/STOREHIST.cpy".

       fd report-file
           value spaces.
       77 ws-cn-file-status            pic xx
           value spaces.
       77 ws-vd-file-status            pic xx
           value spaces.
       77 ws-pln-file-status           pic xx
           value spaces.
       77 ws-act-file-status           pic xx
           value spaces.
       77 ws-shd-file-status           pic xx
      * before/after record images for the audit report
       77 ws-key-found-flag            pic x
           value "N".
       77 ws-before-image              pic x(80)
           value spaces.
       77 ws-after-image               pic x(80)
           value spaces.

       77 ws-applied-count             pic 9(5)
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

       01 ws-applied-total-detail.
               close coupon-master-file
               open i-o coupon-master-file
           end-if.
           open i-o vendor-master-file.
           if ws-vd-file-status = "35"
               open output vendor-master-file
               close vendor-master-file
               open i-o vendor-master-file
           end-if.
           open i-o sales-plan-file.
           if ws-pln-file-status = "35"
               open output sales-plan-file
               close sales-plan-file
               open i-o sales-plan-file
           end-if.

       07-close-masters.
           close sku-master-file store-master-file amount-limit-file
               cust-master-file sls-master-file promo-master-file
               auth-master-file kit-master-file coupon-master-file
               vendor-master-file sales-plan-file.

      * loads txncodes.dat whole - an empty or missing file starts an
      * empty table, and 60-rewrite-txn-codes only rewrites when a
                               thru 30-apply-sku-exit
                       when "STR"
                           perform 31-apply-store-change
                               thru 31-apply-store-exit
                       when "LIM"
                           perform 32-apply-limit-change
                       when "TXN"
                               thru 39b-apply-cpn-exit
                       when "OPR"
                           perform 39c-apply-operator-change
                       when "VND"
                           perform 39e-apply-vendor-change
                               thru 39e-apply-vnd-exit
                       when "PLN"
                           perform 39h-apply-plan-change
                               thru 39h-apply-pln-exit
                       when other
                           move "BAD FILE ID" to ws-reject-reason
                   end-evaluate
                       sm-vendor-id delimited by size
                       sm-tax-code delimited by size
                       sm-serial-flag delimited by size
                       sm-consign-flag delimited by size
                       sm-eco-fee-category delimited by size
                       sm-service-plan-flag delimited by size
                       sm-plan-term delimited by size
                       into ws-before-image
           end-read.
           if mt-action is not equal to "D"
                   move "BAD SERIAL FLAG" to ws-reject-reason
                   go to 30-apply-sku-exit
               end-if
      * a consignment SKU is settled with its vendor, so it can't be
      * keyed without one
               if mt-sku-consign-flag = space
                   move "N" to mt-sku-consign-flag
               end-if
               if mt-sku-consign-flag is not equal to "Y"
                   and mt-sku-consign-flag is not equal to "N"
                   move "BAD CONSIGNMENT FLAG" to ws-reject-reason
                   go to 30-apply-sku-exit
               end-if
               if mt-sku-consign-flag = "Y"
                   and mt-sku-vendor-id = spaces
                   move "CONSIGNMENT WITH NO VENDOR"
                       to ws-reject-reason
                   go to 30-apply-sku-exit
               end-if
      * a service plan is sold for a term of months and covers a
      * serialized unit, so it needs a term and can't itself be a
      * serialized item; ordinary merchandise carries no term
               if mt-sku-plan-flag = space
                   move "N" to mt-sku-plan-flag
               end-if
               if mt-sku-plan-flag is not equal to "Y"
                   and mt-sku-plan-flag is not equal to "N"
                   move "BAD SERVICE PLAN FLAG" to ws-reject-reason
                   go to 30-apply-sku-exit
               end-if
               if mt-sku-plan-term = spaces
                   move 0 to mt-sku-plan-term
               end-if
               if mt-sku-plan-term is not numeric
                   move "BAD PLAN TERM" to ws-reject-reason
                   go to 30-apply-sku-exit
               end-if
               if mt-sku-plan-flag = "Y"
                   and (mt-sku-plan-term = 0
                       or mt-sku-serial-flag = "Y")
                   move "BAD PLAN TERM" to ws-reject-reason
                   go to 30-apply-sku-exit
               end-if
               if mt-sku-plan-flag = "N"
                   move 0 to mt-sku-plan-term
               end-if
           end-if.
           evaluate mt-action
               when "A"
                       move mt-sku-vendor-id to sm-vendor-id
                       move mt-sku-tax-code to sm-tax-code
                       move mt-sku-serial-flag to sm-serial-flag
                       move mt-sku-consign-flag to sm-consign-flag
                       move mt-sku-eco-category
                           to sm-eco-fee-category
                       move mt-sku-plan-flag to sm-service-plan-flag
                       move mt-sku-plan-term to sm-plan-term
                       write sku-master-record
                           invalid key
                               move "WRITE FAILED" to ws-reject-reason
                       move mt-sku-vendor-id to sm-vendor-id
                       move mt-sku-tax-code to sm-tax-code
                       move mt-sku-serial-flag to sm-serial-flag
                       move mt-sku-consign-flag to sm-consign-flag
                       move mt-sku-eco-category
                           to sm-eco-fee-category
                       move mt-sku-plan-flag to sm-service-plan-flag
                       move mt-sku-plan-term to sm-plan-term
                       rewrite sku-master-record
                           invalid key
                               move "REWRITE FAILED"
                   sm-vendor-id delimited by size
                   sm-tax-code delimited by size
                   sm-serial-flag delimited by size
                   sm-consign-flag delimited by size
                   sm-eco-fee-category delimited by size
                   sm-service-plan-flag delimited by size
                   sm-plan-term delimited by size
                   into ws-after-image
           end-if.

           exit.

      * store master: key is the 2-character store number, data is
      * name(20), region(10), district(2) and the open, close and
      * remodel/relocation dates; a delete is refused while the
      * store still shows activity in the latest batch's split files
       31-apply-store-change.
           move mt-key(1:2) to stm-store-number.
           move "N" to ws-key-found-flag.
                   string stm-store-name delimited by size
                       stm-store-region delimited by size
                       stm-district delimited by size
                       stm-open-date delimited by size
                       stm-close-date delimited by size
                       stm-remodel-date delimited by size
                       into ws-before-image
           end-read.
      * an old-format deck has no date columns - spaces mean no date
           if mt-action is not equal to "D"
               if mt-store-open-date = spaces
                   move 0 to mt-store-open-date
               end-if
               if mt-store-close-date = spaces
                   move 0 to mt-store-close-date
               end-if
               if mt-store-remodel-date = spaces
                   move 0 to mt-store-remodel-date
               end-if
               if mt-store-open-date is not numeric
                   or mt-store-close-date is not numeric
                   or mt-store-remodel-date is not numeric
                   move "BAD STORE DATES" to ws-reject-reason
                   go to 31-apply-store-exit
               end-if
               if (mt-store-close-date > 0
                   and mt-store-close-date < mt-store-open-date)
                   or (mt-store-remodel-date > 0
                   and mt-store-remodel-date < mt-store-open-date)
                   move "DATE BEFORE OPEN DATE" to ws-reject-reason
                   go to 31-apply-store-exit
               end-if
           end-if.
           evaluate mt-action
               when "A"
                   if ws-key-found-flag = "Y"
                       move mt-store-name to stm-store-name
                       move mt-store-region to stm-store-region
                       move mt-store-district to stm-district
                       move mt-store-open-date to stm-open-date
                       move mt-store-close-date to stm-close-date
                       move mt-store-remodel-date to stm-remodel-date
                       write store-master-record
                           invalid key
                               move "WRITE FAILED" to ws-reject-reason
                       move mt-store-name to stm-store-name
                       move mt-store-region to stm-store-region
                       move mt-store-district to stm-district
                       move mt-store-open-date to stm-open-date
                       move mt-store-close-date to stm-close-date
                       move mt-store-remodel-date to stm-remodel-date
                       rewrite store-master-record
                           invalid key
                               move "REWRITE FAILED"
               string stm-store-name delimited by size
                   stm-store-region delimited by size
                   stm-district delimited by size
                   stm-open-date delimited by size
                   stm-close-date delimited by size
                   stm-remodel-date delimited by size
                   into ws-after-image
           end-if.

       31-apply-store-exit.
           exit.

      * amount-limit master: key is the store number, data is the
      * 9-digit ceiling amount - which must actually be numeric
       32-apply-limit-change.
                       move mt-cus-exempt-flag to cm-tax-exempt-flag
                       move mt-cus-exempt-cert to cm-exempt-cert
                       move mt-cus-cert-expiry to cm-cert-expiry
                       move 0 to cm-hold-date
                       perform 35a-move-contact-fields
                       write customer-master-record
                           invalid key
               move "N" to op-close-perm
           end-if.

      * vendor master: key is the 4-character vendor id, data is
      * name(20), remit-to address(30), city(20), state(2), zip(10)
      * and the terms - net days(3), discount pct(4) and discount
      * days(3) - then the consignment commission pct(4). A vendor
      * can't be paid without a name and a place to send the check,
      * and the terms must be numeric.
       39e-apply-vendor-change.
           move mt-key(1:4) to vd-vendor-id.
           move "N" to ws-key-found-flag.
           read vendor-master-file
               invalid key
                   move spaces to vendor-master-record
               not invalid key
                   move "Y" to ws-key-found-flag
                   perform 39f-vendor-image
                   move ws-after-image to ws-before-image
                   move spaces to ws-after-image
           end-read.
           if mt-action is not equal to "D"
               if mt-vnd-name = spaces
                   or mt-vnd-address = spaces
                   move "BLANK VENDOR NAME/ADDRESS" to ws-reject-reason
                   go to 39e-apply-vnd-exit
               end-if
               if mt-vnd-net-days is not numeric
                   or mt-vnd-disc-pct is not numeric
                   or mt-vnd-disc-days is not numeric
                   move "BAD VENDOR TERMS" to ws-reject-reason
                   go to 39e-apply-vnd-exit
               end-if
               if mt-vnd-disc-days > mt-vnd-net-days
                   move "DISCOUNT DAYS PAST NET" to ws-reject-reason
                   go to 39e-apply-vnd-exit
               end-if
      * an old-format deck has no commission column - spaces mean
      * nothing on consignment
               if mt-vnd-consign-pct = spaces
                   move 0 to mt-vnd-consign-pct
               end-if
               if mt-vnd-consign-pct is not numeric
                   move "BAD CONSIGNMENT PCT" to ws-reject-reason
                   go to 39e-apply-vnd-exit
               end-if
           end-if.
           evaluate mt-action
               when "A"
                   if ws-key-found-flag = "Y"
                       move "KEY ALREADY ON FILE" to ws-reject-reason
                   else
                       move mt-key(1:4) to vd-vendor-id
                       perform 39g-move-vendor-fields
                       write vendor-master-record
                           invalid key
                               move "WRITE FAILED" to ws-reject-reason
                           not invalid key
                               move "Y" to ws-apply-flag
                       end-write
                   end-if
               when "C"
                   if ws-key-found-flag is not equal to "Y"
                       move "KEY NOT ON FILE" to ws-reject-reason
                   else
                       perform 39g-move-vendor-fields
                       rewrite vendor-master-record
                           invalid key
                               move "REWRITE FAILED"
                                   to ws-reject-reason
                           not invalid key
                               move "Y" to ws-apply-flag
                       end-rewrite
                   end-if
               when "D"
                   if ws-key-found-flag is not equal to "Y"
                       move "KEY NOT ON FILE" to ws-reject-reason
                   else
                       delete vendor-master-file
                           invalid key
                               move "DELETE FAILED" to ws-reject-reason
                           not invalid key
                               move "Y" to ws-apply-flag
                       end-delete
                   end-if
           end-evaluate.
           if ws-apply-flag = "Y"
               and mt-action is not equal to "D"
               perform 39f-vendor-image
           end-if.

       39e-apply-vnd-exit.
           exit.

      * name, address, zip and terms - the part audit checks
       39f-vendor-image.
           move spaces to ws-after-image.
           string vd-vendor-name delimited by size
               vd-remit-address delimited by size
               vd-remit-zip delimited by size
               vd-terms-net-days delimited by size
               vd-terms-disc-pct delimited by size
               vd-terms-disc-days delimited by size
               vd-consign-comm-pct delimited by size
               into ws-after-image.

       39g-move-vendor-fields.
           move mt-vnd-name to vd-vendor-name.
           move mt-vnd-address to vd-remit-address.
           move mt-vnd-city to vd-remit-city.
           move mt-vnd-state to vd-remit-state.
           move mt-vnd-zip to vd-remit-zip.
           move mt-vnd-net-days to vd-terms-net-days.
           move mt-vnd-disc-pct to vd-terms-disc-pct.
           move mt-vnd-disc-days to vd-terms-disc-days.
           move mt-vnd-consign-pct to vd-consign-comm-pct.

      * sales plan: key is store(2), four-digit fiscal year and
      * fiscal period(2), data is the period's net-sales plan. The
      * store must be on the store master - a plan for a store that
      * doesn't exist would never meet an actual.
       39h-apply-plan-change.
           move mt-key(1:8) to pln-plan-key.
           move "N" to ws-key-found-flag.
           read sales-plan-file
               invalid key
                   move spaces to sales-plan-record
               not invalid key
                   move "Y" to ws-key-found-flag
                   move sales-plan-record(1:19) to ws-before-image
           end-read.
           if mt-action is not equal to "D"
               if mt-key(3:4) is not numeric
                   or mt-key(7:2) is not numeric
                   or mt-key(7:2) < "01"
                   or mt-key(7:2) > "13"
                   move "BAD PLAN YEAR/PERIOD" to ws-reject-reason
                   go to 39h-apply-pln-exit
               end-if
               if mt-pln-sales is not numeric
                   move "BAD PLAN AMOUNT" to ws-reject-reason
                   go to 39h-apply-pln-exit
               end-if
               move mt-key(1:2) to stm-store-number
               read store-master-file
                   invalid key
                       move "STORE NOT ON MASTER" to ws-reject-reason
                       go to 39h-apply-pln-exit
               end-read
           end-if.
           evaluate mt-action
               when "A"
                   if ws-key-found-flag = "Y"
                       move "KEY ALREADY ON FILE" to ws-reject-reason
                   else
                       move mt-key(1:8) to pln-plan-key
                       move mt-pln-sales to pln-plan-sales
                       write sales-plan-record
                           invalid key
                               move "WRITE FAILED" to ws-reject-reason
                           not invalid key
                               move "Y" to ws-apply-flag
                       end-write
                   end-if
               when "C"
                   if ws-key-found-flag is not equal to "Y"
                       move "KEY NOT ON FILE" to ws-reject-reason
                   else
                       move mt-pln-sales to pln-plan-sales
                       rewrite sales-plan-record
                           invalid key
                               move "REWRITE FAILED"
                                   to ws-reject-reason
                           not invalid key
                               move "Y" to ws-apply-flag
                       end-rewrite
                   end-if
               when "D"
                   if ws-key-found-flag is not equal to "Y"
                       move "KEY NOT ON FILE" to ws-reject-reason
                   else
                       delete sales-plan-file
                           invalid key
                               move "DELETE FAILED" to ws-reject-reason
                           not invalid key
                               move "Y" to ws-apply-flag
                       end-delete
                   end-if
           end-evaluate.
           if ws-apply-flag = "Y"
               and mt-action is not equal to "D"
               move sales-plan-record(1:19) to ws-after-image
           end-if.

       39h-apply-pln-exit.
           exit.

      * closes the gap left by the deleted code by sliding the table
      * entries above it down one slot
       34-remove-txn-code.
