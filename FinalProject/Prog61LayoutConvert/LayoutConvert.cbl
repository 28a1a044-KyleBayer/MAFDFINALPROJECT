
       fd old-sku-file
           data record is old-sku-record.
      * SKU master before the consignment, eco-fee and service-plan
      * fields
       01 old-sku-record.
           05 os-sku-code              pic x(15).
           05 os-sku-description       pic x(20).
           05 os-retail-price          pic 9(5)v99.
           05 os-department            pic x(4).
           05 os-reorder-point         pic 9(5).
           05 os-order-up-to           pic 9(5).
           05 os-unit-cost             pic 9(5)v99.
           05 os-vendor-id             pic x(4).
           05 os-tax-code              pic x.
           05 os-serial-flag           pic x.

       fd old-cust-file
           data record is old-cust-record.
      * customer master before the merge pointer and the credit
      * hold
       01 old-cust-record.
           05 oc-customer-number       pic x(8).
           05 oc-customer-name         pic x(20).
           05 oc-credit-limit          pic 9(7)v99.
           05 oc-tax-exempt-flag       pic x.
           05 oc-exempt-cert           pic x(12).
           05 oc-cert-expiry           pic 9(8).
           05 oc-address               pic x(30).
           05 oc-email                 pic x(30).
           05 oc-phone                 pic x(10).
           05 oc-mail-optin            pic x.
           05 oc-email-optin           pic x.

       fd old-hist-file
           data record is old-hist-record.

       fd old-store-file
           data record is old-store-record.
      * store master before the open, close and remodel dates
       01 old-store-record.
           05 ot-store-number          pic xx.
           05 ot-store-name            pic x(20).
           05 ot-store-region          pic x(10).
           05 ot-district              pic xx.

       fd old-sales-file
           data record is old-sales-record.
      * the 134-byte transaction record as it stood before the
      * cash rounding, eco-fee and rain-check fields grew it to 153
       01 old-sales-record.
           05 oz-transaction-code      pic x.
           05 oz-transaction-amount    pic 9(5)v99.
           05 oz-promo-code            pic x(6).
           05 oz-gift-card-number      pic x(12).
           05 oz-approver-id           pic x(4).
           05 oz-transfer-to-store     pic x(2).
           05 oz-register-number       pic x(2).
           05 oz-serial-number         pic x(12).
           05 oz-channel-code          pic x.
           05 oz-transaction-time      pic 9(6).
           05 oz-purchaser-id          pic x(4).

      * ---- the NEW layouts, straight from the shared copybooks

           write report-line from ws-swap-note-line
               after advancing 1 line.

      * SKU master: not consigned, no eco-fee category and not a
      * service plan - the same meanings a freshly keyed master
      * would carry
       10-convert-sku.
           open input old-sku-file.
           if ws-in-file-status is not equal to "00"
                           to sm-sku-description
                       move os-retail-price to sm-retail-price
                       move os-department to sm-department
                       move os-reorder-point to sm-reorder-point
                       move os-order-up-to to sm-order-up-to
                       move os-unit-cost to sm-unit-cost
                       move os-vendor-id to sm-vendor-id
                       move os-tax-code to sm-tax-code
                       move os-serial-flag to sm-serial-flag
                       move "N" to sm-consign-flag
                       move spaces to sm-eco-fee-category
                       move "N" to sm-service-plan-flag
                       move 0 to sm-plan-term
                       write sku-master-record
                       add 1 to ws-converted-count
               end-read
       10-convert-exit.
           exit.

      * customer master: not merged into anyone and not on credit
      * hold
       20-convert-cust.
           open input old-cust-file.
           if ws-in-file-status is not equal to "00"
                       move oc-customer-number
                           to cm-customer-number
                       move oc-customer-name to cm-customer-name
                       move oc-credit-limit to cm-credit-limit
                       move oc-tax-exempt-flag
                           to cm-tax-exempt-flag
                       move oc-exempt-cert to cm-exempt-cert
                       move oc-cert-expiry to cm-cert-expiry
                       move oc-address to cm-address
                       move oc-email to cm-email
                       move oc-phone to cm-phone
                       move oc-mail-optin to cm-mail-optin
                       move oc-email-optin to cm-email-optin
                       move spaces to cm-merged-into
                       move spaces to cm-credit-hold
                       move spaces to cm-hold-reason
                       move 0 to cm-hold-date
                       write customer-master-record
                       add 1 to ws-converted-count
               end-read
       40-convert-exit.
           exit.

      * store master: no open, close or remodel dates, which leaves
      * every existing store counted as comparable until its dates
      * are keyed
       50-convert-store.
           open input old-store-file.
           if ws-in-file-status is not equal to "00"
                       move ot-store-number to stm-store-number
                       move ot-store-name to stm-store-name
                       move ot-store-region to stm-store-region
                       move ot-district to stm-district
                       move 0 to stm-open-date
                       move 0 to stm-close-date
                       move 0 to stm-remodel-date
                       write store-master-record
                       add 1 to ws-converted-count
               end-read
       50-convert-exit.
           exit.

      * sales history: the pre-release records predate cash
      * rounding, eco fees and rain checks - all of which read as
      * honestly absent
       60-convert-sales.
           open input old-sales-file.
           if ws-in-file-status is not equal to "00"
                       move oz-gift-card-number
                           to sh-gift-card-number
                       move oz-approver-id to sh-approver-id
                       move oz-transfer-to-store
                           to sh-transfer-to-store
                       move oz-register-number
                           to sh-register-number
                       move oz-serial-number to sh-serial-number
                       move oz-channel-code to sh-channel-code
                       move oz-transaction-time
                           to sh-transaction-time
                       move oz-purchaser-id to sh-purchaser-id
                       move 0 to sh-cash-rounding
                       move 0 to sh-eco-fee
                       move spaces to sh-rain-check-number
                       write sales-history-record
                       add 1 to ws-converted-count
               end-read
