           record key is sm-sku-code
           file status is ws-skm-file-status.

      * vendor master - a consignment SKU's margin is our
      * commission, at the vendor's consignment rate
           select vendor-master-file
           assign to "../../../data/vendmaster.dat"
           organization is indexed
           access mode is random
           record key is vd-vendor-id
           file status is ws-vd-file-status.

      * kit definition master - a kit line's margin follows its
      * components: revenue apportioned by retail weight, cost from
      * each component's own unit cost, folded into the components'

       fd margin-input-file
           data record is margin-input-line
           record contains 153 characters.
       copy "../copybooks/TRANREC.cpy"
           replacing leading ==il== by ==mi==
                     ==input-line== by ==margin-input-line==.
           data record is sku-master-record.
       copy "../copybooks/SKUMAST.cpy".

       fd vendor-master-file
           data record is vendor-master-record.
       copy "../copybooks/VENDMAST.cpy".

       fd kit-master-file
           data record is kit-master-record.
       copy "../copybooks/KITMAST.cpy".
           value spaces.
       77 ws-skm-file-available        pic x
           value "N".
       77 ws-vd-file-status            pic xx
           value spaces.
       77 ws-vd-file-available         pic x
           value "N".
       77 ws-km-file-status            pic xx
           value spaces.
       77 ws-km-file-available         pic x
           value 0.
       77 ws-no-cost-lines             pic 9(7)
           value 0.
      * Y when the line's SKU is consignment goods - its cost is
      * what the vendor is owed, not the SKU master's unit cost
       77 ws-line-consigned            pic x
           value "N".
       77 ws-consign-vendor            pic x(4)
           value spaces.
       77 ws-consign-lines             pic 9(7)
           value 0.
       77 ws-lines-posted              pic 9(9)
           value 0.

           05 nc-count                 pic zzzzzz9
               value 0.

       01 ws-consign-detail.
           05 filler                   pic x(36)
               value "CONSIGNMENT LINES AT COMMISSION: ".
           05 cn-count                 pic zzzzzz9
               value 0.

       01 ws-no-sku-line.
           05 filler                   pic x(44)
               value "SKU MASTER NOT AVAILABLE - NO COST OF GOODS".
               move "Y" to ws-km-file-available
           end-if.

           open input vendor-master-file.
           if ws-vd-file-status = "00"
               move "Y" to ws-vd-file-available
           end-if.

           move "salelayaways" to ws-input-name-entry(1).
           move "returns     " to ws-input-name-entry(2).
           move "exchanges   " to ws-input-name-entry(3).
           move ws-no-cost-lines to nc-count.
           write report-line from ws-no-cost-detail
               after advancing 2 lines.
           move ws-consign-lines to cn-count.
           write report-line from ws-consign-detail
               after advancing 1 line.
           close report-file.

           if ws-skm-file-available = "Y"
           if ws-km-file-available = "Y"
               close kit-master-file
           end-if.
           if ws-vd-file-available = "Y"
               close vendor-master-file
           end-if.

      * stamp the end of this step into the run history
           move "E" to ws-rl-record-type.

           move "????" to ws-dept.
           move 0 to ws-unit-cost.
           move "N" to ws-line-consigned.
           if ws-skm-file-available = "Y"
               move mi-sku-code to sm-sku-code
               read sku-master-file
                       if sm-unit-cost is numeric
                           move sm-unit-cost to ws-unit-cost
                       end-if
                       if sm-consign-flag = "Y"
                           move "Y" to ws-line-consigned
                           move sm-vendor-id to ws-consign-vendor
                       end-if
               end-read
           end-if.

      * consignment goods cost us what the vendor is owed for them -
      * the sale less our commission - so the margin is the
      * commission and nothing more
           if ws-line-consigned = "Y"
               and ws-exchange-pass is not equal to "Y"
               perform 24-cost-consignment
               perform 30-fold-into-rollups
               go to 20-post-line-exit
           end-if.

           if ws-unit-cost = 0
               add 1 to ws-no-cost-lines
           end-if.
               perform 30-fold-into-rollups
           end-perform.

      * a vendor (or rate) not on file keeps no commission, so the
      * line shows at zero margin rather than as profit
       24-cost-consignment.
           add 1 to ws-consign-lines.
           move ws-line-revenue to ws-line-cost.
           if ws-vd-file-available = "Y"
               move ws-consign-vendor to vd-vendor-id
               read vendor-master-file
                   invalid key
                       continue
                   not invalid key
                       if vd-consign-comm-pct is numeric
                           compute ws-line-cost rounded =
                               ws-line-revenue
                               * (100 - vd-consign-comm-pct) / 100
                       end-if
               end-read
           end-if.

      * the exchange's SKU came back and its replacement went out -
      * the margin movement is the cost of the one less the other,
      * per unit exchanged
