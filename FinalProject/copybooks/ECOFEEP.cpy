      * loads the eco-fee table from ecofee.dat - a missing file
      * leaves the table empty and no SKU carries a fee. Lines
      * without a real date and fee are skipped.
       95-load-eco-fees.
           move 0 to ws-ef-count.
           move "N" to ws-ef-eof-flag.
           open input eco-fee-file.
           if ws-ef-file-status = "00"
               perform until ws-ef-eof-flag = "Y"
                   read eco-fee-file
                       at end
                           move "Y" to ws-ef-eof-flag
                       not at end
                           if ef-effective-date is numeric
                               and ef-unit-fee is numeric
                               and ef-fee-category is not equal
                                   to spaces
                               if ws-ef-count >= 2000
                                   display "ECO-FEE TABLE FULL - "
                                       "RAISE LIMIT AND RERUN"
                                       upon console
                                   move 16 to return-code
                                   goback
                               end-if
                               add 1 to ws-ef-count
                               move ef-fee-category
                                   to ws-ef-category(ws-ef-count)
                               move ef-effective-date
                                   to ws-ef-date(ws-ef-count)
                               move ef-unit-fee
                                   to ws-ef-fee(ws-ef-count)
                               move ef-program-code
                                   to ws-ef-program(ws-ef-count)
                               move ef-program-name
                                   to ws-ef-program-name(ws-ef-count)
                           end-if
                   end-read
               end-perform
               close eco-fee-file
           end-if.

      * the fee in force for ws-ef-look-category on ws-ef-look-date
      * - the latest line dated on or before it; ws-ef-fee-found
      * says whether there was one
       96-find-eco-fee.
           move "N" to ws-ef-fee-found.
           move 0 to ws-ef-found-date ws-ef-found-fee.
           move spaces to ws-ef-found-program
               ws-ef-found-program-name.
           perform varying ws-ef-idx from 1 by 1
               until ws-ef-idx > ws-ef-count
               if ws-ef-category(ws-ef-idx) = ws-ef-look-category
                   and ws-ef-date(ws-ef-idx) <= ws-ef-look-date
                   and ws-ef-date(ws-ef-idx) >= ws-ef-found-date
                   move "Y" to ws-ef-fee-found
                   move ws-ef-date(ws-ef-idx) to ws-ef-found-date
                   move ws-ef-fee(ws-ef-idx) to ws-ef-found-fee
                   move ws-ef-program(ws-ef-idx)
                       to ws-ef-found-program
                   move ws-ef-program-name(ws-ef-idx)
                       to ws-ef-found-program-name
               end-if
           end-perform.
