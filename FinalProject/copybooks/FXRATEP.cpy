      * loads the posted exchange rates from fxrates.dat - a missing
      * file leaves the table empty and every lookup comes back not
      * found. Lines that aren't a real date and rate are skipped.
       93-load-fx-rates.
           move 0 to ws-fx-count.
           move "N" to ws-fx-eof-flag.
           open input fx-rate-file.
           if ws-fx-file-status = "00"
               perform until ws-fx-eof-flag = "Y"
                   read fx-rate-file
                       at end
                           move "Y" to ws-fx-eof-flag
                       not at end
                           if fx-rate-date is numeric
                               and fx-rate is numeric
                               and fx-rate > 0
                               if ws-fx-count >= 3000
                                   display "EXCHANGE RATE TABLE FULL - "
                                       "RAISE LIMIT AND RERUN"
                                       upon console
                                   move 16 to return-code
                                   goback
                               end-if
                               add 1 to ws-fx-count
                               move fx-currency-code
                                   to ws-fx-currency(ws-fx-count)
                               move fx-rate-date
                                   to ws-fx-date(ws-fx-count)
                               move fx-rate
                                   to ws-fx-rate-value(ws-fx-count)
                           end-if
                   end-read
               end-perform
               close fx-rate-file
           end-if.

      * the latest rate for ws-fx-look-currency dated on or before
      * ws-fx-look-date - ws-fx-rate-found says whether there was one
       94-find-fx-rate.
           move "N" to ws-fx-rate-found.
           move 0 to ws-fx-found-date ws-fx-found-rate.
           perform varying ws-fx-idx from 1 by 1
               until ws-fx-idx > ws-fx-count
               if ws-fx-currency(ws-fx-idx) = ws-fx-look-currency
                   and ws-fx-date(ws-fx-idx) <= ws-fx-look-date
                   and ws-fx-date(ws-fx-idx) >= ws-fx-found-date
                   move "Y" to ws-fx-rate-found
                   move ws-fx-date(ws-fx-idx) to ws-fx-found-date
                   move ws-fx-rate-value(ws-fx-idx)
                       to ws-fx-found-rate
               end-if
           end-perform.
