      * loads the expected-closed calendar entries for one business
      * day - the caller moves the day to ws-cd-check-date first. No
      * calendar file simply means nobody is expected closed.
       03g-load-closed-day.
           move "N" to ws-cd-all-closed.
           move 0 to ws-cd-count.
           move "N" to ws-cd-eof-flag.
           open input closed-day-file.
           if ws-cd-file-status = "00"
               read closed-day-file
                   at end move "Y" to ws-cd-eof-flag
               end-read
               perform until ws-cd-eof-flag = "Y"
                   if cdr-date = ws-cd-check-date
                       if cdr-store-number = spaces
                           move "Y" to ws-cd-all-closed
                       else
                           if ws-cd-count < 99
                               add 1 to ws-cd-count
                               move cdr-store-number
                                   to ws-cd-store(ws-cd-count)
                           end-if
                       end-if
                   end-if
                   read closed-day-file
                       at end move "Y" to ws-cd-eof-flag
                   end-read
               end-perform
               close closed-day-file
           end-if.
           move "N" to ws-cd-eof-flag.

      * is the store in ws-cd-check-store expected closed on the day
      * 03g loaded - answers in ws-cd-store-closed
       03h-check-store-closed.
           move ws-cd-all-closed to ws-cd-store-closed.
           perform varying ws-cd-idx from 1 by 1
               until ws-cd-idx > ws-cd-count
               or ws-cd-store-closed = "Y"
               if ws-cd-store(ws-cd-idx) = ws-cd-check-store
                   move "Y" to ws-cd-store-closed
               end-if
           end-perform.
