      * is the store in store-master-record comparable for a window
      * starting ws-comp-as-of? Only if it was open a full year
      * before that day (an open date of zero predates the dates
      * being kept and counts as open), wasn't remodeled or
      * relocated inside that year - a new footprint starts the
      * year over - and hasn't closed by that day. Sets ws-comp-flag.
       97-check-comp-store.
           move "N" to ws-comp-flag.
           compute ws-comp-cutoff = ws-comp-as-of - 10000.
           if stm-open-date is not numeric
               or stm-close-date is not numeric
               or stm-remodel-date is not numeric
               go to 97-check-comp-exit
           end-if.
           if stm-open-date > ws-comp-cutoff
               go to 97-check-comp-exit
           end-if.
           if stm-remodel-date > ws-comp-cutoff
               go to 97-check-comp-exit
           end-if.
           if stm-close-date > 0
               and stm-close-date <= ws-comp-as-of
               go to 97-check-comp-exit
           end-if.
           move "Y" to ws-comp-flag.

       97-check-comp-exit.
           exit.

      * percent change, current over prior - zero when there's no
      * prior to be a percent of
       98-compute-pct-change.
           move 0 to ws-comp-pct.
           if ws-comp-prior > 0
               compute ws-comp-pct rounded =
                   (ws-comp-cur - ws-comp-prior) * 100 / ws-comp-prior
                   on size error
                       move 0 to ws-comp-pct
               end-compute
           end-if.
