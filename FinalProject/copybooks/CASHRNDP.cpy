      * works out the nickel rounding on a cash amount exactly the
      * way the registers do it since the penny went away: a last
      * cent of 1 or 2 (6 or 7) rounds down to the 0 (5), 3 or 4
      * (8 or 9) rounds up to the 5 (0). The caller loads
      * ws-cr-amount; ws-cr-adjustment comes back as what the
      * rounding added (+) or took off (-).
       92-compute-cash-rounding.
           compute ws-cr-cents = ws-cr-amount * 100.
           divide ws-cr-cents by 10 giving ws-cr-dimes
               remainder ws-cr-last-digit.
           evaluate ws-cr-last-digit
               when 1
               when 6
                   move -.01 to ws-cr-adjustment
               when 2
               when 7
                   move -.02 to ws-cr-adjustment
               when 3
               when 8
                   move +.02 to ws-cr-adjustment
               when 4
               when 9
                   move +.01 to ws-cr-adjustment
               when other
                   move 0 to ws-cr-adjustment
           end-evaluate.
