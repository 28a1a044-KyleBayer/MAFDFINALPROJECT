      * comparable-store working fields - see the COMPP paragraphs.
      * ws-comp-as-of is the first day of the window being compared;
      * the store in store-master-record is comp for the window when
      * it had traded a full year under the same footprint by then
      * and hadn't closed.
       77 ws-comp-as-of                pic 9(8)
           value 0.
       77 ws-comp-cutoff               pic 9(8)
           value 0.
       77 ws-comp-flag                 pic x
           value "N".
      * percent change of ws-comp-cur over ws-comp-prior
       77 ws-comp-cur                  pic s9(11)v99
           value 0.
       77 ws-comp-prior                pic s9(11)v99
           value 0.
       77 ws-comp-pct                  pic s9(5)v9
           value 0.
