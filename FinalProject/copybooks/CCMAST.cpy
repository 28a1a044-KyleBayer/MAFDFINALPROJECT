      * cycle-count master record - one per SKU within store, kept by
      * CycleCount (which classes the SKU A/B/C on its trailing sales
      * dollars and decides when it is next counted) and by PhysCount
      * (which stamps the count date and whether the shelf agreed
      * with the book). What lets the stores count a slice every day
      * instead of everything once a year.
       01 cycle-count-record.
           05 cc-store-sku-key.
               10 cc-store-number       pic xx.
               10 cc-sku-code           pic x(15).
      * A, B or C - A items are the top sellers, counted most often;
      * spaces until CycleCount first classes the position
           05 cc-abc-class              pic x.
      * the trailing sales dollars the class was judged on
           05 cc-sales-dollars          pic 9(9)v99.
      * YYYYMMDD last counted (cycle or wall-to-wall), zero if never
           05 cc-last-counted           pic 9(8).
      * YYYYMMDD the position was last put on a store's count list
           05 cc-last-listed            pic 9(8).
      * counts posted, and how many of them matched the book exactly
      * - the store's count accuracy
           05 cc-count-total            pic 9(5).
           05 cc-count-exact            pic 9(5).
           05 filler                    pic x(20).
