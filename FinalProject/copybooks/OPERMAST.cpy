      * operator master record - who may run the utilities that can
      * quietly rewrite published numbers. Maintained through
      * MasterMaint like the other masters; MasterMaint itself (and
      * CustMerge, CustErase and MasterAgeOff, on the same
      * maintenance permission), AccumBackout (and BatchRollback, on
      * the same backout permission) and MonthClose (and YearClose,
      * on the same close permission) refuse to run without a valid
      * operator holding the matching permission, and stamp the
      * operator into their audit output and run-history entries.
      * While the master doesn't exist at all the utilities run
