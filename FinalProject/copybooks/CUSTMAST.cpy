           05 cm-phone                  pic x(10).
           05 cm-mail-optin             pic x.
           05 cm-email-optin            pic x.
      * the customer number this one was merged into - spaces on a
      * live customer. CustMerge retires a duplicate number by
      * filling this in; EDITS forwards a transaction keyed with the
      * retired number onto the survivor, and the AR aging folds
      * the retired number's journal into the survivor's statement
           05 cm-merged-into            pic x(8).
      * house-charge credit hold - "Y" once the monthly credit review
      * finds the account past the delinquency rule, spaces while it
      * charges normally. EDITS refuses an "HC" charge on a held
      * account whatever room is left under the limit; the review
      * releases it when the account is paid back into terms. The
      * reason is the review's own words, for the service desk.
           05 cm-credit-hold            pic x.
           05 cm-hold-reason            pic x(20).
      * YYYYMMDD the hold was placed
           05 cm-hold-date              pic 9(8).
