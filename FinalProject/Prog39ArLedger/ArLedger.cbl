           organization is line sequential
           file status is ws-pm-file-status.

      * the AR control account's side of the night's posting, in
      * the GL extract layout - written only by the run that posts,
      * so a rerun leaves the posting run's file standing;
      * SubledgerRecon rolls the control balance forward from it
           select gl-control-file
           assign to dynamic ws-gl-control-filename
           organization is line sequential.

      * machine-readable count of on-account records read, for the
      * pipeline reconciliation
           select recon-count-file

       fd ar-input-file
           data record is ar-input-line
           record contains 153 characters.
       copy "../copybooks/TRANREC.cpy"
           replacing leading ==il== by ==ai==
                     ==input-line== by ==ar-input-line==.
           record contains 8 characters.
       01 post-marker-record           pic x(8).

       fd gl-control-file
           data record is gl-control-line
           record contains 36 characters.
       01 gl-control-line.
           05 glc-store-number         pic xx.
           05 glc-account-code         pic x(4).
           05 glc-debit-credit         pic x.
           05 glc-amount               pic 9(7)v99.
           05 glc-description          pic x(20).

       fd recon-count-file
           data record is recon-count-line
           record contains 9 characters.
           value spaces.
       77 ws-post-marker-filename      pic x(44)
           value spaces.
       77 ws-gl-control-filename       pic x(44)
           value spaces.
       77 ws-recon-count-filename      pic x(44)
           value spaces.
       77 ws-report-filename           pic x(44)
       77 ws-on-account-read           pic 9(9)
           value 0.

      * the AR control account - an asset, so charges debit it and
      * refunds and payments credit it; company-level, store "00"
       77 ws-gl-ar-account             pic x(4)
           value "1200".
       77 ws-gl-company-store          pic xx
           value "00".

       01 ws-report-heading.
           05 filler                   pic x(28)
               value "AR LEDGER POSTING - BATCH   ".
               move ws-batch-id to post-marker-record
               write post-marker-record
               close post-marker-file
               perform 50-write-gl-control
           end-if.

           move ws-charge-count to ct-count.
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-post-marker-filename.
           string "../../../data/glar_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-gl-control-filename.
           string "../../../data/arcount_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               close ar-journal-file
           end-if.

      * the night's charges, refund credits and payments against the
      * AR control account, one line each that had any
       50-write-gl-control.
           open output gl-control-file.
           move ws-gl-company-store to glc-store-number.
           move ws-gl-ar-account to glc-account-code.
           if ws-charge-amount > 0
               move "D" to glc-debit-credit
               move ws-charge-amount to glc-amount
               move "HOUSE CHARGES" to glc-description
               write gl-control-line
           end-if.
           if ws-refund-amount > 0
               move "C" to glc-debit-credit
               move ws-refund-amount to glc-amount
               move "HOUSE CHARGE REFUNDS" to glc-description
               write gl-control-line
           end-if.
           if ws-payment-amount > 0
               move "C" to glc-debit-credit
               move ws-payment-amount to glc-amount
               move "PAYMENTS ON ACCOUNT" to glc-description
               write gl-control-line
           end-if.
           close gl-control-file.

      * records how many on-account records this run read, so the
      * pipeline reconciliation can prove the split count survived
       55-write-recon-count.
