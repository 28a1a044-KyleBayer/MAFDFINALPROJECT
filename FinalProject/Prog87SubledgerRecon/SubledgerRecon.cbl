       identification division.
       program-id. SubledgerRecon.
       author. Joree Miranda, Kyle Bayer, Ashante Smith
       date-written. 2026-10-15
      * This is the eighty-seventh program in our MAFD 4201 Final
      * Project. The GL extract carries the night's activity, but
      * nothing proved the subledgers still agreed with the control
      * accounts in the GL - accounting found the differences at
      * quarter end. The posting steps now write their control-
      * account side beside the masters they post (DataSplitCount's
      * glctl for the gift cards, loyalty points and layaway
      * deposits, ArLedger's glar for AR, RtvProcessing's pending
      * RTV postings) and accounting can key correcting entries
      * into gladjust_<batch-id>.dat in the same layout. This step
      * rolls each control balance in glcontrol.dat forward by the
      * batch's postings, sums each subledger itself, and prints the
      * two side by side with the difference per account. Any
      * account out of balance posts a central alert and the step
      * ends with condition code 4. The first run for an account
      * has no balance to roll from, so it takes the subledger's
      * total as the opening and says so. Runs in the chain right
      * after ArLedger, and on demand the same way as any step:
      *     SubledgerRecon <batch-id>

       environment division.
       configuration section.
       input-output section.

       file-control.

      * shared cumulative run-history file - every chain step stamps
      * its start and end here; see the RUNLOG copybook
           select run-log-file
           assign to "../../../data/runhistory.dat"
           organization is line sequential
           file status is ws-rl-file-status.

      * the control balances as the last run left them, and their
      * trail - see the GLCTL copybook
           select control-file
           assign to "../../../data/glcontrol.dat"
           organization is line sequential
           file status is ws-gt-file-status.

           select control-history-file
           assign to "../../../data/glctlhist.dat"
           organization is line sequential
           file status is ws-gh-file-status.

      * the driver's register of snapshots taken (S) and rolled
      * back (R) - a batch BatchRollback has put back no longer has
      * its postings in the subledgers
           select snapshot-register-file
           assign to "../../../data/snapshotreg.dat"
           organization is line sequential
           file status is ws-sr-file-status.

      * RtvProcessing's control postings since the last run, and
      * the batch's own file they're taken into
           select rtv-pending-file
           assign to dynamic ws-rtv-pending-filename
           organization is line sequential
           file status is ws-rp-file-status.

           select rtv-gl-file
           assign to dynamic ws-rtv-gl-filename
           organization is line sequential
           file status is ws-rv-file-status.

      * the batch's control postings, one extract at a time through
      * the dynamic pair idiom
           select gl-activity-file
           assign to dynamic ws-gl-activity-filename
           organization is line sequential
           file status is ws-ga-file-status.

      * the subledgers - each read front to back and totalled
           select gift-card-file
           assign to "../../../data/gcledger.dat"
           organization is indexed
           access mode is sequential
           record key is gc-card-number
           file status is ws-gc-file-status.

           select ar-ledger-file
           assign to "../../../data/arledger.dat"
           organization is indexed
           access mode is sequential
           record key is ar-customer-number
           file status is ws-ar-file-status.

           select cust-history-file
           assign to "../../../data/custhist.dat"
           organization is indexed
           access mode is sequential
           record key is ch-customer-number
           file status is ws-ch-file-status.

           select layaway-master-file
           assign to "../../../data/laymaster.dat"
           organization is indexed
           access mode is sequential
           record key is lm-invoice-number
           file status is ws-lm-file-status.

           select rtv-credit-file
           assign to "../../../data/rtvcredit.dat"
           organization is line sequential
           file status is ws-cr-file-status.

      * loyalty-program rates - the redemption rate values the
      * points, the same as PointsLiab
           select loyalty-rate-file
           assign to "../../../data/loyalty.dat"
           organization is line sequential
           file status is ws-ly-file-status.

           select report-file
           assign to dynamic ws-report-filename
           organization is line sequential.

      * the shared central alert file every alert-raising program
      * posts to beside its own noise - see the ALERTFD copybook
           select central-alert-file
           assign to "../../../data/alertcentral.dat"
           organization is line sequential
           file status is ws-ca-file-status.

       data division.
       file section.

       fd run-log-file
           data record is run-log-record
           record contains 69 characters.
       copy "../copybooks/RUNLOG.cpy".

       fd control-file
           data record is gl-control-record
           record contains 44 characters.
       copy "../copybooks/GLCTL.cpy".

       fd control-history-file
           data record is gl-control-history-record
           record contains 44 characters.
       copy "../copybooks/GLCTL.cpy"
           replacing leading ==gt== by ==gh==
                     ==gl-control-record== by
                     ==gl-control-history-record==.

       fd snapshot-register-file
           data record is snapshot-register-record
           record contains 23 characters.
       01 snapshot-register-record.
           05 sr-batch-id              pic x(8).
           05 sr-date                  pic 9(8).
           05 sr-time                  pic 9(6).
           05 sr-type                  pic x.

       fd rtv-pending-file
           data record is rtv-pending-line
           record contains 36 characters.
       01 rtv-pending-line             pic x(36).

       fd rtv-gl-file
           data record is rtv-gl-line
           record contains 36 characters.
       01 rtv-gl-line                  pic x(36).

       fd gl-activity-file
           data record is gl-activity-line
           record contains 36 characters.
       01 gl-activity-line.
           05 ga-store-number          pic xx.
           05 ga-account-code          pic x(4).
           05 ga-debit-credit          pic x.
           05 ga-amount                pic 9(7)v99.
           05 ga-description           pic x(20).

       fd gift-card-file
           data record is gift-card-record.
       copy "../copybooks/GCLEDGER.cpy".

       fd ar-ledger-file
           data record is ar-ledger-record.
       copy "../copybooks/ARLEDG.cpy".

       fd cust-history-file
           data record is customer-history-record.
       copy "../copybooks/CUSTHIST.cpy".

       fd layaway-master-file
           data record is layaway-master-record.
       copy "../copybooks/LAYMAST.cpy".

      * RtvProcessing's open-credit ledger
       fd rtv-credit-file
           data record is credit-record
           record contains 43 characters.
       01 credit-record.
           05 cr-shipment-id           pic x(12).
           05 cr-vendor-id             pic x(4).
           05 cr-ship-date             pic 9(8).
           05 cr-expected-amt          pic 9(7)v99.
           05 cr-received-amt          pic 9(7)v99.
      * O = credit still owed, C = covered
           05 cr-status                pic x.

       fd loyalty-rate-file
           data record is loyalty-rate-record
           record contains 8 characters.
       01 loyalty-rate-record.
           05 ly-earn-rate             pic 9(3).
           05 ly-redeem-rate           pic 9(5).

       fd report-file
           data record is report-line
           record contains 100 characters.
       01 report-line                  pic x(100).

       fd central-alert-file
           data record is central-alert-record
           record contains 92 characters.
       copy "../copybooks/ALERTFD.cpy".

       working-storage section.

       copy "../copybooks/RUNLOGWS.cpy".

       copy "../copybooks/ALERTWS.cpy".

      * run-date/batch-id - see EDITS' 01-load-batch-id for why this
      * exists
       77 ws-batch-id                  pic x(8)
           value spaces.
       77 ws-batch-run-date            pic 9(8)
           value 0.

       77 ws-rtv-pending-filename      pic x(44)
           value "../../../data/glrtvpend.dat".
       77 ws-rtv-gl-filename           pic x(44)
           value spaces.
       77 ws-gl-activity-filename      pic x(44)
           value spaces.
       77 ws-report-filename           pic x(44)
           value spaces.
       77 ws-delete-result             pic s9(9) comp-5
           value 0.

       77 ws-gt-file-status            pic xx
           value spaces.
       77 ws-gh-file-status            pic xx
           value spaces.
       77 ws-sr-file-status            pic xx
           value spaces.
       77 ws-rp-file-status            pic xx
           value spaces.
       77 ws-rv-file-status            pic xx
           value spaces.
       77 ws-ga-file-status            pic xx
           value spaces.
       77 ws-gc-file-status            pic xx
           value spaces.
       77 ws-ar-file-status            pic xx
           value spaces.
       77 ws-ch-file-status            pic xx
           value spaces.
       77 ws-lm-file-status            pic xx
           value spaces.
       77 ws-cr-file-status            pic xx
           value spaces.
       77 ws-ly-file-status            pic xx
           value spaces.
       77 ws-eof-flag                  pic x
           value "N".

      * compiled-in default: a hundred points per redeemed dollar,
      * unless loyalty.dat says otherwise
       77 ws-redeem-rate               pic 9(5)
           value 100.
       77 ws-total-points              pic s9(11)
           value 0.

      * the five control accounts, in the order they print - code,
      * name, the side that increases the balance (D for the assets,
      * C for the liabilities) and the subledger behind it
       01 ws-account-definitions.
           05 filler                   pic x(4)
               value "1200".
           05 filler                   pic x(20)
               value "AR CONTROL".
           05 filler                   pic x
               value "D".
           05 filler                   pic x(12)
               value "arledger".
           05 filler                   pic x(4)
               value "1300".
           05 filler                   pic x(20)
               value "RTV CREDITS DUE".
           05 filler                   pic x
               value "D".
           05 filler                   pic x(12)
               value "rtvcredit".
           05 filler                   pic x(4)
               value "2100".
           05 filler                   pic x(20)
               value "GIFT CARD LIABILITY".
           05 filler                   pic x
               value "C".
           05 filler                   pic x(12)
               value "gcledger".
           05 filler                   pic x(4)
               value "2200".
           05 filler                   pic x(20)
               value "POINTS LIABILITY".
           05 filler                   pic x
               value "C".
           05 filler                   pic x(12)
               value "custhist".
           05 filler                   pic x(4)
               value "2300".
           05 filler                   pic x(20)
               value "LAYAWAY DEPOSITS".
           05 filler                   pic x
               value "C".
           05 filler                   pic x(12)
               value "laymaster".
       01 ws-account-table redefines ws-account-definitions.
           05 ws-ac-entry              occurs 5 times.
               10 ws-ac-code           pic x(4).
               10 ws-ac-name           pic x(20).
               10 ws-ac-side           pic x.
               10 ws-ac-subledger      pic x(12).

      * per account: what glcontrol.dat held, this run's postings,
      * the rolled balance, the subledger's own total, and how they
      * compare
       01 ws-account-values.
           05 ws-av-entry              occurs 5 times.
               10 ws-av-on-file        pic x.
               10 ws-av-ctl-batch      pic x(8).
               10 ws-av-ctl-opening    pic s9(11)v99.
               10 ws-av-ctl-closing    pic s9(11)v99.
               10 ws-av-agreed-batch   pic x(8).
               10 ws-av-opening        pic s9(11)v99.
               10 ws-av-debits         pic 9(11)v99.
               10 ws-av-credits        pic 9(11)v99.
               10 ws-av-activity       pic s9(11)v99.
               10 ws-av-closing        pic s9(11)v99.
               10 ws-av-subledger      pic s9(11)v99.
               10 ws-av-difference     pic s9(11)v99.
               10 ws-av-seeded         pic x.
               10 ws-av-sub-missing    pic x.
       77 ws-ac-idx                    pic 9
           value 0.
       77 ws-out-count                 pic 9
           value 0.

      * the batch glcontrol.dat was last rolled through, and whether
      * BatchRollback has since put that batch back
       77 ws-control-batch             pic x(8)
           value spaces.
       77 ws-control-rolled-back       pic x
           value "N".

      * Y when this batch was rolled forward before some later batch
      * - its postings are in the balances already, so it is only
      * compared, never rolled again
       77 ws-already-rolled            pic x
           value "N".
       77 ws-batch-seen                pic x
           value "N".

      * the control extracts walked for the batch's postings
       01 ws-gl-names.
           05 ws-gl-name-entry occurs 4 times
               pic x(8).
       77 ws-gn-idx                    pic 9
           value 0.
       77 ws-gl-lines-read             pic 9(7)
           value 0.
       77 ws-rtv-lines-taken           pic 9(7)
           value 0.

       01 ws-report-heading.
           05 filler                   pic x(36)
               value "SUBLEDGER TO GL CONTROL RECON FOR  ".
           05 rh-batch-id              pic x(8)
               value spaces.

       01 ws-line-break                pic x(36)
           value spaces.

       01 ws-column-heading.
           05 filler                   pic x(5)
               value "ACCT ".
           05 filler                   pic x(20)
               value "DESCRIPTION".
           05 filler                   pic x(15)
               value "        OPENING".
           05 filler                   pic x(15)
               value "       ACTIVITY".
           05 filler                   pic x(15)
               value "     GL BALANCE".
           05 filler                   pic x(15)
               value "      SUBLEDGER".
           05 filler                   pic x(15)
               value "     DIFFERENCE".

       01 ws-account-line.
           05 al-account               pic x(4)
               value spaces.
           05 filler                   pic x
               value spaces.
           05 al-name                  pic x(20)
               value spaces.
           05 al-opening               pic ----,---,--9.99
               value 0.
           05 al-activity              pic ----,---,--9.99
               value 0.
           05 al-closing               pic ----,---,--9.99
               value 0.
           05 al-subledger             pic ----,---,--9.99
               value 0.
           05 al-difference            pic ----,---,--9.99
               value 0.

       01 ws-activity-line.
           05 filler                   pic x(5)
               value spaces.
           05 filler                   pic x(8)
               value "DEBITS: ".
           05 vl-debits                pic zzz,zzz,zz9.99
               value 0.
           05 filler                   pic x(11)
               value "  CREDITS: ".
           05 vl-credits               pic zzz,zzz,zz9.99
               value 0.
           05 filler                   pic x(2)
               value spaces.
           05 vl-status                pic x(46)
               value spaces.

       01 ws-missing-line.
           05 filler                   pic x(6)
               value spaces.
           05 ml-subledger             pic x(12)
               value spaces.
           05 filler                   pic x(30)
               value " NOT ON FILE - TAKEN AS ZERO".

       01 ws-already-rolled-line.
           05 filler                   pic x(44)
               value "BATCH ROLLED FORWARD BEFORE A LATER BATCH - ".
           05 filler                   pic x(44)
               value "COMPARED AT THE CURRENT BALANCE, NOT ROLLED".

       01 ws-rolled-back-line.
           05 filler                   pic x(15)
               value "PREVIOUS BATCH ".
           05 bl-batch-id              pic x(8)
               value spaces.
           05 filler                   pic x(16)
               value " WAS ROLLED BACK".
           05 filler                   pic x(34)
               value " - ROLLED FROM ITS OPENING BALANCE".

       01 ws-rtv-taken-line.
           05 filler                   pic x(36)
               value "RTV POSTINGS TAKEN FROM PENDING:    ".
           05 tl-rtv-lines             pic zzzzzz9
               value 0.

       01 ws-out-total-line.
           05 filler                   pic x(26)
               value "ACCOUNTS OUT OF BALANCE: ".
           05 ol-count                 pic 9
               value 0.

      * the central alert for an account out of balance
       01 ws-alert-detail.
           05 filler                   pic x(3)
               value "GL ".
           05 ad-account               pic x(4)
               value spaces.
           05 filler                   pic x(21)
               value " OUT OF BALANCE WITH ".
           05 ad-subledger             pic x(12)
               value spaces.
           05 filler                   pic x(4)
               value " BY ".
           05 ad-difference            pic -(7)9.99
               value 0.

       procedure division.

       00-main.
           perform 01-load-batch-id.
           move "S" to ws-rl-record-type.
           perform 90-write-run-log.
           perform 03-load-redeem-rate.
           perform 05-load-control-balances.
           perform 07-check-history.
           perform 08-check-rolled-back
               thru 08-check-rolled-back-exit.

           open output report-file.
           move ws-batch-id to rh-batch-id.
           write report-line from ws-report-heading.
           write report-line from ws-line-break.

           if ws-already-rolled = "Y"
               write report-line from ws-already-rolled-line
                   after advancing 1 line
           else
               perform 10-take-rtv-pending
                   thru 10-take-rtv-pending-exit
               perform 20-read-gl-activity
           end-if.
           if ws-control-rolled-back = "Y"
               and ws-already-rolled is not equal to "Y"
               move ws-control-batch to bl-batch-id
               write report-line from ws-rolled-back-line
                   after advancing 1 line
           end-if.

           perform 30-sum-gift-cards
               thru 30-sum-gift-cards-exit.
           perform 32-sum-ar-ledger
               thru 32-sum-ar-ledger-exit.
           perform 34-sum-points
               thru 34-sum-points-exit.
           perform 36-sum-layaways
               thru 36-sum-layaways-exit.
           perform 38-sum-rtv-credits
               thru 38-sum-rtv-credits-exit.

           perform varying ws-ac-idx from 1 by 1 until ws-ac-idx > 5
               perform 40-roll-one-account
           end-perform.

           write report-line from ws-column-heading
               after advancing 2 lines.
           perform varying ws-ac-idx from 1 by 1 until ws-ac-idx > 5
               perform 50-print-one-account
           end-perform.
           move ws-out-count to ol-count.
           write report-line from ws-out-total-line
               after advancing 2 lines.
           close report-file.

           if ws-already-rolled is not equal to "Y"
               perform 60-save-control
           end-if.

           if ws-out-count > 0
               move 4 to return-code
               move 4 to ws-rl-return-code
           end-if.

      * stamp the end of this step into the run history
           move "E" to ws-rl-record-type.
           move ws-gl-lines-read to ws-rl-records-read.
           move ws-out-count to ws-rl-records-written.
           perform 90-write-run-log.
           goback.

      * picks up the run's batch-id from the command line - same
      * convention as every pipeline step
       01-load-batch-id.
           accept ws-batch-id from command-line.
           if ws-batch-id = spaces
               accept ws-batch-run-date from date yyyymmdd
               move ws-batch-run-date to ws-batch-id
           end-if.

           string "../../../data/glrtv_" delimited by size
               ws-batch-id delimited by space
               ".dat" delimited by size
               into ws-rtv-gl-filename.
           string "../../../data/SubledgerRecon_" delimited by size
               ws-batch-id delimited by space
               ".out" delimited by size
               into ws-report-filename.

           move "glctl" to ws-gl-name-entry(1).
           move "glar" to ws-gl-name-entry(2).
           move "glrtv" to ws-gl-name-entry(3).
           move "gladjust" to ws-gl-name-entry(4).

      * keeps the compiled-in default if loyalty.dat isn't present
       03-load-redeem-rate.
           open input loyalty-rate-file.
           if ws-ly-file-status = "00"
               read loyalty-rate-file
                   at end
                       continue
                   not at end
                       if ly-redeem-rate is numeric
                           and ly-redeem-rate > 0
                           move ly-redeem-rate to ws-redeem-rate
                       end-if
               end-read
               close loyalty-rate-file
           end-if.

      * the balances the last run left - an account missing from the
      * file (or the file itself missing, on the first run) has no
      * balance to roll from
       05-load-control-balances.
           move zeros to ws-account-values.
           perform varying ws-ac-idx from 1 by 1 until ws-ac-idx > 5
               move "N" to ws-av-on-file(ws-ac-idx)
               move spaces to ws-av-ctl-batch(ws-ac-idx)
               move spaces to ws-av-agreed-batch(ws-ac-idx)
               move "N" to ws-av-seeded(ws-ac-idx)
               move "N" to ws-av-sub-missing(ws-ac-idx)
           end-perform.
           move "N" to ws-eof-flag.
           open input control-file.
           if ws-gt-file-status = "00"
               read control-file
                   at end move "Y" to ws-eof-flag
               end-read
               perform until ws-eof-flag = "Y"
                   perform varying ws-ac-idx from 1 by 1
                       until ws-ac-idx > 5
                       if ws-ac-code(ws-ac-idx) = gt-account-code
                           and gt-opening-balance is numeric
                           and gt-closing-balance is numeric
                           move "Y" to ws-av-on-file(ws-ac-idx)
                           move gt-batch-id
                               to ws-av-ctl-batch(ws-ac-idx)
                           move gt-opening-balance
                               to ws-av-ctl-opening(ws-ac-idx)
                           move gt-closing-balance
                               to ws-av-ctl-closing(ws-ac-idx)
                           move gt-agreed-batch
                               to ws-av-agreed-batch(ws-ac-idx)
                           move gt-batch-id to ws-control-batch
                       end-if
                   end-perform
                   read control-file
                       at end move "Y" to ws-eof-flag
                   end-read
               end-perform
               close control-file
           end-if.
           move "N" to ws-eof-flag.

      * a batch already in the trail with some other batch rolled in
      * after it has had its postings counted - a FULL rerun of an
      * older batch must not count them again
       07-check-history.
           move "N" to ws-eof-flag.
           open input control-history-file.
           if ws-gh-file-status = "00"
               read control-history-file
                   at end move "Y" to ws-eof-flag
               end-read
               perform until ws-eof-flag = "Y"
                   if gh-batch-id = ws-batch-id
                       move "Y" to ws-batch-seen
                       move "N" to ws-already-rolled
                   else
                       if ws-batch-seen = "Y"
                           move "Y" to ws-already-rolled
                       end-if
                   end-if
                   read control-history-file
                       at end move "Y" to ws-eof-flag
                   end-read
               end-perform
               close control-history-file
           end-if.
           move "N" to ws-eof-flag.

      * the last register entry for the batch the balances were
      * rolled through - "R" means BatchRollback put the subledgers
      * back to before it, so its postings no longer count
       08-check-rolled-back.
           if ws-control-batch = spaces
               or ws-control-batch = ws-batch-id
               go to 08-check-rolled-back-exit
           end-if.
           move "N" to ws-eof-flag.
           open input snapshot-register-file.
           if ws-sr-file-status = "00"
               read snapshot-register-file
                   at end move "Y" to ws-eof-flag
               end-read
               perform until ws-eof-flag = "Y"
                   if sr-batch-id = ws-control-batch
                       if sr-type = "R"
                           move "Y" to ws-control-rolled-back
                       else
                           move "N" to ws-control-rolled-back
                       end-if
                   end-if
                   read snapshot-register-file
                       at end move "Y" to ws-eof-flag
                   end-read
               end-perform
               close snapshot-register-file
           end-if.
           move "N" to ws-eof-flag.

       08-check-rolled-back-exit.
           exit.

      * RtvProcessing runs on demand, between batches - whatever it
      * has posted since the last run joins this batch's RTV extract
      * and the pending file starts over
       10-take-rtv-pending.
           open input rtv-pending-file.
           if ws-rp-file-status is not equal to "00"
               go to 10-take-rtv-pending-exit
           end-if.
           open extend rtv-gl-file.
           if ws-rv-file-status is not equal to "00"
               open output rtv-gl-file
           end-if.
           move "N" to ws-eof-flag.
           read rtv-pending-file at end move "Y" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               move rtv-pending-line to rtv-gl-line
               write rtv-gl-line
               add 1 to ws-rtv-lines-taken
               read rtv-pending-file
                   at end move "Y" to ws-eof-flag
               end-read
           end-perform.
           move "N" to ws-eof-flag.
           close rtv-pending-file rtv-gl-file.
           call "CBL_DELETE_FILE" using ws-rtv-pending-filename
               returning ws-delete-result
           end-call.
           if ws-delete-result is not equal to 0
               display "SUBLEDGERRECON: GLRTVPEND.DAT NOT REMOVED - "
                   "REMOVE IT BEFORE THE NEXT RUN" upon console
           end-if.
           move ws-rtv-lines-taken to tl-rtv-lines.
           write report-line from ws-rtv-taken-line
               after advancing 1 line.

       10-take-rtv-pending-exit.
           exit.

      * every control posting in the batch's extracts, by account
       20-read-gl-activity.
           perform varying ws-gn-idx from 1 by 1 until ws-gn-idx > 4
               move spaces to ws-gl-activity-filename
               string "../../../data/" delimited by size
                   ws-gl-name-entry(ws-gn-idx) delimited by space
                   "_" delimited by size
                   ws-batch-id delimited by space
                   ".dat" delimited by size
                   into ws-gl-activity-filename
               perform 22-read-one-extract
           end-perform.

       22-read-one-extract.
           move "N" to ws-eof-flag.
           open input gl-activity-file.
           if ws-ga-file-status = "00"
               read gl-activity-file at end move "Y" to ws-eof-flag
               end-read
               perform until ws-eof-flag = "Y"
                   if ga-amount is numeric
                       perform 24-post-one-line
                   end-if
                   read gl-activity-file
                       at end move "Y" to ws-eof-flag
                   end-read
               end-perform
               close gl-activity-file
           end-if.
           move "N" to ws-eof-flag.

       24-post-one-line.
           perform varying ws-ac-idx from 1 by 1 until ws-ac-idx > 5
               if ws-ac-code(ws-ac-idx) = ga-account-code
                   add 1 to ws-gl-lines-read
                   if ga-debit-credit = "D"
                       add ga-amount to ws-av-debits(ws-ac-idx)
                   else
                       add ga-amount to ws-av-credits(ws-ac-idx)
                   end-if
               end-if
           end-perform.

      * the gift-card ledger's outstanding balance
       30-sum-gift-cards.
           move 3 to ws-ac-idx.
           open input gift-card-file.
           if ws-gc-file-status is not equal to "00"
               move "Y" to ws-av-sub-missing(ws-ac-idx)
               go to 30-sum-gift-cards-exit
           end-if.
           move "N" to ws-eof-flag.
           read gift-card-file next record
               at end move "Y" to ws-eof-flag
           end-read.
           perform until ws-eof-flag = "Y"
               add gc-balance to ws-av-subledger(ws-ac-idx)
               read gift-card-file next record
                   at end move "Y" to ws-eof-flag
               end-read
           end-perform.
           move "N" to ws-eof-flag.
           close gift-card-file.

       30-sum-gift-cards-exit.
           exit.

      * the AR ledger's total of customer balances
       32-sum-ar-ledger.
           move 1 to ws-ac-idx.
           open input ar-ledger-file.
           if ws-ar-file-status is not equal to "00"
               move "Y" to ws-av-sub-missing(ws-ac-idx)
               go to 32-sum-ar-ledger-exit
           end-if.
           move "N" to ws-eof-flag.
           read ar-ledger-file next record
               at end move "Y" to ws-eof-flag
           end-read.
           perform until ws-eof-flag = "Y"
               add ar-balance to ws-av-subledger(ws-ac-idx)
               read ar-ledger-file next record
                   at end move "Y" to ws-eof-flag
               end-read
           end-perform.
           move "N" to ws-eof-flag.
           close ar-ledger-file.

       32-sum-ar-ledger-exit.
           exit.

      * every customer's points, valued once at the redemption rate
      * the way PointsLiab values them
       34-sum-points.
           move 4 to ws-ac-idx.
           open input cust-history-file.
           if ws-ch-file-status is not equal to "00"
               move "Y" to ws-av-sub-missing(ws-ac-idx)
               go to 34-sum-points-exit
           end-if.
           move "N" to ws-eof-flag.
           read cust-history-file next record
               at end move "Y" to ws-eof-flag
           end-read.
           perform until ws-eof-flag = "Y"
               add ch-points-balance to ws-total-points
               read cust-history-file next record
                   at end move "Y" to ws-eof-flag
               end-read
           end-perform.
           move "N" to ws-eof-flag.
           close cust-history-file.
           compute ws-av-subledger(ws-ac-idx) rounded =
               ws-total-points / ws-redeem-rate.

       34-sum-points-exit.
           exit.

      * deposits held on the layaways still open - a paid-off or
      * cancelled layaway's money has gone to the sale or the refund
       36-sum-layaways.
           move 5 to ws-ac-idx.
           open input layaway-master-file.
           if ws-lm-file-status is not equal to "00"
               move "Y" to ws-av-sub-missing(ws-ac-idx)
               go to 36-sum-layaways-exit
           end-if.
           move "N" to ws-eof-flag.
           read layaway-master-file next record
               at end move "Y" to ws-eof-flag
           end-read.
           perform until ws-eof-flag = "Y"
               if lm-status = "O"
                   add lm-paid-to-date to ws-av-subledger(ws-ac-idx)
               end-if
               read layaway-master-file next record
                   at end move "Y" to ws-eof-flag
               end-read
           end-perform.
           move "N" to ws-eof-flag.
           close layaway-master-file.

       36-sum-layaways-exit.
           exit.

      * what the vendors still owe on the open RTV shipments
       38-sum-rtv-credits.
           move 2 to ws-ac-idx.
           open input rtv-credit-file.
           if ws-cr-file-status is not equal to "00"
               move "Y" to ws-av-sub-missing(ws-ac-idx)
               go to 38-sum-rtv-credits-exit
           end-if.
           move "N" to ws-eof-flag.
           read rtv-credit-file at end move "Y" to ws-eof-flag.
           perform until ws-eof-flag = "Y"
               if cr-status = "O"
                   compute ws-av-subledger(ws-ac-idx) =
                       ws-av-subledger(ws-ac-idx)
                       + cr-expected-amt - cr-received-amt
               end-if
               read rtv-credit-file
                   at end move "Y" to ws-eof-flag
               end-read
           end-perform.
           move "N" to ws-eof-flag.
           close rtv-credit-file.

       38-sum-rtv-credits-exit.
           exit.

      * opening balance, plus the postings on the account's own
      * side, is the control balance the GL should now hold
       40-roll-one-account.
           if ws-ac-side(ws-ac-idx) = "D"
               compute ws-av-activity(ws-ac-idx) =
                   ws-av-debits(ws-ac-idx) - ws-av-credits(ws-ac-idx)
           else
               compute ws-av-activity(ws-ac-idx) =
                   ws-av-credits(ws-ac-idx) - ws-av-debits(ws-ac-idx)
           end-if.
           evaluate true
               when ws-av-on-file(ws-ac-idx) is not equal to "Y"
                   compute ws-av-opening(ws-ac-idx) =
                       ws-av-subledger(ws-ac-idx)
                       - ws-av-activity(ws-ac-idx)
                   move "Y" to ws-av-seeded(ws-ac-idx)
               when ws-already-rolled = "Y"
                   move ws-av-ctl-closing(ws-ac-idx)
                       to ws-av-opening(ws-ac-idx)
               when ws-av-ctl-batch(ws-ac-idx) = ws-batch-id
                   move ws-av-ctl-opening(ws-ac-idx)
                       to ws-av-opening(ws-ac-idx)
               when ws-control-rolled-back = "Y"
                   and ws-av-ctl-batch(ws-ac-idx) = ws-control-batch
                   move ws-av-ctl-opening(ws-ac-idx)
                       to ws-av-opening(ws-ac-idx)
               when other
                   move ws-av-ctl-closing(ws-ac-idx)
                       to ws-av-opening(ws-ac-idx)
           end-evaluate.
           compute ws-av-closing(ws-ac-idx) =
               ws-av-opening(ws-ac-idx) + ws-av-activity(ws-ac-idx).
           compute ws-av-difference(ws-ac-idx) =
               ws-av-subledger(ws-ac-idx) - ws-av-closing(ws-ac-idx).
           if ws-av-difference(ws-ac-idx) = 0
               move ws-batch-id to ws-av-agreed-batch(ws-ac-idx)
           end-if.

      * one account's line, then its postings and where it stands -
      * out of balance posts the central alert
       50-print-one-account.
           move ws-ac-code(ws-ac-idx) to al-account.
           move ws-ac-name(ws-ac-idx) to al-name.
           move ws-av-opening(ws-ac-idx) to al-opening.
           move ws-av-activity(ws-ac-idx) to al-activity.
           move ws-av-closing(ws-ac-idx) to al-closing.
           move ws-av-subledger(ws-ac-idx) to al-subledger.
           move ws-av-difference(ws-ac-idx) to al-difference.
           write report-line from ws-account-line
               after advancing 2 lines.

           move ws-av-debits(ws-ac-idx) to vl-debits.
           move ws-av-credits(ws-ac-idx) to vl-credits.
           move spaces to vl-status.
           evaluate true
               when ws-av-seeded(ws-ac-idx) = "Y"
                   move "FIRST RUN - OPENING TAKEN FROM SUBLEDGER"
                       to vl-status
               when ws-av-difference(ws-ac-idx) = 0
                   move "IN BALANCE" to vl-status
               when ws-av-agreed-batch(ws-ac-idx) = spaces
                   move "OUT OF BALANCE - NEVER AGREED" to vl-status
                   perform 52-alert-out-of-balance
               when other
                   string "OUT OF BALANCE - LAST AGREED "
                       delimited by size
                       ws-av-agreed-batch(ws-ac-idx)
                       delimited by size
                       into vl-status
                   perform 52-alert-out-of-balance
           end-evaluate.
           write report-line from ws-activity-line
               after advancing 1 line.

           if ws-av-sub-missing(ws-ac-idx) = "Y"
               move ws-ac-subledger(ws-ac-idx) to ml-subledger
               write report-line from ws-missing-line
                   after advancing 1 line
           end-if.

       52-alert-out-of-balance.
           add 1 to ws-out-count.
           move ws-ac-code(ws-ac-idx) to ad-account.
           move ws-ac-subledger(ws-ac-idx) to ad-subledger.
           move ws-av-difference(ws-ac-idx) to ad-difference.
           move "C" to ws-ca-severity.
           move ws-alert-detail to ws-ca-alert-text.
           perform 91-post-central-alert.

      * the rolled balances become the next run's opening point, and
      * the same lines go onto the trail
       60-save-control.
           open output control-file.
           open extend control-history-file.
           if ws-gh-file-status is not equal to "00"
               open output control-history-file
           end-if.
           perform varying ws-ac-idx from 1 by 1 until ws-ac-idx > 5
               move spaces to gl-control-record
               move ws-ac-code(ws-ac-idx) to gt-account-code
               move ws-batch-id to gt-batch-id
               move ws-av-opening(ws-ac-idx) to gt-opening-balance
               move ws-av-closing(ws-ac-idx) to gt-closing-balance
               move ws-av-agreed-batch(ws-ac-idx) to gt-agreed-batch
               if ws-gt-file-status = "00"
                   write gl-control-record
               end-if
               if ws-gh-file-status = "00"
                   move gl-control-record
                       to gl-control-history-record
                   write gl-control-history-record
               end-if
           end-perform.
           close control-file control-history-file.

       copy "../copybooks/RUNLOGP.cpy"
           replacing =="RUN-LOG-PROGRAM"== by =="SUBLEDGERRECON"==.

       copy "../copybooks/ALERTP.cpy"
           replacing =="ALERT-PROGRAM"== by =="SUBLEDGERRECON"==.

       end program SubledgerRecon.
