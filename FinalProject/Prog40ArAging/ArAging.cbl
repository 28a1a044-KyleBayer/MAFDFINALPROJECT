      * bucketed 0-30 / 31-60 / 61-90 / over 90 days - one
      * statement block per customer with the name and credit limit
      * off the customer master, and the chain totals accounting
      * books the receivable from. A customer number CustMerge has
      * retired ages on its survivor's statement. Run on demand with
      * the batch-id of the month's last batch.

       environment division.
       configuration section.
           write report-line from ws-report-heading.
           write report-line from ws-line-break.

           open input cust-master-file.
           if ws-cm-file-status = "00"
               move "Y" to ws-cm-file-available
           end-if.

           perform 10-load-journal.
           if ws-jl-count = 0
               write report-line from ws-no-journal-line
               if ws-cm-file-available = "Y"
                   close cust-master-file
               end-if
               close report-file
               move 4 to return-code
               goback
           end-if.

           perform varying ws-cu-idx from 1 by 1
               until ws-cu-idx > ws-cu-count
               perform 20-age-one-customer
                       goback
                   end-if
                   add 1 to ws-jl-count
                   perform 12-forward-merged-customer
                   move ar-journal-record
                       to ws-jl-line(ws-jl-count)
                   perform 15-note-customer
               close ar-journal-file
           end-if.

      * an entry posted under a number since merged away replays on
      * the survivor's account, dates intact, so the combined
      * balance ages from the original charges
       12-forward-merged-customer.
           if ws-cm-file-available = "Y"
               move aj2-customer-number to cm-customer-number
               read cust-master-file
                   invalid key
                       continue
                   not invalid key
                       if cm-merged-into is not equal to spaces
                           move cm-merged-into
                               to aj2-customer-number
                       end-if
               end-read
           end-if.

       15-note-customer.
           move "N" to ws-cu-found.
           perform varying ws-cu-idx from 1 by 1
