      * invoice sequence control record - one per store/register,
      * holding the last invoice number InvoiceSeq has seen that
      * register issue, so the next batch's numbers can be checked
      * for skips against it. Created the first night a register
      * shows up, rewritten every night it rings anything.
       01 invoice-seq-record.
           05 is-key.
               10 is-store-number       pic xx.
               10 is-register-number    pic xx.
      * highest in-sequence invoice number seen so far
           05 is-last-invoice           pic 9(9).
      * the batch that last moved it, and where it stood before that
      * batch - a rerun of the same batch starts back from there
           05 is-last-batch-id          pic x(8).
           05 is-prior-invoice          pic 9(9).
      * the batch in which the register last started its numbers
      * over (rollover past the top, or a reset at the register)
           05 is-last-reset-batch-id    pic x(8).
           05 filler                    pic x(10).
