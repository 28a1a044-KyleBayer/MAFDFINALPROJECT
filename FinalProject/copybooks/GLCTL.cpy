      * GL control balance record - glcontrol.dat, one per control
      * account behind a subledger, and glctlhist.dat, the same line
      * appended every run as the trail. SubledgerRecon rolls the
      * closing balance forward by each batch's control postings and
      * sets it against the subledger's own total. The balance before
      * the batch is kept beside it, so a rerun of the same batch
      * (or the batch after a rolled-back one) rolls from where that
      * batch started instead of counting its postings twice.
       01 gl-control-record.
           05 gt-account-code           pic x(4).
      * the batch the closing balance has been rolled through
           05 gt-batch-id               pic x(8).
           05 gt-opening-balance        pic s9(9)v99
               sign is leading separate.
           05 gt-closing-balance        pic s9(9)v99
               sign is leading separate.
      * the last batch the control account and the subledger agreed
           05 gt-agreed-batch           pic x(8).
