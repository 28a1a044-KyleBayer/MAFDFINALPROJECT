      * looks this run's batch-id up on the intraday day register. A
      * batch the driver started as one micro-batch of a longer
      * business day is on it as an "M", and the caller leaves its
      * day-level work for the day's finalize; a batch that isn't on
      * the register (or no register at all) is an ordinary nightly
      * batch, exactly as before micro-batches existed.
       03e-check-intraday-batch.
           move "N" to ws-intraday-batch.
           move 0 to ws-intraday-date.
           move "N" to ws-db-eof-flag.
           open input day-batch-file.
           if ws-db-file-status = "00"
               read day-batch-file
                   at end move "Y" to ws-db-eof-flag
               end-read
               perform until ws-db-eof-flag = "Y"
                   if dbr-batch-id = ws-batch-id
                       and dbr-record-type = "M"
                       move "Y" to ws-intraday-batch
                       move dbr-business-date to ws-intraday-date
                   end-if
                   read day-batch-file
                       at end move "Y" to ws-db-eof-flag
                   end-read
               end-perform
               close day-batch-file
           end-if.
           move "N" to ws-db-eof-flag.
