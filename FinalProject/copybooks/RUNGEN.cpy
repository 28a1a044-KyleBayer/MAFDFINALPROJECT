      * run-generation register record - rungenreg.dat. When a batch
      * is run again from the top (a FULL rerun, or a resubmission
      * after BatchRollback) run_pipeline.sh first copies every file
      * the earlier run left under the batch-id into
      * rungen_<batch-id>_<generation> and notes the copy here, so
      * the earlier run survives being overwritten. Generation 01 is
      * the first run; the files in the data directory itself are
      * always the generation after the highest one noted.
       01 run-generation-record.
           05 rg-batch-id               pic x(8).
           05 rg-generation             pic 99.
      * YYYYMMDDHHMMSS the generation was set aside
           05 rg-stamp                  pic 9(14).
