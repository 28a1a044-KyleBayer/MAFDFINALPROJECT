      * invoice's valid-file record and reports which of the
      * type-specific files (salelayaways/returns/voids) it landed in,
      * so customer service can answer "what happened to invoice X"
      * without combing through a whole day's batch by hand. The
      * invoice is also looked for in the history MasterAgeOff has
      * moved off the permanent masters: every aged-off sales
      * history, layaway and warranty archive on the age-off
      * register that carries it is listed, and when the batch's
      * valid-file no longer has the invoice the detail is reprinted
      * from the aged-off sale instead.

       environment division.
       configuration section.
           assign to dynamic ws-output-filename
           organization is line sequential.

      * the age-off register MasterAgeOff keeps - one line per dated
      * archive of records moved off a permanent master
           select age-off-log-file
           assign to "../../../data/agedofflog.dat"
           organization is line sequential
           file status is ws-ao-file-status.

      * one aged-off sales history archive at a time - the
      * transaction layout, same as the batch files above
           select aged-sales-file
           assign to dynamic ws-aged-filename
           organization is line sequential
           file status is ws-ags-file-status.

      * one aged-off layaway or warranty archive at a time
           select aged-master-file
           assign to dynamic ws-aged-filename
           organization is line sequential
           file status is ws-agm-file-status.

      * store/SKU masters - looked up so the reprint can show real
      * names instead of bare codes, same as every other report in
      * this chain

       fd sale-layaways-file
           data record is sale-layaways-line
           record contains 153 characters.

       copy "../copybooks/TRANREC.cpy"
           replacing leading ==il== by ==sll==

       fd returns-file
           data record is returns-line
           record contains 153 characters.

       copy "../copybooks/TRANREC.cpy"
           replacing leading ==il== by ==rl==

       fd voids-file
           data record is voids-line
           record contains 153 characters.

       copy "../copybooks/TRANREC.cpy"
           replacing leading ==il== by ==vdl==

       01 print-line                   pic x(74).

       fd age-off-log-file
           data record is age-off-log-record
           record contains 27 characters.
       copy "../copybooks/AGEOFFLG.cpy".

       fd aged-sales-file
           data record is aged-sales-line
           record contains 153 characters.
       copy "../copybooks/TRANREC.cpy"
           replacing leading ==il== by ==ags==
                     ==input-line== by ==aged-sales-line==.

       fd aged-master-file
           data record is aged-layaway-record aged-warranty-record.
       copy "../copybooks/LAYMAST.cpy"
           replacing ==layaway-master-record==
                         by ==aged-layaway-record==
                     leading ==lm== by ==yl==.
       copy "../copybooks/WARRANTY.cpy"
           replacing ==warranty-record== by ==aged-warranty-record==
                     leading ==wr== by ==yw==.

       fd store-master-file
           data record is store-master-record.
       copy "../copybooks/STRMAST.cpy".
       77 ws-args-ok                    pic x
           value "Y".

      * the aged-off history search - the register's archives, and
      * every one of them found to carry the invoice
       77 ws-ao-file-status            pic xx
           value spaces.
       77 ws-ags-file-status           pic xx
           value spaces.
       77 ws-agm-file-status           pic xx
           value spaces.
       77 ws-aged-filename             pic x(52)
           value spaces.
       77 ws-ao-eof-flag               pic x
           value "N".
       77 ws-found-in-aged-sales       pic x
           value "N".
       77 ws-archive-hit               pic x
           value "N".
       77 ws-aged-hit-count            pic 99
           value 0.
       01 ws-aged-hit-table.
           05 ws-aged-hit-name         pic x(38)
               occurs 1 to 50 times depending on ws-aged-hit-count.
       77 ws-aged-hit-idx              pic 99
           value 0.
      * the aged-off sale chosen for the detail print when the
      * valid-file no longer has the invoice
       01 ws-held-aged-record          pic x(153)
           value spaces.

       77 ws-eof-flag                  pic x
           value "N".
       77 ws-vf-eof-flag               pic x

      * the invoice record chosen for the detail print, held here so
      * reading past it to the end of the invoice doesn't clobber it
       01 ws-held-record               pic x(153)
           value spaces.

       01 ws-store-name                pic x(20)
           05 wl-file-name             pic x(20)
               value spaces.

       01 ws-aged-detail-line.
           05 filler                   pic x(40)
               value "  DETAIL FROM AGED-OFF SALES HISTORY:".

       01 ws-aged-heading.
           05 filler                   pic x(30)
               value "  FOUND IN AGED-OFF HISTORY:".

       01 ws-aged-line.
           05 filler                   pic x(4)
               value spaces.
           05 ah-file-name             pic x(38)
               value spaces.

       procedure division.
      * picks up the batch-id and invoice-number command-line
      * arguments and builds this batch's file names from them
           perform 20-scan-sale-layaways.
           perform 21-scan-returns.
           perform 22-scan-voids.
           perform 25-search-aged-history.

           if ws-stm-file-available = "Y"
               close store-master-file
           if ws-found-in-valid is not equal to "Y"
               write print-line from ws-not-found-line
                   after advancing 1 line
               if ws-found-in-aged-sales = "Y"
                   move ws-held-aged-record to valid-record
                   write print-line from ws-aged-detail-line
               end-if
           end-if.

           if ws-found-in-valid = "Y"
               or ws-found-in-aged-sales = "Y"
               move spaces to ws-store-name
               if ws-stm-file-available = "Y"
                   move vl-store-number to stm-store-number
               write print-line from ws-location-line
           end-if.

           if ws-aged-hit-count > 0
               write print-line from ws-aged-heading
                   after advancing 1 line
               perform varying ws-aged-hit-idx from 1 by 1
                   until ws-aged-hit-idx > ws-aged-hit-count
                   move ws-aged-hit-name(ws-aged-hit-idx)
                       to ah-file-name
                   write print-line from ws-aged-line
               end-perform
           end-if.

      * walks the age-off register and searches every aged-off sales
      * history, layaway and warranty archive for the invoice - the
      * other masters' archives don't carry invoice numbers
       25-search-aged-history.
           move "N" to ws-ao-eof-flag.
           open input age-off-log-file.
           if ws-ao-file-status = "00"
               read age-off-log-file
                   at end move "Y" to ws-ao-eof-flag
               end-read
               perform until ws-ao-eof-flag = "Y"
                   move spaces to ws-aged-filename
                   string "../../../data/agedoff_" delimited by size
                       ao-master delimited by space
                       "_" delimited by size
                       ao-run-date delimited by size
                       ".dat" delimited by size
                       into ws-aged-filename
                   move "N" to ws-archive-hit
                   evaluate ao-master
                       when "saleshist"
                           perform 26-scan-aged-sales
                       when "laymaster"
                       when "warranty"
                           perform 27-scan-aged-master
                   end-evaluate
                   if ws-archive-hit = "Y"
                       and ws-aged-hit-count < 50
                       add 1 to ws-aged-hit-count
                       move ws-aged-filename(15:38)
                           to ws-aged-hit-name(ws-aged-hit-count)
                   end-if
                   read age-off-log-file
                       at end move "Y" to ws-ao-eof-flag
                   end-read
               end-perform
               close age-off-log-file
           end-if.

      * an aged-off sale - the header (or legacy single-line) record
      * is kept for the detail print, the same preference the
      * valid-file search uses
       26-scan-aged-sales.
           move "N" to ws-eof-flag.
           open input aged-sales-file.
           if ws-ags-file-status = "00"
               read aged-sales-file at end move "Y" to ws-eof-flag
               end-read
               perform until ws-eof-flag = "Y"
                   if ags-invoice-number = ws-invoice-number
                       move "Y" to ws-archive-hit
                       if ws-found-in-aged-sales is not equal to "Y"
                           or ags-invoice-line-type
                               is not equal to "D"
                           move aged-sales-line to ws-held-aged-record
                           move "Y" to ws-found-in-aged-sales
                       end-if
                   end-if
                   read aged-sales-file
                       at end move "Y" to ws-eof-flag
                   end-read
               end-perform
               close aged-sales-file
           end-if.

       27-scan-aged-master.
           move "N" to ws-eof-flag.
           open input aged-master-file.
           if ws-agm-file-status = "00"
               read aged-master-file at end move "Y" to ws-eof-flag
               end-read
               perform until ws-eof-flag = "Y"
                   if ao-master = "laymaster"
                       and yl-invoice-number = ws-invoice-number
                       move "Y" to ws-archive-hit
                   end-if
                   if ao-master = "warranty"
                       and yw-invoice-number = ws-invoice-number
                       move "Y" to ws-archive-hit
                   end-if
                   read aged-master-file
                       at end move "Y" to ws-eof-flag
                   end-read
               end-perform
               close aged-master-file
           end-if.

       end program InvoiceLookup.
