      * figures), and the selected customers who OPTED IN are
      * written as the mailing file - name and address for a mail
      * campaign, email for an email one - feeding whatever prints
      * the mail. Every mailing file written is entered on the
      * mailing register, so a customer's erasure can find them all
      * again. Run on demand per campaign.

       environment division.
       configuration section.
           assign to dynamic ws-mailing-filename
           organization is line sequential.

      * the register of every mailing file ever written - what
      * CustErase walks to take an erased customer out of them
           select mailing-register-file
           assign to "../../../data/campaignreg.dat"
           organization is line sequential
           file status is ws-mr-file-status.

           select report-file
           assign to dynamic ws-report-filename
           organization is line sequential.
           05 ml-window-spend          pic 9(9)v99.
           05 filler                   pic x(18).

       fd mailing-register-file
           data record is mailing-register-record
           record contains 52 characters.
       01 mailing-register-record.
           05 mr-mailing-filename      pic x(44).
      * YYYYMMDD the extract wrote it
           05 mr-run-date              pic 9(8).

       fd report-file
           data record is report-line
           record contains 80 characters.
           value spaces.
       77 ws-cm-file-available         pic x
           value "N".
       77 ws-mr-file-status            pic xx
           value spaces.
       77 ws-eof-flag                  pic x
           value "N".

               end-if
           end-perform.
           close mailing-file.
           perform 40-register-mailing.

           move ws-selected-count to tl-selected.
           move ws-opted-out-count to tl-opted-out.

       30-extract-exit.
           exit.

      * the mailing just written goes on the register - a rerun of
      * the same day rewrites the same file, and the register
      * simply names it twice
       40-register-mailing.
           open extend mailing-register-file.
           if ws-mr-file-status is not equal to "00"
               open output mailing-register-file
           end-if.
           if ws-mr-file-status = "00"
               move ws-mailing-filename to mr-mailing-filename
               accept mr-run-date from date yyyymmdd
               write mailing-register-record
               close mailing-register-file
           end-if.
       end program CampaignExtract.
