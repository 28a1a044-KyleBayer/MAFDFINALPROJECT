
       fd store-history-file
           data record is store-history-record
           record contains 122 characters.
       copy "../copybooks/STOREHIST.cpy".

       fd report-file
