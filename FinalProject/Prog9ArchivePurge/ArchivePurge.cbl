
       fd copy-source-file
           data record is copy-source-line
           record contains 153 characters.

       01 copy-source-line              pic x(153).

       fd copy-dest-file
           data record is copy-dest-line
           record contains 153 characters.

       01 copy-dest-line                pic x(153).

       fd retention-file
           data record is retention-record.
