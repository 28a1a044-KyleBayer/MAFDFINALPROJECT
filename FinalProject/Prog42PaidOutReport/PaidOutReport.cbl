
       fd paid-io-file
           data record is paid-io-line
           record contains 153 characters.
       copy "../copybooks/TRANREC.cpy"
           replacing leading ==il== by ==pi==
                     ==input-line== by ==paid-io-line==.
