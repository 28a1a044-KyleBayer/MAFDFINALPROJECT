
       fd transfers-file
           data record is transfer-line
           record contains 153 characters.
       copy "../copybooks/TRANREC.cpy"
           replacing leading ==il== by ==tf==
                     ==input-line== by ==transfer-line==.
