
       fd lp-input-file
           data record is lp-input-line
           record contains 153 characters.
       copy "../copybooks/TRANREC.cpy"
           replacing leading ==il== by ==li==
                     ==input-line== by ==lp-input-line==.
