
       fd sales-input-file
           data record is sales-input-line
           record contains 153 characters.
       copy "../copybooks/TRANREC.cpy"
           replacing leading ==il== by ==si==
                     ==input-line== by ==sales-input-line==.
