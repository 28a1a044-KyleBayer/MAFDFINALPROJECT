
       fd card-input-file
           data record is card-input-line
           record contains 153 characters.
       copy "../copybooks/TRANREC.cpy"
           replacing leading ==il== by ==ci==
                     ==input-line== by ==card-input-line==.
