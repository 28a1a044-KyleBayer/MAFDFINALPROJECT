
       fd adjustments-file
           data record is adjustments-line
           record contains 153 characters.
       copy "../copybooks/TRANREC.cpy"
           replacing leading ==il== by ==aj==
                     ==input-line== by ==adjustments-line==.
