
       fd lay-cancels-file
           data record is lay-cancels-line
           record contains 153 characters.
       copy "../copybooks/TRANREC.cpy"
           replacing leading ==il== by ==lc==
                     ==input-line== by ==lay-cancels-line==.
