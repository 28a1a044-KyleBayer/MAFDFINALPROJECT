
       fd fixed-output-file
           data record is fixed-output-line
           record contains 153 characters.
       copy "../copybooks/TRANREC.cpy"
           replacing leading ==il== by ==fo==
                     ==input-line== by ==fixed-output-line==.
       01 fixed-control-line redefines fixed-output-line.
           05 fc-marker                pic x.
           05 fc-count                 pic 9(9).
           05 filler                   pic x(143).

       fd fixed-input-file
           data record is fixed-input-line
           record contains 153 characters.
       01 fixed-input-line             pic x(153).

       fd exception-file
           data record is exception-line
