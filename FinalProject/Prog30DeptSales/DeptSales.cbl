
       fd input-file
           data record is input-line
           record contains 153 characters.
       copy "../copybooks/TRANREC.cpy".

       fd sku-master-file
