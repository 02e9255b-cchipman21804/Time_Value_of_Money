              add 1 to rec-count
              evaluate true
                     when file-master
                            move bkup-image(1:79) to master-record
                            add mast-amount to hash-total
                            write master-record
                                   invalid key
