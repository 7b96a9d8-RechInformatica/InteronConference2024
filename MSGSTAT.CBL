           end-if.
           perform                2100-read-next.
      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> The closing-seal record MSGARCH writes last into an archive
      *>-> is not a dialog - it ends the file
       2100-read-next.
           read                   msglog-file
              at end
                 move             "Y" to w-eof,
              not at end
                 if               ML-CLOSING-SEAL
                    move          "Y" to w-eof,
                 end-if,
           end-read.
      *>--------------------------------------------------------------------------------------------------------------<*
       2200-accumulate-icon.
