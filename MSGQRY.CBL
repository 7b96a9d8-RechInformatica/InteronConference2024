      *>--------------------------------------------------------------------------------------------------------------<*
      *>-> Records come back in key (timestamp) order, so the first one
      *>-> past the to-date ends the query - the rest of the trail
      *>-> cannot match. The closing-seal record MSGARCH writes last
      *>-> into an archive is not a dialog - it ends the file too
       2100-read-next.
           read                   msglog-file next record
              at end
                 move             "Y" to w-eof,
              not at end
                 if               ML-CLOSING-SEAL
                    move          "Y" to w-eof,
                 end-if,
           end-read.
           if                     not w-eof-yes and
                                  w-to-date not = spaces and
