           05  ML-KEY.
               10  ML-TIMESTAMP.
                   15  ML-LOG-DATE                pic 9(08).
      *>-> The closing-seal record MSGARCH writes last into every
      *>-> MSGLOG-YYYYMM.DAT archive (see ML-CHAIN-NO below) - whole-
      *>-> file readers skip it
                       88  ML-CLOSING-SEAL        value 99999999.
                   15  ML-LOG-TIME                pic 9(08).
               10  ML-SEQ-NO                      pic 9(03).
           05  ML-PROGRAM                         pic x(30).
      *>-> MSGWINR report reads everything stamped here. Spaces on
      *>-> dialogs answered outside any window
           05  ML-WINDOW-ID                       pic x(08).
      *>-> Catalog code the dialog was built from (":>showCode"), so a
      *>-> replay can match catalog-code policy entries and a coverage
      *>-> report can tell which codes are still raised. Spaces on
      *>-> free-text dialogs and on records logged before this field
      *>-> existed
           05  ML-CATALOG-CODE                    pic x(06).
      *>-> Tamper seal: MSGLOGW numbers every record in the order it
      *>-> is written (ML-CHAIN-NO, from the control record kept on
      *>-> MSGSEAL.DAT) and seals it (ML-SEAL, computed by MSGHASH over
      *>-> the whole record with ML-SEAL itself taken as zeros: the 64
      *>-> hex digits of an HMAC-SHA-256 keyed with MSGLOG-SEAL-KEY).
      *>-> ML-PREV-SEAL is the seal of the record written before it, so
      *>-> altering, removing or slipping in a record breaks the chain
      *>-> where MSGLOGV can see it. Zeros on a record written while
      *>-> the chain could not be taken (MSGLOGV reports it).
      *>-> On the closing-seal record of an archive ML-CHAIN-NO and
      *>-> ML-PREV-SEAL carry the chain number and seal of the last
      *>-> record archived, ML-OCCURS the number of records archived
           05  ML-CHAIN-NO                        pic 9(09).
           05  ML-PREV-SEAL                       pic x(64).
           05  ML-SEAL                            pic x(64).
